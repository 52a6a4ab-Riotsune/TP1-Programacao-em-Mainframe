       01  reg-vaga.
           02 vag-chave.
               03 vag-curso pic x(10).
               03 vag-serie pic 9(02).
               03 vag-ano-letivo pic 9(04).
           02 vag-quantidade pic 9(04).
           02 vag-operador pic x(08).
           02 vag-data-atualizacao pic 9(08).
