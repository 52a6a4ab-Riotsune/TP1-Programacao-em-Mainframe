       01  reg-mensalidade.
           02 mns-chave.
               03 mns-curso pic x(10).
               03 mns-ano-letivo pic 9(04).
           02 mns-valor pic 9(05)v99.
           02 mns-dia-vencimento pic 9(02).
           02 mns-operador pic x(08).
           02 mns-data-atualizacao pic 9(08).
