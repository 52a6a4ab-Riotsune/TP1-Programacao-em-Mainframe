       01  reg-atribuicao.
           02 atr-chave.
               03 atr-ano-letivo pic 9(04).
               03 atr-curso pic x(10).
               03 atr-turma pic x(08).
               03 atr-disciplina pic x(10).
           02 atr-professor pic x(08).
           02 atr-operador pic x(08).
           02 atr-data-atribuicao pic 9(08).
