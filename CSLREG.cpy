       01  reg-conselho.
           02 csl-chave.
               03 csl-ano-letivo pic 9(04).
               03 csl-matricula pic x(08).
               03 csl-disciplina pic x(10).
           02 csl-numero-ata pic x(10).
           02 csl-justificativa pic x(60).
           02 csl-operador pic x(08).
           02 csl-data-decisao pic 9(08).
