       01  reg-carta.
           02 crt-numero pic 9(06).
           02 crt-matricula pic x(08).
           02 crt-ano-letivo pic 9(04).
           02 crt-bimestre pic 9(01).
           02 crt-motivo pic x(01).
               88 carta-frequencia value "F".
               88 carta-nota value "N".
               88 carta-frequencia-nota value "A".
           02 crt-perc-faltas pic 9(03)v99.
           02 crt-qtde-disciplinas pic 9(02).
           02 crt-responsavel pic x(30).
           02 crt-data pic 9(08).
           02 crt-hora pic 9(08).
           02 crt-operador pic x(08).
