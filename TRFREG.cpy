       01  reg-transferencia.
           02 trf-chave.
               03 trf-matricula pic x(08).
               03 trf-ano-letivo pic 9(04).
           02 trf-escola-origem pic x(40).
           02 trf-cidade-origem pic x(20).
           02 trf-data-transferencia pic 9(08).
           02 trf-qtde-notas pic 9(03).
           02 trf-operador pic x(08).
           02 trf-data-registro pic 9(08).
