       01  REG-ESTOQUE.
           03 EST-MATERIAL pic x(06).
           03 EST-SALDO pic s9(7)v99.
           03 EST-PONTO-PEDIDO pic 9(7)v99.
           03 EST-DATA-ULTIMO-MOV pic 9(08).
