       01  REG-ORDEM.
           03 ORD-ID pic x(06).
           03 ORD-FORMA pic x(01).
           03 ORD-RAIO pic 9(5)v99.
           03 ORD-BASE pic 9(5)v99.
           03 ORD-ALTURA pic 9(5)v99.
           03 ORD-MATERIAL pic x(06).
           03 ORD-DATA-ENTRADA pic 9(08).
           03 ORD-OPERADOR pic x(08).
           03 ORD-SITUACAO pic x(01).
               88 ORDEM-ABERTA value "A".
               88 ORDEM-CALCULADA value "C".
               88 ORDEM-FATURADA value "F".
               88 ORDEM-CANCELADA value "X".
               88 ORDEM-RETIDA value "R".
               88 ORDEM-PENDENTE values "A" "R".
           03 ORD-DATA-SITUACAO pic 9(08).
           03 ORD-VALOR-COTADO pic 9(7)v99.
           03 ORD-AREA pic 9(5)v99.
           03 ORD-PERIMETRO pic 9(5)v99.
           03 ORD-VALOR-FATURADO pic 9(7)v99.
