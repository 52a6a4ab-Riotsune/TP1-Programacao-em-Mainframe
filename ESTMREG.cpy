       01  REG-MOV-ESTOQUE.
           03 EMV-MATERIAL pic x(06).
           03 EMV-TIPO pic x(01).
               88 EMV-RECEBIMENTO value "E".
               88 EMV-AJUSTE value "A".
               88 EMV-CONSUMO value "C".
           03 EMV-QUANTIDADE pic s9(7)v99.
           03 EMV-SALDO-ANTERIOR pic s9(7)v99.
           03 EMV-SALDO-NOVO pic s9(7)v99.
           03 EMV-DOCUMENTO pic x(10).
           03 EMV-DATA pic 9(08).
           03 EMV-HORA pic 9(08).
           03 EMV-OPERADOR pic x(08).
