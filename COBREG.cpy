       01  reg-cobranca.
           02 cob-chave.
               03 cob-matricula pic x(08).
               03 cob-competencia pic 9(06).
           02 cob-nome pic x(30).
           02 cob-curso pic x(10).
           02 cob-valor pic 9(05)v99.
           02 cob-dias-cobrados pic 9(02).
           02 cob-dias-mes pic 9(02).
           02 cob-data-emissao pic 9(08).
           02 cob-data-vencimento pic 9(08).
           02 cob-situacao pic x(01).
               88 cobranca-aberta value "A".
               88 cobranca-liquidada value "L".
           02 cob-data-pagamento pic 9(08).
           02 cob-valor-pago pic 9(05)v99.
