       01  reg-emissao.
           02 emi-numero pic 9(06).
           02 emi-tipo pic x(01).
               88 emissao-historico value "H".
               88 emissao-certificado value "C".
           02 emi-matricula pic x(08).
           02 emi-via pic 9(02).
           02 emi-numero-anterior pic 9(06).
           02 emi-data pic 9(08).
           02 emi-hora pic 9(08).
           02 emi-operador pic x(08).
