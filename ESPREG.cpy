       01  reg-espera.
           02 esp-chave.
               03 esp-curso pic x(10).
               03 esp-serie pic 9(02).
               03 esp-ano-letivo pic 9(04).
               03 esp-data-pedido pic 9(08).
               03 esp-hora-pedido pic 9(08).
           02 esp-matricula pic x(08).
           02 esp-nome pic x(30).
           02 esp-endereco pic x(30).
           02 esp-cidade pic x(20).
           02 esp-cep pic x(08).
           02 esp-situacao pic x(01).
               88 espera-aguardando value "A".
               88 espera-ofertada value "O".
               88 espera-matriculada value "M".
               88 espera-desistente value "D".
               88 espera-pendente values "A" "O".
           02 esp-data-oferta pic 9(08).
