               88 cadastro-abandono value "B".
               88 cadastro-trancado value "C".
               88 cadastro-movimentado values "T" "B" "C".
               88 cadastro-concluido value "F".
           02 cad-data-matricula pic 9(08).
           02 cad-data-movimento pic 9(08).
           02 cad-destino pic x(30).
