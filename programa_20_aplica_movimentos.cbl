               access mode is random
               record key is cad-matricula
               file status is status-cadastro.
           select espera-file assign to "ESPERA"
               organization is indexed
               access mode is dynamic
               record key is esp-chave
               file status is status-espera.
           select relatorio-movimento assign to "MOVREL"
               organization is line sequential.

       fd  cadastro-file.
       copy CADREG.

       fd  espera-file.
       copy ESPREG.

       fd  relatorio-movimento.
       01  linha-relatorio pic x(80).

       working-storage section.
       01 status-movimento pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 status-espera pic x(02) value "00".
       01 flag-espera pic x(01) value "N".
           88 espera-disponivel value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-movimentos value "S".
       01 fim-espera pic x(01) value "N".
           88 fim-arquivo-espera value "S".

       01 vaga-liberada.
           02 curso-liberado pic x(10) value spaces.
           02 serie-liberada pic 9(02) value zeros.
           02 ano-liberado pic 9(04) value zeros.
       01 data-corrente pic 9(08) value zeros.

       01 contadores-movimento.
           02 qtde-lidos pic 9(05) value zeros.
           02 qtde-nao-localizados pic 9(05) value zeros.
           02 qtde-ja-aplicados pic 9(05) value zeros.
           02 qtde-invalidos pic 9(05) value zeros.
           02 qtde-vagas-oferecidas pic 9(05) value zeros.

       01 titulo-movimento pic x(44) value
           "------ Aplicacao de movimentos ------".
           02 oco-data pic 9(08).
           02 filler pic x(02).
           02 oco-texto pic x(30).
       01 linha-oferta.
           02 ofe-matricula pic x(08).
           02 filler pic x(01).
           02 ofe-curso pic x(10).
           02 filler pic x(01).
           02 ofe-serie pic 9(02).
           02 filler pic x(02).
           02 ofe-texto pic x(16).
           02 ofe-nome pic x(30).
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
                   move "S" to fim-arquivo
               else
                   open output relatorio-movimento
                   perform abre-espera
               end-if
           end-if.

       abre-espera.
           open i-o espera-file.
           if status-espera = "00"
               move "S" to flag-espera
           end-if.
           accept data-corrente from date yyyymmdd.

       fecha-arquivos.
           close movimento-file.
           close cadastro-file.
           close relatorio-movimento.
           if espera-disponivel
               close espera-file
           end-if.

       le-movimento.
           read movimento-file
               when not cadastro-ativo
                   add 1 to qtde-ja-aplicados
               when other
                   move cad-curso to curso-liberado
                   move cad-serie to serie-liberada
                   divide mov-data-efetiva by 10000 giving ano-liberado
                   move mov-tipo to cad-situacao
                   move mov-data-efetiva to cad-data-movimento
                   move mov-destino to cad-destino
                       not invalid key
                           add 1 to qtde-aplicados
                           perform grava-aplicado
                           perform oferece-vaga
                   end-rewrite
           end-evaluate.

       oferece-vaga.
           if espera-disponivel
               move "N" to fim-espera
               move curso-liberado to esp-curso
               move serie-liberada to esp-serie
               move ano-liberado to esp-ano-letivo
               move zeros to esp-data-pedido
               move zeros to esp-hora-pedido
               start espera-file key not < esp-chave
                   invalid key move "S" to fim-espera
               end-start
               if not fim-arquivo-espera
                   perform le-espera
                   perform le-espera
                       until fim-arquivo-espera or espera-aguardando
               end-if
               if not fim-arquivo-espera
                   perform registra-oferta
               end-if
           end-if.

       le-espera.
           read espera-file next
               at end move "S" to fim-espera
           end-read.
           if not fim-arquivo-espera
               and (esp-curso not = curso-liberado
               or esp-serie not = serie-liberada
               or esp-ano-letivo not = ano-liberado)
               move "S" to fim-espera
           end-if.

       registra-oferta.
           move "O" to esp-situacao.
           move data-corrente to esp-data-oferta.
           rewrite reg-espera
               invalid key
                   display "Erro ao regravar a lista de espera" at 2201
               not invalid key
                   add 1 to qtde-vagas-oferecidas
                   move spaces to linha-oferta
                   move esp-matricula to ofe-matricula
                   move esp-curso to ofe-curso
                   move esp-serie to ofe-serie
                   move "VAGA OFERECIDA: " to ofe-texto
                   move esp-nome to ofe-nome
                   write linha-relatorio from linha-oferta
           end-rewrite.

       grava-ocorrencia-invalida.
           move spaces to linha-ocorrencia.
           move mov-matricula to oco-matricula.
           move "Invalidos:" to total-texto.
           move qtde-invalidos to total-valor.
           write linha-relatorio from linha-total.
           move "Vagas oferecidas da espera:" to total-texto.
           move qtde-vagas-oferecidas to total-valor.
           write linha-relatorio from linha-total.

       mostra-resumo.
           display "------ Movimentos ------" at 1801.
