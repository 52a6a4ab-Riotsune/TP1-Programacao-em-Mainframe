               access mode is random
               record key is hist-chave
               file status is status-historico.
           select historico-jornal assign to "HISTJRN"
               organization is line sequential
               file status is status-jornal-historico.
           select relatorio-recup assign to "RECUPREL"
               organization is line sequential.
           select calendario-file assign to "CALENDAR"
       fd  historico-file.
       copy HISTREG.

       fd  historico-jornal.
       copy HJRREG.

       fd  relatorio-recup.
       01  linha-relatorio pic x(80).

       working-storage section.
       01 status-recup pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-jornal-historico pic x(02) value "00".
       01 flag-jornal-historico pic x(01) value "N".
           88 jornal-historico-aberto value "S".
       01 historico-anterior pic x(95) value spaces.
       01 status-calendario pic x(02) value "00".
       01 flag-bimestre pic x(01) value "N".
           88 bimestre-liberado value "S".
           02 qtde-nao-localizados pic 9(05) value zeros.
           02 qtde-nao-reprovados pic 9(05) value zeros.
           02 qtde-ja-aplicadas pic 9(05) value zeros.
           02 qtde-transferidas pic 9(05) value zeros.
           02 qtde-nota-invalida pic 9(05) value zeros.
           02 qtde-bimestre-fechado pic 9(05) value zeros.

                           move "S" to fim-arquivo
                       else
                           open output relatorio-recup
                           perform abre-jornal-historico
                       end-if
                   end-if
               end-if
       fecha-arquivos.
           close recuperacao-file.
           close historico-file.
           if jornal-historico-aberto
               close historico-jornal
           end-if.
           perform libera-trava-historico.
           close relatorio-recup.
           close calendario-file.

       abre-jornal-historico.
           open extend historico-jornal.
           if status-jornal-historico = "35"
               open output historico-jornal
           end-if.
           if status-jornal-historico = "00"
               move "S" to flag-jornal-historico
           else
               display "Jornal do historico indisponivel, status: "
                   at 2001
               display status-jornal-historico at 2043
           end-if.

       grava-jornal-historico.
           if jornal-historico-aberto
               move spaces to reg-jornal-historico
               accept hjr-data from date yyyymmdd
               accept hjr-hora from time
               move "A" to hjr-operacao
               move "programa_6_recuperacao" to hjr-programa
               move operador-atual to hjr-operador
               move historico-anterior to hjr-antes
               move reg-historico to hjr-depois
               write reg-jornal-historico
           end-if.

       le-recuperacao.
           read recuperacao-file
               at end move "S" to fim-arquivo
           evaluate true
               when status-historico not = "00"
                   add 1 to qtde-nao-localizados
               when nota-transferida
                   add 1 to qtde-transferidas
               when hist-situacao = "N"
                   add 1 to qtde-ja-aplicadas
               when hist-situacao not = "R"
           end-evaluate.

       recalcula-historico.
           move reg-historico to historico-anterior.
           move hist-media to media-anterior.
           move hist-situacao to situacao-anterior.
           compute media-final =
           rewrite reg-historico
               invalid key
                   display "Erro ao regravar o historico" at 2201
               not invalid key
                   perform grava-jornal-historico
           end-rewrite.
           add 1 to qtde-aplicados.
           if hist-situacao = "A"
           move "Ja aplicadas anteriormente:" to total-texto.
           move qtde-ja-aplicadas to total-valor.
           write linha-relatorio from linha-total.
           move "Notas de transferencia:" to total-texto.
           move qtde-transferidas to total-valor.
           write linha-relatorio from linha-total.
           move "Notas invalidas:" to total-texto.
           move qtde-nota-invalida to total-valor.
           write linha-relatorio from linha-total.
