           select backup-file assign to "HISTBKP"
               organization is line sequential
               file status is status-backup.
           select historico-jornal assign to "HISTJRN"
               organization is line sequential
               file status is status-jornal-historico.
           select jornal-trabalho assign to "HISTJRNW"
               organization is line sequential
               file status is status-jornal-trabalho.
           select relatorio-salva assign to "SALVAREL"
               organization is line sequential.
           select trava-file assign to "LOCKHIST"
               88 bkp-tipo-cabecalho value "H".
               88 bkp-tipo-detalhe value "D".
               88 bkp-tipo-rodape value "T".
           02 bkp-dados pic x(95).
           02 bkp-cabecalho redefines bkp-dados.
               03 bkpc-data pic 9(08).
               03 bkpc-hora pic 9(08).
               03 filler pic x(79).
           02 bkp-rodape redefines bkp-dados.
               03 bkpr-qtde pic 9(07).
               03 bkpr-hash pic 9(09)v99.
               03 filler pic x(77).

       fd  historico-jornal.
       copy HJRREG.

       fd  jornal-trabalho.
       01  reg-jornal-trabalho pic x(245).

       fd  relatorio-salva.
       01  linha-relatorio pic x(80).
       fd  parametro-salva.
       01  reg-parametro-salva.
           02 svp-modo pic x(01).
           02 svp-data-limite pic 9(08).
           02 svp-hora-limite pic 9(08).

       working-storage section.
       01 status-historico pic x(02) value "00".
       01 status-backup pic x(02) value "00".
       01 status-trava pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 status-jornal-historico pic x(02) value "00".
       01 status-jornal-trabalho pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.
       01 flag-trava pic x(01) value "N".
           88 trava-obtida value "S".
           88 fim-arquivo-historico value "S".
       01 fim-backup pic x(01) value "N".
           88 fim-arquivo-backup value "S".
       01 fim-jornal pic x(01) value "N".
           88 fim-arquivo-jornal value "S".
       01 flag-recarga pic x(01) value "N".
           88 historico-recarregado value "S".

       01 modo-utilitario pic x(01) value space.
           88 modo-descarga value "U".
           88 modo-recarga value "R".
           88 modo-recuperacao value "F".
       01 status-parametro pic x(02) value "00".

       01 momento-limite.
           02 data-limite pic 9(08) value zeros.
           02 hora-limite pic 9(08) value zeros.

       01 controles-jornal.
           02 qtde-reaplicados pic 9(07) value zeros.
           02 qtde-divergencias pic 9(07) value zeros.
           02 qtde-descartados pic 9(07) value zeros.

       01 controles-salva.
           02 qtde-registros pic 9(07) value zeros.
           02 hash-medias pic 9(09)v99 value zeros.
           "------ Descarga do historico ------".
       01 titulo-recarga pic x(42) value
           "------ Recarga do historico ------".
       01 titulo-recuperacao pic x(42) value
           "------ Reaplicacao do jornal ------".
       01 linha-limite.
           02 filler pic x(20) value "Reaplicado ate: ".
           02 lim-data pic 9(08).
           02 filler pic x(01).
           02 lim-hora pic 9(08).
       01 cabecalho-jornal pic x(80) value
           "DATA     HORA     O CHAVE                   OPERADOR RESULTA
      -    "DO".
       01 linha-jornal.
           02 rjn-data pic 9(08).
           02 filler pic x(01).
           02 rjn-hora pic 9(08).
           02 filler pic x(01).
           02 rjn-operacao pic x(01).
           02 filler pic x(01).
           02 rjn-chave pic x(23).
           02 filler pic x(01).
           02 rjn-operador pic x(08).
           02 filler pic x(01).
           02 rjn-resultado pic x(27).
       01 linha-ocorrencia.
           02 oco-texto pic x(25).
           02 oco-chave pic x(23).
           perform carrega-sessao.
           perform seleciona-modo.
           open output relatorio-salva.
           perform obtem-trava-historico.
           if not trava-obtida
               display "Historico travado por " at 2001
               display trv-programa at 2023
               move "Operacao recusada: historico travado"
                   to linha-aviso
               write linha-relatorio from linha-aviso
           else
               evaluate true
                   when modo-descarga
                       perform executa-descarga
                   when modo-recarga
                       perform executa-recarga
                   when other
                       perform executa-recuperacao
               end-evaluate
               perform libera-trava-historico
           end-if.
           close relatorio-salva.
           goback.
               move spaces to reg-trava
               move "programa_23_salva_historico" to trv-programa
               move operador-atual to trv-operador
               evaluate true
                   when modo-descarga
                       move "DESCARGA" to trv-curso
                   when modo-recarga
                       move "RECARGA" to trv-curso
                   when other
                       move "RECUPERA" to trv-curso
               end-evaluate
               move zero to trv-bimestre
               accept trv-data from date yyyymmdd
               accept trv-hora from time
       seleciona-modo.
           perform carrega-parametro-modo.
           if not modo-descarga and not modo-recarga
               and not modo-recuperacao
               perform solicita-modo
               if modo-recuperacao
                   perform solicita-limite
               end-if
           end-if.
           if modo-recuperacao
               perform ajusta-limite
           end-if.

       carrega-parametro-modo.
               end-read
               if status-parametro = "00"
                   move svp-modo to modo-utilitario
                   move svp-data-limite to data-limite
                   move svp-hora-limite to hora-limite
               end-if
               close parametro-salva
           end-if.

       solicita-modo.
           display "Modo (U-Descarga / R-Recarga / F-Recuperacao): "
               at 0101.
           accept modo-utilitario at 0149.
           if not modo-descarga and not modo-recarga
               and not modo-recuperacao
               display "Opcao invalida, digite U, R ou F" at 0201
               perform solicita-modo
           end-if.

       solicita-limite.
           display "Reaplicar ate a data (aaaammdd, 0=todo o jornal): "
               at 0301.
           accept data-limite at 0352.
           display "Ate a hora (hhmmsscc, 0=fim do dia): " at 0401.
           accept hora-limite at 0439.

       ajusta-limite.
           if data-limite not numeric or data-limite = zeros
               move 99999999 to data-limite
               move 99999999 to hora-limite
           end-if.
           if hora-limite not numeric or hora-limite = zeros
               move 99999999 to hora-limite
           end-if.

       executa-descarga.
           write linha-relatorio from titulo-descarga.
           write linha-relatorio from linha-branco.
               close backup-file
               close historico-file
               perform relata-descarga
               if status-backup = "00"
                   perform reinicia-jornal
               end-if
           end-if.

       grava-cabecalho-backup.
           display "Registros descarregados: " at 1801.
           display qtde-registros at 1827.

       reinicia-jornal.
           open output historico-jornal.
           if status-jornal-historico = "00"
               close historico-jornal
               move "Jornal do historico reiniciado" to linha-aviso
           else
               move "Jornal do historico NAO foi reiniciado"
                   to linha-aviso
           end-if.
           write linha-relatorio from linha-aviso.

       executa-recarga.
           write linha-relatorio from titulo-recarga.
           write linha-relatorio from linha-branco.
                       until fim-arquivo-backup
                   close historico-file
                   close backup-file
                   move "S" to flag-recarga
                   perform relata-recarga
               end-if
           end-if.
           display "Registros recarregados: " at 1801.
           display qtde-registros at 1826.
           display linha-aviso at 1901.

       executa-recuperacao.
           perform executa-recarga.
           write linha-relatorio from linha-branco.
           write linha-relatorio from titulo-recuperacao.
           write linha-relatorio from linha-branco.
           if not historico-recarregado
               move "Recarga falhou, jornal nao reaplicado"
                   to linha-aviso
               write linha-relatorio from linha-aviso
           else
               move data-limite to lim-data
               move hora-limite to lim-hora
               write linha-relatorio from linha-limite
               write linha-relatorio from linha-branco
               perform reaplica-jornal
           end-if.

       reaplica-jornal.
           open input historico-jornal.
           if status-jornal-historico not = "00"
               move "Jornal do historico indisponivel" to linha-aviso
               write linha-relatorio from linha-aviso
           else
               open output jornal-trabalho
               if status-jornal-trabalho not = "00"
                   move "Apoio do jornal indisponivel, nada reaplicado"
                       to linha-aviso
                   write linha-relatorio from linha-aviso
                   close historico-jornal
               else
                   perform reaplica-com-apoio
               end-if
           end-if.

       reaplica-com-apoio.
           open i-o historico-file.
           if status-historico not = "00"
               display "Erro ao abrir o historico, status: " at 2001
               display status-historico at 2037
               close historico-jornal
               close jornal-trabalho
           else
               write linha-relatorio from cabecalho-jornal
               move "N" to fim-jornal
               perform le-jornal
               perform reaplica-lancamento
                   until fim-arquivo-jornal
               close historico-file
               close historico-jornal
               close jornal-trabalho
               perform regrava-jornal
               perform relata-recuperacao
           end-if.

       le-jornal.
           read historico-jornal
               at end move "S" to fim-jornal
           end-read.

       reaplica-lancamento.
           move spaces to linha-jornal.
           move hjr-data to rjn-data.
           move hjr-hora to rjn-hora.
           move hjr-operacao to rjn-operacao.
           move hjr-operador to rjn-operador.
           if hjr-momento > momento-limite
               if hjr-exclusao
                   move hjr-antes to reg-historico
               else
                   move hjr-depois to reg-historico
               end-if
               move "DESCARTADO, APOS O LIMITE" to rjn-resultado
               add 1 to qtde-descartados
           else
               evaluate true
                   when hjr-inclusao
                       perform reaplica-inclusao
                   when hjr-alteracao
                       perform reaplica-alteracao
                   when hjr-exclusao
                       perform reaplica-exclusao
                   when other
                       move hjr-depois to reg-historico
                       move "OPERACAO DESCONHECIDA" to rjn-resultado
                       add 1 to qtde-divergencias
               end-evaluate
               write reg-jornal-trabalho from reg-jornal-historico
               add 1 to qtde-reaplicados
           end-if.
           move hist-chave to rjn-chave.
           write linha-relatorio from linha-jornal.
           perform le-jornal.

       reaplica-inclusao.
           move hjr-depois to reg-historico.
           move "INCLUIDO" to rjn-resultado.
           write reg-historico
               invalid key
                   move "INCLUSAO SOBRE REGISTRO" to rjn-resultado
                   add 1 to qtde-divergencias
                   rewrite reg-historico
                       invalid key
                           move "FALHA NA REGRAVACAO" to rjn-resultado
                   end-rewrite
           end-write.

       reaplica-alteracao.
           move hjr-depois to reg-historico.
           move "ALTERADO" to rjn-resultado.
           rewrite reg-historico
               invalid key
                   move "ALTERACAO SEM REGISTRO" to rjn-resultado
                   add 1 to qtde-divergencias
                   write reg-historico
                       invalid key
                           move "FALHA NA GRAVACAO" to rjn-resultado
                   end-write
           end-rewrite.

       reaplica-exclusao.
           move hjr-antes to reg-historico.
           move "EXCLUIDO" to rjn-resultado.
           delete historico-file
               invalid key
                   move "EXCLUSAO SEM REGISTRO" to rjn-resultado
                   add 1 to qtde-divergencias
           end-delete.

       regrava-jornal.
           open input jornal-trabalho.
           if status-jornal-trabalho = "00"
               open output historico-jornal
               move "N" to fim-jornal
               perform le-jornal-trabalho
               perform copia-jornal-trabalho until fim-arquivo-jornal
               close jornal-trabalho
               close historico-jornal
           else
               move "Apoio do jornal ilegivel, jornal nao regravado"
                   to linha-aviso
               write linha-relatorio from linha-aviso
           end-if.

       le-jornal-trabalho.
           read jornal-trabalho
               at end move "S" to fim-jornal
           end-read.

       copia-jornal-trabalho.
           write reg-jornal-historico from reg-jornal-trabalho.
           perform le-jornal-trabalho.

       relata-recuperacao.
           write linha-relatorio from linha-branco.
           move "Lancamentos reaplicados:" to total-texto.
           move qtde-reaplicados to total-valor.
           write linha-relatorio from linha-total.
           move "Divergencias na reaplicacao:" to total-texto.
           move qtde-divergencias to total-valor.
           write linha-relatorio from linha-total.
           move "Descartados apos o limite:" to total-texto.
           move qtde-descartados to total-valor.
           write linha-relatorio from linha-total.
           display "Lancamentos reaplicados: " at 2001.
           display qtde-reaplicados at 2026.
           display "Descartados apos o limite: " at 2101.
           display qtde-descartados at 2128.
