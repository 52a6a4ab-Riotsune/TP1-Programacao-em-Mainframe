       identification division.
       program-id. programa_52_inadimplencia.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select cobrancas-file assign to "COBRANCA"
               organization is indexed
               access mode is dynamic
               record key is cob-chave
               file status is status-cobrancas.
           select inadimplencia-work assign to "INADWORK"
               organization is indexed
               access mode is dynamic
               record key is inw-chave
               file status is status-inadimplencia-work.
           select relatorio-inadimplencia assign to "INADREL"
               organization is line sequential.

       data division.
       file section.
       fd  cobrancas-file.
       copy COBREG.

       fd  inadimplencia-work.
       01  reg-inadimplencia-work.
           02 inw-chave.
               03 inw-curso pic x(10).
               03 inw-matricula pic x(08).
               03 inw-competencia pic 9(06).
           02 inw-nome pic x(30).
           02 inw-data-vencimento pic 9(08).
           02 inw-dias-atraso pic 9(05).
           02 inw-faixa pic 9(01).
           02 inw-valor pic 9(05)v99.

       fd  relatorio-inadimplencia.
       01  linha-relatorio pic x(100).

       working-storage section.
       01 status-cobrancas pic x(02) value "00".
       01 status-inadimplencia-work pic x(02) value "00".
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 fim-cobranca pic x(01) value "N".
           88 fim-arquivo-cobranca value "S".
       01 fim-work pic x(01) value "N".
           88 fim-arquivo-work value "S".

       01 data-base pic 9(08) value zeros.
       01 dias-calculados pic s9(07) value zeros.
       01 curso-corrente pic x(10) value spaces.
       01 ind-faixa pic 9(01) value zeros.

       01 faixas-curso.
           02 faixa-curso occurs 4 times.
               03 qtde-faixa-curso pic 9(05).
               03 valor-faixa-curso pic 9(09)v99.
       01 faixas-geral.
           02 faixa-geral occurs 4 times.
               03 qtde-faixa-geral pic 9(05).
               03 valor-faixa-geral pic 9(09)v99.

       01 contadores-inadimplencia.
           02 qtde-abertas pic 9(05) value zeros.
           02 qtde-a-vencer pic 9(05) value zeros.
           02 qtde-vencidas pic 9(05) value zeros.
           02 qtde-cursos pic 9(05) value zeros.
           02 total-vencido pic 9(09)v99 value zeros.

       01 titulo-inadimplencia.
           02 filler pic x(38) value
               "INADIMPLENCIA DE MENSALIDADES - BASE ".
           02 tit-data-base pic 9(08).
       01 linha-curso.
           02 filler pic x(07) value "CURSO: ".
           02 lcu-curso pic x(10).
       01 cabecalho-inadimplencia pic x(100) value
           "MATRICULA NOME                           COMPET VENCTO    DI
      -    "AS     VALOR FAIXA".
       01 linha-cobranca.
           02 ina-matricula pic x(08).
           02 filler pic x(02).
           02 ina-nome pic x(30).
           02 filler pic x(01).
           02 ina-competencia pic 9(06).
           02 filler pic x(01).
           02 ina-vencimento pic 9(08).
           02 filler pic x(01).
           02 ina-dias-atraso pic zzzz9.
           02 filler pic x(01).
           02 ina-valor pic zz.zz9,99.
           02 filler pic x(01).
           02 ina-faixa pic x(12).
       01 linha-faixa.
           02 filler pic x(04).
           02 lfx-texto pic x(20).
           02 lfx-qtde pic zzzz9.
           02 filler pic x(02).
           02 lfx-valor pic zzz.zzz.zz9,99.
       01 texto-faixa pic x(12) value spaces.
       01 titulo-total-geral pic x(30) value "TOTAL GERAL POR FAIXA".
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
       01 linha-valor.
           02 valor-texto pic x(30).
           02 valor-total pic zzz.zzz.zz9,99.
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform informa-pedido.
           perform abre-arquivos.
           if arquivos-abertos
               perform carrega-vencidas
               perform grava-relatorio
               perform fecha-arquivos
           end-if.
           display "Cobrancas vencidas: " at 1801.
           display qtde-vencidas at 1821.
           display "A vencer: " at 1901.
           display qtde-a-vencer at 1911.
           goback.

       informa-pedido.
           display "------ Inadimplencia de mensalidades ------"
               at 0110.
           display "Data base (aaaammdd, 0=hoje): " at 0301.
           accept data-base at 0332.
           if data-base not numeric or data-base = zeros
               accept data-base from date yyyymmdd
           end-if.

       abre-arquivos.
           open input cobrancas-file.
           if status-cobrancas not = "00"
               display "Erro ao abrir as cobrancas, status: " at 2001
               display status-cobrancas at 2037
           else
               open output inadimplencia-work
               close inadimplencia-work
               open i-o inadimplencia-work
               if status-inadimplencia-work not = "00"
                   display "Apoio do relatorio indisponivel" at 2010
                   close cobrancas-file
               else
                   open output relatorio-inadimplencia
                   move "S" to flag-arquivos
               end-if
           end-if.

       fecha-arquivos.
           close cobrancas-file.
           close inadimplencia-work.
           close relatorio-inadimplencia.

       carrega-vencidas.
           move "N" to fim-cobranca.
           move low-values to cob-chave.
           start cobrancas-file key not < cob-chave
               invalid key move "S" to fim-cobranca
           end-start.
           if not fim-arquivo-cobranca
               perform le-cobranca
               perform classifica-cobranca until fim-arquivo-cobranca
           end-if.

       le-cobranca.
           read cobrancas-file next
               at end move "S" to fim-cobranca
           end-read.

       classifica-cobranca.
           if cobranca-aberta
               add 1 to qtde-abertas
               if cob-data-vencimento < data-base
                   perform guarda-vencida
               else
                   add 1 to qtde-a-vencer
               end-if
           end-if.
           perform le-cobranca.

       guarda-vencida.
           call "calculo-dias" using cob-data-vencimento data-base
               dias-calculados.
           move spaces to reg-inadimplencia-work.
           move cob-curso to inw-curso.
           move cob-matricula to inw-matricula.
           move cob-competencia to inw-competencia.
           move cob-nome to inw-nome.
           move cob-data-vencimento to inw-data-vencimento.
           move dias-calculados to inw-dias-atraso.
           evaluate true
               when dias-calculados <= 30
                   move 1 to inw-faixa
               when dias-calculados <= 60
                   move 2 to inw-faixa
               when dias-calculados <= 90
                   move 3 to inw-faixa
               when other
                   move 4 to inw-faixa
           end-evaluate.
           move cob-valor to inw-valor.
           write reg-inadimplencia-work
               invalid key continue
               not invalid key add 1 to qtde-vencidas
           end-write.

       grava-relatorio.
           move data-base to tit-data-base.
           write linha-relatorio from titulo-inadimplencia.
           move zeros to faixas-geral.
           move spaces to curso-corrente.
           move "N" to fim-work.
           move low-values to inw-chave.
           start inadimplencia-work key not < inw-chave
               invalid key move "S" to fim-work
           end-start.
           if not fim-arquivo-work
               perform le-work
               perform grava-linha-cobranca until fim-arquivo-work
               perform fecha-curso
           end-if.
           perform grava-totais.

       le-work.
           read inadimplencia-work next
               at end move "S" to fim-work
           end-read.

       grava-linha-cobranca.
           if inw-curso not = curso-corrente
               perform fecha-curso
               perform abre-curso
           end-if.
           move spaces to linha-cobranca.
           move inw-matricula to ina-matricula.
           move inw-nome to ina-nome.
           move inw-competencia to ina-competencia.
           move inw-data-vencimento to ina-vencimento.
           move inw-dias-atraso to ina-dias-atraso.
           move inw-valor to ina-valor.
           move inw-faixa to ind-faixa.
           perform apura-texto-faixa.
           move texto-faixa to ina-faixa.
           write linha-relatorio from linha-cobranca.
           add 1 to qtde-faixa-curso (ind-faixa).
           add inw-valor to valor-faixa-curso (ind-faixa).
           add 1 to qtde-faixa-geral (ind-faixa).
           add inw-valor to valor-faixa-geral (ind-faixa).
           add inw-valor to total-vencido.
           perform le-work.

       abre-curso.
           move inw-curso to curso-corrente.
           move zeros to faixas-curso.
           add 1 to qtde-cursos.
           write linha-relatorio from linha-branco.
           move inw-curso to lcu-curso.
           write linha-relatorio from linha-curso.
           write linha-relatorio from cabecalho-inadimplencia.

       fecha-curso.
           if curso-corrente not = spaces
               write linha-relatorio from linha-branco
               move 1 to ind-faixa
               perform grava-faixa-curso until ind-faixa > 4
           end-if.

       grava-faixa-curso.
           perform apura-texto-faixa.
           move spaces to linha-faixa.
           move texto-faixa to lfx-texto.
           move qtde-faixa-curso (ind-faixa) to lfx-qtde.
           move valor-faixa-curso (ind-faixa) to lfx-valor.
           write linha-relatorio from linha-faixa.
           add 1 to ind-faixa.

       grava-faixa-geral.
           perform apura-texto-faixa.
           move spaces to linha-faixa.
           move texto-faixa to lfx-texto.
           move qtde-faixa-geral (ind-faixa) to lfx-qtde.
           move valor-faixa-geral (ind-faixa) to lfx-valor.
           write linha-relatorio from linha-faixa.
           add 1 to ind-faixa.

       apura-texto-faixa.
           evaluate ind-faixa
               when 1 move "ATE 30 DIAS" to texto-faixa
               when 2 move "31 A 60 DIAS" to texto-faixa
               when 3 move "61 A 90 DIAS" to texto-faixa
               when other move "ACIMA DE 90" to texto-faixa
           end-evaluate.

       grava-totais.
           write linha-relatorio from linha-branco.
           write linha-relatorio from titulo-total-geral.
           move 1 to ind-faixa.
           perform grava-faixa-geral until ind-faixa > 4.
           write linha-relatorio from linha-branco.
           move "Cobrancas em aberto:" to total-texto.
           move qtde-abertas to total-valor.
           write linha-relatorio from linha-total.
           move "Cobrancas a vencer:" to total-texto.
           move qtde-a-vencer to total-valor.
           write linha-relatorio from linha-total.
           move "Cobrancas vencidas:" to total-texto.
           move qtde-vencidas to total-valor.
           write linha-relatorio from linha-total.
           move "Cursos com inadimplencia:" to total-texto.
           move qtde-cursos to total-valor.
           write linha-relatorio from linha-total.
           move "Valor vencido:" to valor-texto.
           move total-vencido to valor-total.
           write linha-relatorio from linha-valor.
