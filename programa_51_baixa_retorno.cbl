       identification division.
       program-id. programa_51_baixa_retorno.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select retorno-banco assign to "RETBANCO"
               organization is line sequential
               file status is status-retorno.
           select cobrancas-file assign to "COBRANCA"
               organization is indexed
               access mode is random
               record key is cob-chave
               file status is status-cobrancas.
           select relatorio-baixa assign to "BAIXAREL"
               organization is line sequential.
           select relatorio-excecoes assign to "RETEXC"
               organization is line sequential.

       data division.
       file section.
       fd  retorno-banco.
       01  reg-retorno.
           02 rtb-tipo pic x(01).
               88 rtb-tipo-cabecalho value "H".
               88 rtb-tipo-detalhe value "D".
               88 rtb-tipo-rodape value "T".
           02 rtb-dados pic x(79).
           02 rtb-cabecalho redefines rtb-dados.
               03 rtbc-data-arquivo pic 9(08).
               03 filler pic x(71).
           02 rtb-detalhe redefines rtb-dados.
               03 rtbd-seu-numero.
                   04 rtbd-matricula pic x(08).
                   04 rtbd-competencia pic 9(06).
               03 rtbd-data-pagamento pic 9(08).
               03 rtbd-valor-pago pic 9(07)v99.
               03 filler pic x(48).
           02 rtb-rodape redefines rtb-dados.
               03 rtbr-qtde pic 9(07).
               03 rtbr-total pic 9(09)v99.
               03 filler pic x(61).

       fd  cobrancas-file.
       copy COBREG.

       fd  relatorio-baixa.
       01  linha-relatorio pic x(80).

       fd  relatorio-excecoes.
       01  linha-excecao pic x(80).

       working-storage section.
       01 status-retorno pic x(02) value "00".
       01 status-cobrancas pic x(02) value "00".
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-retorno value "S".

       01 motivo-excecao pic x(30) value spaces.
           88 pagamento-conciliado value spaces.

       01 controles-retorno.
           02 qtde-lidos pic 9(07) value zeros.
           02 qtde-liquidadas pic 9(07) value zeros.
           02 qtde-excecoes pic 9(07) value zeros.
           02 total-lido pic 9(09)v99 value zeros.
           02 total-liquidado pic 9(09)v99 value zeros.
           02 total-excecoes pic 9(09)v99 value zeros.
           02 qtde-informada pic 9(07) value zeros.
           02 total-informado pic 9(09)v99 value zeros.
           02 flag-rodape pic x(01) value "N".
               88 rodape-presente value "S".

       01 titulo-baixa pic x(44) value
           "------ Baixa do retorno bancario ------".
       01 titulo-excecoes pic x(44) value
           "------ Pagamentos nao conciliados ------".
       01 cabecalho-baixa pic x(80) value
           "MATRICULA COMPET NOME                               VALOR PA
      -    "GO EM    VALOR PAGO".
       01 cabecalho-excecoes pic x(80) value
           "MATRICULA COMPET PAGO EM    VALOR PAGO MOTIVO".
       01 linha-baixa.
           02 bxa-matricula pic x(08).
           02 filler pic x(02).
           02 bxa-competencia pic 9(06).
           02 filler pic x(01).
           02 bxa-nome pic x(30).
           02 filler pic x(01).
           02 bxa-valor pic zz.zz9,99.
           02 filler pic x(01).
           02 bxa-data-pagamento pic 9(08).
           02 filler pic x(01).
           02 bxa-valor-pago pic z.zzz.zz9,99.
       01 linha-detalhe-excecao.
           02 exc-matricula pic x(08).
           02 filler pic x(02).
           02 exc-competencia pic x(06).
           02 filler pic x(01).
           02 exc-data-pagamento pic x(08).
           02 filler pic x(01).
           02 exc-valor-pago pic z.zzz.zz9,99.
           02 filler pic x(01).
           02 exc-motivo pic x(30).
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzzzz9.
       01 linha-valor.
           02 valor-texto pic x(30).
           02 valor-total pic zzz.zzz.zz9,99.
       01 linha-aviso pic x(50) value spaces.
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform abre-arquivos.
           if arquivos-abertos
               perform grava-titulos
               perform le-retorno
               perform processa-retorno until fim-retorno
               perform grava-totais
               perform fecha-arquivos
           end-if.
           display "Cobrancas liquidadas: " at 1801.
           display qtde-liquidadas at 1823.
           display "Pagamentos nao conciliados: " at 1901.
           display qtde-excecoes at 1929.
           display linha-aviso at 2001.
           goback.

       abre-arquivos.
           open input retorno-banco.
           if status-retorno not = "00"
               display "Erro ao abrir o retorno, status: " at 2001
               display status-retorno at 2034
           else
               open i-o cobrancas-file
               if status-cobrancas not = "00"
                   display "Erro ao abrir as cobrancas, status: "
                       at 2001
                   display status-cobrancas at 2037
                   close retorno-banco
               else
                   open output relatorio-baixa
                   open output relatorio-excecoes
                   move "S" to flag-arquivos
               end-if
           end-if.

       fecha-arquivos.
           close retorno-banco.
           close cobrancas-file.
           close relatorio-baixa.
           close relatorio-excecoes.

       le-retorno.
           read retorno-banco
               at end move "S" to fim-arquivo
           end-read.

       processa-retorno.
           evaluate true
               when rtb-tipo-cabecalho
                   continue
               when rtb-tipo-rodape
                   move "S" to flag-rodape
                   move rtbr-qtde to qtde-informada
                   move rtbr-total to total-informado
               when rtb-tipo-detalhe
                   perform processa-pagamento
               when other
                   move "TIPO DE REGISTRO INVALIDO" to motivo-excecao
                   perform grava-excecao
           end-evaluate.
           perform le-retorno.

       processa-pagamento.
           add 1 to qtde-lidos.
           move spaces to motivo-excecao.
           if rtbd-valor-pago not numeric
               or rtbd-competencia not numeric
               move "VALOR OU COMPETENCIA INVALIDOS" to motivo-excecao
           else
               add rtbd-valor-pago to total-lido
               move rtbd-matricula to cob-matricula
               move rtbd-competencia to cob-competencia
               read cobrancas-file
                   invalid key continue
               end-read
               evaluate true
                   when status-cobrancas not = "00"
                       move "COBRANCA NAO LOCALIZADA"
                           to motivo-excecao
                   when cobranca-liquidada
                       move "COBRANCA JA LIQUIDADA" to motivo-excecao
                   when rtbd-valor-pago < cob-valor
                       move "PAGAMENTO A MENOR" to motivo-excecao
                   when other
                       perform liquida-cobranca
               end-evaluate
           end-if.
           if not pagamento-conciliado
               perform grava-excecao
           end-if.

       liquida-cobranca.
           move "L" to cob-situacao.
           move rtbd-data-pagamento to cob-data-pagamento.
           move rtbd-valor-pago to cob-valor-pago.
           rewrite reg-cobranca
               invalid key
                   move "ERRO AO REGRAVAR A COBRANCA"
                       to motivo-excecao
               not invalid key
                   add 1 to qtde-liquidadas
                   add rtbd-valor-pago to total-liquidado
                   perform grava-linha-baixa
           end-rewrite.

       grava-linha-baixa.
           move spaces to linha-baixa.
           move cob-matricula to bxa-matricula.
           move cob-competencia to bxa-competencia.
           move cob-nome to bxa-nome.
           move cob-valor to bxa-valor.
           move cob-data-pagamento to bxa-data-pagamento.
           move cob-valor-pago to bxa-valor-pago.
           write linha-relatorio from linha-baixa.

       grava-excecao.
           add 1 to qtde-excecoes.
           move spaces to linha-detalhe-excecao.
           move rtbd-matricula to exc-matricula.
           move rtbd-competencia to exc-competencia.
           move rtbd-data-pagamento to exc-data-pagamento.
           if rtb-tipo-detalhe and rtbd-valor-pago numeric
               move rtbd-valor-pago to exc-valor-pago
               add rtbd-valor-pago to total-excecoes
           end-if.
           move motivo-excecao to exc-motivo.
           write linha-excecao from linha-detalhe-excecao.

       grava-titulos.
           write linha-relatorio from titulo-baixa.
           write linha-relatorio from linha-branco.
           write linha-relatorio from cabecalho-baixa.
           write linha-excecao from titulo-excecoes.
           write linha-excecao from linha-branco.
           write linha-excecao from cabecalho-excecoes.

       grava-totais.
           write linha-relatorio from linha-branco.
           move "Pagamentos no retorno:" to total-texto.
           move qtde-lidos to total-valor.
           write linha-relatorio from linha-total.
           move "Cobrancas liquidadas:" to total-texto.
           move qtde-liquidadas to total-valor.
           write linha-relatorio from linha-total.
           move "Pagamentos nao conciliados:" to total-texto.
           move qtde-excecoes to total-valor.
           write linha-relatorio from linha-total.
           move "Valor liquidado:" to valor-texto.
           move total-liquidado to valor-total.
           write linha-relatorio from linha-valor.
           move "Valor nao conciliado:" to valor-texto.
           move total-excecoes to valor-total.
           write linha-relatorio from linha-valor.
           evaluate true
               when not rodape-presente
                   move "Retorno sem rodape, totais nao conferidos"
                       to linha-aviso
               when qtde-informada not = qtde-lidos
                   move "Quantidade NAO confere com o rodape"
                       to linha-aviso
               when total-informado not = total-lido
                   move "Valor total NAO confere com o rodape"
                       to linha-aviso
               when other
                   move "Totais de controle conferem" to linha-aviso
           end-evaluate.
           write linha-relatorio from linha-aviso.
           write linha-excecao from linha-branco.
           move "Pagamentos nao conciliados:" to total-texto.
           move qtde-excecoes to total-valor.
           write linha-excecao from linha-total.
           move "Valor nao conciliado:" to valor-texto.
           move total-excecoes to valor-total.
           write linha-excecao from linha-valor.
