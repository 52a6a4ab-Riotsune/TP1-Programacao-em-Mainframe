       identification division.
       program-id. programa_50_faturamento_mensal.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is dynamic
               record key is cad-matricula
               file status is status-cadastro.
           select mensalidades-file assign to "MENSAL"
               organization is indexed
               access mode is random
               record key is mns-chave
               file status is status-mensalidades.
           select cobrancas-file assign to "COBRANCA"
               organization is indexed
               access mode is random
               record key is cob-chave
               file status is status-cobrancas.
           select remessa-banco assign to "REMESSA"
               organization is line sequential
               file status is status-remessa.
           select relatorio-faturamento assign to "MENSREL"
               organization is line sequential.

       data division.
       file section.
       fd  cadastro-file.
       copy CADREG.

       fd  mensalidades-file.
       copy MENSREG.

       fd  cobrancas-file.
       copy COBREG.

       fd  remessa-banco.
       01  reg-remessa.
           02 rem-tipo pic x(01).
               88 rem-tipo-cabecalho value "H".
               88 rem-tipo-detalhe value "D".
               88 rem-tipo-rodape value "T".
           02 rem-dados pic x(79).
           02 rem-cabecalho redefines rem-dados.
               03 remc-data-geracao pic 9(08).
               03 remc-competencia pic 9(06).
               03 filler pic x(65).
           02 rem-detalhe redefines rem-dados.
               03 remd-seu-numero.
                   04 remd-matricula pic x(08).
                   04 remd-competencia pic 9(06).
               03 remd-sacado pic x(30).
               03 remd-data-vencimento pic 9(08).
               03 remd-valor pic 9(07)v99.
               03 filler pic x(18).
           02 rem-rodape redefines rem-dados.
               03 remr-qtde pic 9(07).
               03 remr-total pic 9(09)v99.
               03 filler pic x(61).

       fd  relatorio-faturamento.
       01  linha-relatorio pic x(100).

       working-storage section.
       01 status-cadastro pic x(02) value "00".
       01 status-mensalidades pic x(02) value "00".
       01 status-cobrancas pic x(02) value "00".
       01 status-remessa pic x(02) value "00".
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-cadastro value "S".

       01 competencia-pedido pic 9(06) value zeros.
       01 partes-competencia redefines competencia-pedido.
           02 ano-competencia pic 9(04).
           02 mes-competencia pic 9(02).

       01 apuracao-cobranca.
           02 data-inicio-mes pic 9(08) value zeros.
           02 data-inicio-proximo pic 9(08) value zeros.
           02 dias-calculados pic s9(07) value zeros.
           02 dias-mes pic 9(02) value zeros.
           02 dias-cobrados pic 9(02) value zeros.
           02 valor-cobrado pic 9(05)v99 value zeros.
           02 flag-faturavel pic x(01) value "N".
               88 aluno-faturavel value "S".
           02 flag-pro-rata pic x(01) value "N".
               88 cobranca-pro-rata value "S".

       01 data-corrente pic 9(08) value zeros.

       01 contadores-faturamento.
           02 qtde-emitidas pic 9(05) value zeros.
           02 qtde-pro-rata pic 9(05) value zeros.
           02 qtde-ja-faturadas pic 9(05) value zeros.
           02 qtde-sem-tabela pic 9(05) value zeros.
           02 total-faturado pic 9(09)v99 value zeros.

       01 titulo-faturamento.
           02 filler pic x(42) value
               "FATURAMENTO DE MENSALIDADES - COMPETENCIA ".
           02 tit-competencia pic 9(06).
       01 cabecalho-faturamento pic x(100) value
           "MATRICULA NOME                           CURSO      DIAS    
      -    "  VALOR VENCTO   OBSERVACAO".
       01 linha-cobranca.
           02 fat-matricula pic x(08).
           02 filler pic x(02).
           02 fat-nome pic x(30).
           02 filler pic x(01).
           02 fat-curso pic x(10).
           02 filler pic x(01).
           02 fat-dias-cobrados pic z9.
           02 fat-barra pic x(01).
           02 fat-dias-mes pic 99.
           02 filler pic x(01).
           02 fat-valor pic zz.zz9,99.
           02 filler pic x(01).
           02 fat-vencimento pic 9(08).
           02 filler pic x(01).
           02 fat-observacao pic x(22).
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
               perform grava-titulo
               perform grava-cabecalho-remessa
               perform posiciona-cadastro
               perform processa-aluno until fim-cadastro
               perform grava-rodape-remessa
               perform grava-totais
               perform fecha-arquivos
           end-if.
           display "Cobrancas emitidas: " at 1801.
           display qtde-emitidas at 1821.
           display "Sem tabela de mensalidade: " at 1901.
           display qtde-sem-tabela at 1928.
           goback.

       informa-pedido.
           display "------ Faturamento de mensalidades ------" at 0110.
           display "Competencia (aaaamm): " at 0301.
           accept competencia-pedido at 0324.
           if mes-competencia < 1 or mes-competencia > 12
               display "Mes invalido, informe de 01 a 12" at 2010
               perform informa-pedido
           end-if.

       abre-arquivos.
           open input cadastro-file.
           if status-cadastro not = "00"
               display "Erro ao abrir o cadastro, status: " at 2001
               display status-cadastro at 2036
           else
               open input mensalidades-file
               if status-mensalidades not = "00"
                   display "Erro ao abrir as mensalidades, status: "
                       at 2001
                   display status-mensalidades at 2040
                   close cadastro-file
               else
                   perform abre-cobrancas
               end-if
           end-if.

       abre-cobrancas.
           open i-o cobrancas-file.
           if status-cobrancas = "35"
               open output cobrancas-file
               close cobrancas-file
               open i-o cobrancas-file
           end-if.
           if status-cobrancas not = "00"
               display "Erro ao abrir as cobrancas, status: " at 2001
               display status-cobrancas at 2037
               close cadastro-file
               close mensalidades-file
           else
               open output remessa-banco
               open output relatorio-faturamento
               perform apura-dias-mes
               move "S" to flag-arquivos
           end-if.

       fecha-arquivos.
           close cadastro-file.
           close mensalidades-file.
           close cobrancas-file.
           close remessa-banco.
           close relatorio-faturamento.

       apura-dias-mes.
           compute data-inicio-mes =
               (ano-competencia * 10000) + (mes-competencia * 100) + 1.
           if mes-competencia = 12
               compute data-inicio-proximo =
                   ((ano-competencia + 1) * 10000) + 101
           else
               compute data-inicio-proximo = data-inicio-mes + 100
           end-if.
           call "calculo-dias" using data-inicio-mes
               data-inicio-proximo dias-calculados.
           move dias-calculados to dias-mes.

       posiciona-cadastro.
           move "N" to fim-arquivo.
           move low-values to cad-matricula.
           start cadastro-file key not < cad-matricula
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-cadastro
               perform le-cadastro
           end-if.

       le-cadastro.
           read cadastro-file next
               at end move "S" to fim-arquivo
           end-read.

       processa-aluno.
           perform verifica-faturavel.
           if aluno-faturavel
               move cad-matricula to cob-matricula
               move competencia-pedido to cob-competencia
               read cobrancas-file
                   invalid key continue
               end-read
               if status-cobrancas = "00"
                   add 1 to qtde-ja-faturadas
               else
                   perform localiza-mensalidade
               end-if
           end-if.
           perform le-cadastro.

       verifica-faturavel.
           move "N" to flag-faturavel.
           move "N" to flag-pro-rata.
           move dias-mes to dias-cobrados.
           evaluate true
               when cadastro-ativo
                   and cad-data-matricula < data-inicio-proximo
                   move "S" to flag-faturavel
               when cadastro-movimentado
                   and cad-data-movimento numeric
                   and cad-data-movimento >= data-inicio-mes
                   and cad-data-movimento < data-inicio-proximo
                   move "S" to flag-faturavel
                   move "S" to flag-pro-rata
                   call "calculo-dias" using data-inicio-mes
                       cad-data-movimento dias-calculados
                   compute dias-cobrados = dias-calculados + 1
               when other
                   continue
           end-evaluate.

       localiza-mensalidade.
           move cad-curso to mns-curso.
           move ano-competencia to mns-ano-letivo.
           read mensalidades-file
               invalid key continue
           end-read.
           if status-mensalidades not = "00"
               add 1 to qtde-sem-tabela
               move spaces to linha-cobranca
               move cad-matricula to fat-matricula
               move cad-nome to fat-nome
               move cad-curso to fat-curso
               move "SEM TABELA MENSALIDADE" to fat-observacao
               write linha-relatorio from linha-cobranca
           else
               perform emite-cobranca
           end-if.

       emite-cobranca.
           if cobranca-pro-rata
               compute valor-cobrado rounded =
                   mns-valor * dias-cobrados / dias-mes
           else
               move mns-valor to valor-cobrado
           end-if.
           move spaces to reg-cobranca.
           move cad-matricula to cob-matricula.
           move competencia-pedido to cob-competencia.
           move cad-nome to cob-nome.
           move cad-curso to cob-curso.
           move valor-cobrado to cob-valor.
           move dias-cobrados to cob-dias-cobrados.
           move dias-mes to cob-dias-mes.
           move data-corrente to cob-data-emissao.
           compute cob-data-vencimento =
               data-inicio-mes - 1 + mns-dia-vencimento.
           move "A" to cob-situacao.
           move zeros to cob-data-pagamento.
           move zeros to cob-valor-pago.
           write reg-cobranca
               invalid key
                   add 1 to qtde-ja-faturadas
               not invalid key
                   perform registra-cobranca
           end-write.

       registra-cobranca.
           add 1 to qtde-emitidas.
           add cob-valor to total-faturado.
           move spaces to reg-remessa.
           move "D" to rem-tipo.
           move cob-matricula to remd-matricula.
           move cob-competencia to remd-competencia.
           move cob-nome to remd-sacado.
           move cob-data-vencimento to remd-data-vencimento.
           move cob-valor to remd-valor.
           write reg-remessa.
           move spaces to linha-cobranca.
           move cob-matricula to fat-matricula.
           move cob-nome to fat-nome.
           move cob-curso to fat-curso.
           move cob-dias-cobrados to fat-dias-cobrados.
           move "/" to fat-barra.
           move cob-dias-mes to fat-dias-mes.
           move cob-valor to fat-valor.
           move cob-data-vencimento to fat-vencimento.
           if cobranca-pro-rata
               add 1 to qtde-pro-rata
               move "PRO RATA" to fat-observacao
           end-if.
           write linha-relatorio from linha-cobranca.

       grava-cabecalho-remessa.
           accept data-corrente from date yyyymmdd.
           move spaces to reg-remessa.
           move "H" to rem-tipo.
           move data-corrente to remc-data-geracao.
           move competencia-pedido to remc-competencia.
           write reg-remessa.

       grava-rodape-remessa.
           move spaces to reg-remessa.
           move "T" to rem-tipo.
           move qtde-emitidas to remr-qtde.
           move total-faturado to remr-total.
           write reg-remessa.

       grava-titulo.
           move competencia-pedido to tit-competencia.
           write linha-relatorio from titulo-faturamento.
           write linha-relatorio from linha-branco.
           write linha-relatorio from cabecalho-faturamento.

       grava-totais.
           write linha-relatorio from linha-branco.
           move "Cobrancas emitidas:" to total-texto.
           move qtde-emitidas to total-valor.
           write linha-relatorio from linha-total.
           move "Cobrancas pro rata:" to total-texto.
           move qtde-pro-rata to total-valor.
           write linha-relatorio from linha-total.
           move "Ja faturados na competencia:" to total-texto.
           move qtde-ja-faturadas to total-valor.
           write linha-relatorio from linha-total.
           move "Sem tabela de mensalidade:" to total-texto.
           move qtde-sem-tabela to total-valor.
           write linha-relatorio from linha-total.
           move "Valor total faturado:" to valor-texto.
           move total-faturado to valor-total.
           write linha-relatorio from linha-valor.
