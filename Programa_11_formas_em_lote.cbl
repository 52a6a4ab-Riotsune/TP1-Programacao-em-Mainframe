
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-SERVICO ASSIGN TO "ORDMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               FILE STATUS IS STATUS-ORDEM.
           SELECT RESULTADOS-ORDEM ASSIGN TO "ORDRES"
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-MATERIAL
               FILE STATUS IS STATUS-PRECO.
           SELECT ESTOQUE-MATERIAL ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-MATERIAL
               FILE STATUS IS STATUS-ESTOQUE.
           SELECT MOVIMENTO-ESTOQUE ASSIGN TO "ESTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-MOV-ESTOQUE.
           SELECT FATURA-ORDEM ASSIGN TO "FATURA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-FATURA ASSIGN TO "FATUREL"

       FILE SECTION.
       FD  ORDENS-SERVICO.
       COPY ORDREG.

       FD  RESULTADOS-ORDEM.
       01  REG-RESULTADO.
       FD  PRECOS-MATERIAL.
       COPY PRECREG.

       FD  ESTOQUE-MATERIAL.
       COPY ESTREG.

       FD  MOVIMENTO-ESTOQUE.
       COPY ESTMREG.

       FD  FATURA-ORDEM.
       01  REG-FATURA.
           03 FAT-ORDEM pic x(06).
       01 STATUS-ORDEM pic x(02) value "00".
       01 STATUS-SESSAO pic x(02) value "00".
       01 STATUS-PRECO pic x(02) value "00".
       01 STATUS-ESTOQUE pic x(02) value "00".
       01 STATUS-MOV-ESTOQUE pic x(02) value "00".
       01 OPERADOR-ATUAL pic x(08) value spaces.
       01 FIM-ORDENS pic x(01) value "N".
           88 FIM-ARQUIVO-ORDENS value "S".
           03 valor-item pic s9(7)v99 value zeros.
           03 data-hoje pic 9(08) value zeros.

       01 Apuracao-Estoque.
           03 flag-estoque pic x(01) value "N".
               88 estoque-suficiente value "S".
           03 saldo-anterior pic s9(7)v99 value zeros.
           03 motivo-retencao pic x(30) value spaces.

       01 motivo-validacao pic x(30) value spaces.

       01 Contadores-Lote.
           03 qtde-calculadas pic 9(05) value zeros.
           03 qtde-invalidas pic 9(05) value zeros.
           03 qtde-sem-preco pic 9(05) value zeros.
           03 qtde-retidas pic 9(05) value zeros.

       01 Mascaras-Relatorio.
           03 area-mascara pic -z,zz9.99.

       01-Inicializacao.
           perform 10-Carrega-Sessao.
           open i-o ORDENS-SERVICO.
           if STATUS-ORDEM not = "00"
               display "Erro ao abrir as ordens, status: " at 2001
               display STATUS-ORDEM at 2034
                   close ORDENS-SERVICO
                   move "S" to FIM-ORDENS
               else
                   open i-o ESTOQUE-MATERIAL
                   if STATUS-ESTOQUE not = "00"
                       display "Erro ao abrir o estoque, status: "
                           at 2001
                       display STATUS-ESTOQUE at 2035
                       close ORDENS-SERVICO
                       close PRECOS-MATERIAL
                       move "S" to FIM-ORDENS
                   else
                       perform 12-Executa-Lote
                   end-if
               end-if
           end-if.
           perform 09-Resumo-Tela.
           open output FATURA-ORDEM.
           open output RELATORIO-FATURA.
           open extend LOG-AUDITORIA.
           open extend MOVIMENTO-ESTOQUE.
           if STATUS-MOV-ESTOQUE = "35"
               open output MOVIMENTO-ESTOQUE
           end-if.
           write LINHA-RELATORIO from TITULO-RELATORIO.
           write LINHA-RELATORIO from LINHA-BRANCO.
           write LINHA-RELATORIO from CABECALHO-RELATORIO.
           perform 08-Grava-Resumo.
           close ORDENS-SERVICO.
           close PRECOS-MATERIAL.
           close ESTOQUE-MATERIAL.
           close MOVIMENTO-ESTOQUE.
           close RESULTADOS-ORDEM.
           close RELATORIO-FORMAS.
           close FATURA-ORDEM.
           close LOG-AUDITORIA.

       02-Le-Ordem.
           perform 14-Le-Registro-Ordem.
           perform 14-Le-Registro-Ordem
               until FIM-ARQUIVO-ORDENS or ORDEM-PENDENTE.

       14-Le-Registro-Ordem.
           read ORDENS-SERVICO next
               at end move "S" to FIM-ORDENS
           end-read.

       03-Processa-Ordem.
           add 1 to qtde-lidas.
           perform 04-Valida-Ordem.
           perform 06-Fecha-Ordem.
           perform 02-Le-Ordem.

       04-Valida-Ordem.
                   compute resultado-calculo =
                       (base-calculo * altura-calculo) / 2
           end-evaluate.
           perform 16-Verifica-Estoque.
           if not estoque-suficiente
               perform 17-Retem-Ordem
           else
               add 1 to qtde-calculadas
               add 1 to qtde-itens-ordem
               add resultado-calculo to total-area-ordem
               add perimetro-calculo to total-perim-ordem
               compute valor-item =
                   (resultado-calculo * PRE-PRECO-AREA) +
                   (perimetro-calculo * PRE-PRECO-PERIMETRO)
               add valor-item to total-fatura-ordem
               perform 07-Grava-Resultado
               perform 18-Baixa-Estoque
               move "C" to ORD-SITUACAO
               move data-hoje to ORD-DATA-SITUACAO
               move resultado-calculo to ORD-AREA
               move perimetro-calculo to ORD-PERIMETRO
               perform 15-Regrava-Ordem
           end-if.

       16-Verifica-Estoque.
           move "N" to flag-estoque.
           move spaces to motivo-retencao.
           move ORD-MATERIAL to EST-MATERIAL.
           read ESTOQUE-MATERIAL
               invalid key continue
           end-read.
           evaluate true
               when STATUS-ESTOQUE not = "00"
                   move "MATERIAL SEM ESTOQUE" to motivo-retencao
               when EST-SALDO < resultado-calculo
                   move "ESTOQUE INSUFICIENTE" to motivo-retencao
               when other
                   move "S" to flag-estoque
           end-evaluate.

       17-Retem-Ordem.
           add 1 to qtde-retidas.
           move spaces to ordem-corrente.
           move spaces to LINHA-INVALIDA.
           move "ORDEM RETIDA" to INV-TEXTO.
           move ORD-ID to INV-ID.
           move motivo-retencao to INV-MOTIVO.
           write LINHA-RELATORIO from LINHA-INVALIDA.
           move "R" to ORD-SITUACAO.
           move data-hoje to ORD-DATA-SITUACAO.
           move resultado-calculo to ORD-AREA.
           move perimetro-calculo to ORD-PERIMETRO.
           perform 15-Regrava-Ordem.

       18-Baixa-Estoque.
           move EST-SALDO to saldo-anterior.
           subtract resultado-calculo from EST-SALDO.
           move data-hoje to EST-DATA-ULTIMO-MOV.
           rewrite REG-ESTOQUE
               invalid key
                   display "Erro ao regravar o estoque " at 2401
                   display EST-MATERIAL at 2428
           end-rewrite.
           move spaces to REG-MOV-ESTOQUE.
           move EST-MATERIAL to EMV-MATERIAL.
           move "C" to EMV-TIPO.
           move resultado-calculo to EMV-QUANTIDADE.
           move saldo-anterior to EMV-SALDO-ANTERIOR.
           move EST-SALDO to EMV-SALDO-NOVO.
           move ORD-ID to EMV-DOCUMENTO.
           move data-hoje to EMV-DATA.
           accept EMV-HORA from time.
           move OPERADOR-ATUAL to EMV-OPERADOR.
           write REG-MOV-ESTOQUE.

       06-Fecha-Ordem.
           if ordem-corrente not = spaces
           move total-fatura-ordem to total-mascara.
           move total-mascara to FTR-VALOR.
           write LINHA-FATURA from LINHA-FATURA-ORDEM.
           move "F" to ORD-SITUACAO.
           move data-hoje to ORD-DATA-SITUACAO.
           move total-fatura-ordem to ORD-VALOR-FATURADO.
           perform 15-Regrava-Ordem.

       15-Regrava-Ordem.
           rewrite REG-ORDEM
               invalid key
                   display "Erro ao regravar a ordem " at 2301
                   display ORD-ID at 2326
           end-rewrite.

       07-Grava-Resultado.
           move spaces to REG-RESULTADO.
           move "Itens sem preco vigente:" to RESUMO-TEXTO.
           move qtde-sem-preco to RESUMO-VALOR.
           write LINHA-RELATORIO from LINHA-RESUMO.
           move "Ordens retidas:" to RESUMO-TEXTO.
           move qtde-retidas to RESUMO-VALOR.
           write LINHA-RELATORIO from LINHA-RESUMO.

       09-Resumo-Tela.
           display "------ Ordens de servico ------" at 1801.
           display qtde-invalidas at 2112.
           display "Sem preco: " at 2201.
           display qtde-sem-preco at 2212.
           display "Retidas: " at 2301.
           display qtde-retidas at 2310.

       10-Carrega-Sessao.
           move spaces to OPERADOR-ATUAL.
