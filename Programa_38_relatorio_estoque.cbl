       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX14.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MATERIAL ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-MATERIAL
               FILE STATUS IS STATUS-ESTOQUE.
           SELECT MOVIMENTO-ESTOQUE ASSIGN TO "ESTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-MOV-ESTOQUE.
           SELECT CONSUMO-WORK ASSIGN TO "ESTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CWK-MATERIAL
               FILE STATUS IS STATUS-CONSUMO.
           SELECT RELATORIO-ESTOQUE ASSIGN TO "RELESTOQ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  ESTOQUE-MATERIAL.
       COPY ESTREG.

       FD  MOVIMENTO-ESTOQUE.
       COPY ESTMREG.

       FD  CONSUMO-WORK.
       01  REG-CONSUMO-WORK.
           03 CWK-MATERIAL pic x(06).
           03 CWK-RECEBIDO pic s9(7)v99.
           03 CWK-AJUSTADO pic s9(7)v99.
           03 CWK-CONSUMIDO pic s9(7)v99.

       FD  RELATORIO-ESTOQUE.
       01  LINHA-RELATORIO pic x(100).

       WORKING-STORAGE SECTION.

       01 STATUS-ESTOQUE pic x(02) value "00".
       01 STATUS-MOV-ESTOQUE pic x(02) value "00".
       01 STATUS-CONSUMO pic x(02) value "00".
       01 FIM-LEITURA pic x(01) value "N".
           88 FIM-ARQUIVO value "S".
       01 FLAG-ARQUIVOS pic x(01) value "N".
           88 ARQUIVOS-ABERTOS value "S".

       01 data-pedida pic 9(08) value zeros.

       01 Contadores-Estoque.
           03 qtde-materiais pic 9(05) value zeros.
           03 qtde-abaixo pic 9(05) value zeros.
           03 qtde-movimentos pic 9(05) value zeros.

       01 Mascaras-Relatorio.
           03 quantidade-mascara pic -z,zzz,zz9.99.

       01 TITULO-RELATORIO.
           03 filler pic x(34) value
               "RELATORIO DIARIO DE ESTOQUE - DIA ".
           03 TIT-DATA pic 9(08).
       01 CABECALHO-RELATORIO pic x(100) value
           "MATERIAL     RECEBIDO      AJUSTADO     CONSUMIDO         SA
      -    "LDO  PONTO PEDIDO".
       01 LINHA-MATERIAL.
           03 MAT-MATERIAL pic x(06).
           03 filler pic x(01).
           03 MAT-RECEBIDO pic x(13).
           03 filler pic x(01).
           03 MAT-AJUSTADO pic x(13).
           03 filler pic x(01).
           03 MAT-CONSUMIDO pic x(13).
           03 filler pic x(01).
           03 MAT-SALDO pic x(13).
           03 filler pic x(01).
           03 MAT-PONTO pic x(13).
           03 filler pic x(01).
           03 MAT-AVISO pic x(06).
       01 TITULO-ABAIXO pic x(44) value
           "MATERIAIS ABAIXO DO PONTO DE PEDIDO".
       01 LINHA-RESUMO.
           03 RESUMO-TEXTO pic x(25).
           03 RESUMO-VALOR pic zzzz9.
       01 LINHA-BRANCO pic x(01) value spaces.

       PROCEDURE DIVISION.

       01-Inicializacao.
           perform 02-Informa-Data.
           perform 03-Abre-Arquivos.
           if ARQUIVOS-ABERTOS
               perform 04-Acumula-Movimentos
               perform 06-Lista-Materiais
               perform 09-Lista-Abaixo-Ponto
               perform 11-Grava-Resumo
               close ESTOQUE-MATERIAL
               close CONSUMO-WORK
               close RELATORIO-ESTOQUE
           end-if.
           perform 12-Resumo-Tela.
           goback.

       02-Informa-Data.
           display "------ Relatorio de estoque ------" at 0110.
           display "Data (aaaammdd, 0 = hoje): " at 0310.
           accept data-pedida at 0338.
           if data-pedida = zeros
               accept data-pedida from date yyyymmdd
           end-if.

       03-Abre-Arquivos.
           open input ESTOQUE-MATERIAL.
           if STATUS-ESTOQUE not = "00"
               display "Erro ao abrir o estoque, status: " at 2001
               display STATUS-ESTOQUE at 2035
           else
               open output CONSUMO-WORK
               close CONSUMO-WORK
               open i-o CONSUMO-WORK
               if STATUS-CONSUMO not = "00"
                   display "Apoio de consumo indisponivel" at 2001
                   close ESTOQUE-MATERIAL
               else
                   open output RELATORIO-ESTOQUE
                   move "S" to FLAG-ARQUIVOS
               end-if
           end-if.

       04-Acumula-Movimentos.
           open input MOVIMENTO-ESTOQUE.
           if STATUS-MOV-ESTOQUE = "00"
               move "N" to FIM-LEITURA
               perform 05-Le-Movimento
               perform 13-Acumula-Movimento until FIM-ARQUIVO
               close MOVIMENTO-ESTOQUE
           end-if.

       05-Le-Movimento.
           read MOVIMENTO-ESTOQUE
               at end move "S" to FIM-LEITURA
           end-read.

       13-Acumula-Movimento.
           if EMV-DATA = data-pedida
               add 1 to qtde-movimentos
               move EMV-MATERIAL to CWK-MATERIAL
               read CONSUMO-WORK
                   invalid key continue
               end-read
               if STATUS-CONSUMO not = "00"
                   move EMV-MATERIAL to CWK-MATERIAL
                   move zeros to CWK-RECEBIDO
                   move zeros to CWK-AJUSTADO
                   move zeros to CWK-CONSUMIDO
                   write REG-CONSUMO-WORK
                       invalid key continue
                   end-write
               end-if
               evaluate true
                   when EMV-RECEBIMENTO
                       add EMV-QUANTIDADE to CWK-RECEBIDO
                   when EMV-AJUSTE
                       add EMV-QUANTIDADE to CWK-AJUSTADO
                   when EMV-CONSUMO
                       add EMV-QUANTIDADE to CWK-CONSUMIDO
               end-evaluate
               rewrite REG-CONSUMO-WORK
                   invalid key continue
               end-rewrite
           end-if.
           perform 05-Le-Movimento.

       06-Lista-Materiais.
           move data-pedida to TIT-DATA.
           write LINHA-RELATORIO from TITULO-RELATORIO.
           write LINHA-RELATORIO from LINHA-BRANCO.
           write LINHA-RELATORIO from CABECALHO-RELATORIO.
           perform 07-Posiciona-Estoque.
           perform 14-Grava-Material until FIM-ARQUIVO.

       07-Posiciona-Estoque.
           move "N" to FIM-LEITURA.
           move low-values to EST-MATERIAL.
           start ESTOQUE-MATERIAL key not < EST-MATERIAL
               invalid key move "S" to FIM-LEITURA
           end-start.
           if not FIM-ARQUIVO
               perform 08-Le-Estoque
           end-if.

       08-Le-Estoque.
           read ESTOQUE-MATERIAL next
               at end move "S" to FIM-LEITURA
           end-read.

       14-Grava-Material.
           add 1 to qtde-materiais.
           move spaces to LINHA-MATERIAL.
           move EST-MATERIAL to MAT-MATERIAL.
           move EST-MATERIAL to CWK-MATERIAL.
           read CONSUMO-WORK
               invalid key continue
           end-read.
           if STATUS-CONSUMO not = "00"
               move zeros to CWK-RECEBIDO
               move zeros to CWK-AJUSTADO
               move zeros to CWK-CONSUMIDO
           end-if.
           move CWK-RECEBIDO to quantidade-mascara.
           move quantidade-mascara to MAT-RECEBIDO.
           move CWK-AJUSTADO to quantidade-mascara.
           move quantidade-mascara to MAT-AJUSTADO.
           move CWK-CONSUMIDO to quantidade-mascara.
           move quantidade-mascara to MAT-CONSUMIDO.
           perform 10-Edita-Saldo.
           write LINHA-RELATORIO from LINHA-MATERIAL.
           perform 08-Le-Estoque.

       10-Edita-Saldo.
           move EST-SALDO to quantidade-mascara.
           move quantidade-mascara to MAT-SALDO.
           move EST-PONTO-PEDIDO to quantidade-mascara.
           move quantidade-mascara to MAT-PONTO.
           if EST-SALDO < EST-PONTO-PEDIDO
               move "ABAIXO" to MAT-AVISO
           end-if.

       09-Lista-Abaixo-Ponto.
           write LINHA-RELATORIO from LINHA-BRANCO.
           write LINHA-RELATORIO from TITULO-ABAIXO.
           write LINHA-RELATORIO from LINHA-BRANCO.
           perform 07-Posiciona-Estoque.
           perform 15-Grava-Abaixo-Ponto until FIM-ARQUIVO.

       15-Grava-Abaixo-Ponto.
           if EST-SALDO < EST-PONTO-PEDIDO
               add 1 to qtde-abaixo
               move spaces to LINHA-MATERIAL
               move EST-MATERIAL to MAT-MATERIAL
               perform 10-Edita-Saldo
               write LINHA-RELATORIO from LINHA-MATERIAL
           end-if.
           perform 08-Le-Estoque.

       11-Grava-Resumo.
           write LINHA-RELATORIO from LINHA-BRANCO.
           move "Materiais em estoque:" to RESUMO-TEXTO.
           move qtde-materiais to RESUMO-VALOR.
           write LINHA-RELATORIO from LINHA-RESUMO.
           move "Movimentos do dia:" to RESUMO-TEXTO.
           move qtde-movimentos to RESUMO-VALOR.
           write LINHA-RELATORIO from LINHA-RESUMO.
           move "Abaixo do ponto pedido:" to RESUMO-TEXTO.
           move qtde-abaixo to RESUMO-VALOR.
           write LINHA-RELATORIO from LINHA-RESUMO.

       12-Resumo-Tela.
           display "------ Estoque ------" at 1801.
           display "Materiais: " at 1901.
           display qtde-materiais at 1913.
           display "Abaixo do ponto: " at 2001.
           display qtde-abaixo at 2019.
