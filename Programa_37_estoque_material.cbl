       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX13.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MATERIAL ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-MATERIAL
               FILE STATUS IS STATUS-ESTOQUE.
           SELECT PRECOS-MATERIAL ASSIGN TO "PRECOMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-MATERIAL
               FILE STATUS IS STATUS-PRECO.
           SELECT MOVIMENTO-ESTOQUE ASSIGN TO "ESTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-MOV-ESTOQUE.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SESSAO.

       DATA DIVISION.

       FILE SECTION.
       FD  ESTOQUE-MATERIAL.
       COPY ESTREG.

       FD  PRECOS-MATERIAL.
       COPY PRECREG.

       FD  MOVIMENTO-ESTOQUE.
       COPY ESTMREG.

       FD  SESSAO-FILE.
       COPY SESSREG.

       WORKING-STORAGE SECTION.

       01 STATUS-ESTOQUE pic x(02) value "00".
       01 STATUS-PRECO pic x(02) value "00".
       01 STATUS-MOV-ESTOQUE pic x(02) value "00".
       01 STATUS-SESSAO pic x(02) value "00".
       01 OPERADOR-ATUAL pic x(08) value spaces.
       01 FLAG-ARQUIVOS pic x(01) value "N".
           88 ARQUIVOS-ABERTOS value "S".

       01 OPCAO-ESTOQUE pic 9(01) value zeros.
           88 OPCAO-VOLTAR value 0.

       01 Entrada-Estoque.
           03 material-entrada pic x(06) value spaces.
           03 quantidade-entrada pic 9(7)v99 value zeros.
           03 ponto-entrada pic 9(7)v99 value zeros.
           03 documento-entrada pic x(10) value spaces.

       01 Apuracao-Movimento.
           03 tipo-movimento pic x(01) value space.
           03 saldo-anterior pic s9(7)v99 value zeros.
           03 diferenca-inventario pic s9(7)v99 value zeros.
           03 data-hoje pic 9(08) value zeros.

       01 Mascaras-Estoque.
           03 saldo-mascara pic -z,zzz,zz9.99.

       PROCEDURE DIVISION.

       01-Inicializacao.
           perform 10-Carrega-Sessao.
           perform 02-Abre-Arquivos.
           if ARQUIVOS-ABERTOS
               perform 03-Mostra-Menu
               perform 04-Trata-Opcao with test after
                   until OPCAO-VOLTAR
               close ESTOQUE-MATERIAL
               close PRECOS-MATERIAL
               close MOVIMENTO-ESTOQUE
           end-if.
           goback.

       02-Abre-Arquivos.
           open i-o ESTOQUE-MATERIAL.
           if STATUS-ESTOQUE = "35"
               open output ESTOQUE-MATERIAL
               close ESTOQUE-MATERIAL
               open i-o ESTOQUE-MATERIAL
           end-if.
           if STATUS-ESTOQUE not = "00"
               display "Erro ao abrir o estoque, status: " at 2001
               display STATUS-ESTOQUE at 2035
           else
               open input PRECOS-MATERIAL
               if STATUS-PRECO not = "00"
                   display "Erro ao abrir os precos, status: " at 2001
                   display STATUS-PRECO at 2034
                   close ESTOQUE-MATERIAL
               else
                   open extend MOVIMENTO-ESTOQUE
                   if STATUS-MOV-ESTOQUE = "35"
                       open output MOVIMENTO-ESTOQUE
                   end-if
                   move "S" to FLAG-ARQUIVOS
               end-if
           end-if.

       03-Mostra-Menu.
           display "------ Estoque de materiais ------" at 0110.
           display "1-Recebimento 2-Inventario 3-Ponto pedido "
               at 0310.
           display "4-Consultar 0-Voltar" at 0353.

       04-Trata-Opcao.
           display "Opcao: " at 0510.
           accept OPCAO-ESTOQUE at 0518.
           evaluate OPCAO-ESTOQUE
               when 1 perform 06-Recebe-Material-Entregue
               when 2 perform 07-Ajusta-Inventario
               when 3 perform 08-Altera-Ponto-Pedido
               when 4 perform 09-Consulta-Estoque
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       05-Recebe-Material.
           display "Material: " at 0710.
           accept material-entrada at 0721.

       11-Recebe-Quantidade.
           display "Quantidade (area): " at 0910.
           accept quantidade-entrada at 0930.

       12-Recebe-Documento.
           display "Documento: " at 1010.
           accept documento-entrada at 1022.

       13-Le-Estoque.
           move material-entrada to EST-MATERIAL.
           read ESTOQUE-MATERIAL
               invalid key continue
           end-read.

       14-Mostra-Saldo.
           display "Saldo atual: " at 0810.
           move EST-SALDO to saldo-mascara.
           display saldo-mascara at 0824.

       06-Recebe-Material-Entregue.
           perform 05-Recebe-Material.
           move material-entrada to PRE-MATERIAL.
           read PRECOS-MATERIAL
               invalid key continue
           end-read.
           if STATUS-PRECO not = "00"
               display "Material nao cadastrado nos precos" at 2010
           else
               perform 13-Le-Estoque
               if STATUS-ESTOQUE not = "00"
                   move spaces to REG-ESTOQUE
                   move material-entrada to EST-MATERIAL
                   move zeros to EST-SALDO
                   move zeros to EST-PONTO-PEDIDO
                   move zeros to EST-DATA-ULTIMO-MOV
                   write REG-ESTOQUE
                       invalid key
                           display "Erro ao incluir o estoque" at 2010
                   end-write
               end-if
               perform 14-Mostra-Saldo
               perform 11-Recebe-Quantidade
               perform 12-Recebe-Documento
               if quantidade-entrada = zeros
                   display "Quantidade deve ser maior que zero"
                       at 2010
               else
                   move EST-SALDO to saldo-anterior
                   add quantidade-entrada to EST-SALDO
                   move "E" to tipo-movimento
                   move quantidade-entrada to diferenca-inventario
                   perform 15-Grava-Movimento
                   display "Recebimento registrado" at 2010
               end-if
           end-if.

       07-Ajusta-Inventario.
           perform 05-Recebe-Material.
           perform 13-Le-Estoque.
           if STATUS-ESTOQUE not = "00"
               display "Material sem estoque cadastrado" at 2010
           else
               perform 14-Mostra-Saldo
               display "Quantidade contada: " at 0910
               accept quantidade-entrada at 0931
               perform 12-Recebe-Documento
               move EST-SALDO to saldo-anterior
               compute diferenca-inventario =
                   quantidade-entrada - EST-SALDO
               move quantidade-entrada to EST-SALDO
               move "A" to tipo-movimento
               perform 15-Grava-Movimento
               display "Inventario ajustado" at 2010
           end-if.

       08-Altera-Ponto-Pedido.
           perform 05-Recebe-Material.
           perform 13-Le-Estoque.
           if STATUS-ESTOQUE not = "00"
               display "Material sem estoque cadastrado" at 2010
           else
               display "Ponto de pedido: " at 0910
               move EST-PONTO-PEDIDO to saldo-mascara
               display saldo-mascara at 0928
               accept ponto-entrada at 0928
               move ponto-entrada to EST-PONTO-PEDIDO
               rewrite REG-ESTOQUE
                   invalid key
                       display "Erro ao alterar o estoque" at 2010
                   not invalid key
                       display "Ponto de pedido alterado" at 2010
               end-rewrite
           end-if.

       09-Consulta-Estoque.
           perform 05-Recebe-Material.
           perform 13-Le-Estoque.
           if STATUS-ESTOQUE not = "00"
               display "Material sem estoque cadastrado" at 2010
           else
               perform 14-Mostra-Saldo
               display "Ponto de pedido: " at 0910
               move EST-PONTO-PEDIDO to saldo-mascara
               display saldo-mascara at 0928
               display "Ultimo movimento: " at 1010
               display EST-DATA-ULTIMO-MOV at 1029
               if EST-SALDO < EST-PONTO-PEDIDO
                   display "Material abaixo do ponto de pedido"
                       at 2010
               end-if
           end-if.

       15-Grava-Movimento.
           accept data-hoje from date yyyymmdd.
           move data-hoje to EST-DATA-ULTIMO-MOV.
           rewrite REG-ESTOQUE
               invalid key
                   display "Erro ao regravar o estoque" at 2010
           end-rewrite.
           move spaces to REG-MOV-ESTOQUE.
           move EST-MATERIAL to EMV-MATERIAL.
           move tipo-movimento to EMV-TIPO.
           move diferenca-inventario to EMV-QUANTIDADE.
           move saldo-anterior to EMV-SALDO-ANTERIOR.
           move EST-SALDO to EMV-SALDO-NOVO.
           move documento-entrada to EMV-DOCUMENTO.
           move data-hoje to EMV-DATA.
           accept EMV-HORA from time.
           move OPERADOR-ATUAL to EMV-OPERADOR.
           write REG-MOV-ESTOQUE.

       10-Carrega-Sessao.
           move spaces to OPERADOR-ATUAL.
           open input SESSAO-FILE.
           if STATUS-SESSAO = "00"
               read SESSAO-FILE
                   at end continue
               end-read
               if STATUS-SESSAO = "00"
                   move ses-operador to OPERADOR-ATUAL
               end-if
               close SESSAO-FILE
           end-if.
