       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX12.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-SERVICO ASSIGN TO "ORDMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-ID
               FILE STATUS IS STATUS-ORDEM.
           SELECT PRECOS-MATERIAL ASSIGN TO "PRECOMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-MATERIAL
               FILE STATUS IS STATUS-PRECO.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SESSAO.

       DATA DIVISION.

       FILE SECTION.
       FD  ORDENS-SERVICO.
       COPY ORDREG.

       FD  PRECOS-MATERIAL.
       COPY PRECREG.

       FD  SESSAO-FILE.
       COPY SESSREG.

       WORKING-STORAGE SECTION.

       01 STATUS-ORDEM pic x(02) value "00".
       01 STATUS-PRECO pic x(02) value "00".
       01 STATUS-SESSAO pic x(02) value "00".
       01 OPERADOR-ATUAL pic x(08) value spaces.
       01 FLAG-ARQUIVOS pic x(01) value "N".
           88 ARQUIVOS-ABERTOS value "S".

       01 OPCAO-ORDENS pic 9(01) value zeros.
           88 OPCAO-VOLTAR value 0.

       01 Entrada-Ordem.
           03 id-entrada pic x(06) value spaces.
           03 raio-entrada pic 9(5)v99 value zeros.
           03 base-entrada pic 9(5)v99 value zeros.
           03 altura-entrada pic 9(5)v99 value zeros.
           03 material-entrada pic x(06) value spaces.
           03 confirma-entrada pic x(01) value space.
               88 CONFIRMA-VALIDA value "S" "N".
               88 CONFIRMA-SIM value "S".

       01 Circunferencia.
           03 raio-calculo pic s9(5)v99.
           03 resultado-calculo pic s9(5)v99.
           03 perimetro-calculo pic s9(5)v99.
           03 raio-maximo pic s9(5)v99 value 50.00.

       01 Forma-Geometrica.
           03 forma-calculo pic x(01) value "C".
               88 forma-circunferencia value "C".
               88 forma-retangulo value "R".
               88 forma-triangulo value "T".
               88 forma-valida values "C" "R" "T".

       01 Retangulo-Triangulo.
           03 base-calculo pic s9(5)v99.
           03 altura-calculo pic s9(5)v99.

       01 Apuracao-Preco.
           03 flag-preco pic x(01) value "N".
               88 preco-localizado value "S".
           03 valor-cotado pic s9(7)v99 value zeros.
           03 data-hoje pic 9(08) value zeros.

       01 situacao-descricao pic x(12) value spaces.

       01 Mascaras-Ordem.
           03 medida-mascara pic -z,zz9.99.
           03 valor-mascara pic -zzz,zz9.99.

       PROCEDURE DIVISION.

       01-Inicializacao.
           perform 10-Carrega-Sessao.
           perform 02-Abre-Arquivos.
           if ARQUIVOS-ABERTOS
               perform 03-Mostra-Menu
               perform 04-Trata-Opcao with test after
                   until OPCAO-VOLTAR
               close ORDENS-SERVICO
               close PRECOS-MATERIAL
           end-if.
           goback.

       02-Abre-Arquivos.
           open i-o ORDENS-SERVICO.
           if STATUS-ORDEM = "35"
               open output ORDENS-SERVICO
               close ORDENS-SERVICO
               open i-o ORDENS-SERVICO
           end-if.
           if STATUS-ORDEM not = "00"
               display "Erro ao abrir as ordens, status: " at 2001
               display STATUS-ORDEM at 2034
           else
               open input PRECOS-MATERIAL
               if STATUS-PRECO not = "00"
                   display "Erro ao abrir os precos, status: " at 2001
                   display STATUS-PRECO at 2034
                   close ORDENS-SERVICO
               else
                   move "S" to FLAG-ARQUIVOS
               end-if
           end-if.

       03-Mostra-Menu.
           display "------ Ordens de servico ------" at 0110.
           display "1-Incluir 2-Consultar 3-Cancelar 0-Voltar" at 0310.

       04-Trata-Opcao.
           display "Opcao: " at 0510.
           accept OPCAO-ORDENS at 0518.
           evaluate OPCAO-ORDENS
               when 1 perform 06-Inclui-Ordem
               when 2 perform 08-Consulta-Ordem
               when 3 perform 09-Cancela-Ordem
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       05-Recebe-Ordem.
           display "Ordem: " at 0710.
           accept id-entrada at 0718.

       11-Recebe-Forma.
           display "Forma (C-Circ R-Retang T-Triang): " at 0810.
           accept forma-calculo at 0846.
           if not forma-valida
               display "Forma invalida, digite C, R ou T" at 2010
               perform 11-Recebe-Forma
           end-if.

       12-Recebe-Medidas.
           move zeros to raio-entrada base-entrada altura-entrada.
           if forma-circunferencia
               perform 13-Recebe-Raio
           else
               perform 14-Recebe-Base
               perform 15-Recebe-Altura
           end-if.

       13-Recebe-Raio.
           display "Raio: " at 0910.
           accept raio-entrada at 0917.
           if raio-entrada = zeros or raio-entrada > raio-maximo
               display "Raio fora da faixa" at 2010
               perform 13-Recebe-Raio
           end-if.

       14-Recebe-Base.
           display "Base: " at 0910.
           accept base-entrada at 0917.
           if base-entrada = zeros
               display "Base deve ser maior que zero" at 2010
               perform 14-Recebe-Base
           end-if.

       15-Recebe-Altura.
           display "Altura: " at 1010.
           accept altura-entrada at 1019.
           if altura-entrada = zeros
               display "Altura deve ser maior que zero" at 2010
               perform 15-Recebe-Altura
           end-if.

       16-Recebe-Material.
           display "Material: " at 1110.
           accept material-entrada at 1121.

       17-Recebe-Confirmacao.
           display "Confirma (S/N): " at 1610.
           accept confirma-entrada at 1627.
           if not CONFIRMA-VALIDA
               display "Digite S ou N" at 2010
               perform 17-Recebe-Confirmacao
           end-if.

       06-Inclui-Ordem.
           perform 05-Recebe-Ordem.
           move id-entrada to ORD-ID.
           read ORDENS-SERVICO
               invalid key continue
           end-read.
           evaluate true
               when id-entrada = spaces
                   display "Ordem invalida" at 2010
               when STATUS-ORDEM = "00"
                   display "Ordem ja cadastrada" at 2010
               when other
                   perform 11-Recebe-Forma
                   perform 12-Recebe-Medidas
                   perform 16-Recebe-Material
                   perform 18-Busca-Preco
                   if preco-localizado
                       perform 19-Calcula-Cotacao
                       perform 17-Recebe-Confirmacao
                       if CONFIRMA-SIM
                           perform 07-Grava-Ordem
                       else
                           display "Ordem nao gravada" at 2010
                       end-if
                   else
                       display "Material sem preco vigente" at 2010
                   end-if
           end-evaluate.

       07-Grava-Ordem.
           move spaces to REG-ORDEM.
           move id-entrada to ORD-ID.
           move forma-calculo to ORD-FORMA.
           move raio-entrada to ORD-RAIO.
           move base-entrada to ORD-BASE.
           move altura-entrada to ORD-ALTURA.
           move material-entrada to ORD-MATERIAL.
           move data-hoje to ORD-DATA-ENTRADA.
           move OPERADOR-ATUAL to ORD-OPERADOR.
           move "A" to ORD-SITUACAO.
           move data-hoje to ORD-DATA-SITUACAO.
           move valor-cotado to ORD-VALOR-COTADO.
           move zeros to ORD-AREA.
           move zeros to ORD-PERIMETRO.
           move zeros to ORD-VALOR-FATURADO.
           write REG-ORDEM
               invalid key
                   display "Erro ao incluir a ordem" at 2010
               not invalid key
                   display "Ordem incluida" at 2010
           end-write.

       18-Busca-Preco.
           move "N" to flag-preco.
           accept data-hoje from date yyyymmdd.
           move material-entrada to PRE-MATERIAL.
           read PRECOS-MATERIAL
               invalid key continue
           end-read.
           if STATUS-PRECO = "00"
               and PRE-SITUACAO = "A"
               and data-hoje >= PRE-DATA-VIGENCIA
               move "S" to flag-preco
           end-if.

       19-Calcula-Cotacao.
           evaluate true
               when forma-circunferencia
                   move raio-entrada to raio-calculo
                   call "calculo-circunferencia" using raio-calculo
                       resultado-calculo perimetro-calculo
               when forma-retangulo
                   move base-entrada to base-calculo
                   move altura-entrada to altura-calculo
                   move zeros to perimetro-calculo
                   compute resultado-calculo =
                       base-calculo * altura-calculo
               when forma-triangulo
                   move base-entrada to base-calculo
                   move altura-entrada to altura-calculo
                   move zeros to perimetro-calculo
                   compute resultado-calculo =
                       (base-calculo * altura-calculo) / 2
           end-evaluate.
           compute valor-cotado =
               (resultado-calculo * PRE-PRECO-AREA) +
               (perimetro-calculo * PRE-PRECO-PERIMETRO).
           display "Area: " at 1210.
           move resultado-calculo to medida-mascara.
           display medida-mascara at 1217.
           display "Valor estimado: " at 1310.
           move valor-cotado to valor-mascara.
           display valor-mascara at 1327.

       08-Consulta-Ordem.
           perform 05-Recebe-Ordem.
           move id-entrada to ORD-ID.
           read ORDENS-SERVICO
               invalid key continue
           end-read.
           if STATUS-ORDEM not = "00"
               display "Ordem nao cadastrada" at 2010
           else
               perform 20-Mostra-Ordem
           end-if.

       20-Mostra-Ordem.
           display "Forma: " at 0810.
           display ORD-FORMA at 0818.
           display "Raio: " at 0910.
           move ORD-RAIO to medida-mascara.
           display medida-mascara at 0917.
           display "Base: " at 0930.
           move ORD-BASE to medida-mascara.
           display medida-mascara at 0937.
           display "Altura: " at 0950.
           move ORD-ALTURA to medida-mascara.
           display medida-mascara at 0959.
           display "Material: " at 1010.
           display ORD-MATERIAL at 1021.
           display "Entrada: " at 1110.
           display ORD-DATA-ENTRADA at 1120.
           display "Operador: " at 1130.
           display ORD-OPERADOR at 1141.
           perform 21-Descreve-Situacao.
           display "Situacao: " at 1210.
           display situacao-descricao at 1221.
           display ORD-DATA-SITUACAO at 1235.
           display "Valor cotado: " at 1310.
           move ORD-VALOR-COTADO to valor-mascara.
           display valor-mascara at 1325.
           display "Valor faturado: " at 1410.
           move ORD-VALOR-FATURADO to valor-mascara.
           display valor-mascara at 1427.

       21-Descreve-Situacao.
           evaluate true
               when ORDEM-ABERTA
                   move "ABERTA" to situacao-descricao
               when ORDEM-CALCULADA
                   move "CALCULADA" to situacao-descricao
               when ORDEM-FATURADA
                   move "FATURADA" to situacao-descricao
               when ORDEM-CANCELADA
                   move "CANCELADA" to situacao-descricao
               when ORDEM-RETIDA
                   move "RETIDA" to situacao-descricao
               when other
                   move "DESCONHECIDA" to situacao-descricao
           end-evaluate.

       09-Cancela-Ordem.
           perform 05-Recebe-Ordem.
           move id-entrada to ORD-ID.
           read ORDENS-SERVICO
               invalid key continue
           end-read.
           evaluate true
               when STATUS-ORDEM not = "00"
                   display "Ordem nao cadastrada" at 2010
               when ORDEM-FATURADA
                   display "Ordem ja faturada" at 2010
               when ORDEM-CANCELADA
                   display "Ordem ja cancelada" at 2010
               when other
                   perform 20-Mostra-Ordem
                   perform 17-Recebe-Confirmacao
                   if CONFIRMA-SIM
                       accept data-hoje from date yyyymmdd
                       move "X" to ORD-SITUACAO
                       move data-hoje to ORD-DATA-SITUACAO
                       rewrite REG-ORDEM
                           invalid key
                               display "Erro ao cancelar a ordem"
                                   at 2010
                           not invalid key
                               display "Ordem cancelada" at 2010
                       end-rewrite
                   end-if
           end-evaluate.

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
