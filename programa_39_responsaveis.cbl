       identification division.
       program-id. programa_39_responsaveis.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select responsaveis-file assign to "RESPONS"
               organization is indexed
               access mode is random
               record key is rsp-matricula
               file status is status-responsaveis.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is random
               record key is cad-matricula
               file status is status-cadastro.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.

       data division.
       file section.
       fd  responsaveis-file.
       copy RESPREG.

       fd  cadastro-file.
       copy CADREG.

       fd  sessao-file.
       copy SESSREG.

       working-storage section.
       01 status-responsaveis pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.

       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".

       01 opcao-responsaveis pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-responsavel.
           02 matricula-entrada pic x(08) value spaces.
           02 nome-entrada pic x(30) value spaces.
           02 parentesco-entrada pic x(15) value spaces.
           02 endereco-entrada pic x(30) value spaces.
           02 cidade-entrada pic x(20) value spaces.
           02 cep-entrada pic x(08) value spaces.
           02 telefone-entrada pic x(15) value spaces.

       01 data-corrente pic 9(08) value zeros.

       procedure division.
           perform carrega-sessao.
           perform abre-arquivos.
           if arquivos-abertos
               perform mostra-menu-responsaveis
               perform trata-opcao with test after
                   until opcao-voltar
               close responsaveis-file
               close cadastro-file
           end-if.
           goback.

       carrega-sessao.
           move spaces to operador-atual.
           open input sessao-file.
           if status-sessao = "00"
               read sessao-file
                   at end continue
               end-read
               if status-sessao = "00"
                   move ses-operador to operador-atual
               end-if
               close sessao-file
           end-if.

       abre-arquivos.
           open i-o responsaveis-file.
           if status-responsaveis = "35"
               open output responsaveis-file
               close responsaveis-file
               open i-o responsaveis-file
           end-if.
           if status-responsaveis not = "00"
               display "Erro ao abrir os responsaveis, status: "
                   at 2001
               display status-responsaveis at 2040
           else
               open input cadastro-file
               if status-cadastro not = "00"
                   display "Erro ao abrir o cadastro, status: " at 2001
                   display status-cadastro at 2036
                   close responsaveis-file
               else
                   move "S" to flag-arquivos
               end-if
           end-if.

       mostra-menu-responsaveis.
           display "------ Cadastro de responsaveis ------" at 0110.
           display "1-Incluir 2-Alterar 3-Excluir 4-Consultar 0-Voltar"
               at 0310.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-responsaveis at 0518.
           evaluate opcao-responsaveis
               when 1 perform inclui-responsavel
               when 2 perform altera-responsavel
               when 3 perform exclui-responsavel
               when 4 perform consulta-responsavel
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-matricula.
           display "Matricula: " at 0710.
           accept matricula-entrada at 0722.

       le-responsavel.
           move matricula-entrada to rsp-matricula.
           read responsaveis-file
               invalid key continue
           end-read.

       mostra-aluno.
           move matricula-entrada to cad-matricula.
           read cadastro-file
               invalid key continue
           end-read.
           if status-cadastro = "00"
               display cad-nome at 0731
           end-if.

       recebe-dados-responsavel.
           perform recebe-nome.
           display "Parentesco: " at 0910.
           accept parentesco-entrada at 0923.
           display "Endereco: " at 1010.
           accept endereco-entrada at 1021.
           display "Cidade: " at 1110.
           accept cidade-entrada at 1119.
           display "CEP: " at 1210.
           accept cep-entrada at 1216.
           display "Telefone: " at 1310.
           accept telefone-entrada at 1321.

       recebe-nome.
           display "Nome do responsavel: " at 0810.
           accept nome-entrada at 0832.
           if nome-entrada = spaces
               display "Nome do responsavel e obrigatorio" at 2010
               perform recebe-nome
           end-if.

       mostra-dados-responsavel.
           display "Nome do responsavel: " at 0810.
           display rsp-nome at 0832.
           display "Parentesco: " at 0910.
           display rsp-parentesco at 0923.
           display "Endereco: " at 1010.
           display rsp-endereco at 1021.
           display "Cidade: " at 1110.
           display rsp-cidade at 1119.
           display "CEP: " at 1210.
           display rsp-cep at 1216.
           display "Telefone: " at 1310.
           display rsp-telefone at 1321.

       move-dados-responsavel.
           move nome-entrada to rsp-nome.
           move parentesco-entrada to rsp-parentesco.
           move endereco-entrada to rsp-endereco.
           move cidade-entrada to rsp-cidade.
           move cep-entrada to rsp-cep.
           move telefone-entrada to rsp-telefone.
           move operador-atual to rsp-operador.
           accept data-corrente from date yyyymmdd.
           move data-corrente to rsp-data-atualizacao.

       inclui-responsavel.
           perform recebe-matricula.
           move matricula-entrada to cad-matricula.
           read cadastro-file
               invalid key continue
           end-read.
           if status-cadastro not = "00"
               display "Matricula nao cadastrada" at 2010
           else
               display cad-nome at 0731
               perform le-responsavel
               if status-responsaveis = "00"
                   display "Responsavel ja cadastrado" at 2010
               else
                   perform recebe-dados-responsavel
                   move spaces to reg-responsavel
                   move matricula-entrada to rsp-matricula
                   perform move-dados-responsavel
                   write reg-responsavel
                       invalid key
                           display "Erro ao incluir o responsavel"
                               at 2010
                       not invalid key
                           display "Responsavel incluido" at 2010
                   end-write
               end-if
           end-if.

       altera-responsavel.
           perform recebe-matricula.
           perform le-responsavel.
           if status-responsaveis not = "00"
               display "Responsavel nao cadastrado" at 2010
           else
               perform mostra-aluno
               perform mostra-dados-responsavel
               perform recebe-dados-responsavel
               perform move-dados-responsavel
               rewrite reg-responsavel
                   invalid key
                       display "Erro ao alterar o responsavel" at 2010
                   not invalid key
                       display "Responsavel alterado" at 2010
               end-rewrite
           end-if.

       exclui-responsavel.
           perform recebe-matricula.
           perform le-responsavel.
           if status-responsaveis not = "00"
               display "Responsavel nao cadastrado" at 2010
           else
               perform mostra-aluno
               perform mostra-dados-responsavel
               delete responsaveis-file
                   invalid key
                       display "Erro ao excluir o responsavel" at 2010
                   not invalid key
                       display "Responsavel excluido" at 2010
               end-delete
           end-if.

       consulta-responsavel.
           perform recebe-matricula.
           perform le-responsavel.
           if status-responsaveis not = "00"
               display "Responsavel nao cadastrado" at 2010
           else
               perform mostra-aluno
               perform mostra-dados-responsavel
               display "Atualizado por: " at 1510
               display rsp-operador at 1527
               display rsp-data-atualizacao at 1537
           end-if.
