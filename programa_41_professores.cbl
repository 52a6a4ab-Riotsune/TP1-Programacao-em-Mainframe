       identification division.
       program-id. programa_41_professores.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select professores-file assign to "PROFESS"
               organization is indexed
               access mode is random
               record key is prf-codigo
               file status is status-professores.

       data division.
       file section.
       fd  professores-file.
       copy PROFREG.

       working-storage section.
       01 status-professores pic x(02) value "00".
       01 flag-professores pic x(01) value "N".
           88 professores-aberto value "S".

       01 opcao-professores pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-professor.
           02 codigo-entrada pic x(08) value spaces.
           02 nome-entrada pic x(30) value spaces.
           02 telefone-entrada pic x(15) value spaces.
           02 admissao-entrada pic 9(08) value zeros.

       procedure division.
           perform abre-professores.
           if professores-aberto
               perform mostra-menu-professores
               perform trata-opcao with test after
                   until opcao-voltar
               close professores-file
           end-if.
           goback.

       abre-professores.
           open i-o professores-file.
           if status-professores = "35"
               open output professores-file
               close professores-file
               open i-o professores-file
           end-if.
           if status-professores = "00"
               move "S" to flag-professores
           else
               display "Erro ao abrir os professores, status: " at 2001
               display status-professores at 2039
           end-if.

       mostra-menu-professores.
           display "------ Cadastro de professores ------" at 0110.
           display "1-Incluir 2-Alterar 3-Inativar 4-Consultar 0-Voltar"
               at 0310.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-professores at 0518.
           evaluate opcao-professores
               when 1 perform inclui-professor
               when 2 perform altera-professor
               when 3 perform inativa-professor
               when 4 perform consulta-professor
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-codigo.
           display "Codigo: " at 0710.
           accept codigo-entrada at 0719.

       le-professor.
           move codigo-entrada to prf-codigo.
           read professores-file
               invalid key continue
           end-read.

       recebe-dados-professor.
           perform recebe-nome.
           display "Telefone: " at 0910.
           accept telefone-entrada at 0921.
           display "Data de admissao (aaaammdd): " at 1010.
           accept admissao-entrada at 1040.

       recebe-nome.
           display "Nome completo: " at 0810.
           accept nome-entrada at 0826.
           if nome-entrada = spaces
               display "Nome do professor e obrigatorio" at 2010
               perform recebe-nome
           end-if.

       mostra-dados-professor.
           display "Nome completo: " at 0810.
           display prf-nome at 0826.
           display "Telefone: " at 0910.
           display prf-telefone at 0921.
           display "Data de admissao (aaaammdd): " at 1010.
           display prf-data-admissao at 1040.

       inclui-professor.
           perform recebe-codigo.
           perform le-professor.
           if status-professores = "00"
               display "Professor ja cadastrado" at 2010
           else
               perform recebe-dados-professor
               move spaces to reg-professor
               move codigo-entrada to prf-codigo
               move nome-entrada to prf-nome
               move telefone-entrada to prf-telefone
               move admissao-entrada to prf-data-admissao
               move "A" to prf-situacao
               write reg-professor
                   invalid key
                       display "Erro ao incluir o professor" at 2010
                   not invalid key
                       display "Professor incluido" at 2010
               end-write
           end-if.

       altera-professor.
           perform recebe-codigo.
           perform le-professor.
           if status-professores not = "00"
               display "Professor nao cadastrado" at 2010
           else
               perform mostra-dados-professor
               perform recebe-dados-professor
               move nome-entrada to prf-nome
               move telefone-entrada to prf-telefone
               move admissao-entrada to prf-data-admissao
               rewrite reg-professor
                   invalid key
                       display "Erro ao alterar o professor" at 2010
                   not invalid key
                       display "Professor alterado" at 2010
               end-rewrite
           end-if.

       inativa-professor.
           perform recebe-codigo.
           perform le-professor.
           if status-professores not = "00"
               display "Professor nao cadastrado" at 2010
           else
               move "I" to prf-situacao
               rewrite reg-professor
                   invalid key
                       display "Erro ao inativar o professor" at 2010
                   not invalid key
                       display "Professor inativado" at 2010
               end-rewrite
           end-if.

       consulta-professor.
           perform recebe-codigo.
           perform le-professor.
           if status-professores not = "00"
               display "Professor nao cadastrado" at 2010
           else
               perform mostra-dados-professor
               display "Situacao: " at 1110
               display prf-situacao at 1121
           end-if.
