       identification division.
       program-id. programa_30_disciplinas.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select disciplinas-file assign to "DISCIPL"
               organization is indexed
               access mode is random
               record key is dis-codigo
               file status is status-disciplinas.

       data division.
       file section.
       fd  disciplinas-file.
       copy DISCREG.

       working-storage section.
       01 status-disciplinas pic x(02) value "00".
       01 flag-disciplinas pic x(01) value "N".
           88 disciplinas-aberto value "S".

       01 opcao-disciplinas pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-disciplina.
           02 codigo-entrada pic x(10) value spaces.
           02 nome-entrada pic x(30) value spaces.
           02 carga-entrada pic 9(03) value zeros.

       procedure division.
           perform abre-disciplinas.
           if disciplinas-aberto
               perform mostra-menu-disciplinas
               perform trata-opcao with test after
                   until opcao-voltar
               close disciplinas-file
           end-if.
           goback.

       abre-disciplinas.
           open i-o disciplinas-file.
           if status-disciplinas = "35"
               open output disciplinas-file
               close disciplinas-file
               open i-o disciplinas-file
           end-if.
           if status-disciplinas = "00"
               move "S" to flag-disciplinas
           else
               display "Erro ao abrir as disciplinas, status: " at 2001
               display status-disciplinas at 2039
           end-if.

       mostra-menu-disciplinas.
           display "------ Cadastro de disciplinas ------" at 0110.
           display "1-Incluir 2-Alterar 3-Inativar 4-Consultar 0-Voltar"
               at 0310.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-disciplinas at 0518.
           evaluate opcao-disciplinas
               when 1 perform inclui-disciplina
               when 2 perform altera-disciplina
               when 3 perform inativa-disciplina
               when 4 perform consulta-disciplina
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-codigo.
           display "Codigo: " at 0710.
           accept codigo-entrada at 0719.

       recebe-dados-disciplina.
           display "Nome completo: " at 0810.
           accept nome-entrada at 0826.
           perform recebe-carga-horaria.

       recebe-carga-horaria.
           display "Carga horaria anual: " at 0910.
           accept carga-entrada at 0932.
           if carga-entrada = zeros
               display "Carga horaria deve ser maior que zero" at 2010
               perform recebe-carga-horaria
           end-if.

       inclui-disciplina.
           perform recebe-codigo.
           move codigo-entrada to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           if status-disciplinas = "00"
               display "Disciplina ja cadastrada" at 2010
           else
               perform recebe-dados-disciplina
               move spaces to reg-disciplina
               move codigo-entrada to dis-codigo
               move nome-entrada to dis-nome
               move carga-entrada to dis-carga-horaria
               move "A" to dis-situacao
               write reg-disciplina
                   invalid key
                       display "Erro ao incluir a disciplina" at 2010
                   not invalid key
                       display "Disciplina incluida" at 2010
               end-write
           end-if.

       altera-disciplina.
           perform recebe-codigo.
           move codigo-entrada to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           if status-disciplinas not = "00"
               display "Disciplina nao cadastrada" at 2010
           else
               display dis-nome at 0826
               display dis-carga-horaria at 0932
               perform recebe-dados-disciplina
               move nome-entrada to dis-nome
               move carga-entrada to dis-carga-horaria
               rewrite reg-disciplina
                   invalid key
                       display "Erro ao alterar a disciplina" at 2010
                   not invalid key
                       display "Disciplina alterada" at 2010
               end-rewrite
           end-if.

       inativa-disciplina.
           perform recebe-codigo.
           move codigo-entrada to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           if status-disciplinas not = "00"
               display "Disciplina nao cadastrada" at 2010
           else
               move "I" to dis-situacao
               rewrite reg-disciplina
                   invalid key
                       display "Erro ao inativar a disciplina" at 2010
                   not invalid key
                       display "Disciplina inativada" at 2010
               end-rewrite
           end-if.

       consulta-disciplina.
           perform recebe-codigo.
           move codigo-entrada to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           if status-disciplinas not = "00"
               display "Disciplina nao cadastrada" at 2010
           else
               display dis-nome at 0826
               display "Carga horaria anual: " at 0910
               display dis-carga-horaria at 0932
               display "Situacao: " at 1010
               display dis-situacao at 1021
           end-if.
