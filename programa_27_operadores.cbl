       identification division.
       program-id. programa_27_operadores.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select usuarios-file assign to "USUARIOS"
               organization is indexed
               access mode is random
               record key is usu-id
               file status is status-usuarios.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.
           select seguranca-file assign to "SEGLOG"
               organization is line sequential
               file status is status-seguranca.

       data division.
       file section.
       fd  usuarios-file.
       copy USUREG.

       fd  sessao-file.
       copy SESSREG.

       fd  seguranca-file.
       copy SEGREG.

       working-storage section.
       01 status-usuarios pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 status-seguranca pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.
       01 perfil-atual pic x(01) value space.
           88 perfil-administrador value "A".

       01 flag-usuarios pic x(01) value "N".
           88 usuarios-aberto value "S".

       01 opcao-operadores pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-operador.
           02 codigo-entrada pic x(08) value spaces.
           02 nome-entrada pic x(30) value spaces.
           02 perfil-entrada pic x(01) value space.
               88 perfil-valido value "A" "S" "F".
           02 senha-entrada pic x(08) value spaces.

       01 evento-seguranca.
           02 evento-tipo pic x(01) value space.
           02 evento-descricao pic x(40) value spaces.

       procedure division.
           perform carrega-sessao.
           if not perfil-administrador
               display "Manutencao restrita ao perfil A" at 2010
           else
               perform abre-usuarios
               if usuarios-aberto
                   perform mostra-menu-operadores
                   perform trata-opcao with test after
                       until opcao-voltar
                   close usuarios-file
               end-if
           end-if.
           goback.

       carrega-sessao.
           move spaces to operador-atual.
           move space to perfil-atual.
           open input sessao-file.
           if status-sessao = "00"
               read sessao-file
                   at end continue
               end-read
               if status-sessao = "00"
                   move ses-operador to operador-atual
                   move ses-perfil to perfil-atual
               end-if
               close sessao-file
           end-if.

       abre-usuarios.
           open i-o usuarios-file.
           if status-usuarios = "35"
               open output usuarios-file
               close usuarios-file
               open i-o usuarios-file
           end-if.
           if status-usuarios = "00"
               move "S" to flag-usuarios
           else
               display "Erro ao abrir os usuarios, status: " at 2001
               display status-usuarios at 2036
           end-if.

       mostra-menu-operadores.
           display "------ Cadastro de operadores ------" at 0110.
           display "1-Incluir 2-Alterar 3-Inativar 4-Reiniciar senha"
               at 0310.
           display "5-Consultar 0-Voltar" at 0410.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-operadores at 0518.
           evaluate opcao-operadores
               when 1 perform inclui-operador
               when 2 perform altera-operador
               when 3 perform inativa-operador
               when 4 perform reinicia-senha
               when 5 perform consulta-operador
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-codigo.
           display "Operador: " at 0710.
           accept codigo-entrada at 0721.

       recebe-dados-operador.
           display "Nome: " at 0810.
           accept nome-entrada at 0817.
           perform recebe-perfil.

       recebe-perfil.
           display "Perfil (A/S/F): " at 0910.
           accept perfil-entrada at 0927.
           if not perfil-valido
               display "Perfil invalido, digite A, S ou F" at 2010
               perform recebe-perfil
           end-if.

       recebe-senha.
           display "Senha provisoria: " at 1010.
           accept senha-entrada at 1029.
           if senha-entrada = spaces
               display "Senha provisoria obrigatoria" at 2010
               perform recebe-senha
           end-if.

       le-operador.
           move codigo-entrada to usu-id.
           read usuarios-file
               invalid key continue
           end-read.

       inclui-operador.
           perform recebe-codigo.
           perform le-operador.
           if status-usuarios = "00"
               display "Operador ja cadastrado" at 2010
           else
               perform recebe-dados-operador
               perform recebe-senha
               move spaces to reg-usuario
               move codigo-entrada to usu-id
               move senha-entrada to usu-senha
               move perfil-entrada to usu-perfil
               move "A" to usu-situacao
               move nome-entrada to usu-nome
               move zeros to usu-data-senha
               move zeros to usu-falhas
               move zeros to usu-data-bloqueio
               write reg-usuario
                   invalid key
                       display "Erro ao incluir o operador" at 2010
                   not invalid key
                       display "Operador incluido" at 2010
                       move "I" to evento-tipo
                       move "Inclusao de operador" to evento-descricao
                       perform grava-seguranca
               end-write
           end-if.

       altera-operador.
           perform recebe-codigo.
           perform le-operador.
           if status-usuarios not = "00"
               display "Operador nao cadastrado" at 2010
           else
               display usu-nome at 0817
               display usu-perfil at 0927
               perform recebe-dados-operador
               move nome-entrada to usu-nome
               move perfil-entrada to usu-perfil
               rewrite reg-usuario
                   invalid key
                       display "Erro ao alterar o operador" at 2010
                   not invalid key
                       display "Operador alterado" at 2010
                       move "A" to evento-tipo
                       move "Alteracao de nome ou perfil"
                           to evento-descricao
                       perform grava-seguranca
               end-rewrite
           end-if.

       inativa-operador.
           perform recebe-codigo.
           perform le-operador.
           evaluate true
               when status-usuarios not = "00"
                   display "Operador nao cadastrado" at 2010
               when usu-id = operador-atual
                   display "Operador em uso nao pode ser inativado"
                       at 2010
               when other
                   move "I" to usu-situacao
                   rewrite reg-usuario
                       invalid key
                           display "Erro ao inativar o operador" at 2010
                       not invalid key
                           display "Operador inativado" at 2010
                           move "N" to evento-tipo
                           move "Inativacao de operador"
                               to evento-descricao
                           perform grava-seguranca
                   end-rewrite
           end-evaluate.

       reinicia-senha.
           perform recebe-codigo.
           perform le-operador.
           if status-usuarios not = "00"
               display "Operador nao cadastrado" at 2010
           else
               perform recebe-senha
               move senha-entrada to usu-senha
               move zeros to usu-data-senha
               move zeros to usu-falhas
               move zeros to usu-data-bloqueio
               if usuario-bloqueado
                   move "A" to usu-situacao
               end-if
               rewrite reg-usuario
                   invalid key
                       display "Erro ao reiniciar a senha" at 2010
                   not invalid key
                       display "Senha reiniciada, troca exigida"
                           at 2010
                       move "R" to evento-tipo
                       move "Senha reiniciada e desbloqueio"
                           to evento-descricao
                       perform grava-seguranca
               end-rewrite
           end-if.

       consulta-operador.
           perform recebe-codigo.
           perform le-operador.
           if status-usuarios not = "00"
               display "Operador nao cadastrado" at 2010
           else
               display "Nome: " at 0810
               display usu-nome at 0817
               display "Perfil: " at 0910
               display usu-perfil at 0919
               display "Situacao: " at 1010
               display usu-situacao at 1021
               display "Ultima troca de senha: " at 1110
               display usu-data-senha at 1134
               display "Tentativas invalidas: " at 1210
               display usu-falhas at 1233
               display "Data do bloqueio: " at 1310
               display usu-data-bloqueio at 1329
           end-if.

       grava-seguranca.
           open extend seguranca-file.
           if status-seguranca = "35"
               open output seguranca-file
           end-if.
           if status-seguranca = "00"
               move spaces to reg-seguranca
               accept seg-data from date yyyymmdd
               accept seg-hora from time
               move evento-tipo to seg-evento
               move usu-id to seg-operador
               move operador-atual to seg-responsavel
               move "programa_27_operadores" to seg-programa
               move evento-descricao to seg-descricao
               write reg-seguranca
               close seguranca-file
           end-if.
