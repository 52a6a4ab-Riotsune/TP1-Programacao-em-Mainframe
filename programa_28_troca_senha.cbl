       identification division.
       program-id. programa_28_troca_senha.

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

       01 entrada-senha.
           02 senha-atual pic x(08) value spaces.
           02 senha-nova pic x(08) value spaces.
           02 senha-confirmada pic x(08) value spaces.

       01 evento-seguranca.
           02 evento-tipo pic x(01) value space.
           02 evento-descricao pic x(40) value spaces.

       procedure division.
           perform carrega-sessao.
           open i-o usuarios-file.
           if status-usuarios not = "00"
               display "Erro ao abrir os usuarios, status: " at 2001
               display status-usuarios at 2036
           else
               move operador-atual to usu-id
               read usuarios-file
                   invalid key continue
               end-read
               if status-usuarios not = "00"
                   display "Operador da sessao nao cadastrado" at 2010
               else
                   perform recebe-senhas
                   perform confere-senhas
               end-if
               close usuarios-file
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

       recebe-senhas.
           display "------ Troca de senha ------" at 0110.
           display "Operador: " at 0310.
           display operador-atual at 0321.
           display "Senha atual: " at 0510.
           accept senha-atual at 0524.
           display "Nova senha: " at 0610.
           accept senha-nova at 0624.
           display "Confirme a nova senha: " at 0710.
           accept senha-confirmada at 0734.

       confere-senhas.
           evaluate true
               when senha-atual not = usu-senha
                   display "Senha atual invalida" at 2010
                   move "F" to evento-tipo
                   move "Senha atual invalida na troca"
                       to evento-descricao
                   perform grava-seguranca
               when senha-nova = spaces
                   display "Nova senha obrigatoria" at 2010
               when senha-nova = usu-senha
                   display "Nova senha deve ser diferente da atual"
                       at 2010
               when senha-nova not = senha-confirmada
                   display "Confirmacao nao confere com a nova senha"
                       at 2010
               when other
                   perform grava-nova-senha
           end-evaluate.

       grava-nova-senha.
           move senha-nova to usu-senha.
           accept usu-data-senha from date yyyymmdd.
           move zeros to usu-falhas.
           rewrite reg-usuario
               invalid key
                   display "Erro ao gravar a nova senha" at 2010
               not invalid key
                   display "Senha alterada" at 2010
                   move "S" to evento-tipo
                   move "Troca de senha pelo operador"
                       to evento-descricao
                   perform grava-seguranca
           end-rewrite.

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
               move operador-atual to seg-operador
               move operador-atual to seg-responsavel
               move "programa_28_troca_senha" to seg-programa
               move evento-descricao to seg-descricao
               write reg-seguranca
               close seguranca-file
           end-if.
