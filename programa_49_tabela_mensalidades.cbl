       identification division.
       program-id. programa_49_tabela_mensalidades.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select mensalidades-file assign to "MENSAL"
               organization is indexed
               access mode is random
               record key is mns-chave
               file status is status-mensalidades.
           select cursos-file assign to "CURSOS"
               organization is indexed
               access mode is random
               record key is cur-codigo
               file status is status-cursos.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.

       data division.
       file section.
       fd  mensalidades-file.
       copy MENSREG.

       fd  cursos-file.
       copy CURREG.

       fd  sessao-file.
       copy SESSREG.

       working-storage section.
       01 status-mensalidades pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".

       01 opcao-mensalidades pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-mensalidade.
           02 curso-entrada pic x(10) value spaces.
           02 ano-entrada pic 9(04) value zeros.
           02 valor-entrada pic 9(05)v99 value zeros.
           02 vencimento-entrada pic 9(02) value zeros.

       01 motivo-recusa pic x(40) value spaces.
           88 mensalidade-valida value spaces.

       01 data-corrente pic 9(08) value zeros.
       01 valor-editado pic zz.zz9,99.

       procedure division.
           perform carrega-sessao.
           perform abre-arquivos.
           if arquivos-abertos
               perform mostra-menu-mensalidades
               perform trata-opcao with test after
                   until opcao-voltar
               perform fecha-arquivos
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
           open i-o mensalidades-file.
           if status-mensalidades = "35"
               open output mensalidades-file
               close mensalidades-file
               open i-o mensalidades-file
           end-if.
           if status-mensalidades not = "00"
               display "Erro ao abrir as mensalidades, status: "
                   at 2001
               display status-mensalidades at 2040
           else
               open input cursos-file
               if status-cursos not = "00"
                   display "Erro ao abrir os cursos, status: " at 2001
                   display status-cursos at 2034
                   close mensalidades-file
               else
                   move "S" to flag-arquivos
               end-if
           end-if.

       fecha-arquivos.
           close mensalidades-file.
           close cursos-file.

       mostra-menu-mensalidades.
           display "------ Tabela de mensalidades ------" at 0110.
           display "1-Incluir 2-Alterar 3-Excluir 4-Consultar" at 0310.
           display "0-Voltar" at 0410.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-mensalidades at 0518.
           evaluate opcao-mensalidades
               when 1 perform inclui-mensalidade
               when 2 perform altera-mensalidade
               when 3 perform exclui-mensalidade
               when 4 perform consulta-mensalidade
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-chave-mensalidade.
           display "Curso: " at 0710.
           accept curso-entrada at 0718.
           display "Ano letivo (aaaa): " at 0810.
           accept ano-entrada at 0830.

       recebe-valores.
           display "Valor mensal: " at 0910.
           accept valor-entrada at 0925.
           display "Dia do vencimento: " at 1010.
           accept vencimento-entrada at 1030.

       le-mensalidade.
           move curso-entrada to mns-curso.
           move ano-entrada to mns-ano-letivo.
           read mensalidades-file
               invalid key continue
           end-read.

       valida-chave-mensalidade.
           move spaces to motivo-recusa.
           move curso-entrada to cur-codigo.
           read cursos-file
               invalid key continue
           end-read.
           evaluate true
               when status-cursos not = "00" or not curso-ativo
                   move "Curso nao cadastrado ou inativo"
                       to motivo-recusa
               when ano-entrada = zeros
                   move "Ano letivo invalido" to motivo-recusa
               when other
                   display cur-nome at 0729
           end-evaluate.

       valida-valores.
           evaluate true
               when valor-entrada = zeros
                   move "Valor da mensalidade deve ser informado"
                       to motivo-recusa
               when vencimento-entrada < 1 or vencimento-entrada > 28
                   move "Vencimento deve ser de 1 a 28"
                       to motivo-recusa
               when other
                   continue
           end-evaluate.

       inclui-mensalidade.
           perform recebe-chave-mensalidade.
           perform valida-chave-mensalidade.
           if mensalidade-valida
               perform le-mensalidade
               if status-mensalidades = "00"
                   move "Mensalidade ja cadastrada para o ano"
                       to motivo-recusa
               end-if
           end-if.
           if mensalidade-valida
               perform recebe-valores
               perform valida-valores
           end-if.
           if mensalidade-valida
               move spaces to reg-mensalidade
               move curso-entrada to mns-curso
               move ano-entrada to mns-ano-letivo
               perform move-valores
               write reg-mensalidade
                   invalid key
                       display "Erro ao gravar a mensalidade" at 2010
                   not invalid key
                       display "Mensalidade registrada" at 2010
               end-write
           else
               display motivo-recusa at 2010
           end-if.

       move-valores.
           move valor-entrada to mns-valor.
           move vencimento-entrada to mns-dia-vencimento.
           move operador-atual to mns-operador.
           accept data-corrente from date yyyymmdd.
           move data-corrente to mns-data-atualizacao.

       altera-mensalidade.
           perform recebe-chave-mensalidade.
           perform le-mensalidade.
           if status-mensalidades not = "00"
               display "Mensalidade nao cadastrada" at 2010
           else
               perform mostra-mensalidade
               move spaces to motivo-recusa
               perform recebe-valores
               perform valida-valores
               if mensalidade-valida
                   perform move-valores
                   rewrite reg-mensalidade
                       invalid key
                           display "Erro ao alterar a mensalidade"
                               at 2010
                       not invalid key
                           display "Mensalidade alterada" at 2010
                   end-rewrite
               else
                   display motivo-recusa at 2010
               end-if
           end-if.

       exclui-mensalidade.
           perform recebe-chave-mensalidade.
           perform le-mensalidade.
           if status-mensalidades not = "00"
               display "Mensalidade nao cadastrada" at 2010
           else
               delete mensalidades-file
                   invalid key
                       display "Erro ao excluir a mensalidade" at 2010
                   not invalid key
                       display "Mensalidade excluida" at 2010
               end-delete
           end-if.

       consulta-mensalidade.
           perform recebe-chave-mensalidade.
           perform le-mensalidade.
           if status-mensalidades not = "00"
               display "Mensalidade nao cadastrada" at 2010
           else
               perform mostra-mensalidade
           end-if.

       mostra-mensalidade.
           display "Valor atual: " at 1210.
           move mns-valor to valor-editado.
           display valor-editado at 1224.
           display "Vencimento dia: " at 1310.
           display mns-dia-vencimento at 1327.
           display "Atualizado por: " at 1410.
           display mns-operador at 1427.
           display mns-data-atualizacao at 1437.
