       identification division.
       program-id. programa_47_conselho_classe.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select conselho-file assign to "CONSELHO"
               organization is indexed
               access mode is random
               record key is csl-chave
               file status is status-conselho.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is random
               record key is cad-matricula
               file status is status-cadastro.
           select disciplinas-file assign to "DISCIPL"
               organization is indexed
               access mode is random
               record key is dis-codigo
               file status is status-disciplinas.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.

       data division.
       file section.
       fd  conselho-file.
       copy CSLREG.

       fd  cadastro-file.
       copy CADREG.

       fd  disciplinas-file.
       copy DISCREG.

       fd  sessao-file.
       copy SESSREG.

       working-storage section.
       01 status-conselho pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 status-disciplinas pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".

       01 opcao-conselho pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-conselho.
           02 ano-entrada pic 9(04) value zeros.
           02 matricula-entrada pic x(08) value spaces.
           02 disciplina-entrada pic x(10) value spaces.
           02 numero-ata-entrada pic x(10) value spaces.
           02 justificativa-entrada pic x(60) value spaces.

       01 motivo-recusa pic x(40) value spaces.
           88 decisao-valida value spaces.

       01 data-corrente pic 9(08) value zeros.

       procedure division.
           perform carrega-sessao.
           perform abre-arquivos.
           if arquivos-abertos
               perform mostra-menu-conselho
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
           open i-o conselho-file.
           if status-conselho = "35"
               open output conselho-file
               close conselho-file
               open i-o conselho-file
           end-if.
           if status-conselho not = "00"
               display "Erro ao abrir o conselho, status: " at 2001
               display status-conselho at 2035
           else
               open input cadastro-file
               if status-cadastro not = "00"
                   display "Erro ao abrir o cadastro, status: " at 2001
                   display status-cadastro at 2036
                   close conselho-file
               else
                   perform abre-disciplinas
               end-if
           end-if.

       abre-disciplinas.
           open input disciplinas-file.
           if status-disciplinas not = "00"
               display "Erro ao abrir as disciplinas, status: " at 2001
               display status-disciplinas at 2039
               close conselho-file
               close cadastro-file
           else
               move "S" to flag-arquivos
           end-if.

       fecha-arquivos.
           close conselho-file.
           close cadastro-file.
           close disciplinas-file.

       mostra-menu-conselho.
           display "------ Conselho de classe ------" at 0110.
           display "1-Registrar 2-Alterar 3-Excluir 4-Consultar"
               at 0310.
           display "0-Voltar" at 0410.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-conselho at 0518.
           evaluate opcao-conselho
               when 1 perform inclui-decisao
               when 2 perform altera-decisao
               when 3 perform exclui-decisao
               when 4 perform consulta-decisao
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-chave.
           display "Ano letivo (aaaa): " at 0710.
           accept ano-entrada at 0730.
           display "Matricula: " at 0810.
           accept matricula-entrada at 0822.
           display "Disciplina: " at 0910.
           accept disciplina-entrada at 0923.

       recebe-dados-decisao.
           display "Numero da ata: " at 1010.
           accept numero-ata-entrada at 1026.
           display "Justificativa: " at 1110.
           accept justificativa-entrada at 1210.

       le-decisao.
           move ano-entrada to csl-ano-letivo.
           move matricula-entrada to csl-matricula.
           move disciplina-entrada to csl-disciplina.
           read conselho-file
               invalid key continue
           end-read.

       valida-chave.
           move spaces to motivo-recusa.
           move matricula-entrada to cad-matricula.
           read cadastro-file
               invalid key continue
           end-read.
           move disciplina-entrada to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           evaluate true
               when ano-entrada = zeros
                   move "Ano letivo invalido" to motivo-recusa
               when status-cadastro not = "00"
                   move "Aluno nao cadastrado" to motivo-recusa
               when status-disciplinas not = "00"
                   move "Disciplina nao cadastrada" to motivo-recusa
               when other
                   display cad-nome at 0831
                   display dis-nome at 0934
           end-evaluate.

       valida-dados-decisao.
           evaluate true
               when numero-ata-entrada = spaces
                   move "Numero da ata deve ser informado"
                       to motivo-recusa
               when justificativa-entrada = spaces
                   move "Justificativa deve ser informada"
                       to motivo-recusa
               when other
                   continue
           end-evaluate.

       inclui-decisao.
           perform recebe-chave.
           perform valida-chave.
           if decisao-valida
               perform le-decisao
               if status-conselho = "00"
                   move "Decisao ja registrada para a disciplina"
                       to motivo-recusa
               end-if
           end-if.
           if decisao-valida
               perform recebe-dados-decisao
               perform valida-dados-decisao
           end-if.
           if decisao-valida
               move spaces to reg-conselho
               move ano-entrada to csl-ano-letivo
               move matricula-entrada to csl-matricula
               move disciplina-entrada to csl-disciplina
               perform move-dados-decisao
               write reg-conselho
                   invalid key
                       display "Erro ao gravar a decisao" at 2010
                   not invalid key
                       display "Aprovacao pelo conselho registrada"
                           at 2010
               end-write
           else
               display motivo-recusa at 2010
           end-if.

       move-dados-decisao.
           move numero-ata-entrada to csl-numero-ata.
           move justificativa-entrada to csl-justificativa.
           move operador-atual to csl-operador.
           accept data-corrente from date yyyymmdd.
           move data-corrente to csl-data-decisao.

       altera-decisao.
           perform recebe-chave.
           perform le-decisao.
           if status-conselho not = "00"
               display "Decisao nao registrada" at 2010
           else
               perform mostra-decisao
               move spaces to motivo-recusa
               perform recebe-dados-decisao
               perform valida-dados-decisao
               if decisao-valida
                   perform move-dados-decisao
                   rewrite reg-conselho
                       invalid key
                           display "Erro ao alterar a decisao" at 2010
                       not invalid key
                           display "Decisao alterada" at 2010
                   end-rewrite
               else
                   display motivo-recusa at 2010
               end-if
           end-if.

       exclui-decisao.
           perform recebe-chave.
           perform le-decisao.
           if status-conselho not = "00"
               display "Decisao nao registrada" at 2010
           else
               delete conselho-file
                   invalid key
                       display "Erro ao excluir a decisao" at 2010
                   not invalid key
                       display "Decisao excluida, vale o calculado"
                           at 2010
               end-delete
           end-if.

       consulta-decisao.
           perform recebe-chave.
           perform le-decisao.
           if status-conselho not = "00"
               display "Decisao nao registrada" at 2010
           else
               perform mostra-decisao
           end-if.

       mostra-decisao.
           display "Ata atual: " at 1410.
           display csl-numero-ata at 1422.
           display csl-justificativa at 1510.
           display "Aprovado por: " at 1610.
           display csl-operador at 1625.
           display csl-data-decisao at 1635.
