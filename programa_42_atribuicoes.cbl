       identification division.
       program-id. programa_42_atribuicoes.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select atribuicoes-file assign to "ATRIBUI"
               organization is indexed
               access mode is dynamic
               record key is atr-chave
               file status is status-atribuicoes.
           select professores-file assign to "PROFESS"
               organization is indexed
               access mode is random
               record key is prf-codigo
               file status is status-professores.
           select disciplinas-file assign to "DISCIPL"
               organization is indexed
               access mode is random
               record key is dis-codigo
               file status is status-disciplinas.
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
       fd  atribuicoes-file.
       copy ATRIBREG.

       fd  professores-file.
       copy PROFREG.

       fd  disciplinas-file.
       copy DISCREG.

       fd  cursos-file.
       copy CURREG.

       fd  sessao-file.
       copy SESSREG.

       working-storage section.
       01 status-atribuicoes pic x(02) value "00".
       01 status-professores pic x(02) value "00".
       01 status-disciplinas pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-atribuicoes value "S".

       01 opcao-atribuicoes pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-atribuicao.
           02 ano-entrada pic 9(04) value zeros.
           02 curso-entrada pic x(10) value spaces.
           02 turma-entrada pic x(08) value spaces.
           02 disciplina-entrada pic x(10) value spaces.
           02 professor-entrada pic x(08) value spaces.

       01 motivo-recusa pic x(40) value spaces.
           88 atribuicao-valida value spaces.

       01 data-corrente pic 9(08) value zeros.

       01 controle-tela.
           02 linha-tela pic 9(02) value zeros.
           02 posicao-tela pic 9(04) value zeros.
           02 tecla-continua pic x(01) value space.
           02 qtde-listadas pic 9(03) value zeros.

       01 linha-detalhe pic x(75) value spaces.
       01 linha-atribuicao.
           02 atl-turma pic x(08).
           02 filler pic x(01).
           02 atl-disciplina pic x(10).
           02 filler pic x(01).
           02 atl-professor pic x(08).
           02 filler pic x(01).
           02 atl-nome pic x(30).

       procedure division.
           perform carrega-sessao.
           perform abre-arquivos.
           if arquivos-abertos
               perform mostra-menu-atribuicoes
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
           open i-o atribuicoes-file.
           if status-atribuicoes = "35"
               open output atribuicoes-file
               close atribuicoes-file
               open i-o atribuicoes-file
           end-if.
           if status-atribuicoes not = "00"
               display "Erro ao abrir as atribuicoes, status: " at 2001
               display status-atribuicoes at 2039
           else
               open input professores-file
               if status-professores not = "00"
                   display "Erro ao abrir os professores, status: "
                       at 2001
                   display status-professores at 2039
                   close atribuicoes-file
               else
                   perform abre-tabelas
               end-if
           end-if.

       abre-tabelas.
           open input disciplinas-file.
           if status-disciplinas not = "00"
               display "Erro ao abrir as disciplinas, status: " at 2001
               display status-disciplinas at 2039
               close atribuicoes-file
               close professores-file
           else
               open input cursos-file
               if status-cursos not = "00"
                   display "Erro ao abrir os cursos, status: " at 2001
                   display status-cursos at 2034
                   close atribuicoes-file
                   close professores-file
                   close disciplinas-file
               else
                   move "S" to flag-arquivos
               end-if
           end-if.

       fecha-arquivos.
           close atribuicoes-file.
           close professores-file.
           close disciplinas-file.
           close cursos-file.

       mostra-menu-atribuicoes.
           display "------ Atribuicao de aulas ------" at 0110.
           display "1-Atribuir 2-Trocar professor 3-Excluir 4-Consultar"
               at 0310.
           display "5-Listar turma 0-Voltar" at 0410.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-atribuicoes at 0518.
           evaluate opcao-atribuicoes
               when 1 perform inclui-atribuicao
               when 2 perform troca-professor
               when 3 perform exclui-atribuicao
               when 4 perform consulta-atribuicao
               when 5 perform lista-atribuicoes
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-turma.
           display "Ano letivo (aaaa): " at 0710.
           accept ano-entrada at 0730.
           display "Curso: " at 0810.
           accept curso-entrada at 0818.
           display "Turma: " at 0840.
           accept turma-entrada at 0848.

       recebe-chave-atribuicao.
           perform recebe-turma.
           display "Disciplina: " at 0910.
           accept disciplina-entrada at 0923.

       recebe-professor.
           display "Professor: " at 1010.
           accept professor-entrada at 1022.

       le-atribuicao.
           move ano-entrada to atr-ano-letivo.
           move curso-entrada to atr-curso.
           move turma-entrada to atr-turma.
           move disciplina-entrada to atr-disciplina.
           read atribuicoes-file
               invalid key continue
           end-read.

       valida-professor.
           move professor-entrada to prf-codigo.
           read professores-file
               invalid key continue
           end-read.
           if status-professores not = "00" or not professor-ativo
               move "Professor nao cadastrado ou inativo"
                   to motivo-recusa
           else
               display prf-nome at 1031
           end-if.

       valida-chave-atribuicao.
           move spaces to motivo-recusa.
           move curso-entrada to cur-codigo.
           read cursos-file
               invalid key continue
           end-read.
           move disciplina-entrada to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           evaluate true
               when ano-entrada = zeros
                   move "Ano letivo invalido" to motivo-recusa
               when status-cursos not = "00" or not curso-ativo
                   move "Curso nao cadastrado ou inativo"
                       to motivo-recusa
               when turma-entrada = spaces
                   move "Turma deve ser informada" to motivo-recusa
               when status-disciplinas not = "00"
                   or not disciplina-ativa
                   move "Disciplina nao cadastrada ou inativa"
                       to motivo-recusa
               when other
                   display dis-nome at 0934
           end-evaluate.

       inclui-atribuicao.
           perform recebe-chave-atribuicao.
           perform valida-chave-atribuicao.
           if atribuicao-valida
               perform le-atribuicao
               if status-atribuicoes = "00"
                   move "Disciplina ja atribuida nesta turma"
                       to motivo-recusa
               end-if
           end-if.
           if atribuicao-valida
               perform recebe-professor
               perform valida-professor
           end-if.
           if atribuicao-valida
               move spaces to reg-atribuicao
               move ano-entrada to atr-ano-letivo
               move curso-entrada to atr-curso
               move turma-entrada to atr-turma
               move disciplina-entrada to atr-disciplina
               move professor-entrada to atr-professor
               move operador-atual to atr-operador
               accept data-corrente from date yyyymmdd
               move data-corrente to atr-data-atribuicao
               write reg-atribuicao
                   invalid key
                       display "Erro ao gravar a atribuicao" at 2010
                   not invalid key
                       display "Atribuicao registrada" at 2010
               end-write
           else
               display motivo-recusa at 2010
           end-if.

       troca-professor.
           perform recebe-chave-atribuicao.
           perform le-atribuicao.
           if status-atribuicoes not = "00"
               display "Atribuicao nao cadastrada" at 2010
           else
               display "Professor atual: " at 1110
               display atr-professor at 1128
               move spaces to motivo-recusa
               perform recebe-professor
               perform valida-professor
               if atribuicao-valida
                   move professor-entrada to atr-professor
                   move operador-atual to atr-operador
                   accept data-corrente from date yyyymmdd
                   move data-corrente to atr-data-atribuicao
                   rewrite reg-atribuicao
                       invalid key
                           display "Erro ao alterar a atribuicao"
                               at 2010
                       not invalid key
                           display "Professor substituido" at 2010
                   end-rewrite
               else
                   display motivo-recusa at 2010
               end-if
           end-if.

       exclui-atribuicao.
           perform recebe-chave-atribuicao.
           perform le-atribuicao.
           if status-atribuicoes not = "00"
               display "Atribuicao nao cadastrada" at 2010
           else
               delete atribuicoes-file
                   invalid key
                       display "Erro ao excluir a atribuicao" at 2010
                   not invalid key
                       display "Atribuicao excluida" at 2010
               end-delete
           end-if.

       consulta-atribuicao.
           perform recebe-chave-atribuicao.
           perform le-atribuicao.
           if status-atribuicoes not = "00"
               display "Atribuicao nao cadastrada" at 2010
           else
               display "Professor: " at 1010
               display atr-professor at 1022
               move atr-professor to prf-codigo
               read professores-file
                   invalid key continue
               end-read
               if status-professores = "00"
                   display prf-nome at 1031
               end-if
               display "Atribuido por: " at 1110
               display atr-operador at 1126
               display atr-data-atribuicao at 1136
           end-if.

       lista-atribuicoes.
           perform recebe-turma.
           move 11 to linha-tela.
           move zeros to qtde-listadas.
           move "N" to fim-arquivo.
           move ano-entrada to atr-ano-letivo.
           move curso-entrada to atr-curso.
           move turma-entrada to atr-turma.
           move low-values to atr-disciplina.
           start atribuicoes-file key not < atr-chave
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-atribuicoes
               perform le-proxima-atribuicao
               perform mostra-linha-atribuicao until fim-atribuicoes
           end-if.
           if qtde-listadas = zeros
               display "Nenhuma atribuicao para a turma" at 2010
           end-if.

       le-proxima-atribuicao.
           read atribuicoes-file next
               at end move "S" to fim-arquivo
           end-read.
           if not fim-atribuicoes
               and (atr-ano-letivo not = ano-entrada
               or atr-curso not = curso-entrada
               or atr-turma not = turma-entrada)
               move "S" to fim-arquivo
           end-if.

       mostra-linha-atribuicao.
           move spaces to linha-atribuicao.
           move atr-turma to atl-turma.
           move atr-disciplina to atl-disciplina.
           move atr-professor to atl-professor.
           move atr-professor to prf-codigo.
           read professores-file
               invalid key continue
           end-read.
           if status-professores = "00"
               move prf-nome to atl-nome
           else
               move "PROFESSOR NAO CADASTRADO" to atl-nome
           end-if.
           move linha-atribuicao to linha-detalhe.
           perform exibe-linha.
           add 1 to qtde-listadas.
           perform le-proxima-atribuicao.

       exibe-linha.
           if linha-tela > 19
               display "Tecle ENTER para continuar" at 2101
               accept tecla-continua at 2129
               move 11 to linha-tela
           end-if.
           compute posicao-tela = (linha-tela * 100) + 1.
           display linha-detalhe at posicao-tela.
           add 1 to linha-tela.
