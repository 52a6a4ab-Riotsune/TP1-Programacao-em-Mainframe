       identification division.
       program-id. programa_44_vagas.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select vagas-file assign to "VAGAS"
               organization is indexed
               access mode is random
               record key is vag-chave
               file status is status-vagas.
           select espera-file assign to "ESPERA"
               organization is indexed
               access mode is dynamic
               record key is esp-chave
               file status is status-espera.
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
       fd  vagas-file.
       copy VAGAREG.

       fd  espera-file.
       copy ESPREG.

       fd  cursos-file.
       copy CURREG.

       fd  sessao-file.
       copy SESSREG.

       working-storage section.
       01 status-vagas pic x(02) value "00".
       01 status-espera pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-espera value "S".
       01 flag-localizado pic x(01) value "N".
           88 inscricao-localizada value "S".

       01 opcao-vagas pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-vaga.
           02 curso-entrada pic x(10) value spaces.
           02 serie-entrada pic 9(02) value zeros.
           02 ano-entrada pic 9(04) value zeros.
           02 quantidade-entrada pic 9(04) value zeros.
           02 matricula-entrada pic x(08) value spaces.

       01 motivo-recusa pic x(40) value spaces.
           88 vaga-valida value spaces.

       01 data-corrente pic 9(08) value zeros.

       01 controle-tela.
           02 linha-tela pic 9(02) value zeros.
           02 posicao-tela pic 9(04) value zeros.
           02 tecla-continua pic x(01) value space.
           02 qtde-listadas pic 9(03) value zeros.
           02 posicao-espera pic 9(03) value zeros.

       01 linha-detalhe pic x(75) value spaces.
       01 linha-espera.
           02 lse-posicao pic zz9.
           02 filler pic x(01).
           02 lse-data-pedido pic 9(08).
           02 filler pic x(01).
           02 lse-matricula pic x(08).
           02 filler pic x(01).
           02 lse-nome pic x(30).
           02 filler pic x(01).
           02 lse-situacao pic x(01).
           02 filler pic x(01).
           02 lse-data-oferta pic 9(08).

       procedure division.
           perform carrega-sessao.
           perform abre-arquivos.
           if arquivos-abertos
               perform mostra-menu-vagas
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
           open i-o vagas-file.
           if status-vagas = "35"
               open output vagas-file
               close vagas-file
               open i-o vagas-file
           end-if.
           if status-vagas not = "00"
               display "Erro ao abrir as vagas, status: " at 2001
               display status-vagas at 2033
           else
               open i-o espera-file
               if status-espera = "35"
                   open output espera-file
                   close espera-file
                   open i-o espera-file
               end-if
               if status-espera not = "00"
                   display "Erro ao abrir a lista de espera, status: "
                       at 2001
                   display status-espera at 2042
                   close vagas-file
               else
                   perform abre-cursos
               end-if
           end-if.

       abre-cursos.
           open input cursos-file.
           if status-cursos not = "00"
               display "Erro ao abrir os cursos, status: " at 2001
               display status-cursos at 2034
               close vagas-file
               close espera-file
           else
               move "S" to flag-arquivos
           end-if.

       fecha-arquivos.
           close vagas-file.
           close espera-file.
           close cursos-file.

       mostra-menu-vagas.
           display "------ Vagas e lista de espera ------" at 0110.
           display "1-Incluir 2-Alterar 3-Excluir 4-Consultar" at 0310.
           display "5-Lista de espera 6-Desistencia 0-Voltar" at 0410.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-vagas at 0518.
           evaluate opcao-vagas
               when 1 perform inclui-vaga
               when 2 perform altera-vaga
               when 3 perform exclui-vaga
               when 4 perform consulta-vaga
               when 5 perform lista-espera
               when 6 perform registra-desistencia
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-chave-vaga.
           display "Curso: " at 0710.
           accept curso-entrada at 0718.
           display "Serie: " at 0740.
           accept serie-entrada at 0748.
           display "Ano letivo (aaaa): " at 0810.
           accept ano-entrada at 0830.

       recebe-quantidade.
           display "Vagas: " at 0910.
           accept quantidade-entrada at 0918.

       le-vaga.
           move curso-entrada to vag-curso.
           move serie-entrada to vag-serie.
           move ano-entrada to vag-ano-letivo.
           read vagas-file
               invalid key continue
           end-read.

       valida-chave-vaga.
           move spaces to motivo-recusa.
           move curso-entrada to cur-codigo.
           read cursos-file
               invalid key continue
           end-read.
           evaluate true
               when status-cursos not = "00" or not curso-ativo
                   move "Curso nao cadastrado ou inativo"
                       to motivo-recusa
               when serie-entrada = zeros
                   move "Serie invalida" to motivo-recusa
               when cur-qtde-series > zeros
                   and serie-entrada > cur-qtde-series
                   move "Serie alem da ultima serie do curso"
                       to motivo-recusa
               when ano-entrada = zeros
                   move "Ano letivo invalido" to motivo-recusa
               when other
                   display cur-nome at 0729
           end-evaluate.

       inclui-vaga.
           perform recebe-chave-vaga.
           perform valida-chave-vaga.
           if vaga-valida
               perform le-vaga
               if status-vagas = "00"
                   move "Vagas ja cadastradas para a serie"
                       to motivo-recusa
               end-if
           end-if.
           if vaga-valida
               perform recebe-quantidade
               move spaces to reg-vaga
               move curso-entrada to vag-curso
               move serie-entrada to vag-serie
               move ano-entrada to vag-ano-letivo
               move quantidade-entrada to vag-quantidade
               move operador-atual to vag-operador
               accept data-corrente from date yyyymmdd
               move data-corrente to vag-data-atualizacao
               write reg-vaga
                   invalid key
                       display "Erro ao gravar as vagas" at 2010
                   not invalid key
                       display "Vagas registradas" at 2010
               end-write
           else
               display motivo-recusa at 2010
           end-if.

       altera-vaga.
           perform recebe-chave-vaga.
           perform le-vaga.
           if status-vagas not = "00"
               display "Vagas nao cadastradas" at 2010
           else
               display "Vagas atuais: " at 1110
               display vag-quantidade at 1125
               perform recebe-quantidade
               move quantidade-entrada to vag-quantidade
               move operador-atual to vag-operador
               accept data-corrente from date yyyymmdd
               move data-corrente to vag-data-atualizacao
               rewrite reg-vaga
                   invalid key
                       display "Erro ao alterar as vagas" at 2010
                   not invalid key
                       display "Vagas alteradas" at 2010
               end-rewrite
           end-if.

       exclui-vaga.
           perform recebe-chave-vaga.
           perform le-vaga.
           if status-vagas not = "00"
               display "Vagas nao cadastradas" at 2010
           else
               delete vagas-file
                   invalid key
                       display "Erro ao excluir as vagas" at 2010
                   not invalid key
                       display "Vagas excluidas, serie sem limite"
                           at 2010
               end-delete
           end-if.

       consulta-vaga.
           perform recebe-chave-vaga.
           perform le-vaga.
           if status-vagas not = "00"
               display "Vagas nao cadastradas" at 2010
           else
               display "Vagas: " at 0910
               display vag-quantidade at 0918
               display "Atualizado por: " at 1010
               display vag-operador at 1027
               display vag-data-atualizacao at 1037
           end-if.

       posiciona-espera.
           move "N" to fim-arquivo.
           move curso-entrada to esp-curso.
           move serie-entrada to esp-serie.
           move ano-entrada to esp-ano-letivo.
           move zeros to esp-data-pedido.
           move zeros to esp-hora-pedido.
           start espera-file key not < esp-chave
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-espera
               perform le-proxima-espera
           end-if.

       le-proxima-espera.
           read espera-file next
               at end move "S" to fim-arquivo
           end-read.
           if not fim-espera
               and (esp-curso not = curso-entrada
               or esp-serie not = serie-entrada
               or esp-ano-letivo not = ano-entrada)
               move "S" to fim-arquivo
           end-if.

       lista-espera.
           perform recebe-chave-vaga.
           move 11 to linha-tela.
           move zeros to qtde-listadas.
           move zeros to posicao-espera.
           display "Pos Pedido   Matric.  Nome" at 1001.
           perform posiciona-espera.
           perform mostra-linha-espera until fim-espera.
           if qtde-listadas = zeros
               display "Lista de espera vazia para a serie" at 2010
           end-if.

       mostra-linha-espera.
           move spaces to linha-espera.
           if espera-pendente
               add 1 to posicao-espera
               move posicao-espera to lse-posicao
           end-if.
           move esp-data-pedido to lse-data-pedido.
           move esp-matricula to lse-matricula.
           move esp-nome to lse-nome.
           move esp-situacao to lse-situacao.
           move esp-data-oferta to lse-data-oferta.
           move linha-espera to linha-detalhe.
           perform exibe-linha.
           add 1 to qtde-listadas.
           perform le-proxima-espera.

       registra-desistencia.
           perform recebe-chave-vaga.
           display "Matricula: " at 0910.
           accept matricula-entrada at 0922.
           move "N" to flag-localizado.
           perform posiciona-espera.
           perform procura-inscricao
               until fim-espera or inscricao-localizada.
           if not inscricao-localizada
               display "Matricula nao consta da lista de espera" at 2010
           else
               move "D" to esp-situacao
               rewrite reg-espera
                   invalid key
                       display "Erro ao regravar a lista de espera"
                           at 2010
                   not invalid key
                       display "Desistencia registrada" at 2010
               end-rewrite
           end-if.

       procura-inscricao.
           if esp-matricula = matricula-entrada and espera-pendente
               move "S" to flag-localizado
           else
               perform le-proxima-espera
           end-if.

       exibe-linha.
           if linha-tela > 19
               display "Tecle ENTER para continuar" at 2101
               accept tecla-continua at 2129
               move 11 to linha-tela
           end-if.
           compute posicao-tela = (linha-tela * 100) + 1.
           display linha-detalhe at posicao-tela.
           add 1 to linha-tela.
