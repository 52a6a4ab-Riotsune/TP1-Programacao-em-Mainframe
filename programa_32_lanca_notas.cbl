       identification division.
       program-id. programa_32_lanca_notas.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select lancamento-file assign to "LANCNOTA"
               organization is indexed
               access mode is dynamic
               record key is lnc-chave
               file status is status-lancamento.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is dynamic
               record key is cad-matricula
               file status is status-cadastro.
           select cursos-file assign to "CURSOS"
               organization is indexed
               access mode is random
               record key is cur-codigo
               file status is status-cursos.
           select calendario-file assign to "CALENDAR"
               organization is indexed
               access mode is random
               record key is cal-chave
               file status is status-calendario.
           select disciplinas-file assign to "DISCIPL"
               organization is indexed
               access mode is random
               record key is dis-codigo
               file status is status-disciplinas.
           select grade-file assign to "GRADECUR"
               organization is indexed
               access mode is random
               record key is grd-chave
               file status is status-grade.
           select arquivo-turma assign to "TURMA"
               organization is line sequential
               file status is status-turma.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.

       data division.
       file section.
       fd  lancamento-file.
       01  reg-lancamento.
           02 lnc-chave.
               03 lnc-ano-letivo pic 9(04).
               03 lnc-bimestre pic 9(01).
               03 lnc-curso pic x(10).
               03 lnc-serie pic 9(02).
               03 lnc-turma pic x(08).
               03 lnc-disciplina pic x(10).
               03 lnc-matricula pic x(08).
           02 lnc-nome pic x(30).
           02 lnc-nota pic 9(2)v99 occurs 4 times.
           02 lnc-situacao pic x(01).
               88 lancamento-pendente value "P".
               88 lancamento-digitado value "D".
               88 lancamento-gerado value "G".
           02 lnc-operador pic x(08).
           02 lnc-data pic 9(08).

       fd  cadastro-file.
       copy CADREG.

       fd  cursos-file.
       copy CURREG.

       fd  calendario-file.
       copy CALREG.

       fd  disciplinas-file.
       copy DISCREG.

       fd  grade-file.
       copy GRADREG.

       fd  arquivo-turma.
       copy TURMAREG.

       fd  sessao-file.
       copy SESSREG.

       working-storage section.
       01 status-lancamento pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 status-calendario pic x(02) value "00".
       01 status-disciplinas pic x(02) value "00".
       01 status-grade pic x(02) value "00".
       01 status-turma pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 fim-cadastro pic x(01) value "N".
           88 fim-arquivo-cadastro value "S".
       01 fim-lancamento pic x(01) value "N".
           88 fim-arquivo-lancamento value "S".

       01 opcao-lancamento pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 selecao-turma.
           02 ano-selecao pic 9(04) value zeros.
           02 bimestre-selecao pic 9(01) value zeros.
           02 curso-selecao pic x(10) value spaces.
           02 serie-selecao pic 9(02) value zeros.
           02 turma-selecao pic x(08) value spaces.
           02 disciplina-selecao pic x(10) value spaces.
           02 flag-selecao pic x(01) value "N".
               88 selecao-valida value "S".

       01 entrada-notas.
           02 matricula-entrada pic x(08) value spaces.
           02 nota-entrada pic 9(2)v99 value zeros.
           02 nota-digitada pic 9(2)v99 occurs 4 times.
           02 confirma-entrada pic x(01) value space.
               88 confirma-sim value "S".
               88 confirma-nao value "N".
               88 confirma-encerra value "F".
               88 confirma-valida value "S" "N" "F".
           02 flag-encerra pic x(01) value "N".
               88 digitacao-encerrada value "S".

       01 ind-nota pic 9(01) value zeros.
       01 posicao-tela pic 9(04) value zeros.
       01 linha-nota.
           02 filler pic x(05) value "Nota ".
           02 nto-numero pic 9(01).
           02 filler pic x(15) value ":".
           02 filler pic x(07) value "Atual: ".
           02 nto-atual pic z9,99.

       01 contadores-lancamento.
           02 qtde-alunos pic 9(05) value zeros.
           02 qtde-incluidos pic 9(05) value zeros.
           02 qtde-pendentes pic 9(05) value zeros.
           02 qtde-digitados pic 9(05) value zeros.
           02 qtde-gerados pic 9(05) value zeros.
           02 qtde-turma pic 9(05) value zeros.
           02 hash-turma pic 9(09)v99 value zeros.

       01 data-corrente pic 9(08) value zeros.

       procedure division.
           perform carrega-sessao.
           perform abre-arquivos.
           if arquivos-abertos
               perform mostra-menu-lancamento
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
           open i-o lancamento-file.
           if status-lancamento = "35"
               open output lancamento-file
               close lancamento-file
               open i-o lancamento-file
           end-if.
           if status-lancamento not = "00"
               display "Erro ao abrir os lancamentos, status: " at 2001
               display status-lancamento at 2039
           else
               open input cadastro-file
               open input cursos-file
               open input calendario-file
               open input disciplinas-file
               open input grade-file
               if status-cadastro not = "00"
                   or status-cursos not = "00"
                   or status-calendario not = "00"
                   or status-disciplinas not = "00"
                   or status-grade not = "00"
                   display "Cadastros de apoio indisponiveis" at 2001
                   perform fecha-arquivos
               else
                   move "S" to flag-arquivos
               end-if
           end-if.

       fecha-arquivos.
           close lancamento-file.
           close cadastro-file.
           close cursos-file.
           close calendario-file.
           close disciplinas-file.
           close grade-file.

       mostra-menu-lancamento.
           display "------ Lancamento de notas ------" at 0110.
           display "1-Selecionar 2-Lancar 3-Corrigir 4-Situacao"
               at 0310.
           display "5-Gerar TURMA 0-Voltar" at 0410.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-lancamento at 0518.
           evaluate true
               when opcao-lancamento = 0
                   continue
               when opcao-lancamento = 1
                   perform seleciona-turma
               when opcao-lancamento > 5
                   display "Opcao invalida" at 2010
               when not selecao-valida
                   display "Selecione a turma antes (opcao 1)" at 2010
               when opcao-lancamento = 2
                   perform lanca-notas
               when opcao-lancamento = 3
                   perform corrige-aluno
               when opcao-lancamento = 4
                   perform mostra-situacao
               when opcao-lancamento = 5
                   perform gera-turma
           end-evaluate.

       seleciona-turma.
           move "N" to flag-selecao.
           display "Ano letivo: " at 0710.
           accept ano-selecao at 0723.
           display "Bimestre: " at 0730.
           accept bimestre-selecao at 0741.
           display "Curso: " at 0810.
           accept curso-selecao at 0818.
           display "Serie: " at 0830.
           accept serie-selecao at 0838.
           display "Turma: " at 0910.
           accept turma-selecao at 0918.
           display "Disciplina: " at 0930.
           accept disciplina-selecao at 0943.
           perform valida-selecao.
           if selecao-valida
               perform carrega-alunos-turma
               perform mostra-situacao
           end-if.

       valida-selecao.
           move ano-selecao to cal-ano-letivo.
           move bimestre-selecao to cal-bimestre.
           read calendario-file
               invalid key continue
           end-read.
           move curso-selecao to cur-codigo.
           read cursos-file
               invalid key continue
           end-read.
           move disciplina-selecao to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           move curso-selecao to grd-curso.
           move serie-selecao to grd-serie.
           move disciplina-selecao to grd-disciplina.
           read grade-file
               invalid key continue
           end-read.
           evaluate true
               when status-calendario not = "00"
                   display "Bimestre sem calendario" at 2010
               when not bimestre-aberto
                   display "Bimestre fechado no calendario" at 2010
               when status-cursos not = "00" or not curso-ativo
                   display "Curso nao cadastrado ou inativo" at 2010
               when turma-selecao = spaces
                   display "Turma obrigatoria" at 2010
               when status-disciplinas not = "00"
                   or not disciplina-ativa
                   display "Disciplina nao cadastrada ou inativa"
                       at 2010
               when status-grade not = "00"
                   display "Disciplina fora da grade da serie" at 2010
               when other
                   move "S" to flag-selecao
           end-evaluate.

       carrega-alunos-turma.
           move zeros to qtde-incluidos.
           move "N" to fim-cadastro.
           move low-values to cad-matricula.
           start cadastro-file key not < cad-matricula
               invalid key move "S" to fim-cadastro
           end-start.
           if not fim-arquivo-cadastro
               perform le-cadastro
               perform inclui-aluno-turma until fim-arquivo-cadastro
           end-if.
           if qtde-incluidos > zeros
               display "Alunos novos incluidos na turma: " at 1810
               display qtde-incluidos at 1844
           end-if.

       le-cadastro.
           read cadastro-file next
               at end move "S" to fim-cadastro
           end-read.

       inclui-aluno-turma.
           if cadastro-ativo
               and cad-curso = curso-selecao
               and cad-serie = serie-selecao
               perform monta-chave-lancamento
               move cad-matricula to lnc-matricula
               move cad-nome to lnc-nome
               move zeros to lnc-nota (1)
               move zeros to lnc-nota (2)
               move zeros to lnc-nota (3)
               move zeros to lnc-nota (4)
               move "P" to lnc-situacao
               move operador-atual to lnc-operador
               accept lnc-data from date yyyymmdd
               write reg-lancamento
                   invalid key continue
                   not invalid key add 1 to qtde-incluidos
               end-write
           end-if.
           perform le-cadastro.

       monta-chave-lancamento.
           move spaces to reg-lancamento.
           move ano-selecao to lnc-ano-letivo.
           move bimestre-selecao to lnc-bimestre.
           move curso-selecao to lnc-curso.
           move serie-selecao to lnc-serie.
           move turma-selecao to lnc-turma.
           move disciplina-selecao to lnc-disciplina.

       posiciona-lancamentos.
           move "N" to fim-lancamento.
           perform monta-chave-lancamento.
           move low-values to lnc-matricula.
           start lancamento-file key not < lnc-chave
               invalid key move "S" to fim-lancamento
           end-start.
           if not fim-arquivo-lancamento
               perform le-lancamento
           end-if.

       le-lancamento.
           read lancamento-file next
               at end move "S" to fim-lancamento
           end-read.
           if not fim-arquivo-lancamento
               and (lnc-ano-letivo not = ano-selecao
               or lnc-bimestre not = bimestre-selecao
               or lnc-curso not = curso-selecao
               or lnc-serie not = serie-selecao
               or lnc-turma not = turma-selecao
               or lnc-disciplina not = disciplina-selecao)
               move "S" to fim-lancamento
           end-if.

       lanca-notas.
           move "N" to flag-encerra.
           perform posiciona-lancamentos.
           perform digita-proximo-aluno
               until fim-arquivo-lancamento or digitacao-encerrada.
           perform mostra-situacao.

       digita-proximo-aluno.
           if lancamento-pendente
               perform digita-aluno
               evaluate true
                   when confirma-sim
                       perform grava-notas-aluno
                   when confirma-encerra
                       move "S" to flag-encerra
                   when other
                       continue
               end-evaluate
           end-if.
           if not digitacao-encerrada
               perform le-lancamento
           end-if.

       digita-aluno.
           display "Matricula: " at 1110.
           display lnc-matricula at 1122.
           display lnc-nome at 1131.
           move 1 to ind-nota.
           perform recebe-nota until ind-nota > 4.
           perform recebe-confirmacao.

       recebe-nota.
           compute posicao-tela = ((11 + ind-nota) * 100) + 10.
           move ind-nota to nto-numero.
           move lnc-nota (ind-nota) to nto-atual.
           display linha-nota at posicao-tela.
           add 9 to posicao-tela.
           accept nota-entrada at posicao-tela.
           evaluate true
               when nota-entrada not numeric
                   display "Nota nao numerica" at 2010
               when nota-entrada > 10,00
                   display "Nota fora da faixa (0 a 10)" at 2010
               when other
                   move nota-entrada to nota-digitada (ind-nota)
                   add 1 to ind-nota
           end-evaluate.

       recebe-confirmacao.
           display "Confirma (S/N, F=encerrar e salvar): " at 1710.
           accept confirma-entrada at 1748.
           if not confirma-valida
               display "Digite S, N ou F" at 2010
               perform recebe-confirmacao
           end-if.

       grava-notas-aluno.
           move nota-digitada (1) to lnc-nota (1).
           move nota-digitada (2) to lnc-nota (2).
           move nota-digitada (3) to lnc-nota (3).
           move nota-digitada (4) to lnc-nota (4).
           move "D" to lnc-situacao.
           move operador-atual to lnc-operador.
           accept lnc-data from date yyyymmdd.
           rewrite reg-lancamento
               invalid key
                   display "Erro ao gravar as notas" at 2010
               not invalid key
                   display "Notas gravadas" at 2010
           end-rewrite.

       corrige-aluno.
           display "Matricula: " at 1110.
           accept matricula-entrada at 1122.
           perform monta-chave-lancamento.
           move matricula-entrada to lnc-matricula.
           read lancamento-file
               invalid key continue
           end-read.
           if status-lancamento not = "00"
               display "Aluno nao consta da turma selecionada" at 2010
           else
               perform digita-aluno
               if confirma-sim
                   perform grava-notas-aluno
               end-if
           end-if.

       mostra-situacao.
           move zeros to qtde-alunos.
           move zeros to qtde-pendentes.
           move zeros to qtde-digitados.
           move zeros to qtde-gerados.
           perform posiciona-lancamentos.
           perform conta-lancamento until fim-arquivo-lancamento.
           display "Alunos: " at 1910.
           display qtde-alunos at 1918.
           display "Pendentes: " at 1925.
           display qtde-pendentes at 1936.
           display "Digitados: " at 1943.
           display qtde-digitados at 1954.
           display "Gerados: " at 1961.
           display qtde-gerados at 1970.

       conta-lancamento.
           add 1 to qtde-alunos.
           evaluate true
               when lancamento-pendente
                   add 1 to qtde-pendentes
               when lancamento-digitado
                   add 1 to qtde-digitados
               when lancamento-gerado
                   add 1 to qtde-gerados
           end-evaluate.
           perform le-lancamento.

       gera-turma.
           perform mostra-situacao.
           evaluate true
               when qtde-alunos = zeros
                   display "Nenhum aluno na turma selecionada" at 2010
               when qtde-pendentes > zeros
                   display "Geracao recusada: ha alunos pendentes"
                       at 2010
               when other
                   perform grava-arquivo-turma
           end-evaluate.

       grava-arquivo-turma.
           open output arquivo-turma.
           if status-turma not = "00"
               display "Erro ao criar a turma, status: " at 2001
               display status-turma at 2032
           else
               move zeros to qtde-turma
               move zeros to hash-turma
               accept data-corrente from date yyyymmdd
               move spaces to reg-turma
               move "H" to tur-tipo
               move turma-selecao to cab-turma
               move curso-selecao to cab-curso
               move ano-selecao to cab-ano-letivo
               move data-corrente to cab-data-geracao
               write reg-turma
               perform posiciona-lancamentos
               perform grava-detalhe-turma
                   until fim-arquivo-lancamento
               move spaces to reg-turma
               move "T" to tur-tipo
               move qtde-turma to rod-qtde-registros
               move hash-turma to rod-hash-notas
               write reg-turma
               close arquivo-turma
               display "Arquivo TURMA gerado, alunos: " at 2010
               display qtde-turma at 2041
           end-if.

       grava-detalhe-turma.
           move spaces to reg-turma.
           move "D" to tur-tipo.
           move lnc-matricula to alu-matricula.
           move lnc-nome to alu-nome.
           move lnc-disciplina to alu-disciplina.
           move lnc-nota (1) to alu-primeira.
           move lnc-nota (2) to alu-segunda.
           move lnc-nota (3) to alu-terceira.
           move lnc-nota (4) to alu-quarta.
           write reg-turma.
           add 1 to qtde-turma.
           add alu-primeira to hash-turma.
           add alu-segunda to hash-turma.
           add alu-terceira to hash-turma.
           add alu-quarta to hash-turma.
           move "G" to lnc-situacao.
           rewrite reg-lancamento
               invalid key continue
           end-rewrite.
           perform le-lancamento.
