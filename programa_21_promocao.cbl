               access mode is random
               record key is cad-matricula
               file status is status-cadastro.
           select grade-file assign to "GRADECUR"
               organization is indexed
               access mode is dynamic
               record key is grd-chave
               file status is status-grade.
           select cursos-file assign to "CURSOS"
               organization is indexed
               access mode is random
               record key is cur-codigo
               file status is status-cursos.
           select vagas-file assign to "VAGAS"
               organization is indexed
               access mode is random
               record key is vag-chave
               file status is status-vagas.
           select conselho-file assign to "CONSELHO"
               organization is indexed
               access mode is random
               record key is csl-chave
               file status is status-conselho.
           select relatorio-promocao assign to "PROMOREL"
               organization is line sequential.
           select turma-nova assign to "TURMANOVO"
       fd  cadastro-file.
       copy CADREG.

       fd  grade-file.
       copy GRADREG.

       fd  cursos-file.
       copy CURREG.

       fd  vagas-file.
       copy VAGAREG.

       fd  conselho-file.
       copy CSLREG.

       fd  relatorio-promocao.
       01  linha-relatorio pic x(86).

       fd  turma-nova.
       copy TURMAREG.
           02 tnw-chave.
               03 tnw-curso pic x(10).
               03 tnw-serie pic 9(02).
           02 tnw-qtde-alunos pic 9(05).

       working-storage section.
       01 status-consolidado pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 status-grade pic x(02) value "00".
       01 flag-grade pic x(01) value "N".
           88 grade-disponivel value "S".
       01 status-cursos pic x(02) value "00".
       01 flag-cursos pic x(01) value "N".
           88 cursos-disponivel value "S".
       01 status-vagas pic x(02) value "00".
       01 flag-vagas pic x(01) value "N".
           88 vagas-disponivel value "S".
       01 status-conselho pic x(02) value "00".
       01 flag-conselho pic x(01) value "N".
           88 conselho-disponivel value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-consolidado value "S".
       01 fim-grade pic x(01) value "N".
           88 fim-arquivo-grade value "S".

       01 acumulador-aluno.
           02 aluno-corrente pic x(08) value spaces.
               88 aluno-movimentado value "S".
           02 flag-incompleto pic x(01) value "N".
               88 aluno-incompleto value "S".
           02 flag-grade-pendente pic x(01) value "N".
               88 grade-pendente value "S".
           02 flag-conselho-aluno pic x(01) value "N".
               88 aluno-aprovado-conselho value "S".

       01 tabela-cursadas.
           02 qtde-cursadas pic 9(02) value zeros.
           02 disciplina-cursada occurs 40 times.
               03 cursada-codigo pic x(10).
               03 cursada-situacao pic x(01).
       01 ind-cursada pic 9(02) value zeros.
       01 flag-cursada pic x(01) value "N".
           88 cursada-aprovada value "S".

       01 apuracao-promocao.
           02 serie-atual pic 9(02) value zeros.
           02 serie-nova pic 9(02) value zeros.
           02 resultado-aluno pic x(12) value spaces.
           02 observacao-aluno pic x(22) value spaces.

       01 controle-turma-work.
           02 status-turma-work pic x(02) value "00".
               88 turma-work-pronto value "S".
           02 qtde-turmas pic 9(05) value zeros.
           02 qtde-turmas-perdidas pic 9(05) value zeros.
           02 qtde-turmas-excedidas pic 9(05) value zeros.
       01 fim-turma-work pic x(01) value "N".
           88 fim-arquivo-turma-work value "S".

           02 qtde-movimentados pic 9(05) value zeros.
           02 qtde-inativos pic 9(05) value zeros.
           02 qtde-sem-cadastro pic 9(05) value zeros.
           02 qtde-grade-incompleta pic 9(05) value zeros.
           02 qtde-concluintes pic 9(05) value zeros.
           02 qtde-aprov-conselho pic 9(05) value zeros.

       01 data-corrente pic 9(08) value zeros.
       01 ano-novo pic 9(04) value zeros.
           02 pro-serie-nova pic 9(02).
           02 filler pic x(02).
           02 pro-resultado pic x(12).
           02 filler pic x(02).
           02 pro-observacao pic x(22).
       01 linha-excesso.
           02 exc-curso pic x(10).
           02 filler pic x(02).
           02 exc-serie pic 9(02).
           02 filler pic x(02).
           02 filler pic x(08) value "VAGAS: ".
           02 exc-vagas pic zzz9.
           02 filler pic x(02).
           02 filler pic x(08) value "ALUNOS: ".
           02 exc-alunos pic zzzz9.
           02 filler pic x(02).
           02 filler pic x(21) value "TURMA ACIMA DAS VAGAS".
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
                   close consolidado-file
                   move "S" to fim-arquivo
               else
                   perform abre-saidas
               end-if
           end-if.

       abre-saidas.
           open input grade-file.
           if status-grade = "00"
               move "S" to flag-grade
           end-if.
           open input cursos-file.
           if status-cursos = "00"
               move "S" to flag-cursos
           else
               display "Cursos indisponiveis, sem conclusao de curso"
                   at 2010
           end-if.
           open output relatorio-promocao.
           open output turma-nova.
           open input vagas-file.
           if status-vagas = "00"
               move "S" to flag-vagas
           end-if.
           open input conselho-file.
           if status-conselho = "00"
               move "S" to flag-conselho
           end-if.
           open output turma-work.
           close turma-work.
           open i-o turma-work.
           if status-turma-work = "00"
               move "S" to flag-turma-work
           else
               display "Apoio de turmas indisponivel" at 2010
           end-if.

       fecha-arquivos.
           close consolidado-file.
           close cadastro-file.
           if grade-disponivel
               close grade-file
           end-if.
           if cursos-disponivel
               close cursos-file
           end-if.
           if vagas-disponivel
               close vagas-file
           end-if.
           if conselho-disponivel
               close conselho-file
           end-if.
           close relatorio-promocao.
           close turma-nova.

               perform abre-aluno
           end-if.
           add 1 to qtde-disciplinas.
           if con-situacao = "R"
               perform verifica-conselho
           end-if.
           if resultado-conselho
               move "S" to flag-conselho-aluno
           end-if.
           perform guarda-disciplina-cursada.
           evaluate con-situacao
               when "A"
                   continue
           end-evaluate.
           perform le-consolidado.

       verifica-conselho.
           if conselho-disponivel
               move con-ano-letivo to csl-ano-letivo
               move con-matricula to csl-matricula
               move con-disciplina to csl-disciplina
               read conselho-file
                   invalid key continue
               end-read
               if status-conselho = "00"
                   move "A" to con-situacao
                   move "C" to con-origem
               end-if
           end-if.

       guarda-disciplina-cursada.
           if qtde-cursadas < 40
               add 1 to qtde-cursadas
               move con-disciplina to cursada-codigo (qtde-cursadas)
               move con-situacao to cursada-situacao (qtde-cursadas)
           end-if.

       abre-aluno.
           move con-matricula to aluno-corrente.
           move con-nome to nome-corrente.
           move "S" to flag-aprovado.
           move "N" to flag-movimentado.
           move "N" to flag-incompleto.
           move "N" to flag-conselho-aluno.
           move zeros to qtde-cursadas.

       fecha-aluno.
           if aluno-corrente not = spaces

       apura-promocao.
           add 1 to qtde-alunos.
           move spaces to observacao-aluno.
           move aluno-corrente to cad-matricula.
           read cadastro-file
               invalid key continue

       aplica-promocao.
           move cad-serie to serie-atual.
           move "N" to flag-grade-pendente.
           if todas-aprovadas and not aluno-incompleto
               and grade-disponivel
               perform verifica-grade-curricular
           end-if.
           if todas-aprovadas and not aluno-incompleto
               and not grade-pendente
               compute serie-nova = serie-atual + 1
               move "PROMOVIDO" to resultado-aluno
               add 1 to qtde-promovidos
               if aluno-aprovado-conselho
                   add 1 to qtde-aprov-conselho
                   move "APROVADO PELO CONSELHO" to observacao-aluno
               end-if
               perform verifica-conclusao-curso
           else
               move serie-atual to serie-nova
               evaluate true
                   when aluno-incompleto
                       move "INCOMPLETO" to resultado-aluno
                   when grade-pendente
                       move "GRADE INCOMP" to resultado-aluno
                       add 1 to qtde-grade-incompleta
                   when other
                       move "MANTIDO" to resultado-aluno
               end-evaluate
               add 1 to qtde-mantidos
           end-if.
           move serie-nova to cad-serie.
                   display "Erro ao regravar o cadastro" at 2201
           end-rewrite.
           perform grava-linha-promocao.
           if not cadastro-concluido
               perform registra-turma-nova
           end-if.

       verifica-conclusao-curso.
           if cursos-disponivel
               move cad-curso to cur-codigo
               read cursos-file
                   invalid key continue
               end-read
               if status-cursos = "00"
                   and cur-qtde-series > zeros
                   and serie-atual >= cur-qtde-series
                   move serie-atual to serie-nova
                   move "F" to cad-situacao
                   accept cad-data-movimento from date yyyymmdd
                   move "CONCLUIDO" to resultado-aluno
                   add 1 to qtde-concluintes
               end-if
           end-if.

       verifica-grade-curricular.
           move "N" to fim-grade.
           move cad-curso to grd-curso.
           move cad-serie to grd-serie.
           move low-values to grd-disciplina.
           start grade-file key not < grd-chave
               invalid key move "S" to fim-grade
           end-start.
           if not fim-arquivo-grade
               perform le-grade
               perform confere-disciplina-grade
                   until fim-arquivo-grade
           end-if.

       le-grade.
           read grade-file next
               at end move "S" to fim-grade
           end-read.
           if not fim-arquivo-grade
               and (grd-curso not = cad-curso
               or grd-serie not = cad-serie)
               move "S" to fim-grade
           end-if.

       confere-disciplina-grade.
           if disciplina-obrigatoria
               move "N" to flag-cursada
               move 1 to ind-cursada
               perform procura-disciplina-cursada
                   until ind-cursada > qtde-cursadas
                   or cursada-aprovada
               if not cursada-aprovada
                   move "S" to flag-grade-pendente
               end-if
           end-if.
           perform le-grade.

       procura-disciplina-cursada.
           if cursada-codigo (ind-cursada) = grd-disciplina
               and cursada-situacao (ind-cursada) = "A"
               move "S" to flag-cursada
           end-if.
           add 1 to ind-cursada.

       grava-linha-promocao.
           move spaces to linha-aluno.
           move serie-atual to pro-serie-atual.
           move serie-nova to pro-serie-nova.
           move resultado-aluno to pro-resultado.
           move observacao-aluno to pro-observacao.
           write linha-relatorio from linha-aluno.

       registra-turma-nova.
           if turma-work-pronto
               move curso-corrente to tnw-curso
               move serie-nova to tnw-serie
               read turma-work
                   invalid key continue
               end-read
               if status-turma-work = "00"
                   add 1 to tnw-qtde-alunos
                   rewrite reg-turma-work
                       invalid key continue
                   end-rewrite
               else
                   move 1 to tnw-qtde-alunos
                   write reg-turma-work
                       invalid key continue
                       not invalid key add 1 to qtde-turmas
                   end-write
               end-if
           else
               add 1 to qtde-turmas-perdidas
           end-if.
           move ano-novo to cab-ano-letivo.
           move data-corrente to cab-data-geracao.
           write reg-turma.
           if vagas-disponivel
               perform confere-vagas-turma
           end-if.
           perform le-turma-work.

       confere-vagas-turma.
           move tnw-curso to vag-curso.
           move tnw-serie to vag-serie.
           move ano-novo to vag-ano-letivo.
           read vagas-file
               invalid key continue
           end-read.
           if status-vagas = "00"
               and tnw-qtde-alunos > vag-quantidade
               move tnw-curso to exc-curso
               move tnw-serie to exc-serie
               move vag-quantidade to exc-vagas
               move tnw-qtde-alunos to exc-alunos
               write linha-relatorio from linha-excesso
               add 1 to qtde-turmas-excedidas
           end-if.

       grava-titulo.
           write linha-relatorio from titulo-promocao.
           write linha-relatorio from linha-branco.
           move "Promovidos:" to total-texto.
           move qtde-promovidos to total-valor.
           write linha-relatorio from linha-total.
           move "Concluintes do curso:" to total-texto.
           move qtde-concluintes to total-valor.
           write linha-relatorio from linha-total.
           move "Aprovados pelo conselho:" to total-texto.
           move qtde-aprov-conselho to total-valor.
           write linha-relatorio from linha-total.
           move "Mantidos na serie:" to total-texto.
           move qtde-mantidos to total-valor.
           write linha-relatorio from linha-total.
           move "Mantidos por grade incompleta:" to total-texto.
           move qtde-grade-incompleta to total-valor.
           write linha-relatorio from linha-total.
           move "Movimentados:" to total-texto.
           move qtde-movimentados to total-valor.
           write linha-relatorio from linha-total.
           move "Turmas previstas:" to total-texto.
           move qtde-turmas to total-valor.
           write linha-relatorio from linha-total.
           move "Turmas acima das vagas:" to total-texto.
           move qtde-turmas-excedidas to total-valor.
           write linha-relatorio from linha-total.
           if qtde-turmas-perdidas > zeros
               move "ATENCAO turmas perdidas:" to total-texto
               move qtde-turmas-perdidas to total-valor
