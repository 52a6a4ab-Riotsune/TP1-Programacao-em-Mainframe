               access mode is random
               record key is cur-codigo
               file status is status-cursos.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is random
               record key is cad-matricula
               file status is status-cadastro.
           select grade-file assign to "GRADECUR"
               organization is indexed
               access mode is dynamic
               record key is grd-chave
               file status is status-grade.
           select matricula-work assign to "MATRWORK"
               organization is indexed
               access mode is random
       fd  cursos-file.
       copy CURREG.

       fd  cadastro-file.
       copy CADREG.

       fd  grade-file.
       copy GRADREG.

       fd  matricula-work.
       01  reg-matr-work.
           02 mtw-chave.
       01 status-cursos pic x(02) value "00".
       01 flag-cursos pic x(01) value "N".
           88 cursos-disponivel value "S".
       01 status-cadastro pic x(02) value "00".
       01 flag-cadastro pic x(01) value "N".
           88 cadastro-disponivel value "S".
       01 status-grade pic x(02) value "00".
       01 flag-grade pic x(01) value "N".
           88 grade-disponivel value "S".
       01 flag-grade-serie pic x(01) value "N".
           88 serie-com-grade value "S".
       01 flag-curso-cab pic x(01) value "N".
           88 curso-cab-valido value "S".
       01 fim-arquivo pic x(01) value "N".
           02 qtde-controle-invalido pic 9(05) value zeros.
           02 qtde-disc-branco pic 9(05) value zeros.
           02 qtde-curso-invalido pic 9(05) value zeros.
           02 qtde-mat-nao-cadastrada pic 9(05) value zeros.
           02 qtde-disc-fora-grade pic 9(05) value zeros.

       01 linha-titulo pic x(44) value
           "------ Relatorio de critica da turma ------".
               else
                   display "Cadastro de cursos indisponivel" at 2010
               end-if
               open input cadastro-file
               if status-cadastro = "00"
                   move "S" to flag-cadastro
               else
                   display "Cadastro de alunos indisponivel" at 2010
               end-if
               open input grade-file
               if status-grade = "00"
                   move "S" to flag-grade
               else
                   display "Grade curricular indisponivel" at 2010
               end-if
               open output matricula-work
               if status-matr-work = "00"
                   move "S" to flag-matr-work
           if cursos-disponivel
               close cursos-file
           end-if.
           if cadastro-disponivel
               close cadastro-file
           end-if.
           if grade-disponivel
               close grade-file
           end-if.
           if matr-work-pronto
               close matricula-work
           end-if.
               move "NOME" to campo-rejeicao
               add 1 to qtde-nome-branco
           end-if.
           if registro-valido
               perform verifica-grade-aluno
           end-if.
           if registro-valido
               perform critica-notas
           end-if.

       verifica-grade-aluno.
           if cadastro-disponivel
               move alu-matricula to cad-matricula
               read cadastro-file
                   invalid key continue
               end-read
               if status-cadastro not = "00"
                   move "07" to motivo-rejeicao
                   move "MATRICULA" to campo-rejeicao
                   add 1 to qtde-mat-nao-cadastrada
               else
                   if grade-disponivel
                       perform verifica-serie-com-grade
                       if serie-com-grade
                           perform verifica-disciplina-grade
                       end-if
                   end-if
               end-if
           end-if.

       verifica-serie-com-grade.
           move "N" to flag-grade-serie.
           move cad-curso to grd-curso.
           move cad-serie to grd-serie.
           move low-values to grd-disciplina.
           start grade-file key not < grd-chave
               invalid key continue
           end-start.
           if status-grade = "00"
               read grade-file next
                   at end continue
               end-read
               if status-grade = "00"
                   and grd-curso = cad-curso
                   and grd-serie = cad-serie
                   move "S" to flag-grade-serie
               end-if
           end-if.

       verifica-disciplina-grade.
           move cad-curso to grd-curso.
           move cad-serie to grd-serie.
           move alu-disciplina to grd-disciplina.
           read grade-file
               invalid key continue
           end-read.
           if status-grade not = "00"
               move "12" to motivo-rejeicao
               move "DISCIPLINA" to campo-rejeicao
               add 1 to qtde-disc-fora-grade
           end-if.

       critica-notas.
           if alu-primeira not numeric
               perform marca-nota-invalida
           move "06 Registro de controle:" to cont-texto.
           move qtde-controle-invalido to cont-valor.
           write linha-relatorio from linha-contagem.
           move "07 Matricula nao cadastrada:" to cont-texto.
           move qtde-mat-nao-cadastrada to cont-valor.
           write linha-relatorio from linha-contagem.
           move "10 Disciplina em branco:" to cont-texto.
           move qtde-disc-branco to cont-valor.
           write linha-relatorio from linha-contagem.
           move "11 Curso invalido:" to cont-texto.
           move qtde-curso-invalido to cont-valor.
           write linha-relatorio from linha-contagem.
           move "12 Disciplina fora da grade:" to cont-texto.
           move qtde-disc-fora-grade to cont-valor.
           write linha-relatorio from linha-contagem.
           write linha-relatorio from linha-branco.
           perform grava-relatorio-controles.

