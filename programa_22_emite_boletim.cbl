           02 disciplina-corrente pic x(10) value spaces.
           02 media-bimestre pic 9(02)v99 occurs 4 times.
           02 tem-bimestre pic x(01) occurs 4 times.
           02 origem-bimestre pic x(01) occurs 4 times.
           02 qtde-bimestres pic 9(01) value zeros.
           02 soma-medias pic 9(03)v99 value zeros.
           02 media-anual pic 9(02)v99 value zeros.

       01 flag-imprimiu pic x(01) value "N".
           88 aluno-tem-boletim value "S".
       01 flag-transferencia pic x(01) value "N".
           88 aluno-com-transferencia value "S".

       01 ind-bimestre pic 9(01) value zeros.
       01 qtde-paginas pic 9(05) value zeros.
           02 filler pic x(02).
           02 doc-bimestres occurs 4 times.
               03 doc-media-bim pic x(05).
               03 doc-origem-bim pic x(01).
           02 doc-media-anual pic x(05).
           02 filler pic x(01).
           02 doc-situacao pic x(12).
           02 filler pic x(13) value "FREQUENCIA:  ".
           02 doc-presenca pic x(06).
           02 filler pic x(20) value " por cento presenca".
       01 linha-legenda-origem pic x(70) value
           "T = NOTA APROVEITADA DA GUIA DE TRANSFERENCIA".
       01 linha-assinatura-1 pic x(60) value
           "______________________        ______________________".
       01 linha-assinatura-2 pic x(60) value

       emite-boletim-aluno.
           move "N" to flag-imprimiu.
           move "N" to flag-transferencia.
           move spaces to disciplina-corrente.
           move "N" to fim-historico.
           move cad-matricula to hist-matricula.
           if hist-bimestre >= 1 and hist-bimestre <= 4
               move hist-media to media-bimestre(hist-bimestre)
               move "S" to tem-bimestre(hist-bimestre)
               move space to origem-bimestre(hist-bimestre)
               if nota-transferida
                   move "T" to origem-bimestre(hist-bimestre)
                   move "S" to flag-transferencia
               end-if
               if hist-situacao = "F"
                   move "S" to flag-falta
               end-if
       limpa-bimestre.
           move zeros to media-bimestre(ind-bimestre).
           move "N" to tem-bimestre(ind-bimestre).
           move space to origem-bimestre(ind-bimestre).
           add 1 to ind-bimestre.

       fecha-disciplina.
           if tem-bimestre(ind-bimestre) = "S"
               move media-bimestre(ind-bimestre) to media-editada
               move media-editada to doc-media-bim(ind-bimestre)
               move origem-bimestre(ind-bimestre)
                   to doc-origem-bim(ind-bimestre)
           else
               move " ----" to doc-media-bim(ind-bimestre)
           end-if.

       grava-rodape-boletim.
           perform apura-frequencia-aluno.
           if aluno-com-transferencia
               write linha-documento from linha-branco
               write linha-documento from linha-legenda-origem
           end-if.
           write linha-documento from linha-branco.
           write linha-documento from linha-frequencia.
           write linha-documento from linha-branco.
