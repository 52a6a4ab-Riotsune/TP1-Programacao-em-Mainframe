               access mode is random
               record key is cad-matricula
               file status is status-cadastro.
           select conselho-file assign to "CONSELHO"
               organization is indexed
               access mode is random
               record key is csl-chave
               file status is status-conselho.

       data division.
       file section.
       fd  cadastro-file.
       copy CADREG.

       fd  conselho-file.
       copy CSLREG.

       working-storage section.
       01 status-historico pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 flag-cadastro pic x(01) value "N".
           88 cadastro-disponivel value "S".
       01 status-conselho pic x(02) value "00".
       01 flag-conselho pic x(01) value "N".
           88 conselho-disponivel value "S".
       01 apuracao-movimento.
           02 flag-movimentado pic x(01) value "N".
               88 aluno-movimentado value "S".
           02 nome-corrente pic x(30) value spaces.
           02 media-bimestre pic 9(02)v99 occurs 4 times.
           02 tem-bimestre pic x(01) occurs 4 times.
           02 origem-bimestre pic x(01) occurs 4 times.
           02 qtde-bimestres pic 9(01) value zeros.
           02 soma-medias-aluno pic 9(03)v99 value zeros.
           02 media-anual pic 9(02)v99 value zeros.
           02 situacao-anual pic x(01) value space.
           02 flag-falta pic x(01) value "N".
               88 aluno-com-falta value "S".
           02 origem-resultado pic x(01) value space.
               88 aprovado-pelo-conselho value "C".

       01 ind-bimestre pic 9(01) value zeros.

           02 qtde-rep-falta pic 9(05) value zeros.
           02 qtde-incompletos pic 9(05) value zeros.
           02 qtde-movimentados pic 9(05) value zeros.
           02 qtde-notas-transferidas pic 9(05) value zeros.
           02 qtde-aprov-conselho pic 9(05) value zeros.

       01 media-editada pic z9,99.

           02 filler pic x(02).
           02 ata-bimestres occurs 4 times.
               03 ata-media-bim pic x(05).
               03 ata-origem-bim pic x(01).
           02 ata-media-anual pic x(05).
           02 filler pic x(01).
           02 ata-situacao pic x(14).
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
       01 linha-legenda-origem pic x(70) value
           "T = NOTA APROVEITADA DA GUIA DE TRANSFERENCIA".
       01 linha-branco pic x(01) value spaces.

       procedure division.
               if status-cadastro = "00"
                   move "S" to flag-cadastro
               end-if
               open input conselho-file
               if status-conselho = "00"
                   move "S" to flag-conselho
               end-if
           end-if.

       fecha-arquivos.
           if cadastro-disponivel
               close cadastro-file
           end-if.
           if conselho-disponivel
               close conselho-file
           end-if.

       busca-nome-curso.
           move spaces to nome-curso-pedido.
                   move hist-media
                       to media-bimestre(hist-bimestre)
                   move "S" to tem-bimestre(hist-bimestre)
                   move space to origem-bimestre(hist-bimestre)
                   if nota-transferida
                       move "T" to origem-bimestre(hist-bimestre)
                       add 1 to qtde-notas-transferidas
                   end-if
                   move hist-nome to nome-corrente
                   if hist-situacao = "F"
                       move "S" to flag-falta
           move hist-disciplina to disciplina-corrente.
           move hist-nome to nome-corrente.
           move "N" to flag-falta.
           move space to origem-resultado.
           move 1 to ind-bimestre.
           perform limpa-bimestre until ind-bimestre > 4.

       limpa-bimestre.
           move zeros to media-bimestre(ind-bimestre).
           move "N" to tem-bimestre(ind-bimestre).
           move space to origem-bimestre(ind-bimestre).
           add 1 to ind-bimestre.

       fecha-aluno.
                   move "A" to situacao-anual
                   add 1 to qtde-aprovados
               when other
                   perform verifica-conselho
                   if aprovado-pelo-conselho
                       move "A" to situacao-anual
                       add 1 to qtde-aprovados
                       add 1 to qtde-aprov-conselho
                   else
                       move "R" to situacao-anual
                       add 1 to qtde-reprovados
                   end-if
           end-evaluate.

       verifica-conselho.
           if conselho-disponivel
               move ano-pedido to csl-ano-letivo
               move aluno-corrente to csl-matricula
               move disciplina-corrente to csl-disciplina
               read conselho-file
                   invalid key continue
               end-read
               if status-conselho = "00"
                   move "C" to origem-resultado
               end-if
           end-if.

       verifica-movimento-aluno.
           move "N" to flag-movimentado.
           move space to situacao-movimento.
           perform edita-bimestre until ind-bimestre > 4.
           move media-anual to media-editada.
           move media-editada to ata-media-anual.
           evaluate true
               when aprovado-pelo-conselho
                   move "Aprov.Conselho" to ata-situacao
               when situacao-anual = "A"
                   move "Aprovado" to ata-situacao
               when situacao-anual = "R"
                   move "Reprovado" to ata-situacao
               when situacao-anual = "F"
                   move "Rep.Falta" to ata-situacao
               when situacao-anual = "T"
                   move "Transferido" to ata-situacao
               when situacao-anual = "B"
                   move "Abandono" to ata-situacao
               when situacao-anual = "C"
                   move "Trancado" to ata-situacao
               when other
                   move "Incompleto" to ata-situacao
           end-evaluate.
           write linha-ata from linha-aluno.

               move media-bimestre(ind-bimestre) to media-editada
               move media-editada
                   to ata-media-bim(ind-bimestre)
               move origem-bimestre(ind-bimestre)
                   to ata-origem-bim(ind-bimestre)
           else
               move " ----" to ata-media-bim(ind-bimestre)
           end-if.
           move media-anual to con-media-anual.
           move situacao-anual to con-situacao.
           move qtde-bimestres to con-qtde-bimestres.
           move origem-resultado to con-origem.
           write reg-consolidado.

       move-consolidado.
           move "Aprovados:" to total-texto.
           move qtde-aprovados to total-valor.
           write linha-ata from linha-total.
           if qtde-aprov-conselho > zeros
               move "Aprovados pelo conselho:" to total-texto
               move qtde-aprov-conselho to total-valor
               write linha-ata from linha-total
           end-if.
           move "Reprovados:" to total-texto.
           move qtde-reprovados to total-valor.
           write linha-ata from linha-total.
           move "Transferidos e afastados:" to total-texto.
           move qtde-movimentados to total-valor.
           write linha-ata from linha-total.
           if qtde-notas-transferidas > zeros
               move "Notas de transferencia:" to total-texto
               move qtde-notas-transferidas to total-valor
               write linha-ata from linha-total
               write linha-ata from linha-branco
               write linha-ata from linha-legenda-origem
           end-if.

       mostra-resumo.
           display "------ Ata final ------" at 1801.
