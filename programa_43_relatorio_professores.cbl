       identification division.
       program-id. programa_43_relatorio_professores.

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
           select historico-file assign to "HISTORICO"
               organization is indexed
               access mode is dynamic
               record key is hist-chave
               file status is status-historico.
           select jornal-file assign to "RETJORN"
               organization is line sequential
               file status is status-jornal.
           select pendentes-file assign to "RETPEND"
               organization is indexed
               access mode is dynamic
               record key is ret-chave
               file status is status-pendentes.
           select professor-work assign to "PROFWORK"
               organization is indexed
               access mode is dynamic
               record key is pwk-chave
               file status is status-prof-work.
           select relatorio-professores assign to "RELPROF"
               organization is line sequential.

       data division.
       file section.
       fd  atribuicoes-file.
       copy ATRIBREG.

       fd  professores-file.
       copy PROFREG.

       fd  historico-file.
       copy HISTREG.

       fd  jornal-file.
       01  reg-jornal.
           02 jor-matricula pic x(08).
           02 filler pic x(01).
           02 jor-ano-letivo pic 9(04).
           02 filler pic x(01).
           02 jor-disciplina pic x(10).
           02 filler pic x(01).
           02 jor-bimestre pic 9(01).
           02 filler pic x(01).
           02 jor-media-anterior pic z9,99.
           02 filler pic x(01).
           02 jor-situacao-anterior pic x(01).
           02 filler pic x(01).
           02 jor-media-nova pic z9,99.
           02 filler pic x(01).
           02 jor-situacao-nova pic x(01).
           02 filler pic x(01).
           02 jor-decisao pic x(01).
           02 filler pic x(01).
           02 jor-solicitante pic x(08).
           02 filler pic x(01).
           02 jor-aprovador pic x(08).
           02 filler pic x(01).
           02 jor-data-decisao pic 9(08).
           02 filler pic x(01).
           02 jor-hora-decisao pic 9(08).
           02 filler pic x(01).
           02 jor-motivo pic x(40).
           02 filler pic x(01).
           02 jor-curso pic x(10).
           02 filler pic x(01).
           02 jor-turma pic x(08).
           02 filler pic x(01).
           02 jor-professor pic x(08).

       fd  pendentes-file.
       01  reg-pendente.
           02 ret-chave.
               03 ret-matricula pic x(08).
               03 ret-ano-letivo pic 9(04).
               03 ret-disciplina pic x(10).
               03 ret-bimestre pic 9(01).
           02 ret-tipo pic x(01).
           02 ret-primeira pic 9(2)v99.
           02 ret-segunda pic 9(2)v99.
           02 ret-terceira pic 9(2)v99.
           02 ret-quarta pic 9(2)v99.
           02 ret-media-nova pic 9(2)v99.
           02 ret-motivo pic x(40).
           02 ret-solicitante pic x(08).
           02 ret-data-pedido pic 9(08).
           02 ret-hora-pedido pic 9(08).
           02 ret-curso pic x(10).
           02 ret-turma pic x(08).
           02 ret-professor pic x(08).

       fd  professor-work.
       01  reg-professor-work.
           02 pwk-chave.
               03 pwk-professor pic x(08).
               03 pwk-curso pic x(10).
               03 pwk-turma pic x(08).
               03 pwk-disciplina pic x(10).
           02 pwk-faixa pic 9(05) occurs 5 times.
           02 pwk-notas pic 9(05).
           02 pwk-aprovados pic 9(05).
           02 pwk-recuperacao pic 9(05).
           02 pwk-reprovados pic 9(05).
           02 pwk-retif-aprovadas pic 9(05).
           02 pwk-retif-recusadas pic 9(05).
           02 pwk-retif-pendentes pic 9(05).

       fd  relatorio-professores.
       01  linha-relatorio pic x(132).

       working-storage section.
       01 status-atribuicoes pic x(02) value "00".
       01 status-professores pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-jornal pic x(02) value "00".
       01 status-pendentes pic x(02) value "00".
       01 status-prof-work pic x(02) value "00".

       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 flag-professores pic x(01) value "N".
           88 professores-disponivel value "S".

       01 fim-atribuicoes pic x(01) value "N".
           88 fim-arquivo-atribuicoes value "S".
       01 fim-historico pic x(01) value "N".
           88 fim-arquivo-historico value "S".
       01 fim-jornal pic x(01) value "N".
           88 fim-arquivo-jornal value "S".
       01 fim-pendentes pic x(01) value "N".
           88 fim-arquivo-pendentes value "S".
       01 fim-work pic x(01) value "N".
           88 fim-arquivo-work value "S".

       01 ano-pedido pic 9(04) value zeros.

       01 chave-acumulo.
           02 professor-acumulo pic x(08) value spaces.
           02 curso-acumulo pic x(10) value spaces.
           02 turma-acumulo pic x(08) value spaces.
           02 disciplina-acumulo pic x(10) value spaces.

       01 professor-corrente pic x(08) value spaces.
       01 ind-faixa pic 9(01) value zeros.

       01 total-professor.
           02 tpr-faixa pic 9(05) occurs 5 times.
           02 tpr-notas pic 9(05) value zeros.
           02 tpr-aprovados pic 9(05) value zeros.
           02 tpr-recuperacao pic 9(05) value zeros.
           02 tpr-reprovados pic 9(05) value zeros.
           02 tpr-retificacoes pic 9(05) value zeros.

       01 contadores-relatorio.
           02 qtde-professores pic 9(05) value zeros.
           02 qtde-turmas pic 9(05) value zeros.
           02 qtde-sem-professor pic 9(05) value zeros.
           02 qtde-retificacoes pic 9(05) value zeros.

       01 titulo-relatorio.
           02 filler pic x(40) value
               "RELATORIO POR PROFESSOR - ANO LETIVO DE ".
           02 tit-ano pic 9(04).
       01 linha-professor.
           02 filler pic x(11) value "PROFESSOR: ".
           02 rpr-professor pic x(08).
           02 filler pic x(03) value " - ".
           02 rpr-nome pic x(30).
       01 cabecalho-relatorio pic x(132) value
           "CURSO      TURMA    DISCIPLINA  0-1,9 2-3,9 4-5,9 6-7,9 8-10
      -    "  NOTAS APROV RECUP REPROV RETIF-A RETIF-R RETIF-P".
       01 linha-turma.
           02 rpr-curso pic x(10).
           02 filler pic x(01).
           02 rpr-turma pic x(08).
           02 filler pic x(01).
           02 rpr-disciplina pic x(10).
           02 filler pic x(02).
           02 rpr-faixas occurs 5 times.
               03 rpr-faixa pic zzzz9.
               03 filler pic x(01).
           02 rpr-notas pic zzzzz9.
           02 filler pic x(01).
           02 rpr-aprovados pic zzzz9.
           02 filler pic x(01).
           02 rpr-recuperacao pic zzzz9.
           02 filler pic x(01).
           02 rpr-reprovados pic zzzzz9.
           02 filler pic x(02).
           02 rpr-retif-aprovadas pic zzzzz9.
           02 filler pic x(02).
           02 rpr-retif-recusadas pic zzzzz9.
           02 filler pic x(02).
           02 rpr-retif-pendentes pic zzzzz9.
       01 linha-total-professor.
           02 filler pic x(32) value "  TOTAL DO PROFESSOR".
           02 tot-faixas occurs 5 times.
               03 tot-faixa pic zzzz9.
               03 filler pic x(01).
           02 tot-notas pic zzzzz9.
           02 filler pic x(01).
           02 tot-aprovados pic zzzz9.
           02 filler pic x(01).
           02 tot-recuperacao pic zzzz9.
           02 filler pic x(01).
           02 tot-reprovados pic zzzzz9.
           02 filler pic x(02).
           02 tot-retificacoes pic zzzzz9.
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform informa-pedido.
           perform abre-arquivos.
           if arquivos-abertos
               perform carrega-atribuicoes
               perform acumula-historico
               perform acumula-jornal
               perform acumula-pendentes
               perform grava-relatorio
               perform fecha-arquivos
           end-if.
           display "Professores relacionados: " at 1801.
           display qtde-professores at 1827.
           display "Turmas/disciplinas: " at 1901.
           display qtde-turmas at 1921.
           display "Notas sem professor: " at 2001.
           display qtde-sem-professor at 2022.
           goback.

       informa-pedido.
           display "------ Relatorio por professor ------" at 0110.
           display "Ano letivo (aaaa): " at 0301.
           accept ano-pedido at 0321.

       abre-arquivos.
           open input atribuicoes-file.
           if status-atribuicoes not = "00"
               display "Erro ao abrir as atribuicoes, status: " at 2001
               display status-atribuicoes at 2039
           else
               open input historico-file
               if status-historico not = "00"
                   display "Erro ao abrir o historico, status: "
                       at 2001
                   display status-historico at 2037
                   close atribuicoes-file
               else
                   perform abre-apoio
               end-if
           end-if.

       abre-apoio.
           open output professor-work.
           close professor-work.
           open i-o professor-work.
           if status-prof-work not = "00"
               display "Apoio do relatorio indisponivel" at 2010
               close atribuicoes-file
               close historico-file
           else
               open input professores-file
               if status-professores = "00"
                   move "S" to flag-professores
               end-if
               open output relatorio-professores
               move "S" to flag-arquivos
           end-if.

       fecha-arquivos.
           close atribuicoes-file.
           close historico-file.
           close professor-work.
           close relatorio-professores.
           if professores-disponivel
               close professores-file
           end-if.

       carrega-atribuicoes.
           move "N" to fim-atribuicoes.
           move ano-pedido to atr-ano-letivo.
           move low-values to atr-curso.
           move low-values to atr-turma.
           move low-values to atr-disciplina.
           start atribuicoes-file key not < atr-chave
               invalid key move "S" to fim-atribuicoes
           end-start.
           if not fim-arquivo-atribuicoes
               perform le-atribuicao
               perform guarda-atribuicao
                   until fim-arquivo-atribuicoes
           end-if.

       le-atribuicao.
           read atribuicoes-file next
               at end move "S" to fim-atribuicoes
           end-read.
           if not fim-arquivo-atribuicoes
               and atr-ano-letivo not = ano-pedido
               move "S" to fim-atribuicoes
           end-if.

       guarda-atribuicao.
           move atr-professor to professor-acumulo.
           move atr-curso to curso-acumulo.
           move atr-turma to turma-acumulo.
           move atr-disciplina to disciplina-acumulo.
           perform posiciona-acumulo.
           perform le-atribuicao.

       posiciona-acumulo.
           move chave-acumulo to pwk-chave.
           read professor-work
               invalid key continue
           end-read.
           if status-prof-work not = "00"
               move chave-acumulo to pwk-chave
               move zeros to pwk-notas
               move zeros to pwk-aprovados
               move zeros to pwk-recuperacao
               move zeros to pwk-reprovados
               move zeros to pwk-retif-aprovadas
               move zeros to pwk-retif-recusadas
               move zeros to pwk-retif-pendentes
               move 1 to ind-faixa
               perform limpa-faixa until ind-faixa > 5
               write reg-professor-work
                   invalid key continue
               end-write
               add 1 to qtde-turmas
           end-if.

       limpa-faixa.
           move zeros to pwk-faixa(ind-faixa).
           add 1 to ind-faixa.

       regrava-acumulo.
           rewrite reg-professor-work
               invalid key continue
           end-rewrite.

       acumula-historico.
           move "N" to fim-historico.
           move low-values to hist-chave.
           start historico-file key not < hist-chave
               invalid key move "S" to fim-historico
           end-start.
           if not fim-arquivo-historico
               perform le-historico
               perform acumula-nota until fim-arquivo-historico
           end-if.

       le-historico.
           read historico-file next
               at end move "S" to fim-historico
           end-read.

       acumula-nota.
           if hist-ano-letivo = ano-pedido and nota-da-escola
               if hist-professor = spaces
                   add 1 to qtde-sem-professor
               else
                   move hist-professor to professor-acumulo
                   move hist-curso to curso-acumulo
                   move hist-turma to turma-acumulo
                   move hist-disciplina to disciplina-acumulo
                   perform posiciona-acumulo
                   perform soma-nota
                   perform regrava-acumulo
               end-if
           end-if.
           perform le-historico.

       soma-nota.
           add 1 to pwk-notas.
           evaluate true
               when hist-media < 2,00
                   add 1 to pwk-faixa(1)
               when hist-media < 4,00
                   add 1 to pwk-faixa(2)
               when hist-media < 6,00
                   add 1 to pwk-faixa(3)
               when hist-media < 8,00
                   add 1 to pwk-faixa(4)
               when other
                   add 1 to pwk-faixa(5)
           end-evaluate.
           evaluate hist-situacao
               when "A"
                   add 1 to pwk-aprovados
               when "R"
                   add 1 to pwk-recuperacao
               when other
                   add 1 to pwk-reprovados
           end-evaluate.

       acumula-jornal.
           open input jornal-file.
           if status-jornal = "00"
               move "N" to fim-jornal
               perform le-jornal
               perform acumula-retificacao until fim-arquivo-jornal
               close jornal-file
           end-if.

       le-jornal.
           read jornal-file
               at end move "S" to fim-jornal
           end-read.

       acumula-retificacao.
           if jor-ano-letivo = ano-pedido
               and jor-professor not = spaces
               move jor-professor to professor-acumulo
               move jor-curso to curso-acumulo
               move jor-turma to turma-acumulo
               move jor-disciplina to disciplina-acumulo
               perform posiciona-acumulo
               if jor-decisao = "A"
                   add 1 to pwk-retif-aprovadas
               else
                   add 1 to pwk-retif-recusadas
               end-if
               perform regrava-acumulo
               add 1 to qtde-retificacoes
           end-if.
           perform le-jornal.

       acumula-pendentes.
           open input pendentes-file.
           if status-pendentes = "00"
               move "N" to fim-pendentes
               move low-values to ret-chave
               start pendentes-file key not < ret-chave
                   invalid key move "S" to fim-pendentes
               end-start
               if not fim-arquivo-pendentes
                   perform le-pendente
                   perform acumula-pendente
                       until fim-arquivo-pendentes
               end-if
               close pendentes-file
           end-if.

       le-pendente.
           read pendentes-file next
               at end move "S" to fim-pendentes
           end-read.

       acumula-pendente.
           if ret-ano-letivo = ano-pedido
               and ret-professor not = spaces
               move ret-professor to professor-acumulo
               move ret-curso to curso-acumulo
               move ret-turma to turma-acumulo
               move ret-disciplina to disciplina-acumulo
               perform posiciona-acumulo
               add 1 to pwk-retif-pendentes
               perform regrava-acumulo
               add 1 to qtde-retificacoes
           end-if.
           perform le-pendente.

       grava-relatorio.
           move ano-pedido to tit-ano.
           write linha-relatorio from titulo-relatorio.
           move spaces to professor-corrente.
           move "N" to fim-work.
           move low-values to pwk-chave.
           start professor-work key not < pwk-chave
               invalid key move "S" to fim-work
           end-start.
           if not fim-arquivo-work
               perform le-work
               perform grava-linha-turma until fim-arquivo-work
               perform fecha-professor
           end-if.
           write linha-relatorio from linha-branco.
           move "Professores relacionados:" to total-texto.
           move qtde-professores to total-valor.
           write linha-relatorio from linha-total.
           move "Turmas/disciplinas:" to total-texto.
           move qtde-turmas to total-valor.
           write linha-relatorio from linha-total.
           move "Retificacoes do ano:" to total-texto.
           move qtde-retificacoes to total-valor.
           write linha-relatorio from linha-total.
           move "Notas sem professor:" to total-texto.
           move qtde-sem-professor to total-valor.
           write linha-relatorio from linha-total.

       le-work.
           read professor-work next
               at end move "S" to fim-work
           end-read.

       grava-linha-turma.
           if pwk-professor not = professor-corrente
               perform fecha-professor
               perform abre-professor
           end-if.
           move spaces to linha-turma.
           move pwk-curso to rpr-curso.
           move pwk-turma to rpr-turma.
           move pwk-disciplina to rpr-disciplina.
           move 1 to ind-faixa.
           perform edita-faixa until ind-faixa > 5.
           move pwk-notas to rpr-notas.
           move pwk-aprovados to rpr-aprovados.
           move pwk-recuperacao to rpr-recuperacao.
           move pwk-reprovados to rpr-reprovados.
           move pwk-retif-aprovadas to rpr-retif-aprovadas.
           move pwk-retif-recusadas to rpr-retif-recusadas.
           move pwk-retif-pendentes to rpr-retif-pendentes.
           write linha-relatorio from linha-turma.
           add pwk-notas to tpr-notas.
           add pwk-aprovados to tpr-aprovados.
           add pwk-recuperacao to tpr-recuperacao.
           add pwk-reprovados to tpr-reprovados.
           add pwk-retif-aprovadas pwk-retif-recusadas
               pwk-retif-pendentes to tpr-retificacoes.
           perform le-work.

       edita-faixa.
           move pwk-faixa(ind-faixa) to rpr-faixa(ind-faixa).
           add pwk-faixa(ind-faixa) to tpr-faixa(ind-faixa).
           add 1 to ind-faixa.

       abre-professor.
           move pwk-professor to professor-corrente.
           add 1 to qtde-professores.
           move zeros to tpr-notas.
           move zeros to tpr-aprovados.
           move zeros to tpr-recuperacao.
           move zeros to tpr-reprovados.
           move zeros to tpr-retificacoes.
           move 1 to ind-faixa.
           perform limpa-total-faixa until ind-faixa > 5.
           move spaces to linha-professor.
           move pwk-professor to rpr-professor.
           move "PROFESSOR NAO CADASTRADO" to rpr-nome.
           if professores-disponivel
               move pwk-professor to prf-codigo
               read professores-file
                   invalid key continue
               end-read
               if status-professores = "00"
                   move prf-nome to rpr-nome
               end-if
           end-if.
           write linha-relatorio from linha-branco.
           write linha-relatorio from linha-professor.
           write linha-relatorio from cabecalho-relatorio.

       limpa-total-faixa.
           move zeros to tpr-faixa(ind-faixa).
           add 1 to ind-faixa.

       fecha-professor.
           if professor-corrente not = spaces
               move spaces to linha-total-professor
               move "  TOTAL DO PROFESSOR" to linha-total-professor
               move 1 to ind-faixa
               perform edita-total-faixa until ind-faixa > 5
               move tpr-notas to tot-notas
               move tpr-aprovados to tot-aprovados
               move tpr-recuperacao to tot-recuperacao
               move tpr-reprovados to tot-reprovados
               move tpr-retificacoes to tot-retificacoes
               write linha-relatorio from linha-total-professor
               move spaces to professor-corrente
           end-if.

       edita-total-faixa.
           move tpr-faixa(ind-faixa) to tot-faixa(ind-faixa).
           add 1 to ind-faixa.
