               access mode is random
               record key is hist-chave
               file status is status-historico.
           select historico-jornal assign to "HISTJRN"
               organization is line sequential
               file status is status-jornal-historico.
           select reconciliacao-file assign to "RECONREL"
               organization is line sequential
               file status is status-reconciliacao.
           select trava-file assign to "LOCKHIST"
               organization is line sequential
               file status is status-trava.
           select atribuicoes-file assign to "ATRIBUI"
               organization is indexed
               access mode is random
               record key is atr-chave
               file status is status-atribuicoes.

       data division.
       file section.
       fd  historico-file.
       copy HISTREG.

       fd  historico-jornal.
       copy HJRREG.

       fd  reconciliacao-file.
       01  reg-reconciliacao.
           02 rcn-matricula pic x(08).
           02 ckpt-menor-media pic 9(02)v99.
           02 ckpt-qtde-rejeitados pic 9(05).
           02 ckpt-qtde-substituidos pic 9(05).
           02 ckpt-qtde-sem-professor pic 9(05).

       fd  lms-export-file.
       copy LMSREG.
       fd  trava-file.
       copy LOCKREG.

       fd  atribuicoes-file.
       copy ATRIBREG.

       working-storage section.
       01 Notas.
           02 PrimeiraNota pic 9(2)V99 value zeros.
           02 matricula-aluno pic x(08) value spaces.
           02 nome-aluno pic x(30) value spaces.
           02 disciplina-aluno pic x(10) value spaces.
           02 serie-aluno pic 9(02) value zeros.
           02 turma-aluno pic x(08) value spaces.
           02 professor-aluno pic x(08) value spaces.

       01 config-media.
           02 tipo-media pic x(01) value "S".
       01 status-cadastro pic x(02) value "00".
       01 status-rejeitos pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-jornal-historico pic x(02) value "00".
       01 flag-jornal-historico pic x(01) value "N".
           88 jornal-historico-aberto value "S".
       01 historico-anterior pic x(95) value spaces.
       01 operacao-jornal pic x(01) value space.
       01 flag-historico pic x(01) value "N".
           88 historico-ok value "S".
       01 status-frequencia pic x(02) value "00".
           88 trava-obtida value "S".
       01 flag-trava-livre pic x(01) value "N".
           88 trava-livre value "S".
       01 status-atribuicoes pic x(02) value "00".
       01 flag-atribuicoes pic x(01) value "N".
           88 atribuicoes-disponivel value "S".
       01 qtde-sem-professor pic 9(05) value zeros.

       01 controle-geracao-lms.
           02 nova-geracao pic 9(06) value zeros.
               88 modo-gravacao-normal value "N".
           02 flag-existente pic x(01) value "N".
               88 historico-existente value "S".
           02 flag-transferida pic x(01) value "N".
               88 historico-transferido value "S".
           02 media-anterior pic 9(02)v99 value zeros.
           02 situacao-anterior pic x(01) value space.
           02 qtde-substituidos pic 9(05) value zeros.
           end-if.
           open extend boletim-file.
           perform abre-historico.
           perform abre-atribuicoes.
           if modo-reprocessamento and modo-interativo
               perform abre-reconciliacao-nova
           end-if.
           end-if.
           close boletim-file.
           close historico-file.
           if jornal-historico-aberto
               close historico-jornal
           end-if.
           if atribuicoes-disponivel
               close atribuicoes-file
           end-if.
           perform libera-trava-historico.
           perform fecha-exportacao-lms.
           if reconciliacao-aberta
               move "N" to flag-trava
           end-if.

       abre-atribuicoes.
           move "N" to flag-atribuicoes.
           open input atribuicoes-file.
           if status-atribuicoes = "00"
               move "S" to flag-atribuicoes
           end-if.

       abre-arquivo-historico.
           open i-o historico-file.
           if status-historico = "35"
           end-if.
           if status-historico = "00"
               move "S" to flag-historico
               perform abre-jornal-historico
           end-if.
           if status-historico not = "00"
               if execucao-automatica
               end-if
           end-if.

       abre-jornal-historico.
           open extend historico-jornal.
           if status-jornal-historico = "35"
               open output historico-jornal
           end-if.
           if status-jornal-historico = "00"
               move "S" to flag-jornal-historico
           else
               move "Jornal do historico indisponivel"
                   to mensagem-execucao
               perform informa-erro-historico
           end-if.

       grava-jornal-historico.
           if jornal-historico-aberto
               move spaces to reg-jornal-historico
               accept hjr-data from date yyyymmdd
               accept hjr-hora from time
               move operacao-jornal to hjr-operacao
               move "programa_1_notasbimestrais" to hjr-programa
               move operador-atual to hjr-operador
               move historico-anterior to hjr-antes
               move reg-historico to hjr-depois
               write reg-jornal-historico
           end-if.

       inicializa-variaveis.
           move zeros to Media.
           move zeros to qtde-alunos.
           move 99,99 to menor-media.
           move zeros to qtde-rejeitados.
           move zeros to qtde-substituidos.
           move zeros to qtde-sem-professor.
           move spaces to turma-aluno.
           move "N" to flag-reconciliacao.
           move zeros to contador-ckpt.
           move zeros to perc-faltas.
               when tipo-cabecalho
                   if primeiro-registro = "S"
                       move "S" to flag-cabecalho
                       move cab-turma to turma-aluno
                   end-if
               when tipo-detalhe
                   add 1 to qtde-detalhes
                       move ckpt-qtde-substituidos
                           to qtde-substituidos
                   end-if
                   if ckpt-qtde-sem-professor numeric
                       move ckpt-qtde-sem-professor
                           to qtde-sem-professor
                   end-if
               end-if
               close checkpoint-file
           end-if.
                   move alu-matricula to matricula-aluno
                   move alu-disciplina to disciplina-aluno
                   perform verifica-historico-existente
                   evaluate true
                       when historico-transferido
                           move "13" to motivo-rejeicao-lote
                           move "TRANSFEREN" to campo-rejeicao-lote
                           perform rejeita-aluno-lote
                       when historico-existente
                           and not modo-reprocessamento
                           move "09" to motivo-rejeicao-lote
                           move "HISTORICO" to campo-rejeicao-lote
                           perform rejeita-aluno-lote
                       when other
                           perform calcula-aluno-do-lote
                   end-evaluate
           end-evaluate.

       verifica-historico-existente.
           move "N" to flag-existente.
           move "N" to flag-transferida.
           move matricula-aluno to hist-matricula.
           move ano-letivo to hist-ano-letivo.
           move disciplina-aluno to hist-disciplina.
               move "S" to flag-existente
               move hist-media to media-anterior
               move hist-situacao to situacao-anterior
               move reg-historico to historico-anterior
               if nota-transferida
                   move "S" to flag-transferida
               end-if
           end-if.

       calcula-aluno-do-lote.
           move alu-matricula to matricula-aluno.
           move cad-nome to nome-aluno.
           move cad-serie to serie-aluno.
           move alu-disciplina to disciplina-aluno.
           move alu-primeira to PrimeiraNota.
           move alu-segunda to SegundaNota.
           else
               move zeros to Media
               perform busca-frequencia
               perform busca-professor
               perform calcula-media
               add 1 to qtde-alunos
               add Media to soma-medias
           move menor-media to ckpt-menor-media.
           move qtde-rejeitados to ckpt-qtde-rejeitados.
           move qtde-substituidos to ckpt-qtde-substituidos.
           move qtde-sem-professor to ckpt-qtde-sem-professor.
           open output checkpoint-file.
           write reg-checkpoint.
           close checkpoint-file.
                   into mensagem-execucao
               perform grava-log
           end-if.
           move qtde-sem-professor to contagem-editada.
           move spaces to mensagem-execucao.
           string "Sem professor atribuido: " delimited by size
               contagem-editada delimited by size
               into mensagem-execucao.
           perform grava-log.

       mostra-resumo-turma.
           display "------ Resumo da turma ------" at 1801.
               display "Substituidos: " at 2320
               display qtde-substituidos at 2334
           end-if.
           display "Sem professor: " at 2341.
           display qtde-sem-professor at 2356.

       mostra-mensagens.
           display "----- Digite as suas notas -----" at 0303.
           display "4o Bimestre: " at 1208.
           display "Media: " at 1508.
           display "Matricula: " at 0403.
           display "Turma: " at 0430.
           display "Nome: " at 0503.
           display "Disciplina: " at 0545.

       recebe-valores.
           accept matricula-aluno at 0415.
           accept turma-aluno at 0437.
           accept nome-aluno at 0510.
           accept disciplina-aluno at 0557.
           perform busca-serie-aluno.
           perform busca-professor.
           if professor-aluno not = spaces
               display "Professor: " at 0445
               display professor-aluno at 0457
           end-if.
           perform recebe-primeira-nota.
           perform recebe-segunda-nota.
           perform recebe-terceira-nota.
           perform recebe-quarta-nota.

       busca-serie-aluno.
           move zeros to serie-aluno.
           open input cadastro-file.
           if status-cadastro = "00"
               move matricula-aluno to cad-matricula
               read cadastro-file
                   invalid key continue
               end-read
               if status-cadastro = "00"
                   move cad-serie to serie-aluno
               end-if
               close cadastro-file
           end-if.

       busca-professor.
           move spaces to professor-aluno.
           if atribuicoes-disponivel
               move ano-letivo to atr-ano-letivo
               move curso to atr-curso
               move turma-aluno to atr-turma
               move disciplina-aluno to atr-disciplina
               read atribuicoes-file
                   invalid key continue
               end-read
               if status-atribuicoes = "00"
                   move atr-professor to professor-aluno
               end-if
           end-if.
           if professor-aluno = spaces
               add 1 to qtde-sem-professor
           end-if.

       recebe-primeira-nota.
           accept PrimeiraNota at 0625.
           if PrimeiraNota > 10,00
           if modo-interativo
               perform verifica-historico-existente
           end-if.
           evaluate true
               when historico-transferido
                   move "Nota de transferencia, nao substituida"
                       to mensagem-execucao
                   perform informa-erro-historico
               when historico-existente and not modo-reprocessamento
                   move "Registro ja existe no historico"
                       to mensagem-execucao
                   perform informa-erro-historico
               when other
                   perform grava-boletim
                   perform grava-historico
                   perform grava-exportacao-lms
           end-evaluate.

       verifica-situacao.
           move zeros to nota-recuperacao.
           move Media to hist-media.
           move situacao-aluno to hist-situacao.
           move operador-atual to hist-operador.
           move serie-aluno to hist-serie.
           move turma-aluno to hist-turma.
           move professor-aluno to hist-professor.
           move space to hist-origem.
           if historico-existente
               rewrite reg-historico
                   invalid key
                   not invalid key
                       add 1 to qtde-substituidos
                       perform grava-reconciliacao
                       move "A" to operacao-jornal
                       perform grava-jornal-historico
               end-rewrite
           else
               write reg-historico
                       move "Erro ao gravar o historico"
                           to mensagem-execucao
                       perform informa-erro-historico
                   not invalid key
                       move spaces to historico-anterior
                       move "I" to operacao-jornal
                       perform grava-jornal-historico
               end-write
           end-if.

