           select jornal-file assign to "RETJORN"
               organization is line sequential
               file status is status-jornal.
           select historico-jornal assign to "HISTJRN"
               organization is line sequential
               file status is status-jornal-historico.
           select boletim-file assign to "BOLETIM"
               organization is line sequential.
           select lms-export-file assign to "LMSEXP"
           select parametro-file assign to "PARAMS"
               organization is line sequential
               file status is status-parametro.
           select atribuicoes-file assign to "ATRIBUI"
               organization is indexed
               access mode is random
               record key is atr-chave
               file status is status-atribuicoes.

       data division.
       file section.
           02 ret-solicitante pic x(08).
           02 ret-data-pedido pic 9(08).
           02 ret-hora-pedido pic 9(08).
           02 ret-curso pic x(10).
           02 ret-turma pic x(08).
           02 ret-professor pic x(08).

       fd  historico-file.
       copy HISTREG.

       fd  historico-jornal.
       copy HJRREG.

       fd  jornal-file.
       01  reg-jornal.
           02 jor-matricula pic x(08).
           02 jor-hora-decisao pic 9(08).
           02 filler pic x(01).
           02 jor-motivo pic x(40).
           02 filler pic x(01).
           02 jor-curso pic x(10).
           02 filler pic x(01).
           02 jor-turma pic x(08).
           02 filler pic x(01).
           02 jor-professor pic x(08).

       fd  boletim-file.
       01  reg-boletim.
       fd  parametro-file.
       copy PARREG.

       fd  atribuicoes-file.
       copy ATRIBREG.

       working-storage section.
       01 status-pendentes pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-jornal pic x(02) value "00".
       01 status-jornal-historico pic x(02) value "00".
       01 flag-jornal-historico pic x(01) value "N".
           88 jornal-historico-aberto value "S".
       01 historico-anterior pic x(95) value spaces.
       01 status-sessao pic x(02) value "00".
       01 status-lms-controle pic x(02) value "00".
       01 status-trava pic x(02) value "00".
       01 status-atribuicoes pic x(02) value "00".
       01 flag-trava pic x(01) value "N".
           88 trava-obtida value "S".
       01 flag-trava-livre pic x(01) value "N".
           02 bimestre-entrada pic 9(01) value zeros.
           02 tipo-entrada pic x(01) value space.
           02 motivo-entrada pic x(40) value spaces.
           02 turma-pedido pic x(08) value spaces.
           02 curso-pedido pic x(10) value spaces.
           02 professor-pedido pic x(08) value spaces.
           02 motivo-atribuicao pic x(40) value spaces.
               88 atribuicao-confirmada value spaces.

       01 apuracao-retificacao.
           02 media-anterior pic 9(02)v99 value zeros.
           if status-pendentes = "00"
               display "Pedido ja pendente para esta chave" at 2010
           else
               perform verifica-atribuicao
               if atribuicao-confirmada
                   perform recebe-dados-pedido
               else
                   display motivo-atribuicao at 2010
               end-if
           end-if.

       verifica-atribuicao.
           move spaces to motivo-atribuicao.
           move spaces to turma-pedido.
           move spaces to curso-pedido.
           move spaces to professor-pedido.
           open input historico-file.
           if status-historico not = "00"
               move "Historico indisponivel" to motivo-atribuicao
           else
               move matricula-entrada to hist-matricula
               move ano-entrada to hist-ano-letivo
               move disciplina-entrada to hist-disciplina
               move bimestre-entrada to hist-bimestre
               read historico-file
                   invalid key continue
               end-read
               if status-historico = "00"
                   move hist-curso to curso-pedido
                   move hist-turma to turma-pedido
                   if nota-transferida
                       move "Nota de transferencia, corrigir na guia"
                           to motivo-atribuicao
                   end-if
               else
                   move "Registro nao localizado no historico"
                       to motivo-atribuicao
               end-if
               close historico-file
           end-if.
           if atribuicao-confirmada
               if turma-pedido = spaces
                   display "Turma: " at 1040
                   accept turma-pedido at 1048
               end-if
               perform busca-atribuicao
           end-if.

       busca-atribuicao.
           open input atribuicoes-file.
           if status-atribuicoes not = "00"
               move "Atribuicoes indisponiveis" to motivo-atribuicao
           else
               move ano-entrada to atr-ano-letivo
               move curso-pedido to atr-curso
               move turma-pedido to atr-turma
               move disciplina-entrada to atr-disciplina
               read atribuicoes-file
                   invalid key continue
               end-read
               if status-atribuicoes = "00"
                   move atr-professor to professor-pedido
                   display "Professor: " at 0940
                   display professor-pedido at 0952
               else
                   move "Disciplina sem atribuicao na turma"
                       to motivo-atribuicao
               end-if
               close atribuicoes-file
           end-if.

       recebe-dados-pedido.
               move disciplina-entrada to ret-disciplina
               move bimestre-entrada to ret-bimestre
               move tipo-entrada to ret-tipo
               move curso-pedido to ret-curso
               move turma-pedido to ret-turma
               move professor-pedido to ret-professor
               move zeros to ret-primeira
               move zeros to ret-segunda
               move zeros to ret-terceira
                   open output jornal-file
               end-if
               open extend boletim-file
               perform abre-jornal-historico
           end-if.

       abre-jornal-historico.
           open extend historico-jornal.
           if status-jornal-historico = "35"
               open output historico-jornal
           end-if.
           if status-jornal-historico = "00"
               move "S" to flag-jornal-historico
           else
               display "Jornal do historico indisponivel, status: "
                   at 2001
               display status-jornal-historico at 2043
           end-if.

       grava-jornal-historico.
           if jornal-historico-aberto
               move spaces to reg-jornal-historico
               accept hjr-data from date yyyymmdd
               accept hjr-hora from time
               move "A" to hjr-operacao
               move "programa_15_retificacao" to hjr-programa
               move operador-atual to hjr-operador
               move historico-anterior to hjr-antes
               move reg-historico to hjr-depois
               write reg-jornal-historico
           end-if.

       fecha-apoio-aprovacao.
           close historico-file.
           close jornal-file.
           close boletim-file.
           if jornal-historico-aberto
               close historico-jornal
               move "N" to flag-jornal-historico
           end-if.
           perform fecha-geracao-lms.

       abre-geracao-lms.
           display ret-tipo at 0807.
           display "Solicitante: " at 0810.
           display ret-solicitante at 0823.
           display "Professor: " at 0840.
           display ret-professor at 0852.
           display "Motivo: " at 0901.
           display ret-motivo at 0909.
           if pedido-media
               display "Registro nao localizado no historico" at 2010
               perform recusa-retificacao
           else
               move reg-historico to historico-anterior
               move hist-media to media-anterior
               move hist-situacao to situacao-anterior
               perform apura-media-nova
                       display "Erro ao regravar o historico" at 2010
                   not invalid key
                       add 1 to qtde-aprovados
                       perform grava-jornal-historico
                       move "A" to decisao-operador
                       perform grava-jornal
                       perform regrava-boletim
           move data-corrente to jor-data-decisao.
           move hora-corrente to jor-hora-decisao.
           move ret-motivo to jor-motivo.
           move ret-curso to jor-curso.
           move ret-turma to jor-turma.
           move ret-professor to jor-professor.
           write reg-jornal.

       remove-pendente.
