       identification division.
       program-id. programa_40_convocacoes.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is dynamic
               record key is cad-matricula
               file status is status-cadastro.
           select historico-file assign to "HISTORICO"
               organization is indexed
               access mode is dynamic
               record key is hist-chave
               file status is status-historico.
           select frequencia-mestre assign to "FREQMEST"
               organization is indexed
               access mode is random
               record key is fmt-chave
               file status is status-mestre.
           select responsaveis-file assign to "RESPONS"
               organization is indexed
               access mode is random
               record key is rsp-matricula
               file status is status-responsaveis.
           select notas-work assign to "CONVWORK"
               organization is indexed
               access mode is dynamic
               record key is nwk-chave
               file status is status-notas-work.
           select cartas-log assign to "CARTALOG"
               organization is line sequential
               file status is status-log.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.
           select documento-cartas assign to "CARTAS"
               organization is line sequential.

       data division.
       file section.
       fd  cadastro-file.
       copy CADREG.

       fd  historico-file.
       copy HISTREG.

       fd  frequencia-mestre.
       copy FREQREG.

       fd  responsaveis-file.
       copy RESPREG.

       fd  notas-work.
       01  reg-notas-work.
           02 nwk-chave.
               03 nwk-matricula pic x(08).
               03 nwk-disciplina pic x(10).
           02 nwk-media pic 9(02)v99.

       fd  cartas-log.
       copy CARTREG.

       fd  sessao-file.
       copy SESSREG.

       fd  documento-cartas.
       01  linha-carta pic x(80).

       working-storage section.
       01 status-cadastro pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-mestre pic x(02) value "00".
       01 status-responsaveis pic x(02) value "00".
       01 status-notas-work pic x(02) value "00".
       01 status-log pic x(02) value "00".
       01 status-sessao pic x(02) value "00".

       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 flag-mestre pic x(01) value "N".
           88 frequencia-disponivel value "S".
       01 flag-responsaveis pic x(01) value "N".
           88 responsaveis-disponivel value "S".

       01 fim-cadastro pic x(01) value "N".
           88 fim-arquivo-cadastro value "S".
       01 fim-historico pic x(01) value "N".
           88 fim-arquivo-historico value "S".
       01 fim-notas pic x(01) value "N".
           88 fim-notas-aluno value "S".
       01 fim-log pic x(01) value "N".
           88 fim-arquivo-log value "S".

       01 operador-atual pic x(08) value spaces.

       01 pedido-convocacao.
           02 ano-pedido pic 9(04) value zeros.
           02 bimestre-pedido pic 9(01) value zeros.

       01 limites-convocacao.
           02 nota-minima pic 9(02)v99 value 6,00.
           02 limite-faltas pic 9(02)v99 value 25,00.
           02 alerta-faltas pic 9(02)v99 value 20,00.

       01 apuracao-aluno.
           02 total-aulas pic 9(04) value zeros.
           02 total-faltas pic 9(04) value zeros.
           02 perc-faltas pic 9(03)v99 value zeros.
           02 ano-lancamento pic 9(04) value zeros.
           02 qtde-notas-baixas pic 9(02) value zeros.
           02 flag-alerta-falta pic x(01) value "N".
               88 aluno-alerta-falta value "S".

       01 ind-bimestre pic 9(01) value zeros.

       01 controle-cartas.
           02 ultimo-numero pic 9(06) value zeros.
           02 data-corrente pic 9(08) value zeros.
           02 hora-corrente pic 9(08) value zeros.

       01 contadores-convocacao.
           02 qtde-cartas pic 9(05) value zeros.
           02 qtde-por-falta pic 9(05) value zeros.
           02 qtde-por-nota pic 9(05) value zeros.
           02 qtde-sem-responsavel pic 9(05) value zeros.

       01 data-numerica pic 9(08) value zeros.
       01 data-partes redefines data-numerica.
           02 dtp-ano pic 9(04).
           02 dtp-mes pic 9(02).
           02 dtp-dia pic 9(02).
       01 data-editada.
           02 dte-dia pic 9(02).
           02 filler pic x(01) value "/".
           02 dte-mes pic 9(02).
           02 filler pic x(01) value "/".
           02 dte-ano pic 9(04).

       01 media-editada pic z9,99.
       01 perc-editado pic zz9,99.

       01 linha-separadora pic x(80) value all "=".
       01 linha-titulo.
           02 filler pic x(50) value
               "COLEGIO ESTADUAL - CONVOCACAO DE RESPONSAVEL".
           02 filler pic x(10) value "CARTA NO. ".
           02 car-numero pic 9(06).
       01 linha-data.
           02 filler pic x(50) value spaces.
           02 filler pic x(06) value "DATA: ".
           02 car-data pic x(10).
       01 linha-destinatario.
           02 filler pic x(14) value "AO(A) SR(A). ".
           02 car-responsavel pic x(30).
           02 filler pic x(02) value " (".
           02 car-parentesco pic x(15).
           02 filler pic x(01) value ")".
       01 linha-destinatario-aluno.
           02 filler pic x(22) value "AOS RESPONSAVEIS POR: ".
           02 car-nome-aluno pic x(30).
       01 linha-endereco.
           02 car-endereco pic x(30).
       01 linha-cidade.
           02 car-cep pic x(08).
           02 filler pic x(02) value spaces.
           02 car-cidade pic x(20).
       01 linha-telefone.
           02 filler pic x(10) value "TELEFONE: ".
           02 car-telefone pic x(15).
       01 linha-texto-1 pic x(80) value
           "Convocamos V.Sa. a comparecer a coordenacao pedagogica".
       01 linha-texto-2 pic x(80) value
           "para tratar da situacao escolar do(a) aluno(a):".
       01 linha-aluno.
           02 filler pic x(11) value "MATRICULA: ".
           02 car-matricula pic x(08).
           02 filler pic x(08) value "  NOME: ".
           02 car-nome pic x(30).
       01 linha-periodo.
           02 filler pic x(07) value "CURSO: ".
           02 car-curso pic x(10).
           02 filler pic x(12) value "  BIMESTRE: ".
           02 car-bimestre pic 9(01).
           02 filler pic x(15) value "  ANO LETIVO: ".
           02 car-ano pic 9(04).
       01 linha-frequencia.
           02 filler pic x(23) value "- FREQUENCIA: faltas em".
           02 car-perc-faltas pic x(06).
           02 filler pic x(36) value
               " por cento das aulas dadas (limite: ".
           02 car-limite pic x(06).
           02 filler pic x(02) value " )".
       01 linha-frequencia-2 pic x(80) value
           "  O aluno(a) esta proximo da reprovacao por falta.".
       01 linha-notas.
           02 filler pic x(42) value
               "- MEDIA DO BIMESTRE ABAIXO DO MINIMO DE ".
           02 car-nota-minima pic x(05).
           02 filler pic x(17) value " NAS DISCIPLINAS:".
       01 linha-disciplina.
           02 filler pic x(06) value spaces.
           02 car-disciplina pic x(10).
           02 filler pic x(04) value spaces.
           02 car-media pic x(05).
       01 linha-sem-responsavel pic x(80) value
           "(RESPONSAVEL NAO CADASTRADO - ENDERECO DO ALUNO)".
       01 linha-assinatura-1 pic x(60) value
           "______________________".
       01 linha-assinatura-2 pic x(60) value
           "Coordenacao pedagogica".
       01 linha-branco pic x(01) value spaces.
       01 nome-sem-responsavel pic x(30) value
           "RESPONSAVEL NAO CADASTRADO".

       procedure division.
           perform inicializa-variaveis.
           perform carrega-sessao.
           perform informa-pedido.
           perform abre-arquivos.
           if arquivos-abertos
               perform carrega-ultima-carta
               perform seleciona-notas-baixas
               perform emite-convocacoes
               perform fecha-arquivos
           end-if.
           display "Cartas emitidas: " at 1801.
           display qtde-cartas at 1819.
           display "Por frequencia: " at 1901.
           display qtde-por-falta at 1918.
           display "Por media: " at 1930.
           display qtde-por-nota at 1942.
           display "Sem responsavel cadastrado: " at 2001.
           display qtde-sem-responsavel at 2030.
           goback.

       inicializa-variaveis.
           move "N" to fim-cadastro.
           move "N" to fim-historico.
           move "N" to flag-arquivos.
           move zeros to qtde-cartas.
           move zeros to qtde-por-falta.
           move zeros to qtde-por-nota.
           move zeros to qtde-sem-responsavel.
           move zeros to ultimo-numero.

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

       informa-pedido.
           display "------ Convocacao de responsaveis ------" at 0110.
           display "Ano letivo: " at 0301.
           accept ano-pedido at 0314.
           perform informa-bimestre.

       informa-bimestre.
           display "Bimestre encerrado (1-4): " at 0401.
           accept bimestre-pedido at 0428.
           if bimestre-pedido < 1 or bimestre-pedido > 4
               display "Bimestre deve ser de 1 a 4" at 2010
               perform informa-bimestre
           end-if.

       abre-arquivos.
           open input cadastro-file.
           if status-cadastro not = "00"
               display "Erro ao abrir o cadastro, status: " at 2001
               display status-cadastro at 2036
           else
               open input historico-file
               if status-historico not = "00"
                   display "Erro ao abrir o historico, status: "
                       at 2001
                   display status-historico at 2037
                   close cadastro-file
               else
                   perform abre-apoio
               end-if
           end-if.

       abre-apoio.
           open output notas-work.
           close notas-work.
           open i-o notas-work.
           if status-notas-work not = "00"
               display "Apoio de notas indisponivel" at 2010
               close cadastro-file
               close historico-file
           else
               open input frequencia-mestre
               if status-mestre = "00"
                   move "S" to flag-mestre
               end-if
               open input responsaveis-file
               if status-responsaveis = "00"
                   move "S" to flag-responsaveis
               end-if
               open output documento-cartas
               move "S" to flag-arquivos
           end-if.

       fecha-arquivos.
           close cadastro-file.
           close historico-file.
           close notas-work.
           close cartas-log.
           close documento-cartas.
           if frequencia-disponivel
               close frequencia-mestre
           end-if.
           if responsaveis-disponivel
               close responsaveis-file
           end-if.

       carrega-ultima-carta.
           open input cartas-log.
           if status-log = "00"
               move "N" to fim-log
               perform le-log
               perform guarda-numero-carta until fim-arquivo-log
               close cartas-log
           end-if.
           open extend cartas-log.
           if status-log = "35"
               open output cartas-log
           end-if.

       le-log.
           read cartas-log
               at end move "S" to fim-log
           end-read.

       guarda-numero-carta.
           if crt-numero > ultimo-numero
               move crt-numero to ultimo-numero
           end-if.
           perform le-log.

       seleciona-notas-baixas.
           move "N" to fim-historico.
           move low-values to hist-chave.
           start historico-file key not < hist-chave
               invalid key move "S" to fim-historico
           end-start.
           if not fim-arquivo-historico
               perform le-historico
               perform guarda-nota-baixa until fim-arquivo-historico
           end-if.

       le-historico.
           read historico-file next
               at end move "S" to fim-historico
           end-read.

       guarda-nota-baixa.
           if hist-ano-letivo = ano-pedido
               and hist-bimestre = bimestre-pedido
               and hist-media < nota-minima
               move hist-matricula to nwk-matricula
               move hist-disciplina to nwk-disciplina
               move hist-media to nwk-media
               write reg-notas-work
                   invalid key continue
               end-write
           end-if.
           perform le-historico.

       emite-convocacoes.
           move "N" to fim-cadastro.
           move low-values to cad-matricula.
           start cadastro-file key not < cad-matricula
               invalid key move "S" to fim-cadastro
           end-start.
           if not fim-arquivo-cadastro
               perform le-cadastro
               perform avalia-aluno until fim-arquivo-cadastro
           end-if.

       le-cadastro.
           read cadastro-file next
               at end move "S" to fim-cadastro
           end-read.

       avalia-aluno.
           if cadastro-ativo
               perform apura-frequencia-aluno
               perform conta-notas-baixas
               if aluno-alerta-falta or qtde-notas-baixas > zeros
                   perform emite-carta
               end-if
           end-if.
           perform le-cadastro.

       apura-frequencia-aluno.
           move zeros to total-aulas.
           move zeros to total-faltas.
           move zeros to perc-faltas.
           move "N" to flag-alerta-falta.
           if frequencia-disponivel
               move 1 to ind-bimestre
               perform soma-frequencia
                   until ind-bimestre > bimestre-pedido
           end-if.
           if total-aulas > zeros
               if total-faltas >= total-aulas
                   move 100,00 to perc-faltas
               else
                   compute perc-faltas =
                       (total-faltas * 100) / total-aulas
               end-if
               if perc-faltas >= alerta-faltas
                   move "S" to flag-alerta-falta
               end-if
           end-if.

       soma-frequencia.
           move cad-matricula to fmt-matricula.
           move ind-bimestre to fmt-bimestre.
           read frequencia-mestre
               invalid key continue
           end-read.
           if status-mestre = "00"
               divide fmt-data-lancamento by 10000
                   giving ano-lancamento
               if ano-lancamento = ano-pedido
                   add fmt-aulas-dadas to total-aulas
                   add fmt-faltas to total-faltas
               end-if
           end-if.
           add 1 to ind-bimestre.

       conta-notas-baixas.
           move zeros to qtde-notas-baixas.
           perform posiciona-notas-aluno.
           perform soma-nota-baixa until fim-notas-aluno.

       posiciona-notas-aluno.
           move "N" to fim-notas.
           move cad-matricula to nwk-matricula.
           move low-values to nwk-disciplina.
           start notas-work key not < nwk-chave
               invalid key move "S" to fim-notas
           end-start.
           if not fim-notas-aluno
               perform le-notas-work
           end-if.

       le-notas-work.
           read notas-work next
               at end move "S" to fim-notas
           end-read.
           if not fim-notas-aluno
               and nwk-matricula not = cad-matricula
               move "S" to fim-notas
           end-if.

       soma-nota-baixa.
           add 1 to qtde-notas-baixas.
           perform le-notas-work.

       emite-carta.
           add 1 to ultimo-numero.
           add 1 to qtde-cartas.
           if aluno-alerta-falta
               add 1 to qtde-por-falta
           end-if.
           if qtde-notas-baixas > zeros
               add 1 to qtde-por-nota
           end-if.
           accept data-corrente from date yyyymmdd.
           accept hora-corrente from time.
           perform grava-cabecalho-carta.
           perform grava-destinatario.
           perform grava-corpo-carta.
           perform grava-log-carta.

       grava-cabecalho-carta.
           write linha-carta from linha-separadora.
           move ultimo-numero to car-numero.
           write linha-carta from linha-titulo.
           move data-corrente to data-numerica.
           move dtp-dia to dte-dia.
           move dtp-mes to dte-mes.
           move dtp-ano to dte-ano.
           move data-editada to car-data.
           write linha-carta from linha-data.
           write linha-carta from linha-branco.

       grava-destinatario.
           move "10" to status-responsaveis.
           if responsaveis-disponivel
               move cad-matricula to rsp-matricula
               read responsaveis-file
                   invalid key continue
               end-read
           end-if.
           if status-responsaveis = "00"
               move rsp-nome to car-responsavel
               move rsp-parentesco to car-parentesco
               move rsp-endereco to car-endereco
               move rsp-cep to car-cep
               move rsp-cidade to car-cidade
               move rsp-telefone to car-telefone
               write linha-carta from linha-destinatario
               write linha-carta from linha-endereco
               write linha-carta from linha-cidade
               write linha-carta from linha-telefone
           else
               add 1 to qtde-sem-responsavel
               move spaces to rsp-nome
               move cad-nome to car-nome-aluno
               move cad-endereco to car-endereco
               move cad-cep to car-cep
               move cad-cidade to car-cidade
               write linha-carta from linha-destinatario-aluno
               write linha-carta from linha-endereco
               write linha-carta from linha-cidade
               write linha-carta from linha-sem-responsavel
           end-if.
           write linha-carta from linha-branco.

       grava-corpo-carta.
           write linha-carta from linha-texto-1.
           write linha-carta from linha-texto-2.
           write linha-carta from linha-branco.
           move cad-matricula to car-matricula.
           move cad-nome to car-nome.
           write linha-carta from linha-aluno.
           move cad-curso to car-curso.
           move bimestre-pedido to car-bimestre.
           move ano-pedido to car-ano.
           write linha-carta from linha-periodo.
           write linha-carta from linha-branco.
           if aluno-alerta-falta
               move perc-faltas to perc-editado
               move perc-editado to car-perc-faltas
               move limite-faltas to perc-editado
               move perc-editado to car-limite
               write linha-carta from linha-frequencia
               write linha-carta from linha-frequencia-2
               write linha-carta from linha-branco
           end-if.
           if qtde-notas-baixas > zeros
               move nota-minima to media-editada
               move media-editada to car-nota-minima
               write linha-carta from linha-notas
               perform posiciona-notas-aluno
               perform grava-disciplina-carta until fim-notas-aluno
               write linha-carta from linha-branco
           end-if.
           write linha-carta from linha-branco.
           write linha-carta from linha-assinatura-1.
           write linha-carta from linha-assinatura-2.
           write linha-carta from linha-branco.

       grava-disciplina-carta.
           move nwk-disciplina to car-disciplina.
           move nwk-media to media-editada.
           move media-editada to car-media.
           write linha-carta from linha-disciplina.
           perform le-notas-work.

       grava-log-carta.
           move spaces to reg-carta.
           move ultimo-numero to crt-numero.
           move cad-matricula to crt-matricula.
           move ano-pedido to crt-ano-letivo.
           move bimestre-pedido to crt-bimestre.
           evaluate true
               when aluno-alerta-falta and qtde-notas-baixas > zeros
                   move "A" to crt-motivo
               when aluno-alerta-falta
                   move "F" to crt-motivo
               when other
                   move "N" to crt-motivo
           end-evaluate.
           move perc-faltas to crt-perc-faltas.
           move qtde-notas-baixas to crt-qtde-disciplinas.
           if rsp-nome = spaces
               move nome-sem-responsavel to crt-responsavel
           else
               move rsp-nome to crt-responsavel
           end-if.
           move data-corrente to crt-data.
           move hora-corrente to crt-hora.
           move operador-atual to crt-operador.
           write reg-carta.
