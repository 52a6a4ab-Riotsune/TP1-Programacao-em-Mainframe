       identification division.
       program-id. programa_33_integridade.

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
           select cursos-file assign to "CURSOS"
               organization is indexed
               access mode is random
               record key is cur-codigo
               file status is status-cursos.
           select historico-file assign to "HISTORICO"
               organization is indexed
               access mode is dynamic
               record key is hist-chave
               file status is status-historico.
           select frequencia-mestre assign to "FREQMEST"
               organization is indexed
               access mode is dynamic
               record key is fmt-chave
               file status is status-mestre.
           select consolidado-file assign to "CONSANO"
               organization is line sequential
               file status is status-consolidado.
           select calendario-file assign to "CALENDAR"
               organization is indexed
               access mode is random
               record key is cal-chave
               file status is status-calendario.
           select excecao-work assign to "INTGWORK"
               organization is indexed
               access mode is dynamic
               record key is iwk-chave
               file status is status-excecao.
           select relatorio-integridade assign to "INTEGREL"
               organization is line sequential.
           select runlog-file assign to "RUNLOG"
               organization is line sequential
               file status is status-runlog.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.

       data division.
       file section.
       fd  cadastro-file.
       copy CADREG.

       fd  cursos-file.
       copy CURREG.

       fd  historico-file.
       copy HISTREG.

       fd  frequencia-mestre.
       copy FREQREG.

       fd  consolidado-file.
       copy CONSREG.

       fd  calendario-file.
       copy CALREG.

       fd  excecao-work.
       01  reg-excecao.
           02 iwk-chave.
               03 iwk-tipo pic 9(02).
               03 iwk-sequencia pic 9(07).
           02 iwk-matricula pic x(08).
           02 iwk-detalhe pic x(50).

       fd  relatorio-integridade.
       01  linha-relatorio pic x(100).

       fd  runlog-file.
       copy RUNREG.

       fd  sessao-file.
       copy SESSREG.

       working-storage section.
       01 status-cadastro pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-mestre pic x(02) value "00".
       01 status-consolidado pic x(02) value "00".
       01 status-calendario pic x(02) value "00".
       01 status-excecao pic x(02) value "00".
       01 status-runlog pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.

       01 flag-arquivos pic x(01) value "N".
           88 arquivos-ok value "S".
       01 flag-frequencia pic x(01) value "N".
           88 frequencia-disponivel value "S".
       01 flag-consolidado pic x(01) value "N".
           88 consolidado-disponivel value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-leitura value "S".
       01 flag-achou pic x(01) value "N".
           88 historico-encontrado value "S".

       01 controle-varredura.
           02 data-inicio-run pic 9(08) value zeros.
           02 hora-inicio-run pic 9(08) value zeros.
           02 run-status-atual pic x(01) value "R".
           02 sequencia-excecao pic 9(07) value zeros.
           02 tipo-anterior pic 9(02) value zeros.
           02 qtde-tipo-corrente pic 9(05) value zeros.
           02 ind-tipo pic 9(02) value zeros.

       01 excecao-corrente.
           02 tipo-excecao pic 9(02) value zeros.
           02 matricula-excecao pic x(08) value spaces.
           02 detalhe-excecao pic x(50) value spaces.

       01 contadores-integridade.
           02 qtde-cadastro pic 9(05) value zeros.
           02 qtde-historico pic 9(07) value zeros.
           02 qtde-frequencia pic 9(05) value zeros.
           02 qtde-consolidado pic 9(05) value zeros.
           02 qtde-excecoes pic 9(05) value zeros.
           02 qtde-por-tipo pic 9(05) occurs 8 times.

       01 descricao-tipo pic x(40) value spaces.

       01 data-corrente pic 9(08) value zeros.
       01 titulo-integridade.
           02 filler pic x(42) value
               "VARREDURA DE INTEGRIDADE REFERENCIAL EM ".
           02 tit-data pic 9(08).
       01 linha-tipo.
           02 tip-codigo pic 9(02).
           02 filler pic x(03) value " - ".
           02 tip-descricao pic x(40).
       01 linha-excecao.
           02 filler pic x(04) value spaces.
           02 exc-matricula pic x(08).
           02 filler pic x(02).
           02 exc-detalhe pic x(50).
       01 linha-detalhe-historico.
           02 filler pic x(04) value "ANO ".
           02 dth-ano pic 9(04).
           02 filler pic x(06) value " DISC ".
           02 dth-disciplina pic x(10).
           02 filler pic x(05) value " BIM ".
           02 dth-bimestre pic 9(01).
           02 filler pic x(07) value " CURSO ".
           02 dth-curso pic x(10).
       01 linha-total.
           02 total-texto pic x(40).
           02 total-valor pic zzzzzz9.
       01 linha-aviso pic x(60) value spaces.
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform carrega-sessao.
           initialize contadores-integridade.
           accept data-inicio-run from date yyyymmdd.
           accept hora-inicio-run from time.
           open output relatorio-integridade.
           perform grava-titulo.
           perform abre-arquivos.
           if arquivos-ok
               perform verifica-cadastro
               perform verifica-historico
               perform verifica-frequencia
               perform verifica-consolidado
               perform grava-excecoes
               perform grava-totais
               perform fecha-arquivos
               if qtde-excecoes = zeros
                   move "C" to run-status-atual
               else
                   move "I" to run-status-atual
               end-if
           else
               move "Varredura recusada: arquivos indisponiveis"
                   to linha-aviso
               write linha-relatorio from linha-aviso
               move "R" to run-status-atual
           end-if.
           close relatorio-integridade.
           perform grava-runlog.
           perform mostra-resumo.
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
           move "N" to flag-arquivos.
           open input cadastro-file.
           open input cursos-file.
           open input historico-file.
           open input calendario-file.
           if status-cadastro not = "00"
               or status-cursos not = "00"
               or status-historico not = "00"
               or status-calendario not = "00"
               display "Arquivos de apoio indisponiveis" at 2001
               close cadastro-file
               close cursos-file
               close historico-file
               close calendario-file
           else
               open output excecao-work
               close excecao-work
               open i-o excecao-work
               if status-excecao not = "00"
                   display "Apoio de excecoes indisponivel" at 2001
                   close cadastro-file
                   close cursos-file
                   close historico-file
                   close calendario-file
               else
                   move "S" to flag-arquivos
                   perform abre-arquivos-opcionais
               end-if
           end-if.

       abre-arquivos-opcionais.
           open input frequencia-mestre.
           if status-mestre = "00"
               move "S" to flag-frequencia
           else
               move "FREQMEST indisponivel, frequencia nao verificada"
                   to linha-aviso
               write linha-relatorio from linha-aviso
           end-if.
           open input consolidado-file.
           if status-consolidado = "00"
               move "S" to flag-consolidado
           else
               move "CONSANO indisponivel, consolidado nao verificado"
                   to linha-aviso
               write linha-relatorio from linha-aviso
           end-if.

       fecha-arquivos.
           close cadastro-file.
           close cursos-file.
           close historico-file.
           close calendario-file.
           close excecao-work.
           if frequencia-disponivel
               close frequencia-mestre
           end-if.
           if consolidado-disponivel
               close consolidado-file
           end-if.

       registra-excecao.
           add 1 to sequencia-excecao.
           add 1 to qtde-excecoes.
           add 1 to qtde-por-tipo (tipo-excecao).
           move spaces to reg-excecao.
           move tipo-excecao to iwk-tipo.
           move sequencia-excecao to iwk-sequencia.
           move matricula-excecao to iwk-matricula.
           move detalhe-excecao to iwk-detalhe.
           write reg-excecao
               invalid key continue
           end-write.

       verifica-cadastro.
           move "N" to fim-arquivo.
           move low-values to cad-matricula.
           start cadastro-file key not < cad-matricula
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-leitura
               perform le-cadastro
               perform confere-aluno until fim-leitura
           end-if.

       le-cadastro.
           read cadastro-file next
               at end move "S" to fim-arquivo
           end-read.

       confere-aluno.
           add 1 to qtde-cadastro.
           if cadastro-ativo
               move cad-curso to cur-codigo
               read cursos-file
                   invalid key continue
               end-read
               move cad-matricula to matricula-excecao
               move spaces to detalhe-excecao
               string "CURSO " delimited by size
                   cad-curso delimited by size
                   into detalhe-excecao
               evaluate true
                   when status-cursos not = "00"
                       move 8 to tipo-excecao
                       perform registra-excecao
                   when not curso-ativo
                       move 7 to tipo-excecao
                       perform registra-excecao
                   when other
                       continue
               end-evaluate
           end-if.
           perform le-cadastro.

       verifica-historico.
           move "N" to fim-arquivo.
           move low-values to hist-chave.
           start historico-file key not < hist-chave
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-leitura
               perform le-historico
               perform confere-historico until fim-leitura
           end-if.

       le-historico.
           read historico-file next
               at end move "S" to fim-arquivo
           end-read.

       confere-historico.
           add 1 to qtde-historico.
           move hist-matricula to matricula-excecao.
           move spaces to linha-detalhe-historico.
           move hist-ano-letivo to dth-ano.
           move hist-disciplina to dth-disciplina.
           move hist-bimestre to dth-bimestre.
           move hist-curso to dth-curso.
           move linha-detalhe-historico to detalhe-excecao.
           move hist-matricula to cad-matricula.
           read cadastro-file
               invalid key continue
           end-read.
           if status-cadastro not = "00"
               move 1 to tipo-excecao
               perform registra-excecao
           else
               if hist-curso not = cad-curso
                   move 2 to tipo-excecao
                   perform registra-excecao
               end-if
           end-if.
           move hist-ano-letivo to cal-ano-letivo.
           move hist-bimestre to cal-bimestre.
           read calendario-file
               invalid key continue
           end-read.
           if status-calendario not = "00"
               move 3 to tipo-excecao
               perform registra-excecao
           end-if.
           perform le-historico.

       verifica-frequencia.
           if frequencia-disponivel
               move "N" to fim-arquivo
               move low-values to fmt-chave
               start frequencia-mestre key not < fmt-chave
                   invalid key move "S" to fim-arquivo
               end-start
               if not fim-leitura
                   perform le-frequencia
                   perform confere-frequencia until fim-leitura
               end-if
           end-if.

       le-frequencia.
           read frequencia-mestre next
               at end move "S" to fim-arquivo
           end-read.

       confere-frequencia.
           add 1 to qtde-frequencia.
           move fmt-matricula to matricula-excecao.
           move spaces to detalhe-excecao.
           string "BIMESTRE " delimited by size
               fmt-bimestre delimited by size
               into detalhe-excecao.
           move fmt-matricula to cad-matricula.
           read cadastro-file
               invalid key continue
           end-read.
           evaluate true
               when status-cadastro not = "00"
                   move 5 to tipo-excecao
                   perform registra-excecao
               when cadastro-inativo
                   move 4 to tipo-excecao
                   perform registra-excecao
               when other
                   continue
           end-evaluate.
           perform le-frequencia.

       verifica-consolidado.
           if consolidado-disponivel
               move "N" to fim-arquivo
               perform le-consolidado
               perform confere-consolidado until fim-leitura
           end-if.

       le-consolidado.
           read consolidado-file
               at end move "S" to fim-arquivo
           end-read.

       confere-consolidado.
           add 1 to qtde-consolidado.
           move "N" to flag-achou.
           move con-matricula to hist-matricula.
           move con-ano-letivo to hist-ano-letivo.
           move con-disciplina to hist-disciplina.
           move zero to hist-bimestre.
           start historico-file key not < hist-chave
               invalid key continue
               not invalid key perform procura-historico-consolidado
           end-start.
           if not historico-encontrado
               move 6 to tipo-excecao
               move con-matricula to matricula-excecao
               move spaces to detalhe-excecao
               string "ANO " delimited by size
                   con-ano-letivo delimited by size
                   " DISC " delimited by size
                   con-disciplina delimited by size
                   into detalhe-excecao
               perform registra-excecao
           end-if.
           perform le-consolidado.

       procura-historico-consolidado.
           read historico-file next
               at end continue
           end-read.
           if status-historico = "00"
               and hist-matricula = con-matricula
               and hist-ano-letivo = con-ano-letivo
               and hist-disciplina = con-disciplina
               move "S" to flag-achou
           end-if.

       grava-excecoes.
           move zeros to tipo-anterior.
           move zeros to qtde-tipo-corrente.
           move "N" to fim-arquivo.
           move low-values to iwk-chave.
           start excecao-work key not < iwk-chave
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-leitura
               perform le-excecao
               perform grava-linha-excecao until fim-leitura
               perform fecha-tipo
           end-if.
           if qtde-excecoes = zeros
               move "Nenhuma inconsistencia encontrada" to linha-aviso
               write linha-relatorio from linha-aviso
           end-if.

       le-excecao.
           read excecao-work next
               at end move "S" to fim-arquivo
           end-read.

       grava-linha-excecao.
           if iwk-tipo not = tipo-anterior
               perform fecha-tipo
               perform abre-tipo
           end-if.
           move spaces to linha-excecao.
           move iwk-matricula to exc-matricula.
           move iwk-detalhe to exc-detalhe.
           write linha-relatorio from linha-excecao.
           add 1 to qtde-tipo-corrente.
           perform le-excecao.

       abre-tipo.
           move iwk-tipo to tipo-anterior.
           move zeros to qtde-tipo-corrente.
           move iwk-tipo to ind-tipo.
           perform monta-descricao-tipo.
           move ind-tipo to tip-codigo.
           move descricao-tipo to tip-descricao.
           write linha-relatorio from linha-tipo.

       fecha-tipo.
           if tipo-anterior not = zeros
               move "    Total do tipo:" to total-texto
               move qtde-tipo-corrente to total-valor
               write linha-relatorio from linha-total
               write linha-relatorio from linha-branco
           end-if.

       monta-descricao-tipo.
           evaluate ind-tipo
               when 1
                   move "Historico sem aluno no cadastro"
                       to descricao-tipo
               when 2
                   move "Curso do historico difere do cadastro"
                       to descricao-tipo
               when 3
                   move "Historico sem bimestre no calendario"
                       to descricao-tipo
               when 4
                   move "Frequencia de aluno inativo"
                       to descricao-tipo
               when 5
                   move "Frequencia sem aluno no cadastro"
                       to descricao-tipo
               when 6
                   move "Consolidado sem historico"
                       to descricao-tipo
               when 7
                   move "Aluno ativo em curso inativo"
                       to descricao-tipo
               when 8
                   move "Aluno ativo em curso inexistente"
                       to descricao-tipo
               when other
                   move spaces to descricao-tipo
           end-evaluate.

       grava-titulo.
           accept data-corrente from date yyyymmdd.
           move data-corrente to tit-data.
           write linha-relatorio from titulo-integridade.
           write linha-relatorio from linha-branco.

       grava-totais.
           move "Resumo por tipo de inconsistencia" to linha-aviso.
           write linha-relatorio from linha-aviso.
           move 1 to ind-tipo.
           perform grava-total-tipo until ind-tipo > 8.
           write linha-relatorio from linha-branco.
           move "Alunos lidos no cadastro:" to total-texto.
           move qtde-cadastro to total-valor.
           write linha-relatorio from linha-total.
           move "Registros lidos no historico:" to total-texto.
           move qtde-historico to total-valor.
           write linha-relatorio from linha-total.
           move "Registros lidos na frequencia:" to total-texto.
           move qtde-frequencia to total-valor.
           write linha-relatorio from linha-total.
           move "Registros lidos no consolidado:" to total-texto.
           move qtde-consolidado to total-valor.
           write linha-relatorio from linha-total.
           move "Total de inconsistencias:" to total-texto.
           move qtde-excecoes to total-valor.
           write linha-relatorio from linha-total.
           if qtde-excecoes = zeros
               move "Integridade conferida - cadeia liberada"
                   to linha-aviso
           else
               move "Integridade com excecoes - cadeia deve parar"
                   to linha-aviso
           end-if.
           write linha-relatorio from linha-aviso.

       grava-total-tipo.
           perform monta-descricao-tipo.
           move spaces to total-texto.
           string ind-tipo delimited by size
               " " delimited by size
               descricao-tipo delimited by size
               into total-texto.
           move qtde-por-tipo (ind-tipo) to total-valor.
           write linha-relatorio from linha-total.
           add 1 to ind-tipo.

       grava-runlog.
           open extend runlog-file.
           if status-runlog = "35"
               open output runlog-file
           end-if.
           if status-runlog = "00"
               compute run-id = (data-inicio-run * 1000000)
                   + (hora-inicio-run / 100)
               move data-inicio-run to run-data-inicio
               move hora-inicio-run to run-hora-inicio
               accept run-data-fim from date yyyymmdd
               accept run-hora-fim from time
               move "INTEGRID" to run-curso
               move zero to run-bimestre
               move qtde-cadastro to run-alunos
               move qtde-excecoes to run-rejeitados
               move "N" to run-restart
               move run-status-atual to run-status
               move operador-atual to run-operador
               write reg-runlog
               close runlog-file
           end-if.

       mostra-resumo.
           display "------ Integridade referencial ------" at 1801.
           display "Alunos lidos: " at 1901.
           display qtde-cadastro at 1915.
           display "Inconsistencias: " at 2001.
           display qtde-excecoes at 2018.
