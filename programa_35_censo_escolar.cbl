       identification division.
       program-id. programa_35_censo_escolar.

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
           select conselho-file assign to "CONSELHO"
               organization is indexed
               access mode is random
               record key is csl-chave
               file status is status-conselho.
           select consolidado-file assign to "CONSANO"
               organization is line sequential
               file status is status-consolidado.
           select movimento-file assign to "MOVIMENT"
               organization is line sequential
               file status is status-movimento.
           select apoio-work assign to "CENSAPOI"
               organization is indexed
               access mode is random
               record key is apw-matricula
               file status is status-apoio.
           select resumo-work assign to "CENSRESU"
               organization is indexed
               access mode is dynamic
               record key is rsw-chave
               file status is status-resumo.
           select censo-file assign to "CENSO"
               organization is line sequential.
           select censo-controle-file assign to "CENSCTRL"
               organization is line sequential
               file status is status-censo-controle.
           select relatorio-pendencias assign to "CENSPEND"
               organization is line sequential.

       data division.
       file section.
       fd  cadastro-file.
       copy CADREG.

       fd  historico-file.
       copy HISTREG.

       fd  conselho-file.
       copy CSLREG.

       fd  consolidado-file.
       copy CONSREG.

       fd  movimento-file.
       copy MOVREG.

       fd  apoio-work.
       01  reg-apoio-work.
           02 apw-matricula pic x(08).
           02 apw-situacao-final pic x(01).
           02 apw-movimento-tipo pic x(01).
           02 apw-movimento-data pic 9(08).

       fd  resumo-work.
       01  reg-resumo-work.
           02 rsw-chave.
               03 rsw-curso pic x(10).
               03 rsw-serie pic 9(02).
           02 rsw-alunos pic 9(05).
           02 rsw-aprovados pic 9(05).
           02 rsw-reprovados pic 9(05).
           02 rsw-rep-falta pic 9(05).
           02 rsw-sem-resultado pic 9(05).
           02 rsw-transferidos pic 9(05).
           02 rsw-abandonos pic 9(05).
           02 rsw-trancados pic 9(05).

       fd  censo-file.
       copy CENSREG.

       fd  censo-controle-file.
       01  reg-censo-controle.
           02 cct-ultima-geracao pic 9(06).
           02 cct-data-geracao pic 9(08).
           02 cct-ano-letivo pic 9(04).

       fd  relatorio-pendencias.
       01  linha-relatorio pic x(90).

       working-storage section.
       01 status-cadastro pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-conselho pic x(02) value "00".
       01 status-consolidado pic x(02) value "00".
       01 status-movimento pic x(02) value "00".
       01 status-apoio pic x(02) value "00".
       01 status-resumo pic x(02) value "00".
       01 status-censo-controle pic x(02) value "00".

       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 flag-historico pic x(01) value "N".
           88 historico-disponivel value "S".
       01 flag-conselho pic x(01) value "N".
           88 conselho-disponivel value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-leitura value "S".
       01 fim-historico pic x(01) value "N".
           88 fim-arquivo-historico value "S".

       01 ano-pedido pic 9(04) value zeros.
       01 nome-escola pic x(30) value "COLEGIO ESTADUAL".
       01 nota-minima pic 9(02)v99 value 6,00.

       01 controle-censo.
           02 nova-geracao pic 9(06) value zeros.
           02 data-geracao pic 9(08) value zeros.
           02 qtde-censo pic 9(07) value zeros.
           02 qtde-resumos pic 9(05) value zeros.
           02 hash-datas pic 9(15) value zeros.

       01 apuracao-aluno.
           02 flag-incluir pic x(01) value "N".
               88 aluno-no-censo value "S".
           02 flag-pendente pic x(01) value "N".
               88 aluno-pendente value "S".
           02 situacao-final pic x(01) value space.
           02 flag-resultado pic x(01) value "N".
               88 resultado-apurado value "S".
           02 movimento-tipo pic x(01) value space.
           02 movimento-data pic 9(08) value zeros.
           02 ano-referencia pic 9(04) value zeros.
           02 campo-pendente pic x(20) value spaces.

       01 apuracao-disciplina.
           02 disciplina-corrente pic x(10) value spaces.
           02 qtde-bimestres pic 9(01) value zeros.
           02 soma-medias pic 9(03)v99 value zeros.
           02 media-anual pic 9(02)v99 value zeros.
           02 situacao-disciplina pic x(01) value space.
           02 flag-falta pic x(01) value "N".
               88 disciplina-com-falta value "S".

       01 contadores-censo.
           02 qtde-lidos pic 9(05) value zeros.
           02 qtde-fora-periodo pic 9(05) value zeros.
           02 qtde-pendentes pic 9(05) value zeros.
           02 qtde-pendencias pic 9(05) value zeros.

       01 titulo-pendencias pic x(44) value
           "------ Censo escolar - pendencias ------".
       01 linha-ano.
           02 filler pic x(12) value "ANO LETIVO: ".
           02 pnd-ano pic 9(04).
       01 cabecalho-pendencias pic x(70) value
           "MATRICULA NOME                            CAMPO PENDENTE".
       01 linha-pendencia.
           02 pnd-matricula pic x(08).
           02 filler pic x(02).
           02 pnd-nome pic x(30).
           02 filler pic x(02).
           02 pnd-campo pic x(20).
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform informa-pedido.
           perform abre-arquivos.
           if arquivos-abertos
               perform carrega-consolidado
               perform carrega-movimentos
               perform abre-censo
               perform grava-titulo
               perform processa-cadastro
               perform grava-resumos
               perform fecha-censo
               perform grava-totais
               perform fecha-arquivos
           end-if.
           perform mostra-resumo.
           goback.

       informa-pedido.
           display "------ Censo escolar ------" at 0110.
           display "Ano letivo do censo (aaaa): " at 0301.
           accept ano-pedido at 0330.
           if ano-pedido = zeros
               display "Ano letivo invalido" at 2010
               perform informa-pedido
           end-if.

       abre-arquivos.
           open input cadastro-file.
           if status-cadastro not = "00"
               display "Erro ao abrir o cadastro, status: " at 2001
               display status-cadastro at 2036
           else
               open output apoio-work
               close apoio-work
               open i-o apoio-work
               open output resumo-work
               close resumo-work
               open i-o resumo-work
               if status-apoio not = "00" or status-resumo not = "00"
                   display "Apoio do censo indisponivel" at 2001
                   close cadastro-file
               else
                   open output relatorio-pendencias
                   perform abre-historico
                   move "S" to flag-arquivos
               end-if
           end-if.

       abre-historico.
           open input historico-file.
           if status-historico = "00"
               move "S" to flag-historico
           end-if.
           open input conselho-file.
           if status-conselho = "00"
               move "S" to flag-conselho
           end-if.

       fecha-arquivos.
           close cadastro-file.
           if historico-disponivel
               close historico-file
           end-if.
           if conselho-disponivel
               close conselho-file
           end-if.
           close apoio-work.
           close resumo-work.
           close relatorio-pendencias.

       carrega-consolidado.
           open input consolidado-file.
           if status-consolidado not = "00"
               display "Consolidado indisponivel, sem situacao final"
                   at 2010
           else
               move "N" to fim-arquivo
               perform le-consolidado
               perform guarda-consolidado until fim-leitura
               close consolidado-file
           end-if.

       le-consolidado.
           read consolidado-file
               at end move "S" to fim-arquivo
           end-read.

       guarda-consolidado.
           if con-ano-letivo = ano-pedido
               move con-matricula to apw-matricula
               read apoio-work
                   invalid key continue
               end-read
               if status-apoio = "00"
                   perform combina-situacao
                   rewrite reg-apoio-work
                       invalid key continue
                   end-rewrite
               else
                   move spaces to reg-apoio-work
                   move con-matricula to apw-matricula
                   move zeros to apw-movimento-data
                   perform converte-situacao
                   write reg-apoio-work
                       invalid key continue
                   end-write
               end-if
           end-if.
           perform le-consolidado.

       converte-situacao.
           evaluate con-situacao
               when "A"
                   move "A" to apw-situacao-final
               when "R"
                   move "R" to apw-situacao-final
               when "F"
                   move "F" to apw-situacao-final
               when other
                   move "S" to apw-situacao-final
           end-evaluate.

       combina-situacao.
           evaluate true
               when apw-situacao-final = "F"
                   continue
               when con-situacao = "F"
                   move "F" to apw-situacao-final
               when apw-situacao-final = "R"
                   continue
               when con-situacao = "R"
                   move "R" to apw-situacao-final
               when con-situacao not = "A"
                   move "S" to apw-situacao-final
               when other
                   continue
           end-evaluate.

       carrega-movimentos.
           open input movimento-file.
           if status-movimento = "00"
               move "N" to fim-arquivo
               perform le-movimento
               perform guarda-movimento until fim-leitura
               close movimento-file
           end-if.

       le-movimento.
           read movimento-file
               at end move "S" to fim-arquivo
           end-read.

       guarda-movimento.
           if movimento-valido
               and mov-data-efetiva numeric
               and mov-data-efetiva > zeros
               move mov-matricula to apw-matricula
               read apoio-work
                   invalid key continue
               end-read
               if status-apoio = "00"
                   if apw-movimento-tipo = space
                       move mov-tipo to apw-movimento-tipo
                       move mov-data-efetiva to apw-movimento-data
                       rewrite reg-apoio-work
                           invalid key continue
                       end-rewrite
                   end-if
               else
                   move spaces to reg-apoio-work
                   move mov-matricula to apw-matricula
                   move mov-tipo to apw-movimento-tipo
                   move mov-data-efetiva to apw-movimento-data
                   write reg-apoio-work
                       invalid key continue
                   end-write
               end-if
           end-if.
           perform le-movimento.

       abre-censo.
           move 1 to nova-geracao.
           open input censo-controle-file.
           if status-censo-controle = "00"
               read censo-controle-file
                   at end continue
               end-read
               if status-censo-controle = "00"
                   compute nova-geracao = cct-ultima-geracao + 1
               end-if
               close censo-controle-file
           end-if.
           move zeros to qtde-censo.
           move zeros to qtde-resumos.
           move zeros to hash-datas.
           accept data-geracao from date yyyymmdd.
           open output censo-file.
           move spaces to reg-censo.
           move "H" to cen-tipo.
           move nova-geracao to cenc-geracao.
           move data-geracao to cenc-data.
           move ano-pedido to cenc-ano-letivo.
           move nome-escola to cenc-escola.
           write reg-censo.

       fecha-censo.
           move spaces to reg-censo.
           move "T" to cen-tipo.
           move qtde-censo to cenr-qtde-alunos.
           move qtde-resumos to cenr-qtde-resumos.
           move hash-datas to cenr-hash-datas.
           write reg-censo.
           close censo-file.
           open output censo-controle-file.
           move nova-geracao to cct-ultima-geracao.
           move data-geracao to cct-data-geracao.
           move ano-pedido to cct-ano-letivo.
           write reg-censo-controle.
           close censo-controle-file.

       processa-cadastro.
           move "N" to fim-arquivo.
           move low-values to cad-matricula.
           start cadastro-file key not < cad-matricula
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-leitura
               perform le-cadastro
               perform processa-aluno until fim-leitura
           end-if.

       le-cadastro.
           read cadastro-file next
               at end move "S" to fim-arquivo
           end-read.

       processa-aluno.
           add 1 to qtde-lidos.
           perform apura-situacao-aluno.
           if aluno-no-censo
               perform critica-aluno
               if aluno-pendente
                   add 1 to qtde-pendentes
               else
                   perform grava-detalhe-censo
                   perform acumula-resumo
               end-if
           else
               add 1 to qtde-fora-periodo
           end-if.
           perform le-cadastro.

       apura-situacao-aluno.
           move "S" to flag-incluir.
           move "S" to situacao-final.
           move "N" to flag-resultado.
           move space to movimento-tipo.
           move zeros to movimento-data.
           move cad-matricula to apw-matricula.
           read apoio-work
               invalid key continue
           end-read.
           if status-apoio = "00"
               if apw-situacao-final not = space
                   move apw-situacao-final to situacao-final
                   move "S" to flag-resultado
               end-if
               if apw-movimento-tipo not = space
                   move apw-movimento-tipo to movimento-tipo
                   move apw-movimento-data to movimento-data
               end-if
           end-if.
           if not resultado-apurado and historico-disponivel
               perform apura-situacao-historico
           end-if.
           if cadastro-movimentado
               move cad-situacao to movimento-tipo
               move cad-data-movimento to movimento-data
           end-if.
           evaluate true
               when cadastro-inativo
                   move "N" to flag-incluir
               when cadastro-concluido and not resultado-apurado
                   move "N" to flag-incluir
               when other
                   perform verifica-periodo-aluno
           end-evaluate.

       apura-situacao-historico.
           move "N" to fim-historico.
           move spaces to disciplina-corrente.
           move cad-matricula to hist-matricula.
           move ano-pedido to hist-ano-letivo.
           move spaces to hist-disciplina.
           move zero to hist-bimestre.
           start historico-file key not < hist-chave
               invalid key move "S" to fim-historico
           end-start.
           if not fim-arquivo-historico
               perform le-historico
               perform acumula-historico until fim-arquivo-historico
               perform fecha-disciplina
           end-if.

       le-historico.
           read historico-file next
               at end move "S" to fim-historico
           end-read.
           if not fim-arquivo-historico
               and (hist-matricula not = cad-matricula
               or hist-ano-letivo not = ano-pedido)
               move "S" to fim-historico
           end-if.

       acumula-historico.
           if hist-disciplina not = disciplina-corrente
               perform fecha-disciplina
               perform abre-disciplina
           end-if.
           if hist-bimestre >= 1 and hist-bimestre <= 4
               add 1 to qtde-bimestres
               add hist-media to soma-medias
               if hist-situacao = "F"
                   move "S" to flag-falta
               end-if
           end-if.
           perform le-historico.

       abre-disciplina.
           move hist-disciplina to disciplina-corrente.
           move zeros to qtde-bimestres.
           move zeros to soma-medias.
           move "N" to flag-falta.

       fecha-disciplina.
           if disciplina-corrente not = spaces
               perform apura-disciplina
               perform combina-disciplina
               move "S" to flag-resultado
               move spaces to disciplina-corrente
           end-if.

       apura-disciplina.
           if qtde-bimestres = zeros
               move zeros to media-anual
           else
               divide soma-medias by qtde-bimestres
                   giving media-anual
           end-if.
           evaluate true
               when qtde-bimestres < 4
                   move "S" to situacao-disciplina
               when disciplina-com-falta
                   move "F" to situacao-disciplina
               when media-anual >= nota-minima
                   move "A" to situacao-disciplina
               when other
                   move "R" to situacao-disciplina
                   perform verifica-conselho
           end-evaluate.

       verifica-conselho.
           if conselho-disponivel
               move ano-pedido to csl-ano-letivo
               move cad-matricula to csl-matricula
               move disciplina-corrente to csl-disciplina
               read conselho-file
                   invalid key continue
               end-read
               if status-conselho = "00"
                   move "A" to situacao-disciplina
               end-if
           end-if.

       combina-disciplina.
           evaluate true
               when not resultado-apurado
                   move situacao-disciplina to situacao-final
               when situacao-final = "F"
                   continue
               when situacao-disciplina = "F"
                   move "F" to situacao-final
               when situacao-final = "R"
                   continue
               when situacao-disciplina = "R"
                   move "R" to situacao-final
               when situacao-disciplina not = "A"
                   move "S" to situacao-final
               when other
                   continue
           end-evaluate.

       verifica-periodo-aluno.
           if cad-data-matricula numeric
               and cad-data-matricula > zeros
               divide cad-data-matricula by 10000
                   giving ano-referencia
               if ano-referencia > ano-pedido
                   move "N" to flag-incluir
               end-if
           end-if.
           if movimento-tipo not = space
               and movimento-data numeric
               and movimento-data > zeros
               divide movimento-data by 10000
                   giving ano-referencia
               if ano-referencia < ano-pedido
                   move "N" to flag-incluir
               end-if
           end-if.

       critica-aluno.
           move "N" to flag-pendente.
           if cad-nome = spaces
               move "NOME" to campo-pendente
               perform grava-pendencia
           end-if.
           if cad-curso = spaces
               move "CURSO" to campo-pendente
               perform grava-pendencia
           end-if.
           if cad-serie not numeric or cad-serie = zeros
               move "SERIE" to campo-pendente
               perform grava-pendencia
           end-if.
           if cad-data-matricula not numeric
               or cad-data-matricula = zeros
               move "DATA DE MATRICULA" to campo-pendente
               perform grava-pendencia
           end-if.
           if cad-endereco = spaces
               move "ENDERECO" to campo-pendente
               perform grava-pendencia
           end-if.
           if cad-cidade = spaces
               move "CIDADE" to campo-pendente
               perform grava-pendencia
           end-if.
           if cad-cep not numeric
               move "CEP" to campo-pendente
               perform grava-pendencia
           end-if.
           if movimento-tipo not = space
               and (movimento-data not numeric
               or movimento-data = zeros)
               move "DATA DO MOVIMENTO" to campo-pendente
               perform grava-pendencia
           end-if.

       grava-pendencia.
           move "S" to flag-pendente.
           add 1 to qtde-pendencias.
           move spaces to linha-pendencia.
           move cad-matricula to pnd-matricula.
           move cad-nome to pnd-nome.
           move campo-pendente to pnd-campo.
           write linha-relatorio from linha-pendencia.

       grava-detalhe-censo.
           move spaces to reg-censo.
           move "D" to cen-tipo.
           move cad-matricula to cen-matricula.
           move cad-nome to cen-nome.
           move cad-curso to cen-curso.
           move cad-serie to cen-serie.
           move cad-data-matricula to cen-data-matricula.
           move cad-endereco to cen-endereco.
           move cad-cidade to cen-cidade.
           move cad-cep to cen-cep.
           move situacao-final to cen-situacao-final.
           move movimento-tipo to cen-situacao-movimento.
           move movimento-data to cen-data-movimento.
           write reg-censo.
           add 1 to qtde-censo.
           add cad-data-matricula to hash-datas.

       acumula-resumo.
           move cad-curso to rsw-curso.
           move cad-serie to rsw-serie.
           read resumo-work
               invalid key continue
           end-read.
           if status-resumo not = "00"
               move cad-curso to rsw-curso
               move cad-serie to rsw-serie
               move zeros to rsw-alunos
               move zeros to rsw-aprovados
               move zeros to rsw-reprovados
               move zeros to rsw-rep-falta
               move zeros to rsw-sem-resultado
               move zeros to rsw-transferidos
               move zeros to rsw-abandonos
               move zeros to rsw-trancados
               write reg-resumo-work
                   invalid key continue
               end-write
           end-if.
           add 1 to rsw-alunos.
           evaluate movimento-tipo
               when "T"
                   add 1 to rsw-transferidos
               when "B"
                   add 1 to rsw-abandonos
               when "C"
                   add 1 to rsw-trancados
               when other
                   evaluate situacao-final
                       when "A"
                           add 1 to rsw-aprovados
                       when "R"
                           add 1 to rsw-reprovados
                       when "F"
                           add 1 to rsw-rep-falta
                       when other
                           add 1 to rsw-sem-resultado
                   end-evaluate
           end-evaluate.
           rewrite reg-resumo-work
               invalid key continue
           end-rewrite.

       grava-resumos.
           move "N" to fim-arquivo.
           move low-values to rsw-chave.
           start resumo-work key not < rsw-chave
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-leitura
               perform le-resumo
               perform grava-resumo-censo until fim-leitura
           end-if.

       le-resumo.
           read resumo-work next
               at end move "S" to fim-arquivo
           end-read.

       grava-resumo-censo.
           move spaces to reg-censo.
           move "S" to cen-tipo.
           move rsw-curso to cens-curso.
           move rsw-serie to cens-serie.
           move rsw-alunos to cens-alunos.
           move rsw-aprovados to cens-aprovados.
           move rsw-reprovados to cens-reprovados.
           move rsw-rep-falta to cens-rep-falta.
           move rsw-sem-resultado to cens-sem-resultado.
           move rsw-transferidos to cens-transferidos.
           move rsw-abandonos to cens-abandonos.
           move rsw-trancados to cens-trancados.
           write reg-censo.
           add 1 to qtde-resumos.
           perform le-resumo.

       grava-titulo.
           write linha-relatorio from titulo-pendencias.
           move ano-pedido to pnd-ano.
           write linha-relatorio from linha-ano.
           write linha-relatorio from linha-branco.
           write linha-relatorio from cabecalho-pendencias.

       grava-totais.
           write linha-relatorio from linha-branco.
           move "Alunos lidos:" to total-texto.
           move qtde-lidos to total-valor.
           write linha-relatorio from linha-total.
           move "Fora do ano do censo:" to total-texto.
           move qtde-fora-periodo to total-valor.
           write linha-relatorio from linha-total.
           move "Alunos exportados:" to total-texto.
           move qtde-censo to total-valor.
           write linha-relatorio from linha-total.
           move "Alunos com pendencia:" to total-texto.
           move qtde-pendentes to total-valor.
           write linha-relatorio from linha-total.
           move "Campos pendentes:" to total-texto.
           move qtde-pendencias to total-valor.
           write linha-relatorio from linha-total.
           move "Registros de resumo:" to total-texto.
           move qtde-resumos to total-valor.
           write linha-relatorio from linha-total.

       mostra-resumo.
           display "------ Censo escolar ------" at 1801.
           display "Exportados: " at 1901.
           display qtde-censo at 1914.
           display "Pendentes: " at 2001.
           display qtde-pendentes at 2013.
           display "Resumos: " at 2101.
           display qtde-resumos at 2111.
