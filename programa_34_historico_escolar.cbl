       identification division.
       program-id. programa_34_historico_escolar.

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
           select cursos-file assign to "CURSOS"
               organization is indexed
               access mode is random
               record key is cur-codigo
               file status is status-cursos.
           select disciplinas-file assign to "DISCIPL"
               organization is indexed
               access mode is random
               record key is dis-codigo
               file status is status-disciplinas.
           select frequencia-mestre assign to "FREQMEST"
               organization is indexed
               access mode is random
               record key is fmt-chave
               file status is status-mestre.
           select conselho-file assign to "CONSELHO"
               organization is indexed
               access mode is random
               record key is csl-chave
               file status is status-conselho.
           select consolidado-file assign to "CONSANO"
               organization is line sequential
               file status is status-consolidado.
           select consolidado-work assign to "CONSWORK"
               organization is indexed
               access mode is random
               record key is cwk-chave
               file status is status-cons-work.
           select controle-file assign to "DOCCTRL"
               organization is line sequential
               file status is status-controle.
           select emissao-file assign to "DOCEMIT"
               organization is line sequential
               file status is status-emissao.
           select emissao-work assign to "DOCWORK"
               organization is indexed
               access mode is random
               record key is dwk-chave
               file status is status-emi-work.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.
           select documento-historico assign to "HISTDOC"
               organization is line sequential.

       data division.
       file section.
       fd  cadastro-file.
       copy CADREG.

       fd  historico-file.
       copy HISTREG.

       fd  cursos-file.
       copy CURREG.

       fd  disciplinas-file.
       copy DISCREG.

       fd  frequencia-mestre.
       copy FREQREG.

       fd  conselho-file.
       copy CSLREG.

       fd  consolidado-file.
       copy CONSREG.

       fd  consolidado-work.
       01  reg-cons-work.
           02 cwk-chave.
               03 cwk-matricula pic x(08).
               03 cwk-ano-letivo pic 9(04).
               03 cwk-disciplina pic x(10).
           02 cwk-media-anual pic 9(02)v99.
           02 cwk-situacao pic x(01).

       fd  controle-file.
       01  reg-controle-documento.
           02 ctd-ultimo-numero pic 9(06).
           02 ctd-data pic 9(08).

       fd  emissao-file.
       copy EMIREG.

       fd  emissao-work.
       01  reg-emissao-work.
           02 dwk-chave.
               03 dwk-matricula pic x(08).
               03 dwk-tipo pic x(01).
           02 dwk-qtde-vias pic 9(02).
           02 dwk-ultimo-numero pic 9(06).

       fd  sessao-file.
       copy SESSREG.

       fd  documento-historico.
       01  linha-documento pic x(90).

       working-storage section.
       01 status-cadastro pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 status-disciplinas pic x(02) value "00".
       01 status-mestre pic x(02) value "00".
       01 status-conselho pic x(02) value "00".
       01 status-consolidado pic x(02) value "00".
       01 status-cons-work pic x(02) value "00".
       01 status-controle pic x(02) value "00".
       01 status-emissao pic x(02) value "00".
       01 status-emi-work pic x(02) value "00".
       01 status-sessao pic x(02) value "00".

       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 flag-cursos pic x(01) value "N".
           88 cursos-disponivel value "S".
       01 flag-disciplinas pic x(01) value "N".
           88 disciplinas-disponivel value "S".
       01 flag-mestre pic x(01) value "N".
           88 frequencia-disponivel value "S".
       01 flag-conselho pic x(01) value "N".
           88 conselho-disponivel value "S".
       01 flag-cons-work pic x(01) value "N".
           88 consolidado-carregado value "S".
       01 flag-cons-aberto pic x(01) value "N".
           88 cons-work-aberto value "S".
       01 flag-emi-work pic x(01) value "N".
           88 emissoes-carregadas value "S".

       01 fim-cadastro pic x(01) value "N".
           88 fim-arquivo-cadastro value "S".
       01 fim-historico pic x(01) value "N".
           88 fim-arquivo-historico value "S".
       01 fim-consolidado pic x(01) value "N".
           88 fim-arquivo-consolidado value "S".
       01 fim-emissao pic x(01) value "N".
           88 fim-arquivo-emissao value "S".

       01 operador-atual pic x(08) value spaces.

       01 pedido-emissao.
           02 opcao-selecao pic 9(01) value zeros.
               88 selecao-matricula value 1.
               88 selecao-curso value 2.
               88 selecao-concluintes value 3.
           02 matricula-pedida pic x(08) value spaces.
           02 curso-pedido pic x(10) value spaces.
           02 conclusao-desde pic 9(08) value zeros.

       01 nota-minima pic 9(02)v99 value 6,00.

       01 controle-numeracao.
           02 ultimo-numero pic 9(06) value zeros.
           02 numero-historico pic 9(06) value zeros.
           02 numero-certificado pic 9(06) value zeros.
           02 tipo-emissao pic x(01) value space.
           02 via-emissao pic 9(02) value zeros.
           02 numero-anterior pic 9(06) value zeros.
           02 data-corrente pic 9(08) value zeros.
           02 hora-corrente pic 9(08) value zeros.

       01 flag-emitiu pic x(01) value "N".
           88 aluno-tem-historico value "S".

       01 acumulador-ano.
           02 ano-corrente pic 9(04) value zeros.
           02 serie-corrente pic 9(02) value zeros.
           02 flag-reprovado pic x(01) value "N".
               88 ano-com-reprovacao value "S".
           02 flag-rep-falta pic x(01) value "N".
               88 ano-com-rep-falta value "S".
           02 flag-incompleto pic x(01) value "N".
               88 ano-incompleto value "S".
           02 situacao-movimento pic x(01) value space.
           02 ano-movimento pic 9(04) value zeros.

       01 acumulador-disciplina.
           02 disciplina-corrente pic x(10) value spaces.
           02 media-bimestre pic 9(02)v99 occurs 4 times.
           02 tem-bimestre pic x(01) occurs 4 times.
           02 qtde-bimestres pic 9(01) value zeros.
           02 soma-medias pic 9(03)v99 value zeros.
           02 media-anual pic 9(02)v99 value zeros.
           02 situacao-anual pic x(01) value space.
           02 flag-falta pic x(01) value "N".
               88 disciplina-com-falta value "S".

       01 apuracao-frequencia.
           02 total-aulas pic 9(04) value zeros.
           02 total-faltas pic 9(04) value zeros.
           02 perc-presenca pic 9(03)v99 value zeros.
           02 ano-lancamento pic 9(04) value zeros.

       01 ind-bimestre pic 9(01) value zeros.

       01 contadores-emissao.
           02 qtde-historicos pic 9(05) value zeros.
           02 qtde-certificados pic 9(05) value zeros.
           02 qtde-segundas-vias pic 9(05) value zeros.

       01 nome-curso pic x(30) value spaces.
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

       01 linha-separadora pic x(90) value all "=".
       01 linha-titulo.
           02 hes-titulo pic x(44).
           02 filler pic x(14) value "DOCUMENTO NO. ".
           02 hes-numero pic 9(06).
       01 linha-via.
           02 filler pic x(38) value
               "REEMISSAO - SUBSTITUI O DOCUMENTO NO. ".
           02 hes-numero-anterior pic 9(06).
           02 filler pic x(08) value "  (VIA: ".
           02 hes-via pic z9.
           02 filler pic x(01) value ")".
       01 linha-identificacao.
           02 filler pic x(11) value "MATRICULA: ".
           02 hes-matricula pic x(08).
           02 filler pic x(08) value "  NOME: ".
           02 hes-nome pic x(30).
       01 linha-curso.
           02 filler pic x(07) value "CURSO: ".
           02 hes-curso pic x(10).
           02 filler pic x(03) value " - ".
           02 hes-curso-nome pic x(30).
       01 linha-matricula.
           02 filler pic x(19) value "DATA DE MATRICULA: ".
           02 hes-data-matricula pic x(10).
           02 filler pic x(13) value "  SITUACAO: ".
           02 hes-situacao-aluno pic x(20).
       01 linha-ano.
           02 filler pic x(12) value "ANO LETIVO: ".
           02 hes-ano pic 9(04).
           02 filler pic x(09) value "  SERIE: ".
           02 hes-serie pic z9.
       01 cabecalho-notas pic x(70) value
           "DISCIPLINA  NOME                            CH   MEDIA SITUA
      -    "CAO".
       01 linha-disciplina.
           02 hes-disciplina pic x(10).
           02 filler pic x(02).
           02 hes-disciplina-nome pic x(30).
           02 filler pic x(02).
           02 hes-carga pic zz9.
           02 filler pic x(02).
           02 hes-media-anual pic x(05).
           02 filler pic x(01).
           02 hes-situacao pic x(12).
       01 linha-frequencia.
           02 filler pic x(13) value "FREQUENCIA:  ".
           02 hes-presenca pic x(06).
           02 filler pic x(20) value " por cento presenca".
           02 filler pic x(13) value "  RESULTADO: ".
           02 hes-resultado pic x(22).
       01 titulo-historico pic x(44) value
           "COLEGIO ESTADUAL - HISTORICO ESCOLAR".
       01 titulo-certificado pic x(44) value
           "COLEGIO ESTADUAL - CERTIFICADO DE CONCLUSAO".
       01 linha-texto pic x(90) value spaces.
       01 linha-assinatura-1 pic x(60) value
           "______________________        ______________________".
       01 linha-assinatura-2 pic x(60) value
           "Secretaria                    Direcao".
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform inicializa-variaveis.
           perform carrega-sessao.
           perform informa-pedido.
           perform abre-arquivos.
           if arquivos-abertos
               perform carrega-consolidado
               perform carrega-emissoes
               perform emite-selecao
               perform grava-controle
               perform fecha-arquivos
           end-if.
           display "Historicos emitidos: " at 1801.
           display qtde-historicos at 1823.
           display "Certificados emitidos: " at 1901.
           display qtde-certificados at 1925.
           display "Segundas vias: " at 2001.
           display qtde-segundas-vias at 2017.
           goback.

       inicializa-variaveis.
           move "N" to fim-cadastro.
           move "N" to fim-historico.
           move "N" to flag-arquivos.
           move zeros to qtde-historicos.
           move zeros to qtde-certificados.
           move zeros to qtde-segundas-vias.
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
           display "------ Historico escolar ------" at 0110.
           display "1-Uma matricula 2-Um curso 3-Concluintes: "
               at 0301.
           accept opcao-selecao at 0344.
           if not selecao-matricula and not selecao-curso
               and not selecao-concluintes
               display "Opcao invalida, digite 1, 2 ou 3" at 2010
               perform informa-pedido
           end-if.
           if selecao-matricula
               display "Matricula: " at 0401
               accept matricula-pedida at 0412
           end-if.
           if selecao-curso
               display "Curso: " at 0401
               accept curso-pedido at 0409
           end-if.
           if selecao-concluintes
               display "Concluintes desde (aaaammdd): " at 0401
               accept conclusao-desde at 0432
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
                   move "S" to flag-arquivos
               end-if
           end-if.

       abre-apoio.
           open output documento-historico.
           open input cursos-file.
           if status-cursos = "00"
               move "S" to flag-cursos
           end-if.
           open input disciplinas-file.
           if status-disciplinas = "00"
               move "S" to flag-disciplinas
           end-if.
           open input frequencia-mestre.
           if status-mestre = "00"
               move "S" to flag-mestre
           end-if.
           open input conselho-file.
           if status-conselho = "00"
               move "S" to flag-conselho
           end-if.
           open output consolidado-work.
           close consolidado-work.
           open i-o consolidado-work.
           if status-cons-work = "00"
               move "S" to flag-cons-aberto
           end-if.
           open output emissao-work.
           close emissao-work.
           open i-o emissao-work.
           if status-emi-work = "00"
               move "S" to flag-emi-work
           else
               display "Apoio de vias indisponivel" at 2010
           end-if.

       fecha-arquivos.
           close cadastro-file.
           close historico-file.
           close documento-historico.
           close emissao-file.
           if cursos-disponivel
               close cursos-file
           end-if.
           if disciplinas-disponivel
               close disciplinas-file
           end-if.
           if frequencia-disponivel
               close frequencia-mestre
           end-if.
           if conselho-disponivel
               close conselho-file
           end-if.
           if cons-work-aberto
               close consolidado-work
           end-if.
           if emissoes-carregadas
               close emissao-work
           end-if.

       carrega-consolidado.
           move "N" to flag-cons-work.
           if cons-work-aberto
               open input consolidado-file
               if status-consolidado = "00"
                   move "N" to fim-consolidado
                   perform le-consolidado
                   perform guarda-consolidado
                       until fim-arquivo-consolidado
                   close consolidado-file
                   move "S" to flag-cons-work
               end-if
           end-if.

       le-consolidado.
           read consolidado-file
               at end move "S" to fim-consolidado
           end-read.

       guarda-consolidado.
           move con-matricula to cwk-matricula.
           move con-ano-letivo to cwk-ano-letivo.
           move con-disciplina to cwk-disciplina.
           move con-media-anual to cwk-media-anual.
           move con-situacao to cwk-situacao.
           write reg-cons-work
               invalid key continue
           end-write.
           perform le-consolidado.

       carrega-emissoes.
           open input controle-file.
           if status-controle = "00"
               read controle-file
                   at end continue
               end-read
               if status-controle = "00"
                   move ctd-ultimo-numero to ultimo-numero
               end-if
               close controle-file
           end-if.
           open input emissao-file.
           if status-emissao = "00"
               move "N" to fim-emissao
               perform le-emissao
               perform guarda-emissao until fim-arquivo-emissao
               close emissao-file
           end-if.
           open extend emissao-file.
           if status-emissao = "35"
               open output emissao-file
           end-if.

       le-emissao.
           read emissao-file
               at end move "S" to fim-emissao
           end-read.

       guarda-emissao.
           if emi-numero > ultimo-numero
               move emi-numero to ultimo-numero
           end-if.
           if emissoes-carregadas
               move emi-matricula to dwk-matricula
               move emi-tipo to dwk-tipo
               read emissao-work
                   invalid key continue
               end-read
               if status-emi-work = "00"
                   add 1 to dwk-qtde-vias
                   move emi-numero to dwk-ultimo-numero
                   rewrite reg-emissao-work
                       invalid key continue
                   end-rewrite
               else
                   move 1 to dwk-qtde-vias
                   move emi-numero to dwk-ultimo-numero
                   write reg-emissao-work
                       invalid key continue
                   end-write
               end-if
           end-if.
           perform le-emissao.

       grava-controle.
           open output controle-file.
           move ultimo-numero to ctd-ultimo-numero.
           accept ctd-data from date yyyymmdd.
           write reg-controle-documento.
           close controle-file.

       emite-selecao.
           if selecao-matricula
               move matricula-pedida to cad-matricula
               read cadastro-file
                   invalid key continue
               end-read
               if status-cadastro = "00"
                   perform emite-historico-aluno
                   if not aluno-tem-historico
                       display "Matricula sem historico" at 2010
                   end-if
               else
                   display "Matricula nao cadastrada" at 2010
               end-if
           else
               move low-values to cad-matricula
               start cadastro-file key not < cad-matricula
                   invalid key move "S" to fim-cadastro
               end-start
               if not fim-arquivo-cadastro
                   perform le-cadastro
                   perform emite-cadastro until fim-arquivo-cadastro
               end-if
           end-if.

       le-cadastro.
           read cadastro-file next
               at end move "S" to fim-cadastro
           end-read.

       emite-cadastro.
           evaluate true
               when selecao-curso and cad-curso = curso-pedido
                   perform emite-historico-aluno
               when selecao-concluintes and cadastro-concluido
                   and cad-data-movimento >= conclusao-desde
                   perform emite-historico-aluno
               when other
                   continue
           end-evaluate.
           perform le-cadastro.

       emite-historico-aluno.
           move "N" to flag-emitiu.
           move zeros to ano-corrente.
           move spaces to disciplina-corrente.
           perform apura-ano-movimento.
           perform busca-nome-curso.
           move "N" to fim-historico.
           move cad-matricula to hist-matricula.
           move zeros to hist-ano-letivo.
           move spaces to hist-disciplina.
           move zero to hist-bimestre.
           start historico-file key not < hist-chave
               invalid key move "S" to fim-historico
           end-start.
           if not fim-arquivo-historico
               perform le-historico
               perform processa-historico-aluno
                   until fim-arquivo-historico
               perform fecha-ano
           end-if.
           if aluno-tem-historico
               perform grava-rodape-historico
               if cadastro-concluido
                   perform emite-certificado
               end-if
           end-if.

       apura-ano-movimento.
           move space to situacao-movimento.
           move zeros to ano-movimento.
           if cadastro-movimentado
               and cad-data-movimento numeric
               and cad-data-movimento > zeros
               divide cad-data-movimento by 10000
                   giving ano-movimento
               move cad-situacao to situacao-movimento
           end-if.

       busca-nome-curso.
           move spaces to nome-curso.
           if cursos-disponivel
               move cad-curso to cur-codigo
               read cursos-file
                   invalid key continue
               end-read
               if status-cursos = "00"
                   move cur-nome to nome-curso
               end-if
           end-if.

       le-historico.
           read historico-file next
               at end move "S" to fim-historico
           end-read.
           if not fim-arquivo-historico
               and hist-matricula not = cad-matricula
               move "S" to fim-historico
           end-if.

       processa-historico-aluno.
           if not aluno-tem-historico
               perform grava-cabecalho-historico
               move "S" to flag-emitiu
           end-if.
           if hist-ano-letivo not = ano-corrente
               perform fecha-ano
               perform abre-ano
           end-if.
           if hist-disciplina not = disciplina-corrente
               perform fecha-disciplina
               perform abre-disciplina
           end-if.
           if hist-bimestre >= 1 and hist-bimestre <= 4
               move hist-media to media-bimestre(hist-bimestre)
               move "S" to tem-bimestre(hist-bimestre)
               if hist-situacao = "F"
                   move "S" to flag-falta
               end-if
           end-if.
           perform le-historico.

       abre-ano.
           move hist-ano-letivo to ano-corrente.
           move hist-serie to serie-corrente.
           move "N" to flag-reprovado.
           move "N" to flag-rep-falta.
           move "N" to flag-incompleto.
           write linha-documento from linha-branco.
           move ano-corrente to hes-ano.
           move serie-corrente to hes-serie.
           write linha-documento from linha-ano.
           write linha-documento from cabecalho-notas.

       fecha-ano.
           if ano-corrente not = zeros
               perform fecha-disciplina
               perform apura-frequencia-ano
               perform apura-resultado-ano
               write linha-documento from linha-frequencia
               move zeros to ano-corrente
           end-if.

       abre-disciplina.
           move hist-disciplina to disciplina-corrente.
           move "N" to flag-falta.
           move 1 to ind-bimestre.
           perform limpa-bimestre until ind-bimestre > 4.

       limpa-bimestre.
           move zeros to media-bimestre(ind-bimestre).
           move "N" to tem-bimestre(ind-bimestre).
           add 1 to ind-bimestre.

       fecha-disciplina.
           if disciplina-corrente not = spaces
               perform apura-disciplina
               perform grava-linha-disciplina
               perform acumula-resultado-ano
               move spaces to disciplina-corrente
           end-if.

       apura-disciplina.
           move zeros to qtde-bimestres.
           move zeros to soma-medias.
           move 1 to ind-bimestre.
           perform soma-bimestre until ind-bimestre > 4.
           if qtde-bimestres = zeros
               move zeros to media-anual
           else
               divide soma-medias by qtde-bimestres
                   giving media-anual
           end-if.
           move "10" to status-cons-work.
           if consolidado-carregado
               move cad-matricula to cwk-matricula
               move ano-corrente to cwk-ano-letivo
               move disciplina-corrente to cwk-disciplina
               read consolidado-work
                   invalid key continue
               end-read
           end-if.
           if status-cons-work = "00"
               move cwk-media-anual to media-anual
               move cwk-situacao to situacao-anual
           else
               evaluate true
                   when situacao-movimento not = space
                       and ano-movimento <= ano-corrente
                       move situacao-movimento to situacao-anual
                   when qtde-bimestres < 4
                       move "I" to situacao-anual
                   when disciplina-com-falta
                       move "F" to situacao-anual
                   when media-anual >= nota-minima
                       move "A" to situacao-anual
                   when other
                       move "R" to situacao-anual
                       perform verifica-conselho
               end-evaluate
           end-if.

       verifica-conselho.
           if conselho-disponivel
               move ano-corrente to csl-ano-letivo
               move cad-matricula to csl-matricula
               move disciplina-corrente to csl-disciplina
               read conselho-file
                   invalid key continue
               end-read
               if status-conselho = "00"
                   move "A" to situacao-anual
               end-if
           end-if.

       soma-bimestre.
           if tem-bimestre(ind-bimestre) = "S"
               add 1 to qtde-bimestres
               add media-bimestre(ind-bimestre) to soma-medias
           end-if.
           add 1 to ind-bimestre.

       grava-linha-disciplina.
           move spaces to linha-disciplina.
           move disciplina-corrente to hes-disciplina.
           move zeros to hes-carga.
           if disciplinas-disponivel
               move disciplina-corrente to dis-codigo
               read disciplinas-file
                   invalid key continue
               end-read
               if status-disciplinas = "00"
                   move dis-nome to hes-disciplina-nome
                   move dis-carga-horaria to hes-carga
               end-if
           end-if.
           move media-anual to media-editada.
           move media-editada to hes-media-anual.
           evaluate situacao-anual
               when "A" move "Aprovado" to hes-situacao
               when "R" move "Reprovado" to hes-situacao
               when "F" move "Rep.Falta" to hes-situacao
               when "T" move "Transferido" to hes-situacao
               when "B" move "Abandono" to hes-situacao
               when "C" move "Trancado" to hes-situacao
               when other move "Incompleto" to hes-situacao
           end-evaluate.
           write linha-documento from linha-disciplina.

       acumula-resultado-ano.
           evaluate situacao-anual
               when "A"
                   continue
               when "R"
                   move "S" to flag-reprovado
               when "F"
                   move "S" to flag-rep-falta
               when "T"
                   continue
               when "B"
                   continue
               when "C"
                   continue
               when other
                   move "S" to flag-incompleto
           end-evaluate.

       apura-resultado-ano.
           evaluate true
               when situacao-movimento not = space
                   and ano-movimento = ano-corrente
                   evaluate situacao-movimento
                       when "T"
                           move "TRANSFERIDO" to hes-resultado
                       when "B"
                           move "ABANDONO" to hes-resultado
                       when other
                           move "TRANCADO" to hes-resultado
                   end-evaluate
               when ano-com-rep-falta
                   move "REPROVADO POR FALTA" to hes-resultado
               when ano-com-reprovacao
                   move "REPROVADO" to hes-resultado
               when ano-incompleto
                   move "EM CURSO" to hes-resultado
               when other
                   move "APROVADO" to hes-resultado
           end-evaluate.

       apura-frequencia-ano.
           move zeros to total-aulas.
           move zeros to total-faltas.
           move zeros to perc-presenca.
           if frequencia-disponivel
               move 1 to ind-bimestre
               perform soma-frequencia until ind-bimestre > 4
           end-if.
           if total-aulas > zeros
               compute perc-presenca =
                   ((total-aulas - total-faltas) * 100) / total-aulas
               move perc-presenca to perc-editado
               move perc-editado to hes-presenca
           else
               move "  ----" to hes-presenca
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
               if ano-lancamento = ano-corrente
                   add fmt-aulas-dadas to total-aulas
                   add fmt-faltas to total-faltas
               end-if
           end-if.
           add 1 to ind-bimestre.

       grava-cabecalho-historico.
           add 1 to qtde-historicos.
           move "H" to tipo-emissao.
           perform registra-emissao.
           move emi-numero to numero-historico.
           write linha-documento from linha-separadora.
           move titulo-historico to hes-titulo.
           move numero-historico to hes-numero.
           write linha-documento from linha-titulo.
           perform grava-linha-via.
           write linha-documento from linha-branco.
           move cad-matricula to hes-matricula.
           move cad-nome to hes-nome.
           write linha-documento from linha-identificacao.
           move cad-curso to hes-curso.
           move nome-curso to hes-curso-nome.
           write linha-documento from linha-curso.
           move cad-data-matricula to data-numerica.
           perform edita-data.
           move data-editada to hes-data-matricula.
           evaluate true
               when cadastro-ativo
                   move "CURSANDO" to hes-situacao-aluno
               when cadastro-concluido
                   move "CONCLUIDO" to hes-situacao-aluno
               when cadastro-transferido
                   move "TRANSFERIDO" to hes-situacao-aluno
               when cadastro-abandono
                   move "ABANDONO" to hes-situacao-aluno
               when cadastro-trancado
                   move "TRANCADO" to hes-situacao-aluno
               when other
                   move "INATIVO" to hes-situacao-aluno
           end-evaluate.
           write linha-documento from linha-matricula.

       grava-linha-via.
           if via-emissao > 1
               add 1 to qtde-segundas-vias
               move numero-anterior to hes-numero-anterior
               move via-emissao to hes-via
               write linha-documento from linha-via
           end-if.

       grava-rodape-historico.
           write linha-documento from linha-branco.
           accept data-numerica from date yyyymmdd.
           perform edita-data.
           move spaces to linha-texto.
           string "Emitido em " delimited by size
               data-editada delimited by size
               " por " delimited by size
               operador-atual delimited by size
               into linha-texto.
           write linha-documento from linha-texto.
           write linha-documento from linha-branco.
           write linha-documento from linha-assinatura-1.
           write linha-documento from linha-assinatura-2.
           write linha-documento from linha-separadora.
           write linha-documento from linha-branco.

       emite-certificado.
           add 1 to qtde-certificados.
           move "C" to tipo-emissao.
           perform registra-emissao.
           move emi-numero to numero-certificado.
           write linha-documento from linha-separadora.
           move titulo-certificado to hes-titulo.
           move numero-certificado to hes-numero.
           write linha-documento from linha-titulo.
           perform grava-linha-via.
           write linha-documento from linha-branco.
           move spaces to linha-texto.
           string "Certificamos que " delimited by size
               cad-nome delimited by "  "
               ", matricula " delimited by size
               cad-matricula delimited by size
               "," delimited by size
               into linha-texto.
           write linha-documento from linha-texto.
           move spaces to linha-texto.
           string "concluiu o curso " delimited by size
               cad-curso delimited by space
               " - " delimited by size
               nome-curso delimited by "  "
               into linha-texto.
           write linha-documento from linha-texto.
           move cad-data-movimento to data-numerica.
           perform edita-data.
           move spaces to linha-texto.
           string "em " delimited by size
               data-editada delimited by size
               ", conforme historico escolar no. " delimited by size
               numero-historico delimited by size
               "." delimited by size
               into linha-texto.
           write linha-documento from linha-texto.
           write linha-documento from linha-branco.
           write linha-documento from linha-assinatura-1.
           write linha-documento from linha-assinatura-2.
           write linha-documento from linha-separadora.
           write linha-documento from linha-branco.

       registra-emissao.
           add 1 to ultimo-numero.
           move 1 to via-emissao.
           move zeros to numero-anterior.
           if emissoes-carregadas
               move cad-matricula to dwk-matricula
               move tipo-emissao to dwk-tipo
               read emissao-work
                   invalid key continue
               end-read
               if status-emi-work = "00"
                   compute via-emissao = dwk-qtde-vias + 1
                   move dwk-ultimo-numero to numero-anterior
                   move via-emissao to dwk-qtde-vias
                   move ultimo-numero to dwk-ultimo-numero
                   rewrite reg-emissao-work
                       invalid key continue
                   end-rewrite
               else
                   move 1 to dwk-qtde-vias
                   move ultimo-numero to dwk-ultimo-numero
                   write reg-emissao-work
                       invalid key continue
                   end-write
               end-if
           end-if.
           accept data-corrente from date yyyymmdd.
           accept hora-corrente from time.
           move spaces to reg-emissao.
           move ultimo-numero to emi-numero.
           move tipo-emissao to emi-tipo.
           move cad-matricula to emi-matricula.
           move via-emissao to emi-via.
           move numero-anterior to emi-numero-anterior.
           move data-corrente to emi-data.
           move hora-corrente to emi-hora.
           move operador-atual to emi-operador.
           write reg-emissao.

       edita-data.
           move dtp-dia to dte-dia.
           move dtp-mes to dte-mes.
           move dtp-ano to dte-ano.
