       identification division.
       program-id. programa_46_transferencia_entrada.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select transferencias-file assign to "TRANSENT"
               organization is indexed
               access mode is random
               record key is trf-chave
               file status is status-transferencias.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is random
               record key is cad-matricula
               file status is status-cadastro.
           select disciplinas-file assign to "DISCIPL"
               organization is indexed
               access mode is random
               record key is dis-codigo
               file status is status-disciplinas.
           select historico-file assign to "HISTORICO"
               organization is indexed
               access mode is dynamic
               record key is hist-chave
               file status is status-historico.
           select historico-jornal assign to "HISTJRN"
               organization is line sequential
               file status is status-jornal-historico.
           select trava-file assign to "LOCKHIST"
               organization is line sequential
               file status is status-trava.
           select sessao-file assign to "OPERSESS"
               organization is line sequential
               file status is status-sessao.

       data division.
       file section.
       fd  transferencias-file.
       copy TRFREG.

       fd  cadastro-file.
       copy CADREG.

       fd  disciplinas-file.
       copy DISCREG.

       fd  historico-file.
       copy HISTREG.

       fd  historico-jornal.
       copy HJRREG.

       fd  trava-file.
       copy LOCKREG.

       fd  sessao-file.
       copy SESSREG.

       working-storage section.
       01 status-transferencias pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 status-disciplinas pic x(02) value "00".
       01 status-historico pic x(02) value "00".
       01 status-jornal-historico pic x(02) value "00".
       01 flag-jornal-historico pic x(01) value "N".
           88 jornal-historico-aberto value "S".
       01 historico-anterior pic x(95) value spaces.
       01 operacao-jornal pic x(01) value space.
       01 status-trava pic x(02) value "00".
       01 status-sessao pic x(02) value "00".
       01 operador-atual pic x(08) value spaces.
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 flag-trava pic x(01) value "N".
           88 trava-obtida value "S".
       01 flag-trava-livre pic x(01) value "N".
           88 trava-livre value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-historico value "S".

       01 opcao-transferencia pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-transferencia.
           02 matricula-entrada pic x(08) value spaces.
           02 ano-entrada pic 9(04) value zeros.
           02 escola-entrada pic x(40) value spaces.
           02 cidade-entrada pic x(20) value spaces.
           02 data-transferencia-entrada pic 9(08) value zeros.
           02 disciplina-entrada pic x(10) value spaces.
           02 bimestre-entrada pic 9(01) value zeros.
           02 media-entrada pic 9(02)v99 value zeros.
           02 continua-lancamento pic x(01) value "N".

       01 motivo-recusa pic x(40) value spaces.
           88 entrada-valida value spaces.

       01 nota-minima pic 9(02)v99 value 6,00.
       01 ano-transferencia pic 9(04) value zeros.
       01 data-corrente pic 9(08) value zeros.
       01 media-editada pic z9,99.

       01 controle-tela.
           02 linha-tela pic 9(02) value zeros.
           02 posicao-tela pic 9(04) value zeros.
           02 tecla-continua pic x(01) value space.
           02 qtde-listadas pic 9(03) value zeros.

       01 linha-detalhe pic x(75) value spaces.
       01 linha-nota.
           02 ltn-disciplina pic x(10).
           02 filler pic x(02).
           02 ltn-bimestre pic 9(01).
           02 filler pic x(02).
           02 ltn-media pic z9,99.
           02 filler pic x(02).
           02 ltn-situacao pic x(01).
           02 filler pic x(02).
           02 ltn-operador pic x(08).

       procedure division.
           perform carrega-sessao.
           perform abre-arquivos.
           if arquivos-abertos
               perform mostra-menu-transferencia
               perform trata-opcao with test after
                   until opcao-voltar
               perform fecha-arquivos
           end-if.
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
           open i-o transferencias-file.
           if status-transferencias = "35"
               open output transferencias-file
               close transferencias-file
               open i-o transferencias-file
           end-if.
           if status-transferencias not = "00"
               display "Erro ao abrir as transferencias, status: "
                   at 2001
               display status-transferencias at 2042
           else
               open input cadastro-file
               if status-cadastro not = "00"
                   display "Erro ao abrir o cadastro, status: " at 2001
                   display status-cadastro at 2036
                   close transferencias-file
               else
                   perform abre-disciplinas
               end-if
           end-if.

       abre-disciplinas.
           open input disciplinas-file.
           if status-disciplinas not = "00"
               display "Erro ao abrir as disciplinas, status: " at 2001
               display status-disciplinas at 2039
               close transferencias-file
               close cadastro-file
           else
               move "S" to flag-arquivos
           end-if.

       fecha-arquivos.
           close transferencias-file.
           close cadastro-file.
           close disciplinas-file.

       mostra-menu-transferencia.
           display "------ Transferencia recebida ------" at 0110.
           display "1-Registrar 2-Lancar notas da guia 3-Excluir nota"
               at 0310.
           display "4-Consultar 0-Voltar" at 0410.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-transferencia at 0518.
           evaluate opcao-transferencia
               when 1 perform registra-transferencia
               when 2 perform lanca-notas-guia
               when 3 perform exclui-nota-guia
               when 4 perform consulta-transferencia
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-chave.
           display "Matricula: " at 0710.
           accept matricula-entrada at 0722.
           display "Ano letivo (aaaa): " at 0740.
           accept ano-entrada at 0760.

       le-aluno.
           move spaces to motivo-recusa.
           move matricula-entrada to cad-matricula.
           read cadastro-file
               invalid key continue
           end-read.
           if status-cadastro not = "00"
               move "Matricula nao cadastrada" to motivo-recusa
           else
               display cad-nome at 0810
               display cad-curso at 0842
           end-if.

       le-transferencia.
           move matricula-entrada to trf-matricula.
           move ano-entrada to trf-ano-letivo.
           read transferencias-file
               invalid key continue
           end-read.

       registra-transferencia.
           perform recebe-chave.
           perform le-aluno.
           if entrada-valida
               if not cadastro-ativo
                   move "Aluno nao esta ativo no cadastro"
                       to motivo-recusa
               else
                   perform le-transferencia
                   if status-transferencias = "00"
                       move "Transferencia ja registrada no ano"
                           to motivo-recusa
                   end-if
               end-if
           end-if.
           if entrada-valida
               perform recebe-dados-transferencia
           end-if.
           if entrada-valida
               move spaces to reg-transferencia
               move matricula-entrada to trf-matricula
               move ano-entrada to trf-ano-letivo
               move escola-entrada to trf-escola-origem
               move cidade-entrada to trf-cidade-origem
               move data-transferencia-entrada
                   to trf-data-transferencia
               move zeros to trf-qtde-notas
               move operador-atual to trf-operador
               accept data-corrente from date yyyymmdd
               move data-corrente to trf-data-registro
               write reg-transferencia
                   invalid key
                       display "Erro ao gravar a transferencia" at 2010
                   not invalid key
                       display "Transferencia registrada" at 2010
               end-write
           else
               display motivo-recusa at 2010
           end-if.

       recebe-dados-transferencia.
           display "Escola de origem: " at 0910.
           accept escola-entrada at 0929.
           display "Cidade: " at 1010.
           accept cidade-entrada at 1019.
           display "Data da transferencia (aaaammdd): " at 1110.
           accept data-transferencia-entrada at 1145.
           divide data-transferencia-entrada by 10000
               giving ano-transferencia.
           evaluate true
               when escola-entrada = spaces
                   move "Escola de origem deve ser informada"
                       to motivo-recusa
               when data-transferencia-entrada = zeros
                   move "Data da transferencia invalida"
                       to motivo-recusa
               when ano-transferencia not = ano-entrada
                   move "Data fora do ano letivo informado"
                       to motivo-recusa
               when other
                   continue
           end-evaluate.

       mostra-transferencia.
           display "Escola de origem: " at 0910.
           display trf-escola-origem at 0929.
           display "Cidade: " at 1010.
           display trf-cidade-origem at 1019.
           display "Data da transferencia (aaaammdd): " at 1110.
           display trf-data-transferencia at 1145.

       localiza-transferencia.
           perform recebe-chave.
           perform le-aluno.
           if entrada-valida
               perform le-transferencia
               if status-transferencias not = "00"
                   move "Transferencia nao registrada no ano"
                       to motivo-recusa
               else
                   perform mostra-transferencia
               end-if
           end-if.

       lanca-notas-guia.
           perform localiza-transferencia.
           if not entrada-valida
               display motivo-recusa at 2010
           else
               perform obtem-trava-historico
               if trava-obtida
                   open i-o historico-file
                   if status-historico not = "00"
                       display "Erro ao abrir o historico, status: "
                           at 2001
                       display status-historico at 2037
                   else
                       perform abre-jornal-historico
                       perform lanca-nota-guia with test after
                           until continua-lancamento not = "S"
                       close historico-file
                       perform fecha-jornal-historico
                       perform atualiza-qtde-notas
                   end-if
                   perform libera-trava-historico
               end-if
           end-if.

       lanca-nota-guia.
           move spaces to motivo-recusa.
           display "Disciplina: " at 1310.
           accept disciplina-entrada at 1323.
           display "Bimestre: " at 1410.
           accept bimestre-entrada at 1421.
           display "Media: " at 1510.
           accept media-entrada at 1518.
           perform valida-nota-guia.
           if entrada-valida
               perform grava-nota-guia
           else
               display motivo-recusa at 2010
           end-if.
           display "Outra nota (S/N)? " at 1710.
           accept continua-lancamento at 1729.
           display "                                        " at 2010.

       valida-nota-guia.
           move disciplina-entrada to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           evaluate true
               when status-disciplinas not = "00"
                   or not disciplina-ativa
                   move "Disciplina nao cadastrada ou inativa"
                       to motivo-recusa
               when bimestre-entrada < 1 or bimestre-entrada > 4
                   move "Bimestre deve ser de 1 a 4" to motivo-recusa
               when media-entrada > 10,00
                   move "Media invalida, de 00,00 a 10,00"
                       to motivo-recusa
               when other
                   display dis-nome at 1335
                   perform le-historico-guia
                   if status-historico = "00" and not nota-transferida
                       move "Bimestre ja lancado pela escola"
                           to motivo-recusa
                   end-if
           end-evaluate.

       le-historico-guia.
           move matricula-entrada to hist-matricula.
           move ano-entrada to hist-ano-letivo.
           move disciplina-entrada to hist-disciplina.
           move bimestre-entrada to hist-bimestre.
           read historico-file
               invalid key continue
           end-read.
           if status-historico = "00"
               move reg-historico to historico-anterior
           else
               move spaces to historico-anterior
           end-if.

       grava-nota-guia.
           move matricula-entrada to hist-matricula.
           move ano-entrada to hist-ano-letivo.
           move disciplina-entrada to hist-disciplina.
           move bimestre-entrada to hist-bimestre.
           move cad-nome to hist-nome.
           move cad-curso to hist-curso.
           move media-entrada to hist-media.
           if media-entrada >= nota-minima
               move "A" to hist-situacao
           else
               move "R" to hist-situacao
           end-if.
           move operador-atual to hist-operador.
           move cad-serie to hist-serie.
           move spaces to hist-turma.
           move spaces to hist-professor.
           move "T" to hist-origem.
           if status-historico = "00"
               rewrite reg-historico
                   invalid key
                       display "Erro ao regravar o historico" at 2010
                   not invalid key
                       display "Nota da guia corrigida" at 2010
                       move "A" to operacao-jornal
                       perform grava-jornal-historico
               end-rewrite
           else
               write reg-historico
                   invalid key
                       display "Erro ao gravar o historico" at 2010
                   not invalid key
                       display "Nota da guia lancada" at 2010
                       move "I" to operacao-jornal
                       perform grava-jornal-historico
               end-write
           end-if.

       exclui-nota-guia.
           perform localiza-transferencia.
           if not entrada-valida
               display motivo-recusa at 2010
           else
               perform obtem-trava-historico
               if trava-obtida
                   open i-o historico-file
                   if status-historico not = "00"
                       display "Erro ao abrir o historico, status: "
                           at 2001
                       display status-historico at 2037
                   else
                       perform abre-jornal-historico
                       perform exclui-nota
                       close historico-file
                       perform fecha-jornal-historico
                       perform atualiza-qtde-notas
                   end-if
                   perform libera-trava-historico
               end-if
           end-if.

       exclui-nota.
           display "Disciplina: " at 1310.
           accept disciplina-entrada at 1323.
           display "Bimestre: " at 1410.
           accept bimestre-entrada at 1421.
           perform le-historico-guia.
           evaluate true
               when status-historico not = "00"
                   display "Nota nao localizada no historico" at 2010
               when not nota-transferida
                   display "Nota lancada pela escola, nao excluida"
                       at 2010
               when other
                   delete historico-file
                       invalid key
                           display "Erro ao excluir a nota" at 2010
                       not invalid key
                           display "Nota da guia excluida" at 2010
                           move spaces to reg-historico
                           move "E" to operacao-jornal
                           perform grava-jornal-historico
                   end-delete
           end-evaluate.

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

       fecha-jornal-historico.
           if jornal-historico-aberto
               close historico-jornal
               move "N" to flag-jornal-historico
           end-if.

       grava-jornal-historico.
           if jornal-historico-aberto
               move spaces to reg-jornal-historico
               accept hjr-data from date yyyymmdd
               accept hjr-hora from time
               move operacao-jornal to hjr-operacao
               move "programa_46_transferencia" to hjr-programa
               move operador-atual to hjr-operador
               move historico-anterior to hjr-antes
               move reg-historico to hjr-depois
               write reg-jornal-historico
           end-if.

       atualiza-qtde-notas.
           open input historico-file.
           if status-historico = "00"
               move zeros to qtde-listadas
               perform posiciona-historico
               perform conta-nota-guia until fim-historico
               close historico-file
               perform le-transferencia
               if status-transferencias = "00"
                   move qtde-listadas to trf-qtde-notas
                   rewrite reg-transferencia
                       invalid key continue
                   end-rewrite
               end-if
           end-if.

       conta-nota-guia.
           if nota-transferida
               add 1 to qtde-listadas
           end-if.
           perform le-proximo-historico.

       posiciona-historico.
           move "N" to fim-arquivo.
           move matricula-entrada to hist-matricula.
           move ano-entrada to hist-ano-letivo.
           move low-values to hist-disciplina.
           move zero to hist-bimestre.
           start historico-file key not < hist-chave
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-historico
               perform le-proximo-historico
           end-if.

       le-proximo-historico.
           read historico-file next
               at end move "S" to fim-arquivo
           end-read.
           if not fim-historico
               and (hist-matricula not = matricula-entrada
               or hist-ano-letivo not = ano-entrada)
               move "S" to fim-arquivo
           end-if.

       consulta-transferencia.
           perform localiza-transferencia.
           if not entrada-valida
               display motivo-recusa at 2010
           else
               display "Registrada por: " at 1210
               display trf-operador at 1227
               display trf-data-registro at 1237
               open input historico-file
               if status-historico not = "00"
                   display "Historico indisponivel" at 2010
               else
                   move 14 to linha-tela
                   move zeros to qtde-listadas
                   move "Notas da guia:" to linha-detalhe
                   perform exibe-linha
                   perform posiciona-historico
                   perform mostra-nota-guia until fim-historico
                   close historico-file
                   if qtde-listadas = zeros
                       display "Nenhuma nota da guia lancada" at 2010
                   end-if
               end-if
           end-if.

       mostra-nota-guia.
           if nota-transferida
               move spaces to linha-nota
               move hist-disciplina to ltn-disciplina
               move hist-bimestre to ltn-bimestre
               move hist-media to media-editada
               move media-editada to ltn-media
               move hist-situacao to ltn-situacao
               move hist-operador to ltn-operador
               move linha-nota to linha-detalhe
               perform exibe-linha
               add 1 to qtde-listadas
           end-if.
           perform le-proximo-historico.

       obtem-trava-historico.
           move "N" to flag-trava.
           move "N" to flag-trava-livre.
           open input trava-file.
           if status-trava = "00"
               read trava-file
                   at end move "S" to flag-trava-livre
               end-read
               close trava-file
           else
               move "S" to flag-trava-livre
           end-if.
           if trava-livre
               open output trava-file
               move spaces to reg-trava
               move "programa_46_transferencia" to trv-programa
               move operador-atual to trv-operador
               move "TRANSFER" to trv-curso
               move zero to trv-bimestre
               accept trv-data from date yyyymmdd
               accept trv-hora from time
               write reg-trava
               close trava-file
               move "S" to flag-trava
           else
               display "Historico travado por " at 2010
               display trv-programa at 2032
           end-if.

       libera-trava-historico.
           if trava-obtida
               open output trava-file
               close trava-file
               move "N" to flag-trava
           end-if.

       exibe-linha.
           if linha-tela > 19
               display "Tecle ENTER para continuar" at 2101
               accept tecla-continua at 2129
               move 14 to linha-tela
           end-if.
           compute posicao-tela = (linha-tela * 100) + 1.
           display linha-detalhe at posicao-tela.
           add 1 to linha-tela.
