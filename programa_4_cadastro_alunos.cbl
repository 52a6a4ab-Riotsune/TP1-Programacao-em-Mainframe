       file-control.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is dynamic
               record key is cad-matricula
               file status is status-cadastro.
           select cursos-file assign to "CURSOS"
               access mode is random
               record key is cur-codigo
               file status is status-cursos.
           select vagas-file assign to "VAGAS"
               organization is indexed
               access mode is random
               record key is vag-chave
               file status is status-vagas.
           select espera-file assign to "ESPERA"
               organization is indexed
               access mode is dynamic
               record key is esp-chave
               file status is status-espera.

       data division.
       file section.
       fd  cursos-file.
       copy CURREG.

       fd  vagas-file.
       copy VAGAREG.

       fd  espera-file.
       copy ESPREG.

       working-storage section.
       01 status-cadastro pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 status-vagas pic x(02) value "00".
       01 status-espera pic x(02) value "00".
       01 flag-cadastro pic x(01) value "N".
           88 cadastro-aberto value "S".
       01 flag-cursos pic x(01) value "N".
           88 cursos-aberto value "S".
       01 flag-curso-valido pic x(01) value "N".
           88 curso-valido value "S".
       01 flag-vagas pic x(01) value "N".
           88 vagas-aberto value "S".
       01 flag-espera pic x(01) value "N".
           88 espera-aberto value "S".
       01 fim-cadastro pic x(01) value "N".
           88 fim-arquivo-cadastro value "S".
       01 fim-espera pic x(01) value "N".
           88 fim-arquivo-espera value "S".

       01 controle-vagas.
           02 ano-vaga pic 9(04) value zeros.
           02 qtde-ocupadas pic 9(05) value zeros.
           02 qtde-ofertadas pic 9(05) value zeros.
           02 flag-vaga pic x(01) value "S".
               88 vaga-disponivel value "S".
           02 flag-inscrito pic x(01) value "N".
               88 aluno-em-espera value "S".
           02 chave-inscricao pic x(32) value spaces.
           02 curso-anterior pic x(10) value spaces.
           02 serie-anterior pic 9(02) value zeros.
       01 resposta-espera pic x(01) value "N".
           88 incluir-em-espera value "S".
       01 data-corrente pic 9(08) value zeros.
       01 hora-corrente pic 9(08) value zeros.

       01 opcao-cadastro pic 9(01) value zeros.
           88 opcao-voltar value 0.
           perform abre-cadastro.
           if cadastro-aberto
               perform abre-cursos
               perform abre-vagas
               perform mostra-menu-cadastro
               perform trata-opcao with test after
                   until opcao-voltar
               if cursos-aberto
                   close cursos-file
               end-if
               if vagas-aberto
                   close vagas-file
               end-if
               if espera-aberto
                   close espera-file
               end-if
           end-if.
           goback.

               end-if
           end-if.

       abre-vagas.
           open input vagas-file.
           if status-vagas = "00"
               move "S" to flag-vagas
           end-if.
           open i-o espera-file.
           if status-espera = "35"
               open output espera-file
               close espera-file
               open i-o espera-file
           end-if.
           if status-espera = "00"
               move "S" to flag-espera
           end-if.

       verifica-vaga.
           move "S" to flag-vaga.
           move "N" to flag-inscrito.
           move zeros to qtde-ocupadas.
           move zeros to qtde-ofertadas.
           divide data-entrada by 10000 giving ano-vaga.
           if espera-aberto
               perform confere-espera
           end-if.
           if vagas-aberto
               move curso-entrada to vag-curso
               move serie-entrada to vag-serie
               move ano-vaga to vag-ano-letivo
               read vagas-file
                   invalid key continue
               end-read
               if status-vagas = "00"
                   perform conta-ocupadas
                   if qtde-ocupadas + qtde-ofertadas >= vag-quantidade
                       move "N" to flag-vaga
                   end-if
               end-if
           end-if.

       conta-ocupadas.
           move "N" to fim-cadastro.
           move low-values to cad-matricula.
           start cadastro-file key not < cad-matricula
               invalid key move "S" to fim-cadastro
           end-start.
           if not fim-arquivo-cadastro
               perform le-proximo-cadastro
               perform conta-aluno-serie until fim-arquivo-cadastro
           end-if.

       le-proximo-cadastro.
           read cadastro-file next
               at end move "S" to fim-cadastro
           end-read.

       conta-aluno-serie.
           if cadastro-ativo
               and cad-curso = curso-entrada
               and cad-serie = serie-entrada
               add 1 to qtde-ocupadas
           end-if.
           perform le-proximo-cadastro.

       confere-espera.
           move "N" to fim-espera.
           move curso-entrada to esp-curso.
           move serie-entrada to esp-serie.
           move ano-vaga to esp-ano-letivo.
           move zeros to esp-data-pedido.
           move zeros to esp-hora-pedido.
           start espera-file key not < esp-chave
               invalid key move "S" to fim-espera
           end-start.
           if not fim-arquivo-espera
               perform le-proxima-espera
               perform confere-inscricao until fim-arquivo-espera
           end-if.

       le-proxima-espera.
           read espera-file next
               at end move "S" to fim-espera
           end-read.
           if not fim-arquivo-espera
               and (esp-curso not = curso-entrada
               or esp-serie not = serie-entrada
               or esp-ano-letivo not = ano-vaga)
               move "S" to fim-espera
           end-if.

       confere-inscricao.
           if esp-matricula = matricula-entrada and espera-pendente
               move "S" to flag-inscrito
               move esp-chave to chave-inscricao
           else
               if espera-ofertada
                   add 1 to qtde-ofertadas
               end-if
           end-if.
           perform le-proxima-espera.

       oferece-espera.
           evaluate true
               when aluno-em-espera
                   display "Matricula ja consta da lista de espera"
                       at 2010
               when not espera-aberto
                   display "Serie sem vagas e lista de espera fechada"
                       at 2010
               when other
                   perform pergunta-espera
           end-evaluate.

       pergunta-espera.
           move "N" to resposta-espera.
           display "Serie sem vagas. Lista de espera (S/N)? " at 1610.
           accept resposta-espera at 1650.
           if incluir-em-espera
               perform grava-espera
           else
               display "Aluno nao incluido, serie sem vagas" at 2010
           end-if.

       grava-espera.
           move spaces to reg-espera.
           move curso-entrada to esp-curso.
           move serie-entrada to esp-serie.
           move ano-vaga to esp-ano-letivo.
           accept data-corrente from date yyyymmdd.
           accept hora-corrente from time.
           move data-corrente to esp-data-pedido.
           move hora-corrente to esp-hora-pedido.
           move matricula-entrada to esp-matricula.
           move nome-entrada to esp-nome.
           move endereco-entrada to esp-endereco.
           move cidade-entrada to esp-cidade.
           move cep-entrada to esp-cep.
           move "A" to esp-situacao.
           move zeros to esp-data-oferta.
           write reg-espera
               invalid key
                   display "Erro ao gravar a lista de espera" at 2010
               not invalid key
                   display "Aluno incluido na lista de espera" at 2010
           end-write.

       baixa-espera.
           if aluno-em-espera
               move chave-inscricao to esp-chave
               read espera-file
                   invalid key continue
               end-read
               if status-espera = "00"
                   move "M" to esp-situacao
                   rewrite reg-espera
                       invalid key continue
                   end-rewrite
               end-if
           end-if.

       abre-cadastro.
           open i-o cadastro-file.
           if status-cadastro = "35"
               if not curso-valido
                   display "Curso desconhecido ou inativo" at 2010
               else
                   perform verifica-vaga
                   if vaga-disponivel
                       perform grava-aluno
                   else
                       perform oferece-espera
                   end-if
               end-if
           end-if.

       grava-aluno.
           move spaces to reg-cadastro.
           move matricula-entrada to cad-matricula.
           move nome-entrada to cad-nome.
           move curso-entrada to cad-curso.
           move "A" to cad-situacao.
           move data-entrada to cad-data-matricula.
           move serie-entrada to cad-serie.
           move endereco-entrada to cad-endereco.
           move cidade-entrada to cad-cidade.
           move cep-entrada to cad-cep.
           write reg-cadastro
               invalid key
                   display "Erro ao incluir o aluno" at 2010
               not invalid key
                   display "Aluno incluido" at 2010
                   perform baixa-espera
           end-write.

       altera-aluno.
           perform recebe-matricula.
           move matricula-entrada to cad-matricula.
           else
               display cad-nome at 0817
               display cad-curso at 0918
               move cad-curso to curso-anterior
               move cad-serie to serie-anterior
               move "S" to flag-vaga
               perform recebe-dados-aluno
               perform valida-curso
               if curso-valido
                   and (curso-entrada not = curso-anterior
                   or serie-entrada not = serie-anterior)
                   perform verifica-vaga
                   move matricula-entrada to cad-matricula
                   read cadastro-file
                       invalid key continue
                   end-read
               end-if
               if not curso-valido
                   display "Curso desconhecido ou inativo" at 2010
               else
                   if not vaga-disponivel
                       display "Serie sem vagas para a alteracao"
                           at 2010
                   else
                       perform regrava-aluno
                   end-if
               end-if
           end-if.

       regrava-aluno.
           move nome-entrada to cad-nome.
           move curso-entrada to cad-curso.
           move data-entrada to cad-data-matricula.
           move serie-entrada to cad-serie.
           move endereco-entrada to cad-endereco.
           move cidade-entrada to cad-cidade.
           move cep-entrada to cad-cep.
           rewrite reg-cadastro
               invalid key
                   display "Erro ao alterar o aluno" at 2010
               not invalid key
                   display "Aluno alterado" at 2010
           end-rewrite.

       inativa-aluno.
           perform recebe-matricula.
           move matricula-entrada to cad-matricula.
