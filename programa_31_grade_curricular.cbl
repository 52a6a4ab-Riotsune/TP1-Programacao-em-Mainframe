       identification division.
       program-id. programa_31_grade_curricular.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select grade-file assign to "GRADECUR"
               organization is indexed
               access mode is dynamic
               record key is grd-chave
               file status is status-grade.
           select disciplinas-file assign to "DISCIPL"
               organization is indexed
               access mode is random
               record key is dis-codigo
               file status is status-disciplinas.
           select cursos-file assign to "CURSOS"
               organization is indexed
               access mode is random
               record key is cur-codigo
               file status is status-cursos.

       data division.
       file section.
       fd  grade-file.
       copy GRADREG.

       fd  disciplinas-file.
       copy DISCREG.

       fd  cursos-file.
       copy CURREG.

       working-storage section.
       01 status-grade pic x(02) value "00".
       01 status-disciplinas pic x(02) value "00".
       01 status-cursos pic x(02) value "00".
       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-grade value "S".

       01 opcao-grade pic 9(01) value zeros.
           88 opcao-voltar value 0.

       01 entrada-grade.
           02 curso-entrada pic x(10) value spaces.
           02 serie-entrada pic 9(02) value zeros.
           02 disciplina-entrada pic x(10) value spaces.
           02 obrigatoria-entrada pic x(01) value space.
               88 obrigatoria-valida value "S" "N".

       01 controle-tela.
           02 linha-tela pic 9(02) value zeros.
           02 posicao-tela pic 9(04) value zeros.
           02 tecla-continua pic x(01) value space.
           02 qtde-listadas pic 9(03) value zeros.

       01 linha-detalhe pic x(75) value spaces.
       01 linha-grade.
           02 grl-disciplina pic x(10).
           02 filler pic x(01).
           02 grl-nome pic x(30).
           02 filler pic x(01).
           02 grl-carga pic zz9.
           02 filler pic x(02).
           02 grl-obrigatoria pic x(10).

       procedure division.
           perform abre-arquivos.
           if arquivos-abertos
               perform mostra-menu-grade
               perform trata-opcao with test after
                   until opcao-voltar
               perform fecha-arquivos
           end-if.
           goback.

       abre-arquivos.
           open i-o grade-file.
           if status-grade = "35"
               open output grade-file
               close grade-file
               open i-o grade-file
           end-if.
           if status-grade not = "00"
               display "Erro ao abrir a grade, status: " at 2001
               display status-grade at 2032
           else
               open input disciplinas-file
               if status-disciplinas not = "00"
                   display "Erro ao abrir as disciplinas, status: "
                       at 2001
                   display status-disciplinas at 2039
                   close grade-file
               else
                   open input cursos-file
                   if status-cursos not = "00"
                       display "Erro ao abrir os cursos, status: "
                           at 2001
                       display status-cursos at 2034
                       close grade-file
                       close disciplinas-file
                   else
                       move "S" to flag-arquivos
                   end-if
               end-if
           end-if.

       fecha-arquivos.
           close grade-file.
           close disciplinas-file.
           close cursos-file.

       mostra-menu-grade.
           display "------ Grade curricular ------" at 0110.
           display "1-Incluir 2-Excluir 3-Consultar 0-Voltar" at 0310.

       trata-opcao.
           display "Opcao: " at 0510.
           accept opcao-grade at 0518.
           evaluate opcao-grade
               when 1 perform inclui-disciplina-grade
               when 2 perform exclui-disciplina-grade
               when 3 perform consulta-grade
               when 0 continue
               when other display "Opcao invalida" at 2010
           end-evaluate.

       recebe-curso-serie.
           display "Curso: " at 0710.
           accept curso-entrada at 0718.
           display "Serie: " at 0730.
           accept serie-entrada at 0738.

       recebe-disciplina.
           display "Disciplina: " at 0810.
           accept disciplina-entrada at 0823.

       recebe-obrigatoria.
           display "Obrigatoria (S/N): " at 0910.
           accept obrigatoria-entrada at 0930.
           if not obrigatoria-valida
               display "Digite S ou N" at 2010
               perform recebe-obrigatoria
           end-if.

       inclui-disciplina-grade.
           perform recebe-curso-serie.
           perform recebe-disciplina.
           move curso-entrada to cur-codigo.
           read cursos-file
               invalid key continue
           end-read.
           move disciplina-entrada to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           evaluate true
               when status-cursos not = "00" or not curso-ativo
                   display "Curso nao cadastrado ou inativo" at 2010
               when serie-entrada = zeros
                   display "Serie invalida" at 2010
               when status-disciplinas not = "00"
                   or not disciplina-ativa
                   display "Disciplina nao cadastrada ou inativa"
                       at 2010
               when other
                   display dis-nome at 0834
                   perform recebe-obrigatoria
                   perform grava-disciplina-grade
           end-evaluate.

       grava-disciplina-grade.
           move spaces to reg-grade.
           move curso-entrada to grd-curso.
           move serie-entrada to grd-serie.
           move disciplina-entrada to grd-disciplina.
           move obrigatoria-entrada to grd-obrigatoria.
           write reg-grade
               invalid key
                   display "Disciplina ja consta da grade" at 2010
               not invalid key
                   display "Disciplina incluida na grade" at 2010
           end-write.

       exclui-disciplina-grade.
           perform recebe-curso-serie.
           perform recebe-disciplina.
           move curso-entrada to grd-curso.
           move serie-entrada to grd-serie.
           move disciplina-entrada to grd-disciplina.
           delete grade-file
               invalid key
                   display "Disciplina nao consta da grade" at 2010
               not invalid key
                   display "Disciplina excluida da grade" at 2010
           end-delete.

       consulta-grade.
           perform recebe-curso-serie.
           move 10 to linha-tela.
           move zeros to qtde-listadas.
           move "N" to fim-arquivo.
           move curso-entrada to grd-curso.
           move serie-entrada to grd-serie.
           move spaces to grd-disciplina.
           start grade-file key not < grd-chave
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-grade
               perform le-grade
               perform mostra-linha-grade until fim-grade
           end-if.
           if qtde-listadas = zeros
               display "Nenhuma disciplina na grade" at 2010
           end-if.

       le-grade.
           read grade-file next
               at end move "S" to fim-arquivo
           end-read.
           if not fim-grade
               and (grd-curso not = curso-entrada
               or grd-serie not = serie-entrada)
               move "S" to fim-arquivo
           end-if.

       mostra-linha-grade.
           move spaces to linha-grade.
           move grd-disciplina to grl-disciplina.
           move grd-disciplina to dis-codigo.
           read disciplinas-file
               invalid key continue
           end-read.
           if status-disciplinas = "00"
               move dis-nome to grl-nome
               move dis-carga-horaria to grl-carga
           else
               move "DISCIPLINA NAO CADASTRADA" to grl-nome
               move zeros to grl-carga
           end-if.
           if disciplina-obrigatoria
               move "OBRIGAT." to grl-obrigatoria
           else
               move "OPTATIVA" to grl-obrigatoria
           end-if.
           move linha-grade to linha-detalhe.
           perform exibe-linha.
           add 1 to qtde-listadas.
           perform le-grade.

       exibe-linha.
           if linha-tela > 19
               display "Tecle ENTER para continuar" at 2101
               accept tecla-continua at 2129
               move 10 to linha-tela
           end-if.
           compute posicao-tela = (linha-tela * 100) + 1.
           display linha-detalhe at posicao-tela.
           add 1 to linha-tela.
