       identification division.
       program-id. programa_45_ocupacao_vagas.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select vagas-file assign to "VAGAS"
               organization is indexed
               access mode is dynamic
               record key is vag-chave
               file status is status-vagas.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is dynamic
               record key is cad-matricula
               file status is status-cadastro.
           select espera-file assign to "ESPERA"
               organization is indexed
               access mode is dynamic
               record key is esp-chave
               file status is status-espera.
           select ocupacao-work assign to "OCUPWORK"
               organization is indexed
               access mode is dynamic
               record key is ocw-chave
               file status is status-ocupacao-work.
           select relatorio-vagas assign to "RELVAGAS"
               organization is line sequential.

       data division.
       file section.
       fd  vagas-file.
       copy VAGAREG.

       fd  cadastro-file.
       copy CADREG.

       fd  espera-file.
       copy ESPREG.

       fd  ocupacao-work.
       01  reg-ocupacao-work.
           02 ocw-chave.
               03 ocw-curso pic x(10).
               03 ocw-serie pic 9(02).
           02 ocw-flag-limite pic x(01).
               88 ocw-com-limite value "S".
           02 ocw-vagas pic 9(05).
           02 ocw-ocupadas pic 9(05).
           02 ocw-espera pic 9(05).
           02 ocw-ofertadas pic 9(05).

       fd  relatorio-vagas.
       01  linha-relatorio pic x(80).

       working-storage section.
       01 status-vagas pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 status-espera pic x(02) value "00".
       01 status-ocupacao-work pic x(02) value "00".

       01 flag-arquivos pic x(01) value "N".
           88 arquivos-abertos value "S".
       01 flag-espera pic x(01) value "N".
           88 espera-disponivel value "S".

       01 fim-vagas pic x(01) value "N".
           88 fim-arquivo-vagas value "S".
       01 fim-cadastro pic x(01) value "N".
           88 fim-arquivo-cadastro value "S".
       01 fim-espera pic x(01) value "N".
           88 fim-arquivo-espera value "S".
       01 fim-work pic x(01) value "N".
           88 fim-arquivo-work value "S".

       01 ano-pedido pic 9(04) value zeros.
       01 chave-acumulo.
           02 curso-acumulo pic x(10) value spaces.
           02 serie-acumulo pic 9(02) value zeros.
       01 qtde-disponiveis pic 9(05) value zeros.

       01 contadores-ocupacao.
           02 qtde-series pic 9(05) value zeros.
           02 qtde-series-lotadas pic 9(05) value zeros.
           02 total-vagas pic 9(05) value zeros.
           02 total-ocupadas pic 9(05) value zeros.
           02 total-espera pic 9(05) value zeros.
           02 total-ofertadas pic 9(05) value zeros.

       01 titulo-relatorio.
           02 filler pic x(38) value
               "OCUPACAO DE VAGAS - ANO LETIVO DE ".
           02 tit-ano pic 9(04).
       01 cabecalho-relatorio pic x(80) value
           "CURSO      SER      VAGAS OCUPADAS DISPONIV   ESPERA  OFERTA
      -    "S".
       01 linha-serie.
           02 rvg-curso pic x(10).
           02 filler pic x(02).
           02 rvg-serie pic 9(02).
           02 filler pic x(02).
           02 rvg-vagas pic zzzzzzzz9.
           02 rvg-sem-limite redefines rvg-vagas pic x(09).
           02 filler pic x(02).
           02 rvg-ocupadas pic zzzzzz9.
           02 filler pic x(02).
           02 rvg-disponiveis pic zzzzzz9.
           02 rvg-sem-disponivel redefines rvg-disponiveis pic x(07).
           02 filler pic x(02).
           02 rvg-espera pic zzzzzz9.
           02 filler pic x(02).
           02 rvg-ofertadas pic zzzzzz9.
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform informa-pedido.
           perform abre-arquivos.
           if arquivos-abertos
               perform carrega-vagas
               perform acumula-cadastro
               perform acumula-espera
               perform grava-relatorio
               perform fecha-arquivos
           end-if.
           display "Series relacionadas: " at 1801.
           display qtde-series at 1822.
           display "Series lotadas: " at 1901.
           display qtde-series-lotadas at 1917.
           display "Alunos em espera: " at 2001.
           display total-espera at 2019.
           goback.

       informa-pedido.
           display "------ Ocupacao de vagas ------" at 0110.
           display "Ano letivo (aaaa): " at 0301.
           accept ano-pedido at 0321.

       abre-arquivos.
           open input cadastro-file.
           if status-cadastro not = "00"
               display "Erro ao abrir o cadastro, status: " at 2001
               display status-cadastro at 2036
           else
               open output ocupacao-work
               close ocupacao-work
               open i-o ocupacao-work
               if status-ocupacao-work not = "00"
                   display "Apoio do relatorio indisponivel" at 2010
                   close cadastro-file
               else
                   open input espera-file
                   if status-espera = "00"
                       move "S" to flag-espera
                   end-if
                   open output relatorio-vagas
                   move "S" to flag-arquivos
               end-if
           end-if.

       fecha-arquivos.
           close cadastro-file.
           close ocupacao-work.
           close relatorio-vagas.
           if espera-disponivel
               close espera-file
           end-if.

       posiciona-acumulo.
           move chave-acumulo to ocw-chave.
           read ocupacao-work
               invalid key continue
           end-read.
           if status-ocupacao-work not = "00"
               move chave-acumulo to ocw-chave
               move "N" to ocw-flag-limite
               move zeros to ocw-vagas
               move zeros to ocw-ocupadas
               move zeros to ocw-espera
               move zeros to ocw-ofertadas
               write reg-ocupacao-work
                   invalid key continue
               end-write
           end-if.

       regrava-acumulo.
           rewrite reg-ocupacao-work
               invalid key continue
           end-rewrite.

       carrega-vagas.
           open input vagas-file.
           if status-vagas = "00"
               move "N" to fim-vagas
               move low-values to vag-chave
               start vagas-file key not < vag-chave
                   invalid key move "S" to fim-vagas
               end-start
               if not fim-arquivo-vagas
                   perform le-vaga
                   perform guarda-vaga until fim-arquivo-vagas
               end-if
               close vagas-file
           end-if.

       le-vaga.
           read vagas-file next
               at end move "S" to fim-vagas
           end-read.

       guarda-vaga.
           if vag-ano-letivo = ano-pedido
               move vag-curso to curso-acumulo
               move vag-serie to serie-acumulo
               perform posiciona-acumulo
               move "S" to ocw-flag-limite
               move vag-quantidade to ocw-vagas
               perform regrava-acumulo
           end-if.
           perform le-vaga.

       acumula-cadastro.
           move "N" to fim-cadastro.
           move low-values to cad-matricula.
           start cadastro-file key not < cad-matricula
               invalid key move "S" to fim-cadastro
           end-start.
           if not fim-arquivo-cadastro
               perform le-cadastro
               perform conta-aluno until fim-arquivo-cadastro
           end-if.

       le-cadastro.
           read cadastro-file next
               at end move "S" to fim-cadastro
           end-read.

       conta-aluno.
           if cadastro-ativo
               move cad-curso to curso-acumulo
               move cad-serie to serie-acumulo
               perform posiciona-acumulo
               add 1 to ocw-ocupadas
               perform regrava-acumulo
           end-if.
           perform le-cadastro.

       acumula-espera.
           if espera-disponivel
               move "N" to fim-espera
               move low-values to esp-chave
               start espera-file key not < esp-chave
                   invalid key move "S" to fim-espera
               end-start
               if not fim-arquivo-espera
                   perform le-espera
                   perform conta-espera until fim-arquivo-espera
               end-if
           end-if.

       le-espera.
           read espera-file next
               at end move "S" to fim-espera
           end-read.

       conta-espera.
           if esp-ano-letivo = ano-pedido and espera-pendente
               move esp-curso to curso-acumulo
               move esp-serie to serie-acumulo
               perform posiciona-acumulo
               if espera-ofertada
                   add 1 to ocw-ofertadas
               else
                   add 1 to ocw-espera
               end-if
               perform regrava-acumulo
           end-if.
           perform le-espera.

       grava-relatorio.
           move ano-pedido to tit-ano.
           write linha-relatorio from titulo-relatorio.
           write linha-relatorio from linha-branco.
           write linha-relatorio from cabecalho-relatorio.
           move "N" to fim-work.
           move low-values to ocw-chave.
           start ocupacao-work key not < ocw-chave
               invalid key move "S" to fim-work
           end-start.
           if not fim-arquivo-work
               perform le-work
               perform grava-linha-serie until fim-arquivo-work
           end-if.
           perform grava-totais.

       le-work.
           read ocupacao-work next
               at end move "S" to fim-work
           end-read.

       grava-linha-serie.
           add 1 to qtde-series.
           move spaces to linha-serie.
           move ocw-curso to rvg-curso.
           move ocw-serie to rvg-serie.
           move ocw-ocupadas to rvg-ocupadas.
           move ocw-espera to rvg-espera.
           move ocw-ofertadas to rvg-ofertadas.
           if ocw-com-limite
               move ocw-vagas to rvg-vagas
               if ocw-ocupadas + ocw-ofertadas < ocw-vagas
                   compute qtde-disponiveis =
                       ocw-vagas - ocw-ocupadas - ocw-ofertadas
               else
                   move zeros to qtde-disponiveis
                   add 1 to qtde-series-lotadas
               end-if
               move qtde-disponiveis to rvg-disponiveis
               add ocw-vagas to total-vagas
           else
               move "ILIMITADO" to rvg-sem-limite
               move "-" to rvg-sem-disponivel
           end-if.
           add ocw-ocupadas to total-ocupadas.
           add ocw-espera to total-espera.
           add ocw-ofertadas to total-ofertadas.
           write linha-relatorio from linha-serie.
           perform le-work.

       grava-totais.
           write linha-relatorio from linha-branco.
           move "Series relacionadas:" to total-texto.
           move qtde-series to total-valor.
           write linha-relatorio from linha-total.
           move "Series lotadas:" to total-texto.
           move qtde-series-lotadas to total-valor.
           write linha-relatorio from linha-total.
           move "Vagas oferecidas no ano:" to total-texto.
           move total-vagas to total-valor.
           write linha-relatorio from linha-total.
           move "Alunos ativos:" to total-texto.
           move total-ocupadas to total-valor.
           write linha-relatorio from linha-total.
           move "Alunos em espera:" to total-texto.
           move total-espera to total-valor.
           write linha-relatorio from linha-total.
           move "Vagas ofertadas pendentes:" to total-texto.
           move total-ofertadas to total-valor.
           write linha-relatorio from linha-total.
