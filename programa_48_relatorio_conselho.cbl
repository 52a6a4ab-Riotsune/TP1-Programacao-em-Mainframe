       identification division.
       program-id. programa_48_relatorio_conselho.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select conselho-file assign to "CONSELHO"
               organization is indexed
               access mode is dynamic
               record key is csl-chave
               file status is status-conselho.
           select cadastro-file assign to "CADASTRO"
               organization is indexed
               access mode is random
               record key is cad-matricula
               file status is status-cadastro.
           select relatorio-conselho assign to "RELCONS"
               organization is line sequential.

       data division.
       file section.
       fd  conselho-file.
       copy CSLREG.

       fd  cadastro-file.
       copy CADREG.

       fd  relatorio-conselho.
       01  linha-relatorio pic x(100).

       working-storage section.
       01 status-conselho pic x(02) value "00".
       01 status-cadastro pic x(02) value "00".
       01 flag-cadastro pic x(01) value "N".
           88 cadastro-disponivel value "S".
       01 fim-arquivo pic x(01) value "N".
           88 fim-conselho value "S".

       01 ano-pedido pic 9(04) value zeros.

       01 contadores-conselho.
           02 qtde-decisoes pic 9(05) value zeros.
           02 qtde-alunos pic 9(05) value zeros.
       01 aluno-anterior pic x(08) value spaces.

       01 titulo-relatorio.
           02 filler pic x(48) value
               "APROVACOES PELO CONSELHO DE CLASSE - ANO LETIVO ".
           02 tit-ano pic 9(04).
       01 cabecalho-relatorio pic x(100) value
           "MATRICULA NOME                           DISCIPLINA ATA     
      -    "   OPERADOR DATA".
       01 linha-decisao.
           02 rcs-matricula pic x(08).
           02 filler pic x(02).
           02 rcs-nome pic x(30).
           02 filler pic x(01).
           02 rcs-disciplina pic x(10).
           02 filler pic x(01).
           02 rcs-numero-ata pic x(10).
           02 filler pic x(01).
           02 rcs-operador pic x(08).
           02 filler pic x(01).
           02 rcs-data-decisao pic 9(08).
       01 linha-justificativa.
           02 filler pic x(10).
           02 filler pic x(15) value "JUSTIFICATIVA: ".
           02 rcs-justificativa pic x(60).
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform informa-pedido.
           perform abre-arquivos.
           if not fim-conselho
               perform grava-titulo
               perform posiciona-conselho
               perform grava-decisao until fim-conselho
               perform grava-totais
               perform fecha-arquivos
           end-if.
           display "Decisoes do conselho: " at 1801.
           display qtde-decisoes at 1823.
           display "Alunos beneficiados: " at 1901.
           display qtde-alunos at 1922.
           goback.

       informa-pedido.
           display "------ Relatorio do conselho de classe ------"
               at 0110.
           display "Ano letivo (aaaa): " at 0301.
           accept ano-pedido at 0321.

       abre-arquivos.
           open input conselho-file.
           if status-conselho not = "00"
               display "Erro ao abrir o conselho, status: " at 2001
               display status-conselho at 2035
               move "S" to fim-arquivo
           else
               open input cadastro-file
               if status-cadastro = "00"
                   move "S" to flag-cadastro
               end-if
               open output relatorio-conselho
           end-if.

       fecha-arquivos.
           close conselho-file.
           close relatorio-conselho.
           if cadastro-disponivel
               close cadastro-file
           end-if.

       posiciona-conselho.
           move ano-pedido to csl-ano-letivo.
           move low-values to csl-matricula.
           move low-values to csl-disciplina.
           start conselho-file key not < csl-chave
               invalid key move "S" to fim-arquivo
           end-start.
           if not fim-conselho
               perform le-conselho
           end-if.

       le-conselho.
           read conselho-file next
               at end move "S" to fim-arquivo
           end-read.
           if not fim-conselho and csl-ano-letivo not = ano-pedido
               move "S" to fim-arquivo
           end-if.

       grava-decisao.
           move spaces to linha-decisao.
           move csl-matricula to rcs-matricula.
           perform busca-nome-aluno.
           move csl-disciplina to rcs-disciplina.
           move csl-numero-ata to rcs-numero-ata.
           move csl-operador to rcs-operador.
           move csl-data-decisao to rcs-data-decisao.
           write linha-relatorio from linha-decisao.
           move csl-justificativa to rcs-justificativa.
           write linha-relatorio from linha-justificativa.
           add 1 to qtde-decisoes.
           if csl-matricula not = aluno-anterior
               add 1 to qtde-alunos
               move csl-matricula to aluno-anterior
           end-if.
           perform le-conselho.

       busca-nome-aluno.
           move "ALUNO NAO CADASTRADO" to rcs-nome.
           if cadastro-disponivel
               move csl-matricula to cad-matricula
               read cadastro-file
                   invalid key continue
               end-read
               if status-cadastro = "00"
                   move cad-nome to rcs-nome
               end-if
           end-if.

       grava-titulo.
           move ano-pedido to tit-ano.
           write linha-relatorio from titulo-relatorio.
           write linha-relatorio from linha-branco.
           write linha-relatorio from cabecalho-relatorio.

       grava-totais.
           write linha-relatorio from linha-branco.
           move "Decisoes do conselho:" to total-texto.
           move qtde-decisoes to total-valor.
           write linha-relatorio from linha-total.
           move "Alunos beneficiados:" to total-texto.
           move qtde-alunos to total-valor.
           write linha-relatorio from linha-total.
