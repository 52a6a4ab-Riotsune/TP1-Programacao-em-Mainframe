       identification division.
       program-id. programa_29_relatorio_seguranca.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select seguranca-file assign to "SEGLOG"
               organization is line sequential
               file status is status-seguranca.
           select relatorio-seguranca assign to "SEGREL"
               organization is line sequential.

       data division.
       file section.
       fd  seguranca-file.
       copy SEGREG.

       fd  relatorio-seguranca.
       01  linha-relatorio pic x(122).

       working-storage section.
       01 status-seguranca pic x(02) value "00".
       01 fim-arquivo pic x(01) value "N".
           88 fim-seguranca value "S".

       01 pedido-relatorio.
           02 data-inicial pic 9(08) value zeros.
           02 data-final pic 9(08) value zeros.
           02 operador-pedido pic x(08) value spaces.

       01 contadores-seguranca.
           02 qtde-lidos pic 9(05) value zeros.
           02 qtde-listados pic 9(05) value zeros.
           02 qtde-entradas pic 9(05) value zeros.
           02 qtde-falhas pic 9(05) value zeros.
           02 qtde-bloqueios pic 9(05) value zeros.
           02 qtde-trocas pic 9(05) value zeros.
           02 qtde-manutencoes pic 9(05) value zeros.

       01 titulo-seguranca.
           02 filler pic x(37) value
               "REGISTRO DE SEGURANCA - PERIODO DE ".
           02 tit-data-inicial pic 9(08).
           02 filler pic x(03) value " A ".
           02 tit-data-final pic 9(08).
       01 cabecalho-seguranca.
           02 filler pic x(41) value
               "DATA     HORA     EVENTO         OPERADOR".
           02 filler pic x(41) value
               " RESPONS. PROGRAMA                       ".
           02 filler pic x(09) value "DESCRICAO".
       01 linha-seguranca.
           02 rel-data pic 9(08).
           02 filler pic x(01).
           02 rel-hora pic 9(08).
           02 filler pic x(01).
           02 rel-evento pic x(14).
           02 filler pic x(01).
           02 rel-operador pic x(08).
           02 filler pic x(01).
           02 rel-responsavel pic x(08).
           02 filler pic x(01).
           02 rel-programa pic x(30).
           02 filler pic x(01).
           02 rel-descricao pic x(40).
       01 linha-total.
           02 total-texto pic x(30).
           02 total-valor pic zzzz9.
       01 linha-aviso pic x(50) value spaces.
       01 linha-branco pic x(01) value spaces.

       procedure division.
           perform informa-pedido.
           open output relatorio-seguranca.
           perform grava-titulo.
           open input seguranca-file.
           if status-seguranca not = "00"
               display "Erro ao abrir o registro de seguranca, status:"
                   at 2001
               display status-seguranca at 2048
               move "Registro de seguranca indisponivel" to linha-aviso
               write linha-relatorio from linha-aviso
           else
               perform le-seguranca
               perform processa-evento until fim-seguranca
               close seguranca-file
               perform grava-totais
           end-if.
           close relatorio-seguranca.
           perform mostra-resumo.
           goback.

       informa-pedido.
           display "------ Relatorio de seguranca ------" at 0110.
           display "Data inicial (aaaammdd): " at 0310.
           accept data-inicial at 0336.
           display "Data final (aaaammdd): " at 0410.
           accept data-final at 0434.
           display "Operador (branco = todos): " at 0510.
           accept operador-pedido at 0538.
           if data-final < data-inicial
               display "Data final anterior a inicial" at 2010
               perform informa-pedido
           end-if.

       le-seguranca.
           read seguranca-file
               at end move "S" to fim-arquivo
           end-read.

       processa-evento.
           add 1 to qtde-lidos.
           if seg-data >= data-inicial and seg-data <= data-final
               and (operador-pedido = spaces
               or seg-operador = operador-pedido
               or seg-responsavel = operador-pedido)
               perform grava-linha-seguranca
           end-if.
           perform le-seguranca.

       grava-linha-seguranca.
           add 1 to qtde-listados.
           move spaces to linha-seguranca.
           move seg-data to rel-data.
           move seg-hora to rel-hora.
           evaluate true
               when evento-entrada
                   move "ENTRADA" to rel-evento
                   add 1 to qtde-entradas
               when evento-falha
                   move "FALHA ENTRADA" to rel-evento
                   add 1 to qtde-falhas
               when evento-bloqueio
                   move "BLOQUEIO" to rel-evento
                   add 1 to qtde-bloqueios
               when evento-troca-senha
                   move "TROCA SENHA" to rel-evento
                   add 1 to qtde-trocas
               when evento-inclusao
                   move "INCLUSAO" to rel-evento
                   add 1 to qtde-manutencoes
               when evento-alteracao
                   move "ALTERACAO" to rel-evento
                   add 1 to qtde-manutencoes
               when evento-inativacao
                   move "INATIVACAO" to rel-evento
                   add 1 to qtde-manutencoes
               when evento-reinicio
                   move "REINICIO SENHA" to rel-evento
                   add 1 to qtde-manutencoes
               when other
                   move seg-evento to rel-evento
           end-evaluate.
           move seg-operador to rel-operador.
           move seg-responsavel to rel-responsavel.
           move seg-programa to rel-programa.
           move seg-descricao to rel-descricao.
           write linha-relatorio from linha-seguranca.

       grava-titulo.
           move data-inicial to tit-data-inicial.
           move data-final to tit-data-final.
           write linha-relatorio from titulo-seguranca.
           write linha-relatorio from linha-branco.
           write linha-relatorio from cabecalho-seguranca.
           write linha-relatorio from linha-branco.

       grava-totais.
           write linha-relatorio from linha-branco.
           move "Eventos listados:" to total-texto.
           move qtde-listados to total-valor.
           write linha-relatorio from linha-total.
           move "Entradas no sistema:" to total-texto.
           move qtde-entradas to total-valor.
           write linha-relatorio from linha-total.
           move "Falhas de entrada:" to total-texto.
           move qtde-falhas to total-valor.
           write linha-relatorio from linha-total.
           move "Bloqueios:" to total-texto.
           move qtde-bloqueios to total-valor.
           write linha-relatorio from linha-total.
           move "Trocas de senha:" to total-texto.
           move qtde-trocas to total-valor.
           write linha-relatorio from linha-total.
           move "Manutencoes de operadores:" to total-texto.
           move qtde-manutencoes to total-valor.
           write linha-relatorio from linha-total.

       mostra-resumo.
           display "Eventos lidos: " at 1801.
           display qtde-lidos at 1817.
           display "Eventos listados: " at 1901.
           display qtde-listados at 1920.
