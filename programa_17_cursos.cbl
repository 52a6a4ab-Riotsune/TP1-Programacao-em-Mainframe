       01 entrada-curso.
           02 codigo-entrada pic x(10) value spaces.
           02 nome-entrada pic x(30) value spaces.
           02 series-entrada pic 9(02) value zeros.

       procedure division.
           perform abre-cursos.
       recebe-dados-curso.
           display "Nome completo: " at 0810.
           accept nome-entrada at 0826.
           perform recebe-qtde-series.

       recebe-qtde-series.
           display "Series do curso: " at 0910.
           accept series-entrada at 0928.
           if series-entrada = zeros
               display "Quantidade de series deve ser maior que zero"
                   at 2010
               perform recebe-qtde-series
           end-if.

       inclui-curso.
           perform recebe-codigo.
               move spaces to reg-curso
               move codigo-entrada to cur-codigo
               move nome-entrada to cur-nome
               move series-entrada to cur-qtde-series
               move "A" to cur-situacao
               write reg-curso
                   invalid key
               display "Curso nao cadastrado" at 2010
           else
               display cur-nome at 0826
               display cur-qtde-series at 0928
               perform recebe-dados-curso
               move nome-entrada to cur-nome
               move series-entrada to cur-qtde-series
               rewrite reg-curso
                   invalid key
                       display "Erro ao alterar o curso" at 2010
               display "Curso nao cadastrado" at 2010
           else
               display cur-nome at 0826
               display "Series do curso: " at 0910
               display cur-qtde-series at 0928
               display "Situacao: " at 1010
               display cur-situacao at 1021
           end-if.
