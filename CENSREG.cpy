       01  reg-censo.
           02 cen-tipo pic x(01).
               88 cen-tipo-cabecalho value "H".
               88 cen-tipo-detalhe value "D".
               88 cen-tipo-resumo value "S".
               88 cen-tipo-rodape value "T".
           02 cen-detalhe.
               03 cen-matricula pic x(08).
               03 cen-nome pic x(30).
               03 cen-curso pic x(10).
               03 cen-serie pic 9(02).
               03 cen-data-matricula pic 9(08).
               03 cen-endereco pic x(30).
               03 cen-cidade pic x(20).
               03 cen-cep pic x(08).
               03 cen-situacao-final pic x(01).
               03 cen-situacao-movimento pic x(01).
               03 cen-data-movimento pic 9(08).
               03 filler pic x(04).
           02 cen-cabecalho redefines cen-detalhe.
               03 cenc-geracao pic 9(06).
               03 cenc-data pic 9(08).
               03 cenc-ano-letivo pic 9(04).
               03 cenc-escola pic x(30).
               03 filler pic x(82).
           02 cen-resumo redefines cen-detalhe.
               03 cens-curso pic x(10).
               03 cens-serie pic 9(02).
               03 cens-alunos pic 9(05).
               03 cens-aprovados pic 9(05).
               03 cens-reprovados pic 9(05).
               03 cens-rep-falta pic 9(05).
               03 cens-sem-resultado pic 9(05).
               03 cens-transferidos pic 9(05).
               03 cens-abandonos pic 9(05).
               03 cens-trancados pic 9(05).
               03 filler pic x(78).
           02 cen-rodape redefines cen-detalhe.
               03 cenr-qtde-alunos pic 9(07).
               03 cenr-qtde-resumos pic 9(05).
               03 cenr-hash-datas pic 9(15).
               03 filler pic x(103).
