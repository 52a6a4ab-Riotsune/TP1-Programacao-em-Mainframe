           02 kar-situacao pic x(01).
           02 filler pic x(02).
           02 kar-operador pic x(08).
           02 filler pic x(02).
           02 kar-origem pic x(13).
       01 linha-frequencia.
           02 filler pic x(09) value "Bimestre ".
           02 frl-bimestre pic 9(01).
           move media-editada to kar-media.
           move hist-situacao to kar-situacao.
           move hist-operador to kar-operador.
           if nota-transferida
               move "TRANSFERENCIA" to kar-origem
           end-if.
           move linha-historico to linha-detalhe.
           perform exibe-linha.
           perform le-historico.
