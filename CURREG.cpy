           02 cur-situacao pic x(01).
               88 curso-ativo value "A".
               88 curso-inativo value "I".
           02 cur-qtde-series pic 9(02).
