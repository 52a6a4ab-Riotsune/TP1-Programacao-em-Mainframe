       01  reg-grade.
           02 grd-chave.
               03 grd-curso pic x(10).
               03 grd-serie pic 9(02).
               03 grd-disciplina pic x(10).
           02 grd-obrigatoria pic x(01).
               88 disciplina-obrigatoria value "S".
               88 disciplina-optativa value "N".
