           02 con-media-anual pic 9(02)v99.
           02 con-situacao pic x(01).
           02 con-qtde-bimestres pic 9(01).
           02 con-origem pic x(01).
               88 resultado-calculado value space.
               88 resultado-conselho value "C".
