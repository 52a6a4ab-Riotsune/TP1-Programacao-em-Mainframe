           02 hist-media pic 9(02)v99.
           02 hist-situacao pic x(01).
           02 hist-operador pic x(08).
           02 hist-serie pic 9(02).
           02 hist-turma pic x(08).
           02 hist-professor pic x(08).
           02 hist-origem pic x(01).
               88 nota-da-escola value space.
               88 nota-transferida value "T".
