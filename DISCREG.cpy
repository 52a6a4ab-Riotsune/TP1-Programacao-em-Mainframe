       01  reg-disciplina.
           02 dis-codigo pic x(10).
           02 dis-nome pic x(30).
           02 dis-carga-horaria pic 9(03).
           02 dis-situacao pic x(01).
               88 disciplina-ativa value "A".
               88 disciplina-inativa value "I".
