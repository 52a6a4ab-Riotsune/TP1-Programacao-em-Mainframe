       01  reg-professor.
           02 prf-codigo pic x(08).
           02 prf-nome pic x(30).
           02 prf-telefone pic x(15).
           02 prf-data-admissao pic 9(08).
           02 prf-situacao pic x(01).
               88 professor-ativo value "A".
               88 professor-inativo value "I".
