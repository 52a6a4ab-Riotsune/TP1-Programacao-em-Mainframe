       01  reg-seguranca.
           02 seg-data pic 9(08).
           02 seg-hora pic 9(08).
           02 seg-evento pic x(01).
               88 evento-entrada value "E".
               88 evento-falha value "F".
               88 evento-bloqueio value "B".
               88 evento-troca-senha value "S".
               88 evento-inclusao value "I".
               88 evento-alteracao value "A".
               88 evento-inativacao value "N".
               88 evento-reinicio value "R".
           02 seg-operador pic x(08).
           02 seg-responsavel pic x(08).
           02 seg-programa pic x(30).
           02 seg-descricao pic x(40).
