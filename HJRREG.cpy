       01  reg-jornal-historico.
           02 hjr-momento.
               03 hjr-data pic 9(08).
               03 hjr-hora pic 9(08).
           02 hjr-operacao pic x(01).
               88 hjr-inclusao value "I".
               88 hjr-alteracao value "A".
               88 hjr-exclusao value "E".
           02 hjr-programa pic x(30).
           02 hjr-operador pic x(08).
           02 hjr-antes pic x(95).
           02 hjr-depois pic x(95).
