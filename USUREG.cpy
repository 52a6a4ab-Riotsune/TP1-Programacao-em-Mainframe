       01  reg-usuario.
           02 usu-id pic x(08).
           02 usu-senha pic x(08).
           02 usu-perfil pic x(01).
           02 usu-situacao pic x(01).
               88 usuario-ativo value "A".
               88 usuario-inativo value "I".
               88 usuario-bloqueado value "B".
           02 usu-nome pic x(30).
           02 usu-data-senha pic 9(08).
           02 usu-falhas pic 9(01).
           02 usu-data-bloqueio pic 9(08).
