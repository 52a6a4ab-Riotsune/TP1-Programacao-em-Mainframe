       01  reg-responsavel.
           02 rsp-matricula pic x(08).
           02 rsp-nome pic x(30).
           02 rsp-parentesco pic x(15).
           02 rsp-endereco pic x(30).
           02 rsp-cidade pic x(20).
           02 rsp-cep pic x(08).
           02 rsp-telefone pic x(15).
           02 rsp-operador pic x(08).
           02 rsp-data-atualizacao pic 9(08).
