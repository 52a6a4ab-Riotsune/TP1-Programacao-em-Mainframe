       input-output section.
       file-control.
           select usuarios-file assign to "USUARIOS"
               organization is indexed
               access mode is random
               record key is usu-id
               file status is status-usuarios.
           select sessao-file assign to "OPERSESS"
               organization is line sequential.
           select seguranca-file assign to "SEGLOG"
               organization is line sequential
               file status is status-seguranca.

       data division.
       file section.
       fd  usuarios-file.
       copy USUREG.

       fd  sessao-file.
       copy SESSREG.

       fd  seguranca-file.
       copy SEGREG.

       working-storage section.
       01 Mensagens.
           03 Mensagem-01 pic x(50) value "Menu Principal".
           03 Mensagem-05 pic x(50) value
               "7-Frequenc 8-Retific 9-Calend 10-Cursos 11-Kardex".
           03 Mensagem-06 pic x(50) value
               "12-Movimen 13-Boletim 14-Trava 15-Precos 16-Senha".
           03 Mensagem-07 pic x(50) value
               "17-Operador 18-Seguranca 19-Discipl 20-Grade".
           03 Mensagem-08 pic x(50) value
               "21-Lanc.Notas 22-Hist.Escolar 23-Censo".
           03 Mensagem-09 pic x(50) value
               "24-Ordens 25-Estoque 26-Rel.Estoque 27-Respons".
           03 Mensagem-10 pic x(50) value
               "28-Convocacao 29-Professor 30-Atribuic 31-Rel.Prof".
           03 Mensagem-11 pic x(50) value
               "32-Vagas 33-Ocupacao 34-Transf.Receb".
           03 Mensagem-12 pic x(50) value
               "35-Conselho 36-Rel.Conselho 37-Mensalidade".
           03 Mensagem-13 pic x(50) value
               "38-Faturamento 39-Ret.Banco 40-Inadimplencia".

       01 ws-opcao pic 9(02) value zeros.
       01 ws-opcao-limite pic 9(02) value 40.

       01 status-usuarios pic x(02) value "00".
       01 status-seguranca pic x(02) value "00".

       01 controle-acesso.
           02 operador-entrada pic x(08) value spaces.
               88 operador-autenticado value "S".
           02 flag-permitida pic x(01) value "N".
               88 opcao-permitida value "S".
           02 mensagem-acesso pic x(50) value spaces.
           02 aviso-bloqueio pic x(50) value
               "Operador bloqueado, procure o administrador".

       01 controle-senha.
           02 limite-falhas pic 9(01) value 3.
           02 validade-senha pic s9(07) value 90.
           02 dias-senha pic s9(07) value zeros.
           02 data-corrente pic 9(08) value zeros.
           02 flag-senha-expirada pic x(01) value "N".
               88 senha-expirada value "S".

       01 evento-seguranca.
           02 evento-tipo pic x(01) value space.
           02 evento-descricao pic x(40) value spaces.

       screen section.
       01 Tela-Inicial.
           03 line 10 column 10 pic x(50) using Mensagem-02.
           03 line 11 column 10 pic x(50) using Mensagem-05.
           03 line 12 column 10 pic x(50) using Mensagem-06.
           03 line 13 column 10 pic x(50) using Mensagem-07.
           03 line 14 column 10 pic x(50) using Mensagem-08.
           03 line 15 column 10 pic x(50) using Mensagem-09.
           03 line 16 column 10 pic x(50) using Mensagem-10.
           03 line 17 column 10 pic x(50) using Mensagem-11.
           03 line 18 column 10 pic x(50) using Mensagem-12.
           03 line 19 column 10 pic x(50) using Mensagem-13.
           03 line 21 column 10 pic x(50) using Mensagem-03.

       procedure division.

               stop run
           end-if.
           perform 07-Grava-Sessao.
           if senha-expirada
               perform 14-Exige-Troca-Senha
           end-if.

       01-Inicializacao.
           display Tela-Inicial.

       02-Entrada-Dados.
           display "Opcao: " at 2210.
           accept ws-opcao at 2218.
           if ws-opcao > ws-opcao-limite
               display Mensagem-04 at 2010
               perform 02-Entrada-Dados
                   when 13 call "programa_22_emite_boletim"
                   when 14 call "programa_25_consulta_trava"
                   when 15 call "EX11"
                   when 16 call "programa_28_troca_senha"
                   when 17 call "programa_27_operadores"
                   when 18 call "programa_29_relatorio_seguranca"
                   when 19 call "programa_30_disciplinas"
                   when 20 call "programa_31_grade_curricular"
                   when 21 call "programa_32_lanca_notas"
                   when 22 call "programa_34_historico_escolar"
                   when 23 call "programa_35_censo_escolar"
                   when 24 call "EX12"
                   when 25 call "EX13"
                   when 26 call "EX14"
                   when 27 call "programa_39_responsaveis"
                   when 28 call "programa_40_convocacoes"
                   when 29 call "programa_41_professores"
                   when 30 call "programa_42_atribuicoes"
                   when 31 call "programa_43_relatorio_professores"
                   when 32 call "programa_44_vagas"
                   when 33 call "programa_45_ocupacao_vagas"
                   when 34 call "programa_46_transferencia_entrada"
                   when 35 call "programa_47_conselho_classe"
                   when 36 call "programa_48_relatorio_conselho"
                   when 37 call "programa_49_tabela_mensalidades"
                   when 38 call "programa_50_faturamento_mensal"
                   when 39 call "programa_51_baixa_retorno"
                   when 40 call "programa_52_inadimplencia"
                   when other continue
               end-evaluate
           else
           accept operador-entrada at 0321.
           display "Senha: " at 0410.
           accept senha-entrada at 0418.
           move "Operador ou senha invalidos" to mensagem-acesso.
           perform 08-Verifica-Usuario.
           if not operador-autenticado
               display mensagem-acesso at 2010
           end-if.

       07-Grava-Sessao.

       08-Verifica-Usuario.
           move "N" to flag-autenticado.
           move "N" to flag-senha-expirada.
           open i-o usuarios-file.
           if status-usuarios not = "00"
               move "Cadastro de usuarios indisponivel"
                   to mensagem-acesso
           else
               move operador-entrada to usu-id
               read usuarios-file
                   invalid key continue
               end-read
               evaluate true
                   when status-usuarios not = "00"
                       move "F" to evento-tipo
                       move "Operador nao cadastrado"
                           to evento-descricao
                       perform 13-Grava-Seguranca
                   when usuario-bloqueado
                       move aviso-bloqueio to mensagem-acesso
                       move "F" to evento-tipo
                       move "Tentativa com operador bloqueado"
                           to evento-descricao
                       perform 13-Grava-Seguranca
                   when not usuario-ativo
                       move "F" to evento-tipo
                       move "Tentativa com operador inativo"
                           to evento-descricao
                       perform 13-Grava-Seguranca
                   when usu-senha not = senha-entrada
                       perform 09-Registra-Senha-Invalida
                   when other
                       perform 10-Autentica-Usuario
               end-evaluate
               close usuarios-file
           end-if.

       09-Registra-Senha-Invalida.
           add 1 to usu-falhas.
           if usu-falhas >= limite-falhas
               move "B" to usu-situacao
               accept usu-data-bloqueio from date yyyymmdd
           end-if.
           rewrite reg-usuario
               invalid key continue
           end-rewrite.
           move "F" to evento-tipo.
           move "Senha invalida" to evento-descricao.
           perform 13-Grava-Seguranca.
           if usuario-bloqueado
               move aviso-bloqueio to mensagem-acesso
               move "B" to evento-tipo
               move "Bloqueio por tentativas invalidas"
                   to evento-descricao
               perform 13-Grava-Seguranca
           end-if.

       10-Autentica-Usuario.
           move zeros to usu-falhas.
           rewrite reg-usuario
               invalid key continue
           end-rewrite.
           move "S" to flag-autenticado.
           move usu-perfil to perfil-atual.
           move "E" to evento-tipo.
           move "Entrada no sistema" to evento-descricao.
           perform 13-Grava-Seguranca.
           perform 12-Verifica-Validade-Senha.

       11-Verifica-Permissao.
           move "N" to flag-permitida.
           evaluate true
               when ws-opcao = 0 or ws-opcao = 16
                   move "S" to flag-permitida
               when perfil-atual = "A"
                   move "S" to flag-permitida
                   and (ws-opcao = 1 or ws-opcao = 4
                   or ws-opcao = 6 or ws-opcao = 7
                   or ws-opcao = 8 or ws-opcao = 11
                   or ws-opcao = 12 or ws-opcao = 13
                   or ws-opcao = 21 or ws-opcao = 22
                   or ws-opcao = 23 or ws-opcao = 27
                   or ws-opcao = 28 or ws-opcao = 29
                   or ws-opcao = 30 or ws-opcao = 31
                   or ws-opcao = 32 or ws-opcao = 33
                   or ws-opcao = 34 or ws-opcao = 35
                   or ws-opcao = 36 or ws-opcao = 38
                   or ws-opcao = 39 or ws-opcao = 40)
                   move "S" to flag-permitida
               when perfil-atual = "F"
                   and (ws-opcao = 2 or ws-opcao = 3
                   or ws-opcao = 5 or ws-opcao = 15
                   or ws-opcao = 24 or ws-opcao = 25
                   or ws-opcao = 26)
                   move "S" to flag-permitida
           end-evaluate.

       12-Verifica-Validade-Senha.
           move "N" to flag-senha-expirada.
           accept data-corrente from date yyyymmdd.
           if usu-data-senha = zeros
               move "S" to flag-senha-expirada
           else
               call "calculo-dias" using usu-data-senha data-corrente
                   dias-senha
               if dias-senha > validade-senha
                   move "S" to flag-senha-expirada
               end-if
           end-if.

       13-Grava-Seguranca.
           open extend seguranca-file.
           if status-seguranca = "35"
               open output seguranca-file
           end-if.
           if status-seguranca = "00"
               move spaces to reg-seguranca
               accept seg-data from date yyyymmdd
               accept seg-hora from time
               move evento-tipo to seg-evento
               move operador-entrada to seg-operador
               move operador-entrada to seg-responsavel
               move "programa_0_menu" to seg-programa
               move evento-descricao to seg-descricao
               write reg-seguranca
               close seguranca-file
           end-if.

       14-Exige-Troca-Senha.
           display "Senha expirada, cadastre uma nova senha" at 2010.
           call "programa_28_troca_senha".
           open input usuarios-file.
           if status-usuarios = "00"
               move operador-entrada to usu-id
               read usuarios-file
                   invalid key continue
               end-read
               if status-usuarios = "00"
                   perform 12-Verifica-Validade-Senha
               end-if
               close usuarios-file
           end-if.
           if senha-expirada
               display "Senha nao alterada, acesso encerrado" at 2010
               stop run
           end-if.
