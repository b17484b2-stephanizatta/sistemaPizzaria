      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio29".
       Author. "Stephani S. Zatta".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *Divisão para configuração do ambiente
       environment division.

       configuration section.
           special-names. decimal-point is comma.

      *---Declaração de recursos externos
       input-output section.
       file-control.
           select contas-pagar assign to "CONTPAG.DAT"
               organization is indexed
               access mode is dynamic
               record key is cp_num_oc
               file status is fs-contas-pagar.

           select fornecedores assign to "FORNEC.DAT"
               organization is indexed
               access mode is dynamic
               record key is fo_codigo
               file status is fs-fornecedores.

           select movimentos-pagar assign to "MOVPAG.DAT"
               organization is line sequential
               file status is fs-movimentos.

           select operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is op_codigo
               file status is fs-operadores.

           select controle-dia assign to "DIACTL.DAT"
               organization is line sequential
               file status is fs-controle-dia.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  contas-pagar.
           copy "contpagreg.cpy".

       fd  fornecedores.
           copy "fornecreg.cpy".

       fd  movimentos-pagar.
           copy "movpagreg.cpy".

       fd  operadores.
           copy "operreg.cpy".

       fd  controle-dia.
       01  controle_dia_reg.
           05 dc_data_negocio                      pic 9(08).
           05 dc_situacao                          pic x(01).

      *---Variáveis de trabalho
       Working-storage Section.

       77 fs-contas-pagar                          pic x(02)
                                                   value "00".
       77 fs-fornecedores                          pic x(02)
                                                   value "00".
       77 fs-movimentos                            pic x(02)
                                                   value "00".
       77 fs-operadores                            pic x(02)
                                                   value "00".
       77 fs-controle-dia                          pic x(02)
                                                   value "00".
       77 operador_id                              pic x(08).
       77 senha_informada                          pic x(08).
       77 operador_valido                          pic x(01).
       77 operador_nivel                           pic 9(01)
                                                   value 0.
       77 tentativas_signon                        pic 9(01).
       77 opcao                                    pic x(01).
       77 confirma                                 pic x(01).
       77 entrada_valida                           pic x(01).
       77 registro_existe                          pic x(01).
       77 data_hoje                                pic 9(08).
       77 num_oc                                   pic 9(06).
       77 nome_fornecedor                          pic x(20).
       77 saldo_conta                              pic 9(08)v99.
       77 valor_pagamento                          pic 9(08)v99.
       77 motivo_cancel                            pic x(20).
       77 contas_abertas                           pic 9(04).
       77 contas_vencidas                          pic 9(04).
       77 total_saldo                              pic 9(09)v99.
       77 total_vencido                            pic 9(09)v99.
       77 valor_ed                                 pic zzzzzzz9,99.
       77 pago_ed                                  pic zzzzzzz9,99.
       77 saldo_ed                                 pic zzzzzzz9,99.
       77 total_ed                                 pic zzzzzzzz9,99.
       77 marca_vencida                            pic x(01).

      *---Variáveis para comunicação entre programas
       linkage section.

      *---Declaração de tela
       screen section.

      *---------- Inicio -----------------
      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

       inicializa section.
           move function current-date(1:8) to data_hoje
           perform le-data-negocio

           perform efetua-signon

           open i-o contas-pagar
           if fs-contas-pagar = "35"
               display "CONTPAG.DAT nao encontrado. As contas sao "
                   "geradas no recebimento das ordens (desafio18)."
               stop run
           end-if

           open input fornecedores
           .
       inicializa-exit.
           exit.

      *---- pagamentos e cancelamentos saem com a data de negocio -----
      *---- aberta (desafio23); sem controle vale a da maquina --------
       le-data-negocio section.

           open input controle-dia
           if fs-controle-dia = "00"
               read controle-dia
                   at end
                       continue
                   not at end
                       if dc_situacao = "A"
                           move dc_data_negocio to data_hoje
                       end-if
               end-read
               close controle-dia
           end-if
           .
       le-data-negocio-exit.
           exit.

      *---- valida ID e senha do operador contra OPERADOR.DAT; o ------
      *---- operador assina os pagamentos e cancelamentos -------------
       efetua-signon section.

           open input operadores
           if fs-operadores = "35"
               display "OPERADOR.DAT nao encontrado. Cadastre os "
                   "operadores (desafio20)."
               stop run
           end-if

           move "N" to operador_valido
           move 0   to tentativas_signon

           perform until operador_valido = "S"
                   or tentativas_signon = 3

               add 1 to tentativas_signon

               display "Informe seu ID de operador: "
               accept operador_id
               display "Informe a senha: "
               accept senha_informada

               move operador_id to op_codigo
               read operadores
                   invalid key
                       display "Operador nao cadastrado."
                   not invalid key
                       if op_situacao = "I"
                           display "Operador inativo."
                       else
                           if op_senha = senha_informada
                               move "S"      to operador_valido
                               move op_nivel to operador_nivel
                           else
                               display "Senha invalida."
                           end-if
                       end-if
               end-read

           end-perform

           close operadores

           if operador_valido <> "S"
               display "Acesso negado."
               stop run
           end-if
           .
       efetua-signon-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           move "S" to opcao
           perform until opcao = "F"

               display erase
               display "Contas a pagar - fornecedores"
               display "(P)agamento  (C)ancelamento  (L)istagem  "
                   "(F)im"
               accept opcao

               evaluate opcao
                   when "P"
                       perform paga-conta
                   when "C"
                       perform cancela-conta
                   when "L"
                       perform lista-contas
                   when "F"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *---- le o numero da ordem de compra e posiciona a conta --------
       le-conta-pagar section.

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Informe o numero da ordem de compra: "
               accept num_oc

               if num_oc is not numeric or num_oc = 0
                   display "Numero invalido. Digite somente numeros."
               else
                   move "S" to entrada_valida
               end-if

           end-perform

           move num_oc to cp_num_oc
           read contas-pagar
               invalid key
                   move "N" to registro_existe
               not invalid key
                   move "S" to registro_existe
           end-read
           .
       le-conta-pagar-exit.
           exit.

      *---- busca o nome do fornecedor da conta corrente --------------
       busca-fornecedor section.

           move spaces to nome_fornecedor
           if fs-fornecedores <> "35"
               move cp_fornecedor to fo_codigo
               read fornecedores
                   invalid key
                       continue
                   not invalid key
                       move fo_nome to nome_fornecedor
               end-read
           end-if
           .
       busca-fornecedor-exit.
           exit.

      *---- exibe a conta corrente com o saldo em aberto --------------
       exibe-conta section.

           perform busca-fornecedor

           compute saldo_conta = cp_valor - cp_valor_pago
           move cp_valor      to valor_ed
           move cp_valor_pago to pago_ed
           move saldo_conta   to saldo_ed

           display "Ordem " cp_num_oc " fornecedor " cp_fornecedor
               " " nome_fornecedor
           display "   " cp_ingrediente " recebida em " cp_data_receb
               " vencimento " cp_data_vencimento
           display "   valor " valor_ed " pago " pago_ed
               " saldo " saldo_ed " situacao " cp_situacao
           .
       exibe-conta-exit.
           exit.

      *---- registra pagamento total ou parcial de uma conta ----------
       paga-conta section.

           perform le-conta-pagar

           if registro_existe = "N"
               display "Conta nao encontrada."
           else
               perform exibe-conta

               evaluate cp_situacao
                   when "Q"
                       display "Conta ja quitada em "
                           cp_data_ult_pagto "."
                   when "C"
                       display "Conta cancelada: " cp_motivo_cancel
                   when other
                       perform le-valor-pagamento
                       perform grava-pagamento-conta
               end-evaluate
           end-if
           .
       paga-conta-exit.
           exit.

      *---- le o valor pago; zero quita o saldo inteiro ---------------
       le-valor-pagamento section.

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Informe o valor pago (0 = saldo total): "
               accept valor_pagamento

               if valor_pagamento is not numeric
                   display "Valor invalido. Digite somente numeros."
               else
                   if valor_pagamento > saldo_conta
                       display "Valor maior que o saldo em aberto."
                   else
                       move "S" to entrada_valida
                   end-if
               end-if

           end-perform

           if valor_pagamento = 0
               move saldo_conta to valor_pagamento
           end-if
           .
       le-valor-pagamento-exit.
           exit.

      *---- atualiza a conta e registra o pagamento em MOVPAG.DAT -----
       grava-pagamento-conta section.

           add valor_pagamento to cp_valor_pago
           move data_hoje to cp_data_ult_pagto
           if cp_valor_pago = cp_valor
               move "Q" to cp_situacao
           end-if
           rewrite conta_pagar_reg

           move "P"             to mp_tipo
           move valor_pagamento to mp_valor
           move spaces          to mp_motivo
           perform grava-movimento-pagar

           compute saldo_conta = cp_valor - cp_valor_pago
           move valor_pagamento to pago_ed
           move saldo_conta     to saldo_ed
           if cp_situacao = "Q"
               display "Pagamento de " pago_ed " registrado. "
                   "Conta quitada."
           else
               display "Pagamento de " pago_ed " registrado. "
                   "Saldo em aberto: " saldo_ed
           end-if
           .
       grava-pagamento-conta-exit.
           exit.

      *---- cancela o saldo em aberto de uma conta (devolucao, -------
      *---- lancamento em duplicidade); so com nivel de supervisor ----
       cancela-conta section.

           if operador_nivel < 2
               display "Cancelamento de conta exige supervisor."
           else
               perform le-conta-pagar

               if registro_existe = "N"
                   display "Conta nao encontrada."
               else
                   perform exibe-conta

                   if cp_situacao <> "A"
                       display "Somente conta aberta pode ser "
                           "cancelada."
                   else
                       display "Informe o motivo do cancelamento: "
                       accept motivo_cancel

                       display "Confirma o cancelamento do saldo? "
                           "('S'/'N')"
                       accept confirma

                       if confirma = "S"
                           move "C"           to cp_situacao
                           move motivo_cancel to cp_motivo_cancel
                           rewrite conta_pagar_reg

                           move "C"           to mp_tipo
                           move saldo_conta   to mp_valor
                           move motivo_cancel to mp_motivo
                           perform grava-movimento-pagar

                           display "Conta cancelada."
                       end-if
                   end-if
               end-if
           end-if
           .
       cancela-conta-exit.
           exit.

      *---- registra no diario MOVPAG.DAT o movimento da conta --------
       grava-movimento-pagar section.

           open extend movimentos-pagar
           if fs-movimentos = "35"
               open output movimentos-pagar
           end-if

           move data_hoje                  to mp_data
           move function current-date(9:6) to mp_hora
           move cp_num_oc                  to mp_num_oc
           move cp_fornecedor              to mp_fornecedor
           move operador_id                to mp_operador
           write mov_pagar_reg

           close movimentos-pagar
           .
       grava-movimento-pagar-exit.
           exit.

      *---- lista as contas abertas e aponta as vencidas --------------
       lista-contas section.

           move 0 to contas_abertas
           move 0 to contas_vencidas
           move 0 to total_saldo
           move 0 to total_vencido

           move 0 to cp_num_oc
           start contas-pagar key not < cp_num_oc
               invalid key
                   move "10" to fs-contas-pagar
           end-start

           display "Ordem  Forn Fornecedor           Vencimento"
               "        Saldo"
           perform until fs-contas-pagar = "10"
               read contas-pagar next record
                   at end
                       move "10" to fs-contas-pagar
                   not at end
                       if cp_situacao = "A"
                           perform lista-conta-aberta
                       end-if
               end-read
           end-perform
           move "00" to fs-contas-pagar

           display " "
           move total_saldo to total_ed
           display "Contas abertas..: " contas_abertas
               "  saldo " total_ed
           move total_vencido to total_ed
           display "Contas vencidas.: " contas_vencidas
               "  saldo " total_ed
           .
       lista-contas-exit.
           exit.

      *---- uma linha da listagem de contas abertas -------------------
       lista-conta-aberta section.

           perform busca-fornecedor

           compute saldo_conta = cp_valor - cp_valor_pago
           add 1           to contas_abertas
           add saldo_conta to total_saldo

           move space to marca_vencida
           if cp_data_vencimento < data_hoje
               move "*" to marca_vencida
               add 1           to contas_vencidas
               add saldo_conta to total_vencido
           end-if

           move saldo_conta to saldo_ed
           display cp_num_oc " " cp_fornecedor " " nome_fornecedor
               " " cp_data_vencimento marca_vencida " " saldo_ed
           .
       lista-conta-aberta-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close contas-pagar
           if fs-fornecedores <> "35"
               close fornecedores
           end-if
           stop run.
           .
       finaliza-exit.
           exit.
