      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio36".
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
           select segmento-parm assign to "SEGPARM.DAT"
               organization is line sequential
               file status is fs-segmento-parm.

           select operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is op_codigo
               file status is fs-operadores.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  segmento-parm.
           copy "segparmreg.cpy".

       fd  operadores.
           copy "operreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

      *-- limites em vigor; sem SEGPARM.DAT valem os padroes abaixo,
      *-- os mesmos assumidos pela segmentacao mensal (desafio35) ----
       01  parametros_correntes.
           05 pc_dias_novo                         pic 9(03)
                                                   value 60.
           05 pc_dias_risco                        pic 9(03)
                                                   value 45.
           05 pc_dias_perdido                      pic 9(03)
                                                   value 120.
           05 pc_vip_pedidos                       pic 9(03)
                                                   value 12.
           05 pc_vip_valor                         pic 9(06)v99
                                                   value 1000.

       77 fs-segmento-parm                         pic x(02)
                                                   value "00".
       77 fs-operadores                            pic x(02)
                                                   value "00".
       77 operador_id                              pic x(08).
       77 senha_informada                          pic x(08).
       77 operador_valido                          pic x(01).
       77 operador_nivel                           pic 9(01)
                                                   value 0.
       77 tentativas_signon                        pic 9(01).
       77 opcao                                    pic x(01).
       77 entrada_valida                           pic x(01).
       77 valor_ed                                 pic zzzzz9,99.

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
           perform efetua-signon

           if operador_nivel < 2
               display "Somente supervisor altera os parametros da "
                   "segmentacao."
               stop run
           end-if

           perform le-parametros
           .
       inicializa-exit.
           exit.

      *---- valida ID e senha do operador contra OPERADOR.DAT ---------
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

      *---- carrega os limites gravados em SEGPARM.DAT ---------------
       le-parametros section.

           open input segmento-parm
           if fs-segmento-parm = "00"
               read segmento-parm
                   at end
                       continue
                   not at end
                       move seg_parm_reg to parametros_correntes
               end-read
               close segmento-parm
           end-if
           move "00" to fs-segmento-parm
           .
       le-parametros-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           move "S" to opcao
           perform until opcao = "F"

               display erase
               display "Parametros da segmentacao de clientes"
               perform exibe-parametros
               display "(A)lterar  (F)im"
               accept opcao

               evaluate opcao
                   when "A"
                       perform altera-parametros
                   when "F"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *---- exibe os limites em vigor --------------------------------
       exibe-parametros section.

           move pc_vip_valor to valor_ed
           display "Novo: primeiro pedido ha ate........ "
               pc_dias_novo " dias"
           display "Em risco: sem pedido ha mais de..... "
               pc_dias_risco " dias"
           display "Perdido: sem pedido ha mais de...... "
               pc_dias_perdido " dias"
           display "VIP: pedidos em 12 meses a partir de  "
               pc_vip_pedidos
           display "VIP: ou valor em 12 meses a partir de "
               valor_ed
           .
       exibe-parametros-exit.
           exit.

      *---- le os novos limites e regrava SEGPARM.DAT ----------------
       altera-parametros section.

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Dias do primeiro pedido para cliente novo: "
               accept pc_dias_novo
               if pc_dias_novo is not numeric or pc_dias_novo = 0
                   display "Valor invalido. Informe os dias."
               else
                   move "S" to entrada_valida
               end-if
           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Dias sem pedido para cliente em risco: "
               accept pc_dias_risco
               if pc_dias_risco is not numeric or pc_dias_risco = 0
                   display "Valor invalido. Informe os dias."
               else
                   move "S" to entrada_valida
               end-if
           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Dias sem pedido para cliente perdido: "
               accept pc_dias_perdido
               if pc_dias_perdido is not numeric
                   display "Valor invalido. Informe os dias."
               else
                   if pc_dias_perdido not > pc_dias_risco
                       display "Perdido precisa de mais dias que em "
                           "risco."
                   else
                       move "S" to entrada_valida
                   end-if
               end-if
           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Pedidos em 12 meses para VIP: "
               accept pc_vip_pedidos
               if pc_vip_pedidos is not numeric or pc_vip_pedidos = 0
                   display "Valor invalido. Digite somente numeros."
               else
                   move "S" to entrada_valida
               end-if
           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Valor gasto em 12 meses para VIP: "
               accept pc_vip_valor
               if pc_vip_valor is not numeric or pc_vip_valor = 0
                   display "Valor invalido. Digite somente numeros."
               else
                   move "S" to entrada_valida
               end-if
           end-perform

           open output segmento-parm
           move parametros_correntes to seg_parm_reg
           write seg_parm_reg
           close segmento-parm

           display "Parametros gravados."
           .
       altera-parametros-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           stop run.
           .
       finaliza-exit.
           exit.
