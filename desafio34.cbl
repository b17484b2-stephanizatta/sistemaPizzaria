      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio34".
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
           select pedidos assign to "PEDIDOS.DAT"
               organization is line sequential
               file status is fs-pedidos.

           select pagamentos assign to "PAGTOS.DAT"
               organization is line sequential
               file status is fs-pagamentos.

           select cancelamentos assign to "CANCPED.DAT"
               organization is line sequential
               file status is fs-cancelamentos.

           select entregas assign to "ENTREGAS.DAT"
               organization is indexed
               access mode is sequential
               record key is en_num_pedido
               file status is fs-entregas.

           select relatorio-operadores assign to "RELOPER.TXT"
               organization is line sequential
               file status is fs-relatorio.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  pedidos.
           copy "pedidoreg.cpy".

       fd  pagamentos.
           copy "pagreg.cpy".

       fd  cancelamentos.
           copy "cancreg.cpy".

       fd  entregas.
           copy "entregareg.cpy".

       fd  relatorio-operadores.
       01  linha_relatorio                          pic x(80).

      *---Variáveis de trabalho
       Working-storage Section.

       77 fs-pedidos                               pic x(02)
                                                   value "00".
       77 fs-pagamentos                            pic x(02)
                                                   value "00".
       77 fs-cancelamentos                         pic x(02)
                                                   value "00".
       77 fs-entregas                              pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".

      *-- acumulador por data de negocio e operador -------------------
       01  operador_data occurs 500.
           05 od_data                              pic 9(08).
           05 od_operador                          pic x(08).
           05 od_pedidos                           pic 9(04).
           05 od_vendas                            pic 9(08)v99.
           05 od_cancel_pedidos                    pic 9(08)v99.
           05 od_dinheiro                          pic 9(08)v99.
           05 od_qtd_cancel                        pic 9(03).
           05 od_valor_cancel                      pic 9(08)v99.
           05 od_desconto_promo                    pic 9(08)v99.
           05 od_pontos                            pic 9(08)v99.
           05 od_taxas_alteradas                   pic 9(03).

       01  operador_data_aux.
           05 od_data_aux                          pic 9(08).
           05 od_operador_aux                      pic x(08).
           05 od_pedidos_aux                       pic 9(04).
           05 od_vendas_aux                        pic 9(08)v99.
           05 od_cancel_pedidos_aux                pic 9(08)v99.
           05 od_dinheiro_aux                      pic 9(08)v99.
           05 od_qtd_cancel_aux                    pic 9(03).
           05 od_valor_cancel_aux                  pic 9(08)v99.
           05 od_desconto_promo_aux                pic 9(08)v99.
           05 od_pontos_aux                        pic 9(08)v99.
           05 od_taxas_alteradas_aux               pic 9(03).

      *-- acumulador do periodo por operador, para as taxas de --------
      *-- cancelamento e desconto comparadas com a media da casa ------
       01  resumo_operador occurs 99.
           05 ro_operador                          pic x(08).
           05 ro_vendas                            pic 9(08)v99.
           05 ro_valor_cancel                      pic 9(08)v99.
           05 ro_desconto_promo                    pic 9(08)v99.

      *-- operador que abriu cada pedido (primeira linha gravada) -----
       01  pedido_operador occurs 9999.
           05 po_num_pedido                        pic 9(06).
           05 po_operador                          pic x(08).

      *-- pagamentos do periodo, para cruzar com os cancelamentos -----
       01  pedido_pago occurs 9999.
           05 pp_num_pedido                        pic 9(06).
           05 pp_forma                             pic x(01).
           05 pp_data                              pic 9(08).
           05 pp_hora                              pic 9(06).
           05 pp_operador                          pic x(08).

      *-- cancelamentos do periodo, na ordem de CANCPED.DAT -----------
       01  cancelamento occurs 2000.
           05 cx_num_pedido                        pic 9(06).
           05 cx_data                              pic 9(08).
           05 cx_hora                              pic 9(06).
           05 cx_operador                          pic x(08).
           05 cx_valor                             pic 9(05)v99.
           05 cx_motivo                            pic x(20).
      *---- "S" = pedido ja pago em dinheiro antes do cancelamento ----
           05 cx_pago_dinheiro                     pic x(01).
           05 cx_recebedor                         pic x(08).

      *---- taxa acima de media da casa x fator_alerta e sinalizada ---
       77 fator_alerta                             pic 9(01)v9
                                                   value 1,5.
      *---- pedidos do aplicativo nao entram na media da casa ---------
       77 operador_importacao                      pic x(08)
                                                   value "APP".
       77 total_operador_data                      pic 9(03)
                                                   value 0.
       77 total_operadores                         pic 9(02)
                                                   value 0.
       77 total_pedidos_operador                   pic 9(04)
                                                   value 0.
       77 total_pagos                              pic 9(04)
                                                   value 0.
       77 total_cancelamentos                      pic 9(04)
                                                   value 0.
       77 ind                                      pic 9(05).
       77 ind_od                                   pic 9(03).
       77 ind_ro                                   pic 9(03).
       77 ind_cx                                   pic 9(04).
       77 ind_pago                                 pic 9(05).
       77 data_procurada                           pic 9(08).
       77 operador_procurado                       pic x(08).
       77 operador_pedido                          pic x(08).
       77 pedido_anterior                          pic 9(06)
                                                   value 0.
       77 localizado                               pic x(01).
       77 tabela_cheia_od                          pic x(01)
                                                   value "N".
       77 tabela_cheia_ro                          pic x(01)
                                                   value "N".
       77 tabela_cheia_po                          pic x(01)
                                                   value "N".
       77 tabela_cheia_pp                          pic x(01)
                                                   value "N".
       77 tabela_cheia_cx                          pic x(01)
                                                   value "N".
       77 controle                                 pic x(10).
       77 desconto_item                            pic 9(06)v99.
       77 vendas_liquidas                          pic s9(08)v99.
       77 casa_vendas                              pic 9(09)v99
                                                   value 0.
       77 casa_cancel                              pic 9(09)v99
                                                   value 0.
       77 casa_desconto                            pic 9(09)v99
                                                   value 0.
       77 media_cancel                             pic 9(05)v9
                                                   value 0.
       77 media_desconto                           pic 9(05)v9
                                                   value 0.
       77 limite_cancel                            pic 9(05)v9.
       77 limite_desconto                          pic 9(05)v9.
       77 taxa_cancel                              pic 9(05)v9.
       77 taxa_desconto                            pic 9(05)v9.
       77 alerta                                   pic x(20).
       77 total_alertas                            pic 9(04)
                                                   value 0.
       77 total_pos_dinheiro                       pic 9(04)
                                                   value 0.
       77 pedidos_ed                               pic zzz9.
       77 qtd_ed                                   pic zz9.
       77 vendas_ed                                pic -zzzzz9,99.
       77 valor_ed                                 pic zzzzz9,99.
       77 valor_curto_ed                           pic zzzz9,99.
       77 valor_longo_ed                           pic zzzzzz9,99.
       77 valor2_longo_ed                          pic zzzzzz9,99.
       77 taxa_ed                                  pic zzz9,9.
       77 taxa2_ed                                 pic zzz9,9.

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
           open output relatorio-operadores
           .
       inicializa-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           perform acumula-pedidos
           perform acumula-pagamentos
           perform acumula-cancelamentos
           perform acumula-taxas-alteradas
           perform ordena-operador-data
           perform imprime-operador-data
           perform imprime-resumo-operadores
           perform imprime-cancelados-pos-dinheiro

           display "Relatorio gravado em RELOPER.TXT."

      *---- RC=4 avisa que ha operador ou cancelamento sinalizado -----
           if total_alertas > 0 or total_pos_dinheiro > 0
               move 4 to return-code
           end-if
           .
       processamento-exit.
           exit.

      *---- localiza (ou abre) o acumulador de data_procurada e -------
      *---- operador_procurado; devolve a posicao em ind_od (0 = ------
      *---- tabela esgotada) ------------------------------------------
       localiza-operador-data section.

           move "N" to localizado
           perform varying ind_od from 1 by 1
                   until ind_od > total_operador_data
                   or localizado = "S"
               if od_data(ind_od) = data_procurada
                   and od_operador(ind_od) = operador_procurado
                   move "S" to localizado
               end-if
           end-perform

           if localizado = "S"
               subtract 1 from ind_od
           else
               if total_operador_data < 500
                   add 1 to total_operador_data
                   move total_operador_data to ind_od
                   move data_procurada     to od_data(ind_od)
                   move operador_procurado to od_operador(ind_od)
                   move 0 to od_pedidos(ind_od)
                   move 0 to od_vendas(ind_od)
                   move 0 to od_cancel_pedidos(ind_od)
                   move 0 to od_dinheiro(ind_od)
                   move 0 to od_qtd_cancel(ind_od)
                   move 0 to od_valor_cancel(ind_od)
                   move 0 to od_desconto_promo(ind_od)
                   move 0 to od_pontos(ind_od)
                   move 0 to od_taxas_alteradas(ind_od)
               else
                   move 0 to ind_od
                   if tabela_cheia_od = "N"
                       display "Tabela de operador/data esgotada; "
                           "relatorio incompleto."
                       move "S" to tabela_cheia_od
                   end-if
               end-if
           end-if
           .
       localiza-operador-data-exit.
           exit.

      *---- localiza (ou abre) o acumulador do periodo do ------------
      *---- operador_procurado; devolve a posicao em ind_ro -----------
       localiza-resumo-operador section.

           move "N" to localizado
           perform varying ind_ro from 1 by 1
                   until ind_ro > total_operadores
                   or localizado = "S"
               if ro_operador(ind_ro) = operador_procurado
                   move "S" to localizado
               end-if
           end-perform

           if localizado = "S"
               subtract 1 from ind_ro
           else
               if total_operadores < 99
                   add 1 to total_operadores
                   move total_operadores to ind_ro
                   move operador_procurado to ro_operador(ind_ro)
                   move 0 to ro_vendas(ind_ro)
                   move 0 to ro_valor_cancel(ind_ro)
                   move 0 to ro_desconto_promo(ind_ro)
               else
                   move 0 to ind_ro
                   if tabela_cheia_ro = "N"
                       display "Tabela de operadores esgotada; "
                           "resumo incompleto."
                       move "S" to tabela_cheia_ro
                   end-if
               end-if
           end-if
           .
       localiza-resumo-operador-exit.
           exit.

      *---- devolve em operador_pedido quem abriu o pedido ------------
      *---- cx_num_pedido/en_num_pedido copiado em pedido_anterior ----
       busca-operador-pedido section.

           move spaces to operador_pedido
           move "N" to localizado
           perform varying ind from 1 by 1
                   until ind > total_pedidos_operador
                   or localizado = "S"
               if po_num_pedido(ind) = pedido_anterior
                   move po_operador(ind) to operador_pedido
                   move "S" to localizado
               end-if
           end-perform
           .
       busca-operador-pedido-exit.
           exit.

      *---- PEDIDOS.DAT: vendas e descontos de promocao por operador --
      *---- e data; o pedido conta para quem gravou a primeira linha --
       acumula-pedidos section.

           open input pedidos
           if fs-pedidos = "35"
               display "Nao ha pedidos registrados."
           else
               perform until fs-pedidos = "10"
                   read pedidos
                       at end
                           move "10" to fs-pedidos
                       not at end
                           perform acumula-linha-pedido
                   end-read
               end-perform
               close pedidos
           end-if
           .
       acumula-pedidos-exit.
           exit.

      *---- soma a linha corrente de PEDIDOS.DAT -----------------------
       acumula-linha-pedido section.

           if pd_operador = spaces
               move "?" to pd_operador
           end-if

           move pd_data     to data_procurada
           move pd_operador to operador_procurado
           perform localiza-operador-data

           if pd_cod_promo > 0
               compute desconto_item =
                   (pd_preco_tabela - pd_preco_unit) * pd_quantidade
           else
               move 0 to desconto_item
           end-if

           if ind_od > 0
               add pd_total_item to od_vendas(ind_od)
               add desconto_item to od_desconto_promo(ind_od)
           end-if

      *---- linhas de um mesmo pedido vem juntas; so procura o --------
      *---- pedido na tabela quando o numero muda ---------------------
           if pd_num_pedido <> pedido_anterior
               move pd_num_pedido to pedido_anterior
               perform busca-operador-pedido
               if localizado = "N"
                   if ind_od > 0
                       add 1 to od_pedidos(ind_od)
                   end-if
                   perform guarda-operador-pedido
               end-if
           end-if
           .
       acumula-linha-pedido-exit.
           exit.

      *---- guarda o operador que abriu o pedido corrente -------------
       guarda-operador-pedido section.

           if total_pedidos_operador < 9999
               add 1 to total_pedidos_operador
               move pd_num_pedido
                   to po_num_pedido(total_pedidos_operador)
               move pd_operador
                   to po_operador(total_pedidos_operador)
           else
               if tabela_cheia_po = "N"
                   display "Tabela de pedidos esgotada; vendas "
                       "liquidas e taxas alteradas podem sair "
                       "incompletas."
                   move "S" to tabela_cheia_po
               end-if
           end-if
           .
       guarda-operador-pedido-exit.
           exit.

      *---- PAGTOS.DAT: dinheiro recebido e pontos resgatados por -----
      *---- quem recebeu o pagamento -----------------------------------
       acumula-pagamentos section.

           open input pagamentos
           if fs-pagamentos = "35"
               display "Nao ha pagamentos registrados."
           else
               perform until fs-pagamentos = "10"
                   read pagamentos
                       at end
                           move "10" to fs-pagamentos
                       not at end
                           perform acumula-pagamento
                   end-read
               end-perform
               close pagamentos
           end-if
           .
       acumula-pagamentos-exit.
           exit.

      *---- soma o pagamento corrente e guarda para o cruzamento ------
       acumula-pagamento section.

           if pg_operador = spaces
               move "?" to pg_operador
           end-if

           move pg_data     to data_procurada
           move pg_operador to operador_procurado
           perform localiza-operador-data

           if ind_od > 0
               if pg_forma = "D"
                   add pg_valor_pedido to od_dinheiro(ind_od)
               end-if
               add pg_desconto_pontos to od_pontos(ind_od)
           end-if

           if total_pagos < 9999
               add 1 to total_pagos
               move pg_num_pedido to pp_num_pedido(total_pagos)
               move pg_forma      to pp_forma(total_pagos)
               move pg_data       to pp_data(total_pagos)
               move pg_hora       to pp_hora(total_pagos)
               move pg_operador   to pp_operador(total_pagos)
           else
               if tabela_cheia_pp = "N"
                   display "Tabela de pagamentos esgotada; "
                       "cruzamento com cancelados pode sair "
                       "incompleto."
                   move "S" to tabela_cheia_pp
               end-if
           end-if
           .
       acumula-pagamento-exit.
           exit.

      *---- CANCPED.DAT: cancelamentos por quem cancelou; o valor -----
      *---- tambem sai das vendas liquidas de quem abriu o pedido -----
       acumula-cancelamentos section.

           open input cancelamentos
           if fs-cancelamentos = "35"
               continue
           else
               perform until fs-cancelamentos = "10"
                   read cancelamentos
                       at end
                           move "10" to fs-cancelamentos
                       not at end
                           perform acumula-cancelamento
                   end-read
               end-perform
               close cancelamentos
           end-if
           .
       acumula-cancelamentos-exit.
           exit.

      *---- soma e guarda o cancelamento corrente ----------------------
       acumula-cancelamento section.

           move cn_data     to data_procurada
           move cn_operador to operador_procurado
           perform localiza-operador-data

           if ind_od > 0
               add 1        to od_qtd_cancel(ind_od)
               add cn_valor to od_valor_cancel(ind_od)
           end-if

           move cn_num_pedido to pedido_anterior
           perform busca-operador-pedido
           if localizado = "S"
               move operador_pedido to operador_procurado
               perform localiza-operador-data
               if ind_od > 0
                   add cn_valor to od_cancel_pedidos(ind_od)
               end-if
           end-if

           if total_cancelamentos < 2000
               add 1 to total_cancelamentos
               move total_cancelamentos to ind_cx
               move cn_num_pedido to cx_num_pedido(ind_cx)
               move cn_data       to cx_data(ind_cx)
               move cn_hora       to cx_hora(ind_cx)
               move cn_operador   to cx_operador(ind_cx)
               move cn_valor      to cx_valor(ind_cx)
               move cn_motivo     to cx_motivo(ind_cx)
               move "N"           to cx_pago_dinheiro(ind_cx)
               move spaces        to cx_recebedor(ind_cx)
               perform cruza-pagamento-dinheiro
           else
               if tabela_cheia_cx = "N"
                   display "Tabela de cancelamentos esgotada; "
                       "relatorio incompleto."
                   move "S" to tabela_cheia_cx
               end-if
           end-if
           .
       acumula-cancelamento-exit.
           exit.

      *---- marca o cancelamento feito depois de o pedido ter sido ----
      *---- pago em dinheiro (o dinheiro ja estava no caixa) ----------
       cruza-pagamento-dinheiro section.

           perform varying ind_pago from 1 by 1
                   until ind_pago > total_pagos
               if pp_num_pedido(ind_pago) = cx_num_pedido(ind_cx)
                   and pp_forma(ind_pago) = "D"
                   if pp_data(ind_pago) < cx_data(ind_cx)
                       or (pp_data(ind_pago) = cx_data(ind_cx)
                       and pp_hora(ind_pago) not > cx_hora(ind_cx))
                       move "S" to cx_pago_dinheiro(ind_cx)
                       move pp_operador(ind_pago)
                           to cx_recebedor(ind_cx)
                   end-if
               end-if
           end-perform

           if cx_pago_dinheiro(ind_cx) = "S"
               add 1 to total_pos_dinheiro
           end-if
           .
       cruza-pagamento-dinheiro-exit.
           exit.

      *---- ENTREGAS.DAT: taxa da zona alterada no pedido conta para --
      *---- quem abriu o pedido, na data da entrega --------------------
       acumula-taxas-alteradas section.

           open input entregas
           if fs-entregas <> "35"
               perform until fs-entregas = "10"
                   read entregas next record
                       at end
                           move "10" to fs-entregas
                       not at end
                           if en_taxa_alterada = "S"
                               perform acumula-taxa-alterada
                           end-if
                   end-read
               end-perform
               close entregas
           end-if
           move "00" to fs-entregas
           .
       acumula-taxas-alteradas-exit.
           exit.

      *---- soma a taxa alterada da entrega corrente ------------------
       acumula-taxa-alterada section.

           move en_num_pedido to pedido_anterior
           perform busca-operador-pedido
           if localizado = "N"
               move "?" to operador_pedido
           end-if

           move en_data         to data_procurada
           move operador_pedido to operador_procurado
           perform localiza-operador-data
           if ind_od > 0
               add 1 to od_taxas_alteradas(ind_od)
           end-if
           .
       acumula-taxa-alterada-exit.
           exit.

      *---- ordena os acumuladores por data e operador ----------------
       ordena-operador-data section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind_od
               move "N_trocou" to controle

               perform until ind_od >= total_operador_data

                   if od_data(ind_od) > od_data(ind_od + 1)
                       or (od_data(ind_od) = od_data(ind_od + 1)
                       and od_operador(ind_od)
                           > od_operador(ind_od + 1))
                       move operador_data(ind_od + 1)
                           to operador_data_aux
                       move operador_data(ind_od)
                           to operador_data(ind_od + 1)
                       move operador_data_aux
                           to operador_data(ind_od)

                       move "trocou" to controle
                   end-if

                   add 1 to ind_od

               end-perform

           end-perform
           .
       ordena-operador-data-exit.
           exit.

      *---- grava o detalhe por data de negocio e operador, com os ----
      *---- motivos dos cancelamentos feitos pelo operador no dia -----
       imprime-operador-data section.

           move "MOVIMENTO POR OPERADOR E DATA DE NEGOCIO"
               to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "Data     Operador  Ped Vendas liq  Dinheiro Cnc  "
               to linha_relatorio
           move "Vl.canc Desc.pro   Pontos TxA"
               to linha_relatorio(51:29)
           write linha_relatorio

           perform varying ind_od from 1 by 1
                   until ind_od > total_operador_data
               perform imprime-linha-operador-data
               perform imprime-motivos-cancelamento
           end-perform

           move spaces to linha_relatorio
           write linha_relatorio

           move "Vendas liq = vendas menos cancelamentos dos pedidos "
               to linha_relatorio
           write linha_relatorio
           move "             que o operador abriu" to linha_relatorio
           write linha_relatorio
           move "Cnc/Vl.canc = cancelamentos feitos pelo operador"
               to linha_relatorio
           write linha_relatorio
           move "TxA = taxas de entrega da zona alteradas"
               to linha_relatorio
           write linha_relatorio
           .
       imprime-operador-data-exit.
           exit.

      *---- monta e grava a linha do acumulador ind_od ----------------
       imprime-linha-operador-data section.

           compute vendas_liquidas = od_vendas(ind_od)
                                   - od_cancel_pedidos(ind_od)

           move od_pedidos(ind_od)         to pedidos_ed
           move vendas_liquidas            to vendas_ed
           move od_dinheiro(ind_od)        to valor_ed
           move od_qtd_cancel(ind_od)      to qtd_ed

           move spaces to linha_relatorio
           string od_data(ind_od)     delimited by size
                  " "                 delimited by size
                  od_operador(ind_od) delimited by size
                  " "                 delimited by size
                  pedidos_ed          delimited by size
                  " "                 delimited by size
                  vendas_ed           delimited by size
                  " "                 delimited by size
                  valor_ed            delimited by size
                  " "                 delimited by size
                  qtd_ed              delimited by size
               into linha_relatorio
           end-string

           move od_valor_cancel(ind_od)    to valor_curto_ed
           move valor_curto_ed to linha_relatorio(50:8)
           move od_desconto_promo(ind_od)  to valor_curto_ed
           move valor_curto_ed to linha_relatorio(59:8)
           move od_pontos(ind_od)          to valor_curto_ed
           move valor_curto_ed to linha_relatorio(68:8)
           move od_taxas_alteradas(ind_od) to qtd_ed
           move qtd_ed         to linha_relatorio(77:3)
           write linha_relatorio
           .
       imprime-linha-operador-data-exit.
           exit.

      *---- lista os cancelamentos do operador/data corrente ----------
       imprime-motivos-cancelamento section.

           perform varying ind_cx from 1 by 1
                   until ind_cx > total_cancelamentos
               if cx_data(ind_cx) = od_data(ind_od)
                   and cx_operador(ind_cx) = od_operador(ind_od)
                   move cx_valor(ind_cx) to valor_curto_ed
                   move spaces to linha_relatorio
                   string "   cancelou pedido " delimited by size
                          cx_num_pedido(ind_cx) delimited by size
                          " "                   delimited by size
                          valor_curto_ed        delimited by size
                          "  "                  delimited by size
                          cx_motivo(ind_cx)     delimited by size
                       into linha_relatorio
                   end-string
                   if cx_pago_dinheiro(ind_cx) = "S"
                       move "PAGO EM DINHEIRO"
                           to linha_relatorio(62:16)
                   end-if
                   write linha_relatorio
               end-if
           end-perform
           .
       imprime-motivos-cancelamento-exit.
           exit.

      *---- taxas do periodo por operador contra a media da casa; -----
      *---- cancelamento sobre as vendas, desconto sobre o preco de ---
      *---- tabela; o aplicativo fica fora da media e dos alertas -----
       imprime-resumo-operadores section.

           perform varying ind_od from 1 by 1
                   until ind_od > total_operador_data
               move od_operador(ind_od) to operador_procurado
               perform localiza-resumo-operador
               if ind_ro > 0
                   add od_vendas(ind_od) to ro_vendas(ind_ro)
                   add od_valor_cancel(ind_od)
                       to ro_valor_cancel(ind_ro)
                   add od_desconto_promo(ind_od)
                       to ro_desconto_promo(ind_ro)
               end-if
               if od_operador(ind_od) <> operador_importacao
                   add od_vendas(ind_od)         to casa_vendas
                   add od_valor_cancel(ind_od)   to casa_cancel
                   add od_desconto_promo(ind_od) to casa_desconto
               end-if
           end-perform

           if casa_vendas > 0
               compute media_cancel rounded =
                   casa_cancel * 100 / casa_vendas
           end-if
           if casa_vendas + casa_desconto > 0
               compute media_desconto rounded =
                   casa_desconto * 100 / (casa_vendas + casa_desconto)
           end-if
           compute limite_cancel   = media_cancel * fator_alerta
           compute limite_desconto = media_desconto * fator_alerta

           move spaces to linha_relatorio
           write linha_relatorio

           move "RESUMO DO PERIODO POR OPERADOR" to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "Operador     Vendas  Cancelado  %Canc"
               to linha_relatorio
           move "Desconto" to linha_relatorio(47:8)
           move "%Desc"    to linha_relatorio(57:5)
           move "Alertas"  to linha_relatorio(63:7)
           write linha_relatorio

           perform varying ind_ro from 1 by 1
                   until ind_ro > total_operadores
               perform imprime-linha-resumo
           end-perform

           move casa_vendas    to valor_longo_ed
           move casa_cancel    to valor2_longo_ed
           move media_cancel   to taxa_ed
           move media_desconto to taxa2_ed

           move spaces to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "CASA     "     delimited by size
                  valor_longo_ed  delimited by size
                  " "             delimited by size
                  valor2_longo_ed delimited by size
                  " "             delimited by size
                  taxa_ed         delimited by size
                  " "             delimited by size
               into linha_relatorio
           end-string
           move casa_desconto to valor_longo_ed
           move valor_longo_ed to linha_relatorio(45:10)
           move taxa2_ed       to linha_relatorio(56:6)
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "Alertas CANCEL/DESCTO: taxa do operador acima de 1,5"
               to linha_relatorio
           write linha_relatorio
           move "vez a taxa da casa." to linha_relatorio
           write linha_relatorio
           move "O aplicativo (APP) fica fora da media e dos alertas."
               to linha_relatorio
           write linha_relatorio
           .
       imprime-resumo-operadores-exit.
           exit.

      *---- monta e grava a linha de resumo do operador ind_ro --------
       imprime-linha-resumo section.

           move 0      to taxa_cancel
           move 0      to taxa_desconto
           move spaces to alerta

           if ro_vendas(ind_ro) > 0
               compute taxa_cancel rounded =
                   ro_valor_cancel(ind_ro) * 100 / ro_vendas(ind_ro)
           end-if
           if ro_vendas(ind_ro) + ro_desconto_promo(ind_ro) > 0
               compute taxa_desconto rounded =
                   ro_desconto_promo(ind_ro) * 100
                   / (ro_vendas(ind_ro) + ro_desconto_promo(ind_ro))
           end-if

           if ro_operador(ind_ro) <> operador_importacao
      *---- quem so cancela (sem vendas proprias) tambem e sinalizado -
               if (ro_vendas(ind_ro) = 0
                   and ro_valor_cancel(ind_ro) > 0)
                   or (taxa_cancel > 0
                   and taxa_cancel > limite_cancel)
                   move "CANCEL" to alerta
                   add 1 to total_alertas
               end-if
               if taxa_desconto > 0
                   and taxa_desconto > limite_desconto
                   move "DESCTO" to alerta(8:6)
                   add 1 to total_alertas
               end-if
           end-if

           move ro_vendas(ind_ro)       to valor_longo_ed
           move ro_valor_cancel(ind_ro) to valor2_longo_ed
           move taxa_cancel             to taxa_ed
           move taxa_desconto           to taxa2_ed

           move spaces to linha_relatorio
           string ro_operador(ind_ro) delimited by size
                  " "                 delimited by size
                  valor_longo_ed      delimited by size
                  " "                 delimited by size
                  valor2_longo_ed     delimited by size
                  " "                 delimited by size
                  taxa_ed             delimited by size
                  " "                 delimited by size
               into linha_relatorio
           end-string
           move ro_desconto_promo(ind_ro) to valor_longo_ed
           move valor_longo_ed to linha_relatorio(45:10)
           move taxa2_ed       to linha_relatorio(56:6)
           move alerta         to linha_relatorio(63:18)
           write linha_relatorio
           .
       imprime-linha-resumo-exit.
           exit.

      *---- lista os cancelamentos de pedidos que ja estavam pagos ----
      *---- em dinheiro: quem cancelou e quem recebeu o dinheiro ------
       imprime-cancelados-pos-dinheiro section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "CANCELAMENTOS DE PEDIDOS JA PAGOS EM DINHEIRO"
               to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "Pedido Data     Hora   Cancelou Recebeu     Valor "
               to linha_relatorio
           move "Motivo" to linha_relatorio(51:6)
           write linha_relatorio

           perform varying ind_cx from 1 by 1
                   until ind_cx > total_cancelamentos
               if cx_pago_dinheiro(ind_cx) = "S"
                   move cx_valor(ind_cx) to valor_curto_ed
                   move spaces to linha_relatorio
                   string cx_num_pedido(ind_cx) delimited by size
                          " "                   delimited by size
                          cx_data(ind_cx)       delimited by size
                          " "                   delimited by size
                          cx_hora(ind_cx)       delimited by size
                          " "                   delimited by size
                          cx_operador(ind_cx)   delimited by size
                          " "                   delimited by size
                          cx_recebedor(ind_cx)  delimited by size
                          " "                   delimited by size
                          valor_curto_ed        delimited by size
                          " "                   delimited by size
                          cx_motivo(ind_cx)     delimited by size
                       into linha_relatorio
                   end-string
                   write linha_relatorio
               end-if
           end-perform

           if total_pos_dinheiro = 0
               move "Nenhum cancelamento apos pagamento em dinheiro."
                   to linha_relatorio
               write linha_relatorio
           end-if
           .
       imprime-cancelados-pos-dinheiro-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close relatorio-operadores
           stop run.
           .
       finaliza-exit.
           exit.
