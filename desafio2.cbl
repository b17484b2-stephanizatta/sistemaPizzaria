               record key is cu_chave
               file status is fs-custo.

           select ficha-tecnica assign to "FICHATEC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ft_chave
               file status is fs-ficha.

           select estoque assign to "ESTOQUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is en_num_pedido
               file status is fs-entregas.

           select zonas assign to "ZONAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is zn_codigo
               file status is fs-zonas.

           select comandas assign to "COMANDAS.DAT"
               organization is indexed
               access mode is dynamic
               organization is line sequential
               file status is fs-cancelamentos.

           select tributos assign to "TRIBUT.DAT"
               organization is indexed
               access mode is dynamic
               record key is tb_nome_pizza
               file status is fs-tributos.

           select controle-fiscal assign to "NUMFISC.DAT"
               organization is line sequential
               file status is fs-controle-fiscal.

           select documentos-fiscais assign to "NFCE.TXT"
               organization is line sequential
               file status is fs-documentos-fiscais.

      *---Declaração de variáveis
       data division.

       fd  custo-ingrediente.
           copy "custoreg.cpy".

       fd  ficha-tecnica.
           copy "fichareg.cpy".

       fd  estoque.
           copy "estoquereg.cpy".

       fd  entregas.
           copy "entregareg.cpy".

       fd  zonas.
           copy "zonareg.cpy".

       fd  comandas.
           copy "comandareg.cpy".

       fd  cancelamentos.
           copy "cancreg.cpy".

       fd  tributos.
           copy "tributreg.cpy".

       fd  controle-fiscal.
       01  controle_fiscal_reg.
           05 nu_ultimo_fiscal                     pic 9(09).

       fd  documentos-fiscais.
           copy "nfcereg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

           05 ip_preco_unit                        pic 9(03)v99.
           05 ip_total_item                        pic 9(05)v99.

      *-- itens do documento fiscal do pedido fechado, ja liquidos ----
      *-- dos cancelamentos, com a tributacao de cada item ------------
       01  item_fiscal occurs 99.
           05 it_nome_pizza                        pic x(10).
           05 it_sabor2                            pic x(10).
           05 it_tamanho                           pic x(01).
           05 it_quantidade                        pic 9(03).
           05 it_preco_unit                        pic 9(03)v99.
           05 it_total_item                        pic 9(05)v99.
           05 it_qtd_cancelada                     pic 9(03).
           05 it_ncm                               pic x(08).
           05 it_cfop                              pic 9(04).
           05 it_cst_icms                          pic x(03).
           05 it_aliq_icms                         pic 9(02)v99.
           05 it_valor_icms                        pic 9(04)v99.
           05 it_aliq_pis                          pic 9(02)v99.
           05 it_valor_pis                         pic 9(04)v99.
           05 it_aliq_cofins                       pic 9(02)v99.
           05 it_valor_cofins                      pic 9(04)v99.
           05 it_classificacao                     pic x(01).

       77 fs-pizza-master                          pic x(02)
                                                   value "00".
       77 fs-cliente-master                        pic x(02)
                                                   value "00".
       77 fs-custo                                 pic x(02)
                                                   value "00".
       77 fs-ficha                                 pic x(02)
                                                   value "00".
       77 fs-estoque                               pic x(02)
                                                   value "00".
       77 fs-pedidos                               pic x(02)
                                                   value "00".
       77 fs-entregas                              pic x(02)
                                                   value "00".
       77 fs-zonas                                 pic x(02)
                                                   value "00".
       77 fs-comandas                              pic x(02)
                                                   value "00".
       77 fs-fila-cozinha                          pic x(02)
                                                   value "00".
       77 fs-cancelamentos                         pic x(02)
                                                   value "00".
       77 fs-tributos                              pic x(02)
                                                   value "00".
       77 fs-controle-fiscal                       pic x(02)
                                                   value "00".
       77 fs-documentos-fiscais                    pic x(02)
                                                   value "00".
      *-- documento fiscal do pedido fechado --------------------------
       77 num_fiscal                               pic 9(09)
                                                   value 0.
       77 total_itens_fiscais                      pic 9(02).
       77 limite_itens_fiscais                     pic 9(02)
                                                   value 99.
       77 ind_fiscal                               pic 9(02).
       77 seq_item_fiscal                          pic 9(03).
       77 qtd_liquida                              pic 9(03).
       77 qtd_a_aplicar                            pic 9(03).
       77 qtd_restante                             pic 9(03).
       77 valor_itens_fiscal                       pic 9(06)v99.
       77 valor_tributos_fiscal                    pic 9(06)v99.
      *---- fidelidade: 1 ponto por R$ 10 pagos; 1 ponto = R$ 1 de ----
      *---- desconto no resgate ---------------------------------------
       77 pontos_resgatados                        pic 9(06).
       77 operador_nivel                           pic 9(01)
                                                   value 0.
       77 tentativas_signon                        pic 9(01).
      *---- supervisor chamado ao balcao para liberar uma entrega ----
      *---- fora das zonas digitada pelo atendente --------------------
       77 supervisor_id                            pic x(08).
       77 senha_supervisor                         pic x(08).
       77 supervisor_autorizou                     pic x(01).
       77 opcao                                    pic x(01).
       77 forma_pagamento                          pic x(01).
       77 valor_pago                               pic 9(06)v99.
       77 troco                                    pic 9(06)v99.
       77 troco_ed                                 pic zzzzz9,99.
       77 autorizacao                              pic x(20).
       77 ind                                      pic 9(02).
       77 total_itens                              pic 9(02).
       77 limite_itens                             pic 9(02)
       77 endereco_entrega                         pic x(40).
       77 taxa_entrega                             pic 9(03)v99.
       77 taxa_entrega_ed                          pic zz9,99.
      *---- zona de entrega (ZONAS.DAT, desafio32); zona 0 = fora ----
      *---- das zonas ou sem ZONAS.DAT, taxa digitada -----------------
       77 zona_entrega                             pic 9(03).
       77 zona_informada                           pic 9(03).
       77 zona_localizada                          pic x(01).
       77 prazo_entrega                            pic 9(03).
       77 taxa_zona                                pic 9(03)v99.
      *---- "S" = taxa da zona alterada pelo supervisor ---------------
       77 taxa_alterada                            pic x(01).
      *---- "N" = pedido novo, "C" = comanda reaberta -----------------
       77 modo_pedido                              pic x(01).
       77 comanda_ok                               pic x(01).
       77 pizza_encontrada                         pic x(01).
       77 entrada_valida                           pic x(01).
       77 compute_valido                           pic x(01).
       77 tem_consumo_item                         pic x(01).
       77 tem_ficha_sabor                          pic x(01).
       77 ficha_disponivel                         pic x(01).
       77 custo_disponivel                         pic x(01).
       77 ingrediente_consumo                      pic x(10).
       77 quantidade_consumo                       pic 9(06)v99.
       77 consumo_localizado                       pic x(01).
       77 total_consumo                            pic 9(02).
       77 limite_consumo                           pic 9(02)
                                                   value 50.
       77 ind_consumo                              pic 9(02).
       77 estoque_ok                               pic x(01).
       77 item_confirmado                          pic x(01).
       77 ingrediente_verificado                   pic x(10).
       77 promo_aplicavel                          pic x(01).
       77 preco_promocao_ed                        pic zz9,99.

      *-- consumo total de ingredientes do item corrente, pela ficha --
      *-- tecnica do sabor (ou pelos fatores de CUSTO.DAT do sabor ----
      *-- ainda sem ficha) --------------------------------------------
       01  consumo_ingrediente occurs 50.
           05 cg_ingrediente                       pic x(10).
           05 cg_quantidade                        pic 9(06)v99.

      *---Variáveis para comunicação entre programas
       linkage section.
           move "B"    to tipo_pedido
           move 0      to taxa_entrega
           move spaces to endereco_entrega
           move 0      to zona_entrega
           move 0      to prazo_entrega
           move "N"    to taxa_alterada

           open input entregas
           if fs-entregas <> "35"
                       move "E"             to tipo_pedido
                       move en_taxa_entrega to taxa_entrega
                       move en_endereco     to endereco_entrega
                       move en_zona         to zona_entrega
                       move en_prazo_minutos to prazo_entrega
                       move en_taxa_alterada to taxa_alterada
                       add en_taxa_entrega  to saldo_anterior
               end-read
               close entregas
               if fechar_conta = "S"
                   perform le-pagamento
                   perform grava-pagamento
                   perform emite-documento-fiscal
                   if modo_pedido = "C"
                       perform fecha-comanda
                   end-if
               move valor_a_pagar to valor_pago
               move 0 to troco
           end-if

      *---- cartao e pix levam a autorizacao do comprovante para a ---
      *---- conciliacao com a liquidacao da adquirente/banco ----------
           move spaces to autorizacao
           if forma_pagamento = "C" or forma_pagamento = "P"
               display "Autorizacao/NSU do comprovante (Enter se "
                   "ilegivel): "
               accept autorizacao
           end-if
           .
       le-pagamento-exit.
           exit.
           move valor_pago       to pg_valor_pago
           move troco            to pg_troco
           move desconto_pontos  to pg_desconto_pontos
           move autorizacao      to pg_autorizacao
           move operador_id      to pg_operador
           write pagamento_reg

           close pagamentos
       grava-movimento-pontos-exit.
           exit.

      *---- gera em NFCE.TXT o documento fiscal do pedido fechado: ---
      *---- cabecalho, itens de PEDIDOS.DAT liquidos dos -------------
      *---- cancelamentos, com os tributos de cada item, e o ----------
      *---- pagamento; o numero fiscal vem de NUMFISC.DAT e so -------
      *---- avanca com o documento gravado ----------------------------
       emite-documento-fiscal section.

           perform carrega-itens-fiscais
           perform abate-cancelados-fiscais
           perform calcula-tributos-fiscais
           perform determina-proximo-fiscal

           open extend documentos-fiscais
           if fs-documentos-fiscais = "35"
               open output documentos-fiscais
           end-if

           move spaces                to nfce_reg
           move "C"                   to nf_tipo_reg
           move num_fiscal            to nf_numero
           move num_pedido            to nc_num_pedido
           move data_hoje             to nc_data
           move hora_agora            to nc_hora
           move cod_cliente           to nc_cod_cliente
           move cliente               to nc_cliente
           move seq_item_fiscal       to nc_qtd_itens
           move valor_itens_fiscal    to nc_valor_itens
           if tipo_pedido = "E"
               move taxa_entrega      to nc_taxa_entrega
           else
               move 0                 to nc_taxa_entrega
           end-if
           move desconto_pontos       to nc_desconto
           move valor_a_pagar         to nc_valor_total
           move valor_tributos_fiscal to nc_valor_tributos
           write nfce_reg

           move 0 to seq_item_fiscal
           perform varying ind_fiscal from 1 by 1
                   until ind_fiscal > total_itens_fiscais
               if it_quantidade(ind_fiscal) > 0
                   perform grava-item-fiscal
               end-if
           end-perform

           move spaces                to nfce_reg
           move "P"                   to nf_tipo_reg
           move num_fiscal            to nf_numero
           move forma_pagamento       to ng_forma
           move valor_a_pagar         to ng_valor_pedido
           move valor_pago            to ng_valor_pago
           move troco                 to ng_troco
           move autorizacao           to ng_autorizacao
           write nfce_reg

           close documentos-fiscais

           perform grava-controle-fiscal

           display "Documento fiscal " num_fiscal " emitido."
           .
       emite-documento-fiscal-exit.
           exit.

      *---- carrega de PEDIDOS.DAT todas as rodadas do pedido ---------
       carrega-itens-fiscais section.

           move 0 to total_itens_fiscais

           open input pedidos
           if fs-pedidos <> "35"
               perform until fs-pedidos = "10"
                   read pedidos
                       at end
                           move "10" to fs-pedidos
                       not at end
                           if pd_num_pedido = num_pedido
                               perform inclui-item-fiscal
                           end-if
                   end-read
               end-perform
               close pedidos
           end-if
           move "00" to fs-pedidos
           .
       carrega-itens-fiscais-exit.
           exit.

      *---- inclui a linha corrente de PEDIDOS.DAT na tabela fiscal ---
       inclui-item-fiscal section.

           if total_itens_fiscais >= limite_itens_fiscais
               display "Tabela de itens fiscais esgotada; documento "
                   "do pedido " num_pedido " sai incompleto."
           else
               add 1 to total_itens_fiscais
               move total_itens_fiscais to ind_fiscal
               move pd_nome_pizza  to it_nome_pizza(ind_fiscal)
               move pd_sabor2      to it_sabor2(ind_fiscal)
               move pd_tamanho     to it_tamanho(ind_fiscal)
               move pd_quantidade  to it_quantidade(ind_fiscal)
               move pd_preco_unit  to it_preco_unit(ind_fiscal)
               move pd_total_item  to it_total_item(ind_fiscal)
               move 0              to it_qtd_cancelada(ind_fiscal)
           end-if
           .
       inclui-item-fiscal-exit.
           exit.

      *---- abate das quantidades os itens cancelados enquanto a ------
      *---- comanda estava aberta (CANCPED.DAT) -----------------------
       abate-cancelados-fiscais section.

           open input cancelamentos
           if fs-cancelamentos <> "35"
               perform until fs-cancelamentos = "10"
                   read cancelamentos
                       at end
                           move "10" to fs-cancelamentos
                       not at end
                           if cn_num_pedido = num_pedido
                               perform distribui-cancelado-fiscal
                           end-if
                   end-read
               end-perform
               close cancelamentos
           end-if
           move "00" to fs-cancelamentos
           .
       abate-cancelados-fiscais-exit.
           exit.

      *---- distribui cn_quantidade entre os itens de mesma pizza, ----
      *---- na ordem, como no cancelamento (desafio8) ------------------
       distribui-cancelado-fiscal section.

           move cn_quantidade to qtd_a_aplicar

           perform varying ind_fiscal from 1 by 1
                   until ind_fiscal > total_itens_fiscais
                   or qtd_a_aplicar = 0
               if it_nome_pizza(ind_fiscal) = cn_nome_pizza
                   and it_tamanho(ind_fiscal) = cn_tamanho
                   compute qtd_restante = it_quantidade(ind_fiscal)
                                        - it_qtd_cancelada(ind_fiscal)
                   if qtd_restante > qtd_a_aplicar
                       move qtd_a_aplicar to qtd_restante
                   end-if
                   add qtd_restante      to it_qtd_cancelada(ind_fiscal)
                   subtract qtd_restante from qtd_a_aplicar
               end-if
           end-perform
           .
       distribui-cancelado-fiscal-exit.
           exit.

      *---- deixa na tabela so a quantidade liquida de cada item e ----
      *---- calcula os tributos pela classificacao do sabor ------------
       calcula-tributos-fiscais section.

           move 0 to valor_itens_fiscal
           move 0 to valor_tributos_fiscal
           move 0 to seq_item_fiscal

           open input tributos

           perform varying ind_fiscal from 1 by 1
                   until ind_fiscal > total_itens_fiscais

               compute qtd_liquida = it_quantidade(ind_fiscal)
                                   - it_qtd_cancelada(ind_fiscal)
               if qtd_liquida < it_quantidade(ind_fiscal)
                   move qtd_liquida to it_quantidade(ind_fiscal)
                   compute it_total_item(ind_fiscal) =
                       qtd_liquida * it_preco_unit(ind_fiscal)
               end-if

               if qtd_liquida > 0
                   add 1 to seq_item_fiscal
                   add it_total_item(ind_fiscal) to valor_itens_fiscal
                   perform busca-tributacao

                   compute it_valor_icms(ind_fiscal) rounded =
                       it_total_item(ind_fiscal)
                       * it_aliq_icms(ind_fiscal) / 100
                   compute it_valor_pis(ind_fiscal) rounded =
                       it_total_item(ind_fiscal)
                       * it_aliq_pis(ind_fiscal) / 100
                   compute it_valor_cofins(ind_fiscal) rounded =
                       it_total_item(ind_fiscal)
                       * it_aliq_cofins(ind_fiscal) / 100

                   add it_valor_icms(ind_fiscal)
                       to valor_tributos_fiscal
                   add it_valor_pis(ind_fiscal)
                       to valor_tributos_fiscal
                   add it_valor_cofins(ind_fiscal)
                       to valor_tributos_fiscal
               end-if

           end-perform

           if fs-tributos <> "35"
               close tributos
           end-if
           .
       calcula-tributos-fiscais-exit.
           exit.

      *---- busca em TRIBUT.DAT a classificacao do sabor do item -----
      *---- (meia a meia segue o primeiro sabor); sem ela vale a -----
      *---- "PADRAO" e, sem esta, o item sai com tributos zerados ----
       busca-tributacao section.

           move "N" to it_classificacao(ind_fiscal)

           if fs-tributos <> "35"
               move it_nome_pizza(ind_fiscal) to tb_nome_pizza
               read tributos
                   invalid key
                       move "PADRAO" to tb_nome_pizza
                       read tributos
                           invalid key
                               continue
                           not invalid key
                               move "P" to it_classificacao(ind_fiscal)
                       end-read
                   not invalid key
                       move "S" to it_classificacao(ind_fiscal)
               end-read
           end-if

           if it_classificacao(ind_fiscal) = "N"
               move spaces to it_ncm(ind_fiscal)
               move 0      to it_cfop(ind_fiscal)
               move spaces to it_cst_icms(ind_fiscal)
               move 0      to it_aliq_icms(ind_fiscal)
               move 0      to it_aliq_pis(ind_fiscal)
               move 0      to it_aliq_cofins(ind_fiscal)
           else
               move tb_ncm         to it_ncm(ind_fiscal)
               move tb_cfop        to it_cfop(ind_fiscal)
               move tb_cst_icms    to it_cst_icms(ind_fiscal)
               move tb_aliq_icms   to it_aliq_icms(ind_fiscal)
               move tb_aliq_pis    to it_aliq_pis(ind_fiscal)
               move tb_aliq_cofins to it_aliq_cofins(ind_fiscal)
           end-if
           .
       busca-tributacao-exit.
           exit.

      *---- grava o registro "I" do item ind_fiscal ------------------
       grava-item-fiscal section.

           add 1 to seq_item_fiscal

           move spaces                      to nfce_reg
           move "I"                         to nf_tipo_reg
           move num_fiscal                  to nf_numero
           move seq_item_fiscal             to ni_sequencia
           move it_nome_pizza(ind_fiscal)   to ni_nome_pizza
           move it_sabor2(ind_fiscal)       to ni_sabor2
           move it_tamanho(ind_fiscal)      to ni_tamanho
           move it_quantidade(ind_fiscal)   to ni_quantidade
           move it_preco_unit(ind_fiscal)   to ni_preco_unit
           move it_total_item(ind_fiscal)   to ni_total_item
           move it_ncm(ind_fiscal)          to ni_ncm
           move it_cfop(ind_fiscal)         to ni_cfop
           move it_cst_icms(ind_fiscal)     to ni_cst_icms
           move it_aliq_icms(ind_fiscal)    to ni_aliq_icms
           move it_valor_icms(ind_fiscal)   to ni_valor_icms
           move it_aliq_pis(ind_fiscal)     to ni_aliq_pis
           move it_valor_pis(ind_fiscal)    to ni_valor_pis
           move it_aliq_cofins(ind_fiscal)  to ni_aliq_cofins
           move it_valor_cofins(ind_fiscal) to ni_valor_cofins
           move it_classificacao(ind_fiscal) to ni_classificacao
           write nfce_reg
           .
       grava-item-fiscal-exit.
           exit.

      *---- proximo numero fiscal a partir do ultimo emitido ----------
       determina-proximo-fiscal section.

           move 0 to num_fiscal

           open input controle-fiscal
           if fs-controle-fiscal = "00"
               read controle-fiscal
                   at end
                       continue
                   not at end
                       move nu_ultimo_fiscal to num_fiscal
               end-read
               close controle-fiscal
           end-if

           add 1 to num_fiscal
           .
       determina-proximo-fiscal-exit.
           exit.

      *---- grava o ultimo numero fiscal emitido em NUMFISC.DAT -------
       grava-controle-fiscal section.

           open output controle-fiscal
           move num_fiscal to nu_ultimo_fiscal
           write controle_fiscal_reg
           close controle-fiscal
           .
       grava-controle-fiscal-exit.
           exit.

      *---- identifica o cliente do pedido pelo codigo no mestre ------
      *---- CLIENTES.DAT; codigo 0 vale como consumidor de balcao ----
      *---- sem cadastro ----------------------------------------------

           move spaces to endereco_entrega
           move 0      to taxa_entrega
           move 0      to zona_entrega
           move 0      to prazo_entrega
           move "N"    to taxa_alterada

           move "N" to entrada_valida
           perform until entrada_valida = "S"
                   display "Endereco de entrega: " endereco_entrega
               end-if

               perform define-taxa-zona
           end-if
           .
       le-tipo-pedido-exit.
           exit.

      *---- taxa e prazo da entrega vem da zona (a do cadastro do -----
      *---- cliente ou a informada pelo atendente); so o supervisor ---
      *---- altera a taxa da zona ou aceita entrega fora das zonas. ---
      *---- Sem ZONAS.DAT a taxa continua digitada no pedido ----------
       define-taxa-zona section.

           open input zonas
           if fs-zonas = "35"
               move "00" to fs-zonas
               move 0 to zona_entrega
               perform le-taxa-entrega
           else
               move "N" to zona_localizada
               if zona_entrega > 0
                   move zona_entrega to zona_informada
                   perform consulta-zona-entrega
               end-if

               perform until zona_localizada = "S"

                   display "Informe a zona de entrega (0 = fora das "
                       "zonas): "
                   accept zona_informada

                   if zona_informada is not numeric
                       display "Zona invalida. Digite somente numeros."
                   else
                       if zona_informada = 0
                           if operador_nivel < 2
                               display "Entrega fora das zonas so com "
                                   "supervisor."
                               perform autoriza-supervisor
                           else
                               move "S" to supervisor_autorizou
                           end-if
                           if supervisor_autorizou = "S"
                               move 0   to zona_entrega
                               move 0   to prazo_entrega
                               move "S" to zona_localizada
                               move "S" to taxa_alterada
                               perform le-taxa-entrega
                           else
                               display "Entrega nao autorizada; pedido "
                                   "passa a balcao."
                               move "B"    to tipo_pedido
                               move spaces to endereco_entrega
                               move 0      to zona_entrega
                               move 0      to prazo_entrega
                               move 0      to taxa_entrega
                               move "S"    to zona_localizada
                           end-if
                       else
                           perform consulta-zona-entrega
                       end-if
                   end-if

               end-perform
               close zonas

               if zona_entrega > 0 and operador_nivel >= 2
                   display "Alterar a taxa da zona? ('S'/'N')"
                   accept opcao
                   if opcao = "S"
                       move taxa_entrega to taxa_zona
                       perform le-taxa-entrega
                       if taxa_entrega <> taxa_zona
                           move "S" to taxa_alterada
                       end-if
                   end-if
               end-if
           end-if
           .
       define-taxa-zona-exit.
           exit.

      *---- ID e senha de um supervisor ativo conferidos contra -------
      *---- OPERADOR.DAT como no sign-on; ID em branco desiste --------
       autoriza-supervisor section.

           move "N" to supervisor_autorizou

           display "ID do supervisor (em branco = desiste da entrega): "
           accept supervisor_id
           if supervisor_id <> spaces
               display "Senha do supervisor: "
               accept senha_supervisor

               open input operadores
               if fs-operadores = "00"
                   move supervisor_id to op_codigo
                   read operadores
                       invalid key
                           display "Operador nao cadastrado."
                       not invalid key
                           if op_situacao = "I"
                               display "Operador inativo."
                           else
                               if op_senha <> senha_supervisor
                                   display "Senha invalida."
                               else
                                   if op_nivel < 2
                                       display "Operador nao e "
                                           "supervisor."
                                   else
                                       move "S" to supervisor_autorizou
                                   end-if
                               end-if
                           end-if
                   end-read
                   close operadores
               end-if
               move "00" to fs-operadores
           end-if
           .
       autoriza-supervisor-exit.
           exit.

      *---- le a zona informada e assume taxa e prazo dela ------------
       consulta-zona-entrega section.

           move zona_informada to zn_codigo
           read zonas
               invalid key
                   display "Zona " zona_informada " nao cadastrada."
               not invalid key
                   if zn_situacao = "I"
                       display "Zona " zona_informada " inativa."
                   else
                       move zn_codigo        to zona_entrega
                       move zn_taxa_entrega  to taxa_entrega
                       move zn_prazo_minutos to prazo_entrega
                       move "S"              to zona_localizada
                       move taxa_entrega     to taxa_entrega_ed
                       display "Zona " zn_codigo " " zn_descricao
                           " - taxa " taxa_entrega_ed " - prazo "
                           prazo_entrega " min"
                   end-if
           end-read
           .
       consulta-zona-entrega-exit.
           exit.

      *---- le a taxa de entrega digitada ----------------------------
       le-taxa-entrega section.

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Informe a taxa de entrega: "
               accept taxa_entrega

               if taxa_entrega is not numeric
                   display "Taxa invalida. Digite somente numeros."
               else
                   move "S" to entrada_valida
               end-if

           end-perform
           .
       le-taxa-entrega-exit.
           exit.

      *---- busca em CLIENTES.DAT o endereco e a zona do cliente ------
       busca-endereco-cliente section.

           open input cliente-master
                       continue
                   not invalid key
                       move cl_endereco to endereco_entrega
                       if cl_zona is numeric
                           move cl_zona to zona_entrega
                       end-if
               end-read
               close cliente-master
           end-if
           move "P"              to en_situacao
           move 0                to en_hora_saida
           move 0                to en_hora_entrega
           move zona_entrega     to en_zona
           move prazo_entrega    to en_prazo_minutos
           move taxa_alterada    to en_taxa_alterada
           write entrega_reg
               invalid key
                   rewrite entrega_reg
           exit.

      *---- confere se ha estoque dos ingredientes da pizza para a ----
      *---- quantidade pedida; sem ficha/CUSTO.DAT ou sem ESTOQUE.DAT -
      *---- o item passa sem critica (nao ha o que conferir) ----------
       verifica-estoque-item section.

           move "S" to item_confirmado
           move "S" to estoque_ok
           move "N" to tem_consumo_item
           move 0   to total_consumo

           move "S" to ficha_disponivel
           open input ficha-tecnica
           if fs-ficha = "35"
               move "N" to ficha_disponivel
           end-if

           move "S" to custo_disponivel
           open input custo-ingrediente
           if fs-custo = "35"
               move "N" to custo_disponivel
           end-if

           if ip_sabor2(total_itens) = spaces
               move 1 to fator_consumo
               move ip_nome_pizza(total_itens) to sabor_consumo
               perform acumula-consumo-sabor
           else
      *---- meia a meia consome metade da receita de cada sabor -------
               move 0,5 to fator_consumo
               move ip_nome_pizza(total_itens) to sabor_consumo
               perform acumula-consumo-sabor
               move ip_sabor2(total_itens) to sabor_consumo
               perform acumula-consumo-sabor
           end-if

           if ficha_disponivel = "S"
               close ficha-tecnica
           end-if
           if custo_disponivel = "S"
               close custo-ingrediente
           end-if

           if tem_consumo_item = "S"
               open input estoque
               if fs-estoque <> "35"
                   perform varying ind_consumo from 1 by 1
                           until ind_consumo > total_consumo
                       move cg_ingrediente(ind_consumo)
                           to ingrediente_verificado
                       move cg_quantidade(ind_consumo)
                           to consumo_necessario
                       perform verifica-um-ingrediente
                   end-perform
                   close estoque
               end-if
           end-if
       verifica-estoque-item-exit.
           exit.

      *---- soma no consumo do item a receita do sabor em -------------
      *---- sabor_consumo, na proporcao de fator_consumo (1 para ------
      *---- item inteiro, 0,5 para cada metade da meia a meia); sabor -
      *---- ainda sem ficha tecnica consome pelos fatores de CUSTO.DAT -
       acumula-consumo-sabor section.

           move "N" to tem_ficha_sabor

           if ficha_disponivel = "S"
               perform acumula-consumo-ficha
           end-if

           if tem_ficha_sabor = "N" and custo_disponivel = "S"
               perform acumula-consumo-custo
           end-if
           .
       acumula-consumo-sabor-exit.
           exit.

      *---- percorre em FICHATEC.DAT os ingredientes do sabor/tamanho -
       acumula-consumo-ficha section.

           move sabor_consumo           to ft_nome
           move ip_tamanho(total_itens) to ft_tamanho
           move spaces                  to ft_ingrediente
           start ficha-tecnica key not < ft_chave
               invalid key
                   move "10" to fs-ficha
           end-start

           perform until fs-ficha = "10"
               read ficha-tecnica next record
                   at end
                       move "10" to fs-ficha
                   not at end
                       if ft_nome <> sabor_consumo
                           or ft_tamanho <> ip_tamanho(total_itens)
                           move "10" to fs-ficha
                       else
                           move "S" to tem_ficha_sabor
                           move ft_ingrediente to ingrediente_consumo
                           compute quantidade_consumo rounded =
                               ft_quantidade * fator_consumo
                               * ip_quantidade(total_itens)
                           perform soma-consumo-ingrediente
                       end-if
               end-read
           end-perform
           move "00" to fs-ficha
           .
       acumula-consumo-ficha-exit.
           exit.

      *---- soma no consumo do item os fatores de CUSTO.DAT do sabor --
      *---- (FARINHA, QUEIJO e COBERTURA de ESTOQUE.DAT) --------------
       acumula-consumo-custo section.

           move sabor_consumo               to cu_nome
               invalid key
                   continue
               not invalid key
                   move "FARINHA" to ingrediente_consumo
                   compute quantidade_consumo rounded =
                       cu_consumo_farinha * fator_consumo
                       * ip_quantidade(total_itens)
                   perform soma-consumo-ingrediente

                   move "QUEIJO" to ingrediente_consumo
                   compute quantidade_consumo rounded =
                       cu_consumo_queijo * fator_consumo
                       * ip_quantidade(total_itens)
                   perform soma-consumo-ingrediente

                   move "COBERTURA" to ingrediente_consumo
                   compute quantidade_consumo rounded =
                       cu_consumo_coberturas * fator_consumo
                       * ip_quantidade(total_itens)
                   perform soma-consumo-ingrediente
           end-read
           .
       acumula-consumo-custo-exit.
           exit.

      *---- acumula quantidade_consumo no ingrediente_consumo da ------
      *---- tabela de consumo do item (as duas metades da meia a meia -
      *---- somam no mesmo ingrediente) -------------------------------
       soma-consumo-ingrediente section.

           move "N" to consumo_localizado
           perform varying ind_consumo from 1 by 1
                   until ind_consumo > total_consumo
                   or consumo_localizado = "S"
               if cg_ingrediente(ind_consumo) = ingrediente_consumo
                   move "S" to consumo_localizado
               end-if
           end-perform

           if consumo_localizado = "S"
               subtract 1 from ind_consumo
               add quantidade_consumo to cg_quantidade(ind_consumo)
               move "S" to tem_consumo_item
           else
               if total_consumo < limite_consumo
                   add 1 to total_consumo
                   move ingrediente_consumo
                       to cg_ingrediente(total_consumo)
                   move quantidade_consumo
                       to cg_quantidade(total_consumo)
                   move "S" to tem_consumo_item
               else
                   display "Tabela de consumo esgotada; "
                       ingrediente_consumo " sem baixa."
               end-if
           end-if
           .
       soma-consumo-ingrediente-exit.
           exit.

      *---- compara o saldo de um ingrediente com o consumo do item ---
      *---- (ingrediente sem registro no estoque passa sem critica) ---
       verifica-um-ingrediente section.
      *---- baixa do estoque o consumo do item confirmado -------------
       baixa-estoque-item section.

           if tem_consumo_item = "S"
               open i-o estoque
               if fs-estoque <> "35"
                   perform varying ind_consumo from 1 by 1
                           until ind_consumo > total_consumo
                       move cg_ingrediente(ind_consumo)
                           to ingrediente_verificado
                       move cg_quantidade(ind_consumo)
                           to consumo_necessario
                       perform baixa-um-ingrediente
                   end-perform
                   close estoque
               end-if
           end-if
               move ip_cod_promo(ind)         to pd_cod_promo
               move ip_preco_unit(ind)        to pd_preco_unit
               move ip_total_item(ind)        to pd_total_item
               move operador_id               to pd_operador
               write pedido_reg
           end-perform

               move taxa_entrega to taxa_entrega_ed
               display "Entrega em...: " endereco_entrega
               display "Taxa de entrega: " taxa_entrega_ed
               if prazo_entrega > 0
                   display "Prazo prometido: " prazo_entrega
                       " minutos"
               end-if
           end-if

           display "Total do pedido: " total_pedido
