               record key is es_ingrediente
               file status is fs-estoque.

           select operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               organization is line sequential
               file status is fs-controle-dia.

           select sugestoes-compra assign to "SUGCOMPRA.DAT"
               organization is line sequential
               file status is fs-sugestoes.

           select contas-pagar assign to "CONTPAG.DAT"
               organization is indexed
               access mode is dynamic
               record key is cp_num_oc
               file status is fs-contas-pagar.

      *---Declaração de variáveis
       data division.

       fd  estoque.
           copy "estoquereg.cpy".

       fd  operadores.
           copy "operreg.cpy".

           05 dc_data_negocio                      pic 9(08).
           05 dc_situacao                          pic x(01).

       fd  contas-pagar.
           copy "contpagreg.cpy".

       fd  sugestoes-compra.
           copy "sugcompreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

      *-- SUGCOMPRA.DAT inteiro, regravado apos a aprovacao -----------
       01  sugestao_lida occurs 300                pic x(48).

       77 fs-fornecedores                          pic x(02)
                                                   value "00".
       77 fs-ordens                                pic x(02)
                                                   value "00".
       77 fs-estoque                               pic x(02)
                                                   value "00".
       77 fs-operadores                            pic x(02)
                                                   value "00".
       77 fs-movimentos                            pic x(02)
                                                   value "00".
       77 fs-controle-dia                          pic x(02)
                                                   value "00".
       77 fs-contas-pagar                          pic x(02)
                                                   value "00".
       77 fs-sugestoes                             pic x(02)
                                                   value "00".
       77 total_sugestoes                          pic 9(04)
                                                   value 0.
       77 ind_sugestao                             pic 9(04).
       77 fornecedor_anterior                      pic 9(04).
       77 decisao_sugestao                         pic x(01).
       77 sugestoes_recusadas                      pic 9(04).
       77 operador_id                              pic x(08).
       77 senha_informada                          pic x(08).
       77 operador_valido                          pic x(01).
                                                   value 0.
       77 ordens_abertas                           pic 9(04).
       77 ordens_atrasadas                         pic 9(04).
       77 preco_anterior                           pic 9(05)v99.
       77 data_preco_anterior                      pic 9(08).
       77 oc_preco_anterior                        pic 9(06).
       77 ingrediente_ordem                        pic x(10).
       77 delta_preco                              pic s9(05)v99.
       77 preco_localizado                         pic x(01).
       77 qtd_ed                                   pic zzzzz9,99.
       77 preco_ed                                 pic zzzz9,99.
       77 custo_ed                                 pic zzzz9,99.
       77 prazo_pagto                              pic 9(03).
       77 valor_ed                                 pic zzzzzzz9,99.

      *---Variáveis para comunicação entre programas
       linkage section.
               display erase
               display "Compras - fornecedores e ordens de compra"
               display "(C)adastro de fornecedor  (G)erar ordens  "
                   "(S)ugestoes da previsao"
               display "(R)eceber ordem  (L)istagem  (F)im"
               accept opcao

               evaluate opcao
                       perform cadastra-fornecedor
                   when "G"
                       perform gera-ordens-reposicao
                   when "S"
                       perform aprova-sugestoes
                   when "R"
                       perform recebe-ordem
                   when "L"

           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Informe o prazo de pagamento (dias, "
                   "0 = na entrega): "
               accept fo_prazo_pagto

               if fo_prazo_pagto is not numeric
                   display "Prazo invalido. Digite somente numeros."
               else
                   move "S" to entrada_valida
               end-if

           end-perform

           move "A" to fo_situacao

           if registro_existe = "S"
           accept gera_ordem

           if gera_ordem = "S"
               perform le-fornecedor-ativo

               move qtd_sugerida to qtd_ed
               display "Quantidade sugerida: " qtd_ed " " es_unidade

               end-perform

               move es_ingrediente to ingrediente_ordem
               perform grava-ordem-compra
           end-if
           .
       gera-ordem-ingrediente-exit.
           exit.

      *---- le o codigo ate um fornecedor cadastrado e ativo ----------
       le-fornecedor-ativo section.

           move "N" to fornecedor_ok
           perform until fornecedor_ok = "S"
               perform le-codigo-fornecedor
               if registro_existe = "N"
                   display "Fornecedor nao cadastrado."
               else
                   if fo_situacao = "I"
                       display "Fornecedor inativo."
                   else
                       move "S" to fornecedor_ok
                   end-if
               end-if
           end-perform
           .
       le-fornecedor-ativo-exit.
           exit.

      *---- grava a ordem aberta com o numero seguinte do NUMOC.DAT ---
      *---- (fornecedor cod_fornecedor ja lido em fornecedor_reg, ------
      *---- ingrediente_ordem, qtd_pedida e preco_combinado) -----------
       grava-ordem-compra section.

           perform determina-proxima-oc

           move num_oc            to oc_numero
           move cod_fornecedor    to oc_fornecedor
           move ingrediente_ordem to oc_ingrediente
           move qtd_pedida        to oc_quantidade
           move preco_combinado   to oc_preco_unit
           move data_hoje         to oc_data_emissao
           compute oc_data_prevista =
               function date-of-integer(
                   function integer-of-date(data_hoje)
                   + fo_prazo_entrega)
           move "A"               to oc_situacao
           move 0                 to oc_data_receb
           move 0                 to oc_qtd_recebida
           move 0                 to oc_preco_recebido
           write ordem_compra_reg

           perform grava-controle-oc
           add 1 to ordens_geradas

           display "Ordem " num_oc " gerada para " fo_nome "."
           .
       grava-ordem-compra-exit.
           exit.

      *---- aprova as sugestoes pendentes da previsao de demanda ------
      *---- (SUGCOMPRA.DAT, desafio37), fornecedor a fornecedor; a ----
      *---- aprovada vira ordem aberta numerada pelo NUMOC.DAT ---------
       aprova-sugestoes section.

           if operador_nivel < 2
               display "Somente supervisor aprova sugestoes de compra."
           else
               perform carrega-sugestoes

               if total_sugestoes = 0
                   display "Nao ha sugestoes de compra. Rode a "
                       "previsao de demanda (desafio37)."
               else
                   move 0    to ordens_geradas
                   move 0    to sugestoes_recusadas
                   move 9999 to fornecedor_anterior

                   perform varying ind_sugestao from 1 by 1
                           until ind_sugestao > total_sugestoes
                       move sugestao_lida(ind_sugestao)
                           to sugestao_compra_reg
                       if sg_situacao = "P"
                           perform avalia-sugestao
                           move sugestao_compra_reg
                               to sugestao_lida(ind_sugestao)
                       end-if
                   end-perform

                   perform regrava-sugestoes

                   display " "
                   display "Ordens de compra geradas: " ordens_geradas
                   display "Sugestoes recusadas.....: "
                       sugestoes_recusadas
               end-if
           end-if
           .
       aprova-sugestoes-exit.
           exit.

      *---- carrega SUGCOMPRA.DAT na tabela ----------------------------
       carrega-sugestoes section.

           move 0 to total_sugestoes

           open input sugestoes-compra
           if fs-sugestoes <> "35"
               perform until fs-sugestoes = "10"
                   read sugestoes-compra
                       at end
                           move "10" to fs-sugestoes
                       not at end
                           if total_sugestoes < 300
                               add 1 to total_sugestoes
                               move sugestao_compra_reg
                                   to sugestao_lida(total_sugestoes)
                           else
                               display "Tabela de sugestoes "
                                   "esgotada; restantes ignoradas."
                               move "10" to fs-sugestoes
                           end-if
                   end-read
               end-perform
               close sugestoes-compra
           end-if
           move "00" to fs-sugestoes
           .
       carrega-sugestoes-exit.
           exit.

      *---- exibe a sugestao corrente e registra a decisao ------------
       avalia-sugestao section.

           if sg_fornecedor <> fornecedor_anterior
               move sg_fornecedor to fornecedor_anterior
               display " "
               if sg_fornecedor = 0
                   display "Sem fornecedor (informar na aprovacao) - "
                       "sugestoes de " sg_data_geracao
               else
                   move sg_fornecedor to fo_codigo
                   read fornecedores
                       invalid key
                           move "NAO CADASTRADO" to fo_nome
                   end-read
                   display "Fornecedor " sg_fornecedor " " fo_nome
                       " - sugestoes de " sg_data_geracao
               end-if
           end-if

           move sg_quantidade to qtd_ed
           move sg_preco_unit to preco_ed
           if sg_urgente = "S"
               display "  " sg_ingrediente " qtd " qtd_ed " "
                   sg_unidade " preco " preco_ed " URGENTE"
           else
               display "  " sg_ingrediente " qtd " qtd_ed " "
                   sg_unidade " preco " preco_ed
           end-if

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "(A)provar  (R)ecusar  (D)eixar pendente"
               accept decisao_sugestao
               if decisao_sugestao = "A" or "R" or "D"
                   move "S" to entrada_valida
               else
                   display "Opcao invalida."
               end-if
           end-perform

           evaluate decisao_sugestao
               when "A"
                   perform aprova-uma-sugestao
               when "R"
                   move "R" to sg_situacao
                   add 1 to sugestoes_recusadas
               when other
                   continue
           end-evaluate
           .
       avalia-sugestao-exit.
           exit.

      *---- gera a ordem da sugestao corrente: fornecedor da ----------
      *---- sugestao (ou informado), quantidade e preco confirmados ----
       aprova-uma-sugestao section.

           move "N" to fornecedor_ok
           if sg_fornecedor > 0
               move sg_fornecedor to cod_fornecedor
               move sg_fornecedor to fo_codigo
               read fornecedores
                   invalid key
                       display "Fornecedor nao cadastrado."
                   not invalid key
                       if fo_situacao = "I"
                           display "Fornecedor inativo."
                       else
                           move "S" to fornecedor_ok
                       end-if
               end-read
           end-if
           if fornecedor_ok = "N"
               perform le-fornecedor-ativo
           end-if

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Informe a quantidade a comprar "
                   "(0 = sugerida): "
               accept qtd_pedida

               if qtd_pedida is not numeric
                   display "Quantidade invalida. Digite somente "
                       "numeros."
               else
                   if qtd_pedida = 0
                       move sg_quantidade to qtd_pedida
                   end-if
                   move "S" to entrada_valida
               end-if

           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               if sg_preco_unit > 0
                   display "Informe o preco combinado por unidade "
                       "(0 = ultimo preco): "
               else
                   display "Informe o preco combinado por unidade: "
               end-if
               accept preco_combinado

               if preco_combinado is not numeric
                   display "Preco invalido. Digite somente "
                       "numeros."
               else
                   if preco_combinado = 0
                       move sg_preco_unit to preco_combinado
                   end-if
                   move "S" to entrada_valida
               end-if

           end-perform

           move sg_ingrediente to ingrediente_ordem
           perform grava-ordem-compra

           move cod_fornecedor to sg_fornecedor
           move qtd_pedida     to sg_quantidade
           move "A"            to sg_situacao
           move num_oc         to sg_num_oc
           .
       aprova-uma-sugestao-exit.
           exit.

      *---- regrava SUGCOMPRA.DAT com as decisoes tomadas -------------
       regrava-sugestoes section.

           open output sugestoes-compra
           perform varying ind_sugestao from 1 by 1
                   until ind_sugestao > total_sugestoes
               move sugestao_lida(ind_sugestao) to sugestao_compra_reg
               write sugestao_compra_reg
           end-perform
           close sugestoes-compra
           .
       regrava-sugestoes-exit.
           exit.

      *---- confirma o recebimento de uma ordem: soma a quantidade ----
      *---- no saldo de ESTOQUE.DAT (substitui a digitacao cega do ----
      *---- recebimento avulso) e aponta mudanca de preco -------------
                           "combinado na ordem."
                   end-if

                   perform gera-conta-pagar

                   perform confere-preco-custo

                   display "Recebimento da ordem " num_oc
                       " confirmado."
               end-if
           end-if
       grava-movimento-recebimento-exit.
           exit.

      *---- gera em CONTPAG.DAT a conta a pagar da ordem recebida, ---
      *---- pelo valor efetivamente recebido e com vencimento pelo ----
      *---- prazo de pagamento do fornecedor --------------------------
       gera-conta-pagar section.

           move 0 to prazo_pagto
           move oc_fornecedor to fo_codigo
           read fornecedores
               invalid key
                   display "Fornecedor " oc_fornecedor " nao "
                       "cadastrado; conta vence no recebimento."
               not invalid key
                   if fo_prazo_pagto is numeric
                       move fo_prazo_pagto to prazo_pagto
                   end-if
           end-read

           open i-o contas-pagar
           if fs-contas-pagar = "35"
               open output contas-pagar
               close contas-pagar
               open i-o contas-pagar
           end-if

           move oc_numero      to cp_num_oc
           move oc_fornecedor  to cp_fornecedor
           move oc_ingrediente to cp_ingrediente
           move data_hoje      to cp_data_receb
           compute cp_data_vencimento =
               function date-of-integer(
                   function integer-of-date(data_hoje)
                   + prazo_pagto)
           compute cp_valor rounded = qtd_recebida * preco_recebido
           move 0              to cp_valor_pago
           move 0              to cp_data_ult_pagto
           move "A"            to cp_situacao
           move operador_id    to cp_operador
           move spaces         to cp_motivo_cancel
           write conta_pagar_reg
               invalid key
                   display "Conta a pagar da ordem " oc_numero
                       " ja existe em CONTPAG.DAT."
               not invalid key
                   move cp_valor to valor_ed
                   display "Conta a pagar de " valor_ed
                       " gerada, vencimento " cp_data_vencimento "."
           end-write

           close contas-pagar
           .
       gera-conta-pagar-exit.
           exit.

      *---- compara o preco recebido com o do recebimento anterior ---
      *---- do mesmo ingrediente; o custo das pizzas sai da ficha -----
      *---- tecnica pelo ultimo preco recebido, e havendo mudanca -----
      *---- avisa que a reprecificacao (desafio4, job REPRECA) esta ---
      *---- devida. A varredura reposiciona OCOMPRA.DAT: roda depois --
      *---- da gravacao da ordem e da conta a pagar -------------------
       confere-preco-custo section.

           move oc_ingrediente to ingrediente_ordem
           move "N" to preco_localizado
           move 0   to preco_anterior
           move 0   to data_preco_anterior
           move 0   to oc_preco_anterior

           move 0 to oc_numero
           start ordens-compra key not < oc_numero
               invalid key
                   move "10" to fs-ordens
           end-start

           perform until fs-ordens = "10"
               read ordens-compra next record
                   at end
                       move "10" to fs-ordens
                   not at end
                       if oc_situacao = "R"
                           and oc_ingrediente = ingrediente_ordem
                           and oc_numero <> num_oc
                           perform guarda-preco-anterior
                       end-if
               end-read
           end-perform
           move "00" to fs-ordens

           if preco_localizado = "S"
               compute delta_preco = preco_recebido - preco_anterior
               if delta_preco < 0
                   compute delta_preco = 0 - delta_preco
               end-if

               if delta_preco > 0,01
                   move preco_anterior to custo_ed
                   move preco_recebido to preco_ed
                   display "Atencao: preco de " ingrediente_ordem
                       " mudou desde o recebimento anterior ("
                       custo_ed " -> " preco_ed ")."
                   display "Rode a reprecificacao "
                       "(desafio4 / job REPRECA)."
               end-if
           end-if
           .
       confere-preco-custo-exit.
           exit.

      *---- guarda o preco da ordem lida se for o recebimento mais ----
      *---- recente do ingrediente ------------------------------------
       guarda-preco-anterior section.

           if oc_data_receb > data_preco_anterior
               or (oc_data_receb = data_preco_anterior
               and oc_numero > oc_preco_anterior)
               move "S"               to preco_localizado
               move oc_preco_recebido to preco_anterior
               move oc_data_receb     to data_preco_anterior
               move oc_numero         to oc_preco_anterior
           end-if
           .
       guarda-preco-anterior-exit.
           exit.

      *---- lista as ordens abertas e aponta as atrasadas -------------
