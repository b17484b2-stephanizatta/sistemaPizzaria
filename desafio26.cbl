      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio26".
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
      *---- batch de conciliacao de cartao e pix; disparado por ------
      *---- jcl/concilia.jcl, arquivos pelas DDNAMEs da JCL ----------
           select pagamentos assign to PAGTOS
               organization is line sequential
               file status is fs-pagamentos.

      *---- pagamentos dos meses ja fechados (desafio11); os de -------
      *---- cartao/pix sem conciliacao continuam pendentes ------------
           select pag-arquivo assign to PAGARQ
               organization is line sequential
               file status is fs-pag-arquivo.

           select liquidacoes assign to LIQUIDA
               organization is line sequential
               file status is fs-liquidacoes.

      *---- liquidacoes de rodadas anteriores ainda sem pagamento -----
           select liq-pendentes assign to LIQPEND
               organization is line sequential
               file status is fs-liq-pendentes.

      *---- novas pendentes; a JCL copia de volta sobre LIQPEND -------
           select liq-atualizadas assign to LIQATU
               organization is line sequential
               file status is fs-liq-atualizadas.

           select conciliados assign to CONCILIA
               organization is indexed
               access mode is dynamic
               record key is cc_num_pedido
               file status is fs-conciliados.

           select relatorio-conciliacao assign to CONCREL
               organization is line sequential
               file status is fs-relatorio.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  pagamentos.
           copy "pagreg.cpy".

       fd  pag-arquivo.
       01  pag_arquivo_reg                          pic x(81).

       fd  liquidacoes.
           copy "liqreg.cpy".

       fd  liq-pendentes.
       01  liq_pendente_reg                         pic x(43).

       fd  liq-atualizadas.
       01  liq_atualizada_reg                       pic x(43).

       fd  conciliados.
           copy "concreg.cpy".

       fd  relatorio-conciliacao.
       01  linha_relatorio                          pic x(80).

      *---Variáveis de trabalho
       Working-storage Section.

      *-- pagamento lido de PAGTOS ou de PAGARQ, no layout de ---------
      *-- pagreg.cpy ---------------------------------------------------
       01  pagamento_lido.
           05 pl_num_pedido                        pic 9(06).
           05 pl_data                              pic 9(08).
           05 pl_hora                              pic 9(06).
           05 pl_forma                             pic x(01).
           05 pl_valor_pedido                      pic 9(06)v99.
           05 pl_valor_pago                        pic 9(06)v99.
           05 pl_troco                             pic 9(06)v99.
           05 pl_desconto_pontos                   pic 9(06)v99.
           05 pl_autorizacao                       pic x(20).
           05 pl_operador                          pic x(08).

      *-- pagamentos de cartao/pix ainda nao conciliados --------------
       01  pagto_aberto occurs 9999.
           05 pa_num_pedido                        pic 9(06).
           05 pa_forma                             pic x(01).
           05 pa_data                              pic 9(08).
           05 pa_valor                             pic 9(06)v99.
           05 pa_autorizacao                       pic x(20).
           05 pa_conciliado                        pic x(01).

      *-- liquidacoes conciliadas com valor diferente do pago ---------
       01  diferenca_valor occurs 999.
           05 dv_num_pedido                        pic 9(06).
           05 dv_autorizacao                       pic x(20).
           05 dv_valor_pagto                       pic 9(06)v99.
           05 dv_valor_liquidado                   pic 9(06)v99.

      *-- liquidacoes que seguem sem pagamento para a proxima rodada --
       01  liq_sem_pagto occurs 999.
           05 ls_data                              pic 9(08).
           05 ls_forma                             pic x(01).
           05 ls_valor                             pic 9(06)v99.
           05 ls_autorizacao                       pic x(20).

      *-- tarifas da adquirente/banco por dia de liquidacao -----------
       01  taxa_dia occurs 366.
           05 td_data                              pic 9(08).
           05 td_transacoes                        pic 9(05).
           05 td_valor_bruto                       pic 9(08)v99.
           05 td_taxa                              pic 9(06)v99.

       01  taxa_dia_aux.
           05 tx_data                              pic 9(08).
           05 tx_transacoes                        pic 9(05).
           05 tx_valor_bruto                       pic 9(08)v99.
           05 tx_taxa                              pic 9(06)v99.

       77 fs-pagamentos                            pic x(02)
                                                   value "00".
       77 fs-pag-arquivo                           pic x(02)
                                                   value "00".
       77 fs-liquidacoes                           pic x(02)
                                                   value "00".
       77 fs-liq-pendentes                         pic x(02)
                                                   value "00".
       77 fs-liq-atualizadas                       pic x(02)
                                                   value "00".
       77 fs-conciliados                           pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".
       77 data_referencia                          pic 9(08).
      *---- dias de espera antes de uma pendencia virar excecao; -----
      *---- vem do SYSIN do job (padrao 3) ----------------------------
       77 tolerancia_entrada                       pic x(03).
       77 tolerancia_dias                          pic 9(03)
                                                   value 3.
      *---- pagamentos anteriores ao inicio da conciliacao nao tem ----
      *---- liquidacao a casar e ficam fora da tabela; vem do SYSIN --
       77 data_inicio_entrada                      pic x(08).
       77 data_inicio                              pic 9(08)
                                                   value 0.
       77 pagtos_antes_inicio                      pic 9(06)
                                                   value 0.
       77 total_abertos                            pic 9(04)
                                                   value 0.
       77 limite_abertos                           pic 9(04)
                                                   value 9999.
       77 tabela_abertos_cheia                     pic x(01)
                                                   value "N".
       77 total_diferencas                         pic 9(03)
                                                   value 0.
       77 total_sem_pagto                          pic 9(03)
                                                   value 0.
       77 limite_tabelas                           pic 9(03)
                                                   value 999.
       77 total_dias_taxa                          pic 9(03)
                                                   value 0.
       77 limite_dias_taxa                         pic 9(03)
                                                   value 366.
       77 ind                                      pic 9(04).
       77 ind_achado                               pic 9(04).
       77 dia_localizado                           pic x(01).
       77 origem_liquidacao                        pic x(01).
       77 controle                                 pic x(08).
       77 dias_em_aberto                           pic 9(05).
       77 situacao_pendencia                       pic x(10).
      *-- contadores e totais de controle -----------------------------
       77 liquidacoes_lidas                        pic 9(06)
                                                   value 0.
       77 pendentes_anteriores                     pic 9(06)
                                                   value 0.
       77 qtd_conciliados                          pic 9(06)
                                                   value 0.
       77 valor_conciliado                         pic 9(08)v99
                                                   value 0.
       77 qtd_pagto_sem_liq                        pic 9(06)
                                                   value 0.
       77 valor_pagto_sem_liq                      pic 9(08)v99
                                                   value 0.
       77 qtd_liq_sem_pagto                        pic 9(06)
                                                   value 0.
       77 valor_liq_sem_pagto                      pic 9(08)v99
                                                   value 0.
       77 qtd_excecoes                             pic 9(06)
                                                   value 0.
       77 total_taxas                              pic 9(08)v99
                                                   value 0.
       77 valor_ed                                 pic zzzzz9,99.
       77 valor2_ed                                pic zzzzz9,99.
       77 taxa_ed                                  pic zzz9,99.
       77 total_ed                                 pic zzzzzzz9,99.
       77 total2_ed                                pic zzzzzzz9,99.

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
           move function current-date(1:8) to data_referencia

           display "Tolerancia em dias para liquidacao (ddd): "
           accept tolerancia_entrada
           if tolerancia_entrada is numeric
               and tolerancia_entrada <> "000"
               move tolerancia_entrada to tolerancia_dias
           end-if

           display "Inicio da conciliacao (aaaammdd): "
           accept data_inicio_entrada
           if data_inicio_entrada is numeric
               move data_inicio_entrada to data_inicio
           end-if

           open i-o conciliados
           if fs-conciliados = "35"
               open output conciliados
               close conciliados
               open i-o conciliados
           end-if

           perform carrega-pagamentos-abertos

           open output liq-atualizadas
           open output relatorio-conciliacao

           move "CONCILIACAO DE CARTAO E PIX" to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Data de referencia: " delimited by size
                  data_referencia        delimited by size
                  "  Tolerancia (dias): " delimited by size
                  tolerancia_dias        delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Inicio da conciliacao: " delimited by size
                  data_inicio             delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "LIQUIDACOES CONCILIADAS" to linha_relatorio
           write linha_relatorio

           move "Pedido F Dt pagto  Vl pago Dt liquid. Vl liquid.  Taxa"
               to linha_relatorio
           write linha_relatorio
           .
       inicializa-exit.
           exit.

      *---- carrega na tabela os pagamentos de cartao e pix de -------
      *---- PAGTOS e PAGARQ que ainda nao constam de CONCILIA.DAT: o --
      *---- fechamento do mes move para PAGARQ tambem os que ainda ----
      *---- esperam a liquidacao, que pode chegar depois dele. PAGTOS -
      *---- vem primeiro para que, com a tabela cheia, o que fique ----
      *---- de fora seja o arquivo morto e nao o mes corrente ---------
       carrega-pagamentos-abertos section.

           open input pagamentos
           if fs-pagamentos <> "35"
               perform until fs-pagamentos = "10"
                   read pagamentos
                       at end
                           move "10" to fs-pagamentos
                       not at end
                           move pagamento_reg to pagamento_lido
                           perform avalia-pagamento-lido
                   end-read
               end-perform
               close pagamentos
           end-if
           move "00" to fs-pagamentos

           open input pag-arquivo
           if fs-pag-arquivo <> "35"
               perform until fs-pag-arquivo = "10"
                   read pag-arquivo
                       at end
                           move "10" to fs-pag-arquivo
                       not at end
                           move pag_arquivo_reg to pagamento_lido
                           perform avalia-pagamento-lido
                   end-read
               end-perform
               close pag-arquivo
           end-if
           move "00" to fs-pag-arquivo
           .
       carrega-pagamentos-abertos-exit.
           exit.

      *---- so cartao e pix feitos a partir do inicio da -------------
      *---- conciliacao entram na tabela; os anteriores so contam ----
       avalia-pagamento-lido section.

           if pl_forma = "C" or pl_forma = "P"
               if pl_data < data_inicio
                   add 1 to pagtos_antes_inicio
               else
                   perform inclui-pagamento-aberto
               end-if
           end-if
           .
       avalia-pagamento-lido-exit.
           exit.

      *---- inclui o pagamento corrente na tabela se nao conciliado ----
       inclui-pagamento-aberto section.

           move pl_num_pedido to cc_num_pedido
           read conciliados
               invalid key
                   if total_abertos < limite_abertos
                       add 1 to total_abertos
                       move pl_num_pedido
                           to pa_num_pedido(total_abertos)
                       move pl_forma       to pa_forma(total_abertos)
                       move pl_data        to pa_data(total_abertos)
                       move pl_valor_pedido
                           to pa_valor(total_abertos)
                       move pl_autorizacao
                           to pa_autorizacao(total_abertos)
                       move "N" to pa_conciliado(total_abertos)
                   else
                       if tabela_abertos_cheia = "N"
                           display "Tabela de pagamentos em aberto "
                               "esgotada; conciliacao incompleta."
                           move "S" to tabela_abertos_cheia
                       end-if
                   end-if
               not invalid key
                   continue
           end-read
           .
       inclui-pagamento-aberto-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

      *---- primeiro as pendentes de rodadas anteriores, que sao as ---
      *---- mais antigas, depois o arquivo novo da adquirente/banco ---
           open input liq-pendentes
           if fs-liq-pendentes <> "35"
               move "P" to origem_liquidacao
               perform until fs-liq-pendentes = "10"
                   read liq-pendentes
                       at end
                           move "10" to fs-liq-pendentes
                       not at end
                           add 1 to pendentes_anteriores
                           move liq_pendente_reg to liquidacao_reg
                           perform concilia-liquidacao
                   end-read
               end-perform
               close liq-pendentes
           end-if
           move "00" to fs-liq-pendentes

           open input liquidacoes
           if fs-liquidacoes = "35"
               display "LIQUIDA nao encontrado; so as pendentes "
                   "anteriores foram tratadas."
           else
               move "N" to origem_liquidacao
               perform until fs-liquidacoes = "10"
                   read liquidacoes
                       at end
                           move "10" to fs-liquidacoes
                       not at end
                           add 1 to liquidacoes_lidas
                           perform acumula-taxa-dia
                           perform concilia-liquidacao
                   end-read
               end-perform
               close liquidacoes
           end-if
           move "00" to fs-liquidacoes

           perform imprime-diferencas
           perform imprime-pagamentos-sem-liq
           perform imprime-liquidacoes-sem-pagto
           perform ordena-taxa-dia
           perform imprime-taxas-dia
           perform imprime-totais-controle
           .
       processamento-exit.
           exit.

      *---- procura o pagamento da liquidacao corrente: primeiro pela -
      *---- autorizacao, depois por forma e valor com data de --------
      *---- pagamento ate a data da liquidacao; sem pagamento, a -----
      *---- liquidacao segue pendente para a proxima rodada ----------
       concilia-liquidacao section.

           move 0 to ind_achado

           if lq_autorizacao <> spaces
               perform varying ind from 1 by 1
                       until ind > total_abertos or ind_achado > 0
                   if pa_conciliado(ind) = "N"
                       and pa_forma(ind) = lq_forma
                       and pa_autorizacao(ind) = lq_autorizacao
                       move ind to ind_achado
                   end-if
               end-perform
           end-if

           if ind_achado = 0
               perform varying ind from 1 by 1
                       until ind > total_abertos or ind_achado > 0
                   if pa_conciliado(ind) = "N"
                       and pa_forma(ind) = lq_forma
                       and pa_valor(ind) = lq_valor
                       and pa_data(ind) <= lq_data
                       move ind to ind_achado
                   end-if
               end-perform
           end-if

           if ind_achado > 0
               perform grava-conciliacao
           else
               perform guarda-liquidacao-pendente
           end-if
           .
       concilia-liquidacao-exit.
           exit.

      *---- marca o pagamento ind_achado como conciliado, grava -------
      *---- CONCILIA.DAT e a linha do relatorio ----------------------
       grava-conciliacao section.

           move "S" to pa_conciliado(ind_achado)

           move pa_num_pedido(ind_achado) to cc_num_pedido
           move pa_forma(ind_achado)      to cc_forma
           move pa_data(ind_achado)       to cc_data_pagto
           move pa_valor(ind_achado)      to cc_valor_pagto
           move lq_data                   to cc_data_liquidacao
           move lq_valor                  to cc_valor_liquidado
           move lq_taxa                   to cc_taxa
           move lq_autorizacao            to cc_autorizacao
           move data_referencia           to cc_data_conciliacao
           write conciliacao_reg
               invalid key
                   rewrite conciliacao_reg
           end-write

           add 1        to qtd_conciliados
           add lq_valor to valor_conciliado

           move cc_valor_pagto to valor_ed
           move lq_valor       to valor2_ed
           move lq_taxa        to taxa_ed
           move spaces to linha_relatorio
           string cc_num_pedido  delimited by size
                  " "            delimited by size
                  cc_forma       delimited by size
                  " "            delimited by size
                  cc_data_pagto  delimited by size
                  "  "           delimited by size
                  valor_ed       delimited by size
                  " "            delimited by size
                  lq_data        delimited by size
                  "   "          delimited by size
                  valor2_ed      delimited by size
                  " "            delimited by size
                  taxa_ed        delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           if lq_valor <> cc_valor_pagto
               if total_diferencas < limite_tabelas
                   add 1 to total_diferencas
                   move cc_num_pedido
                       to dv_num_pedido(total_diferencas)
                   move lq_autorizacao
                       to dv_autorizacao(total_diferencas)
                   move cc_valor_pagto
                       to dv_valor_pagto(total_diferencas)
                   move lq_valor
                       to dv_valor_liquidado(total_diferencas)
               else
                   display "Tabela de diferencas esgotada; pedido "
                       cc_num_pedido " com diferenca de valor."
               end-if
           end-if
           .
       grava-conciliacao-exit.
           exit.

      *---- liquidacao sem pagamento: regrava em LIQATU para a --------
      *---- proxima rodada e guarda para o relatorio ------------------
       guarda-liquidacao-pendente section.

           move liquidacao_reg to liq_atualizada_reg
           write liq_atualizada_reg

           add 1        to qtd_liq_sem_pagto
           add lq_valor to valor_liq_sem_pagto

           if total_sem_pagto < limite_tabelas
               add 1 to total_sem_pagto
               move lq_data        to ls_data(total_sem_pagto)
               move lq_forma       to ls_forma(total_sem_pagto)
               move lq_valor       to ls_valor(total_sem_pagto)
               move lq_autorizacao to ls_autorizacao(total_sem_pagto)
           else
               display "Tabela de liquidacoes sem pagamento esgotada;"
                   " relatorio incompleto (LIQATU completo)."
           end-if
           .
       guarda-liquidacao-pendente-exit.
           exit.

      *---- soma a tarifa da liquidacao nova no total do dia ----------
       acumula-taxa-dia section.

           move "N" to dia_localizado
           perform varying ind from 1 by 1
                   until ind > total_dias_taxa or dia_localizado = "S"
               if td_data(ind) = lq_data
                   add 1        to td_transacoes(ind)
                   add lq_valor to td_valor_bruto(ind)
                   add lq_taxa  to td_taxa(ind)
                   move "S" to dia_localizado
               end-if
           end-perform

           if dia_localizado = "N"
               if total_dias_taxa < limite_dias_taxa
                   add 1 to total_dias_taxa
                   move lq_data  to td_data(total_dias_taxa)
                   move 1        to td_transacoes(total_dias_taxa)
                   move lq_valor to td_valor_bruto(total_dias_taxa)
                   move lq_taxa  to td_taxa(total_dias_taxa)
               else
                   display "Tabela de tarifas por dia esgotada."
               end-if
           end-if

           add lq_taxa to total_taxas
           .
       acumula-taxa-dia-exit.
           exit.

      *---- lista as conciliacoes com valor liquidado diferente do ----
      *---- valor pago no pedido ---------------------------------------
       imprime-diferencas section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "DIFERENCAS DE VALOR" to linha_relatorio
           write linha_relatorio

           move "Pedido Autorizacao           Valor pago  Vl liquid."
               to linha_relatorio
           write linha_relatorio

           perform varying ind from 1 by 1
                   until ind > total_diferencas
               move dv_valor_pagto(ind)     to valor_ed
               move dv_valor_liquidado(ind) to valor2_ed
               move spaces to linha_relatorio
               string dv_num_pedido(ind)  delimited by size
                      " "                 delimited by size
                      dv_autorizacao(ind) delimited by size
                      " "                 delimited by size
                      valor_ed            delimited by size
                      "   "               delimited by size
                      valor2_ed           delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
               add 1 to qtd_excecoes
           end-perform

           if total_diferencas = 0
               move "Nenhuma diferenca de valor." to linha_relatorio
               write linha_relatorio
           end-if
           .
       imprime-diferencas-exit.
           exit.

      *---- lista os pagamentos de cartao/pix ainda sem liquidacao; ---
      *---- dentro da tolerancia ficam aguardando, depois viram -------
      *---- excecao ----------------------------------------------------
       imprime-pagamentos-sem-liq section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "PAGAMENTOS SEM LIQUIDACAO" to linha_relatorio
           write linha_relatorio

           move "Pedido F Dt pagto    Valor pago Dias  Situacao"
               to linha_relatorio
           write linha_relatorio

           perform varying ind from 1 by 1 until ind > total_abertos
               if pa_conciliado(ind) = "N"
                   compute dias_em_aberto =
                       function integer-of-date(data_referencia)
                     - function integer-of-date(pa_data(ind))
                   perform classifica-pendencia

                   add 1             to qtd_pagto_sem_liq
                   add pa_valor(ind) to valor_pagto_sem_liq

                   move pa_valor(ind) to valor_ed
                   move spaces to linha_relatorio
                   string pa_num_pedido(ind) delimited by size
                          " "                delimited by size
                          pa_forma(ind)      delimited by size
                          " "                delimited by size
                          pa_data(ind)       delimited by size
                          "  "               delimited by size
                          valor_ed           delimited by size
                          " "                delimited by size
                          dias_em_aberto     delimited by size
                          " "                delimited by size
                          situacao_pendencia delimited by size
                       into linha_relatorio
                   end-string
                   write linha_relatorio
               end-if
           end-perform

           if qtd_pagto_sem_liq = 0
               move "Nenhum pagamento sem liquidacao."
                   to linha_relatorio
               write linha_relatorio
           end-if
           .
       imprime-pagamentos-sem-liq-exit.
           exit.

      *---- lista as liquidacoes que seguem sem pagamento -------------
       imprime-liquidacoes-sem-pagto section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "LIQUIDACOES SEM PAGAMENTO" to linha_relatorio
           write linha_relatorio

           move "Dt liquid. F Vl liquid. Autorizacao     Dias  Situacao"
               to linha_relatorio
           write linha_relatorio

           perform varying ind from 1 by 1 until ind > total_sem_pagto
               compute dias_em_aberto =
                   function integer-of-date(data_referencia)
                 - function integer-of-date(ls_data(ind))
               perform classifica-pendencia

               move ls_valor(ind) to valor_ed
               move spaces to linha_relatorio
               string ls_data(ind)        delimited by size
                      " "                 delimited by size
                      ls_forma(ind)       delimited by size
                      " "                 delimited by size
                      valor_ed            delimited by size
                      " "                 delimited by size
                      ls_autorizacao(ind) delimited by size
                      " "                 delimited by size
                      dias_em_aberto      delimited by size
                      " "                 delimited by size
                      situacao_pendencia  delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-perform

           if qtd_liq_sem_pagto = 0
               move "Nenhuma liquidacao sem pagamento."
                   to linha_relatorio
               write linha_relatorio
           end-if
           .
       imprime-liquidacoes-sem-pagto-exit.
           exit.

      *---- pendencia dentro da tolerancia aguarda a proxima rodada; --
      *---- passada a tolerancia conta como excecao -------------------
       classifica-pendencia section.

           if dias_em_aberto > tolerancia_dias
               move "EXCECAO"    to situacao_pendencia
               add 1 to qtd_excecoes
           else
               move "AGUARDANDO" to situacao_pendencia
           end-if
           .
       classifica-pendencia-exit.
           exit.

      *---- ordena as tarifas por data de liquidacao ------------------
       ordena-taxa-dia section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind
               move "N_trocou" to controle

               perform until ind >= total_dias_taxa

                   if td_data(ind) > td_data(ind + 1)
                       move taxa_dia(ind + 1) to taxa_dia_aux
                       move taxa_dia(ind)     to taxa_dia(ind + 1)
                       move taxa_dia_aux      to taxa_dia(ind)

                       move "trocou" to controle
                   end-if

                   add 1 to ind

               end-perform

           end-perform
           .
       ordena-taxa-dia-exit.
           exit.

      *---- lista as tarifas da adquirente/banco por dia --------------
       imprime-taxas-dia section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "TARIFAS POR DIA DE LIQUIDACAO" to linha_relatorio
           write linha_relatorio

           move "Dt liquid. Transacoes  Valor bruto     Tarifas"
               to linha_relatorio
           write linha_relatorio

           perform varying ind from 1 by 1 until ind > total_dias_taxa
               move td_valor_bruto(ind) to total_ed
               move td_taxa(ind)        to valor_ed
               move spaces to linha_relatorio
               string td_data(ind)       delimited by size
                      "      "           delimited by size
                      td_transacoes(ind) delimited by size
                      " "                delimited by size
                      total_ed           delimited by size
                      "   "              delimited by size
                      valor_ed           delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-perform

           move total_taxas to total_ed
           move spaces to linha_relatorio
           string "Total de tarifas.............: " delimited by size
                  total_ed                          delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       imprime-taxas-dia-exit.
           exit.

      *---- totais de controle no relatorio e no SYSOUT do job --------
       imprime-totais-controle section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "TOTAIS DE CONTROLE" to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Liquidacoes novas lidas......: " delimited by size
                  liquidacoes_lidas                 delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Pendentes de rodadas antes...: " delimited by size
                  pendentes_anteriores              delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move valor_conciliado to total_ed
           move spaces to linha_relatorio
           string "Conciliados..................: " delimited by size
                  qtd_conciliados                   delimited by size
                  "  "                              delimited by size
                  total_ed                          delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move valor_pagto_sem_liq to total_ed
           move spaces to linha_relatorio
           string "Pagamentos sem liquidacao....: " delimited by size
                  qtd_pagto_sem_liq                 delimited by size
                  "  "                              delimited by size
                  total_ed                          delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move valor_liq_sem_pagto to total_ed
           move spaces to linha_relatorio
           string "Liquidacoes sem pagamento....: " delimited by size
                  qtd_liq_sem_pagto                 delimited by size
                  "  "                              delimited by size
                  total_ed                          delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Excecoes (diferenca/atraso)..: " delimited by size
                  qtd_excecoes                      delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           display "Conciliacao de cartao e pix:"
           display "Conciliados..............: " qtd_conciliados
           display "Pagamentos sem liquidacao: " qtd_pagto_sem_liq
           display "Liquidacoes sem pagamento: " qtd_liq_sem_pagto
           move spaces to linha_relatorio
           string "Pagtos antes do inicio.......: " delimited by size
                  pagtos_antes_inicio               delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           if tabela_abertos_cheia = "S"
               move spaces to linha_relatorio
               write linha_relatorio
               move spaces to linha_relatorio
               string "*** TABELA DE PAGAMENTOS EM ABERTO ESGOTADA ("
                          delimited by size
                      limite_abertos delimited by size
                      "); CONCILIACAO INCOMPLETA ***"
                          delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-if

           display "Excecoes.................: " qtd_excecoes
           display "Pagtos antes do inicio...: " pagtos_antes_inicio

      *---- RC=4 avisa que ha excecao a tratar com a adquirente/banco -
      *---- RC=8: pagamentos ficaram fora da tabela; as liquidacoes --
      *---- deles seguem pendentes ate uma rodada completa ------------
           if tabela_abertos_cheia = "S"
               display "Conciliacao incompleta: tabela de pagamentos"
                   " em aberto esgotada."
               move 8 to return-code
           else
               if qtd_excecoes > 0
                   move 4 to return-code
               end-if
           end-if
           .
       imprime-totais-controle-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close conciliados
           close liq-atualizadas
           close relatorio-conciliacao
           stop run.
           .
       finaliza-exit.
           exit.
