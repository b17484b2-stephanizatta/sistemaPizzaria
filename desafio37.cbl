      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio37".
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

           select cancelamentos assign to "CANCPED.DAT"
               organization is line sequential
               file status is fs-cancelamentos.

           select resumo-mensal assign to "RESMES.DAT"
               organization is line sequential
               file status is fs-resumo-mensal.

           select controle-dia assign to "DIACTL.DAT"
               organization is line sequential
               file status is fs-controle-dia.

           select ficha-tecnica assign to "FICHATEC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ft_chave
               file status is fs-ficha.

           select custo-ingrediente assign to "CUSTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is cu_chave
               file status is fs-custo.

           select estoque assign to "ESTOQUE.DAT"
               organization is indexed
               access mode is sequential
               record key is es_ingrediente
               file status is fs-estoque.

           select ordens-compra assign to "OCOMPRA.DAT"
               organization is indexed
               access mode is sequential
               record key is oc_numero
               file status is fs-ordens.

           select fornecedores assign to "FORNEC.DAT"
               organization is indexed
               access mode is dynamic
               record key is fo_codigo
               file status is fs-fornecedores.

           select sugestoes-compra assign to "SUGCOMPRA.DAT"
               organization is line sequential
               file status is fs-sugestoes.

           select relatorio-previsao assign to "PREVISAO.TXT"
               organization is line sequential
               file status is fs-relatorio.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  pedidos.
           copy "pedidoreg.cpy".

       fd  cancelamentos.
           copy "cancreg.cpy".

       fd  resumo-mensal.
           copy "resmesreg.cpy".

       fd  controle-dia.
       01  controle_dia_reg.
           05 dc_data_negocio                      pic 9(08).
           05 dc_situacao                          pic x(01).

       fd  ficha-tecnica.
           copy "fichareg.cpy".

       fd  custo-ingrediente.
           copy "custoreg.cpy".

       fd  estoque.
           copy "estoquereg.cpy".

       fd  ordens-compra.
           copy "ocompreg.cpy".

       fd  fornecedores.
           copy "fornecreg.cpy".

       fd  sugestoes-compra.
           copy "sugcompreg.cpy".

       fd  relatorio-previsao.
       01  linha_relatorio                          pic x(80).

      *---Variáveis de trabalho
       Working-storage Section.

      *-- venda por sabor/tamanho: quantidade do periodo corrente por -
      *-- dia da semana (1 = domingo), total dos meses fechados e a ---
      *-- previsao diaria resultante, tambem por dia da semana --------
       01  previsao_pizza occurs 500.
           05 pp_nome                              pic x(10).
           05 pp_tamanho                           pic x(01).
           05 pp_qtd_semana occurs 7               pic 9(06)v9.
           05 pp_qtd_resmes                        pic 9(07).
           05 pp_previsao occurs 7                 pic 9(05)v99.
      *---- "F" = ficha tecnica, "C" = CUSTO.DAT, "N" = sem consumo ---
           05 pp_origem_consumo                    pic x(01).

      *-- ingredientes: estoque, ordens abertas, consumo previsto por -
      *-- dia da semana e a necessidade apurada ------------------------
       01  ingrediente_prev occurs 300.
           05 ig_nome                              pic x(10).
           05 ig_unidade                           pic x(03).
           05 ig_saldo                             pic 9(06)v99.
           05 ig_minimo                            pic 9(06)v99.
           05 ig_aberto                            pic 9(07)v99.
           05 ig_consumo occurs 7                  pic 9(07)v99.
           05 ig_ultima_oc                         pic 9(06).
           05 ig_fornecedor                        pic 9(04).
           05 ig_preco                             pic 9(05)v99.
           05 ig_prazo                             pic 9(03).
           05 ig_consumo_7d                        pic 9(08)v99.
           05 ig_demanda_prazo                     pic 9(08)v99.
           05 ig_demanda_total                     pic 9(08)v99.
           05 ig_sugerido                          pic 9(06)v99.
           05 ig_urgente                           pic x(01).

      *-- sugestoes apuradas, ordenadas por fornecedor e ingrediente --
       01  sugestao occurs 300.
           05 su_fornecedor                        pic 9(04).
           05 su_ingrediente                       pic x(10).
           05 su_quantidade                        pic 9(06)v99.
           05 su_unidade                           pic x(03).
           05 su_preco                             pic 9(05)v99.
           05 su_prazo                             pic 9(03).
           05 su_urgente                           pic x(01).

       01  sugestao_aux.
           05 su_fornecedor_aux                    pic 9(04).
           05 su_ingrediente_aux                   pic x(10).
           05 su_quantidade_aux                    pic 9(06)v99.
           05 su_unidade_aux                       pic x(03).
           05 su_preco_aux                         pic 9(05)v99.
           05 su_prazo_aux                         pic 9(03).
           05 su_urgente_aux                       pic x(01).

      *-- cancelamentos do periodo corrente a abater das linhas -------
       01  cancel_tab occurs 2000.
           05 ct_num_pedido                        pic 9(06).
           05 ct_nome_pizza                        pic x(10).
           05 ct_tamanho                           pic x(01).
           05 ct_qtd_restante                      pic 9(03).

      *-- os 7 dias da previsao, a partir do dia seguinte ao de -------
      *-- negocio ------------------------------------------------------
       01  dia_previsao occurs 7.
           05 dp_data                              pic 9(08).
           05 dp_semana                            pic 9(01).

      *-- perfil da semana no periodo corrente: dias com venda, -------
      *-- pizzas vendidas e fator sobre a media diaria ----------------
       01  perfil_semana occurs 7.
           05 ps_dias                              pic 9(04).
           05 ps_quantidade                        pic 9(07)v9.
           05 ps_fator                             pic 9(02)v9999.

       01  nomes_dias_semana                       pic x(21)
                                   value "DomSegTerQuaQuiSexSab".
       01  filler redefines nomes_dias_semana.
           05 nome_dia_semana occurs 7             pic x(03).

       01  data_calculo.
           05 dm_ano                               pic 9(04).
           05 dm_mes                               pic 9(02).
           05 dm_dia                               pic 9(02).
       01  data_calculo_num redefines data_calculo pic 9(08).

       77 fs-pedidos                               pic x(02)
                                                   value "00".
       77 fs-cancelamentos                         pic x(02)
                                                   value "00".
       77 fs-resumo-mensal                         pic x(02)
                                                   value "00".
       77 fs-controle-dia                          pic x(02)
                                                   value "00".
       77 fs-ficha                                 pic x(02)
                                                   value "00".
       77 fs-custo                                 pic x(02)
                                                   value "00".
       77 fs-estoque                               pic x(02)
                                                   value "00".
       77 fs-ordens                                pic x(02)
                                                   value "00".
       77 fs-fornecedores                          pic x(02)
                                                   value "00".
       77 fs-sugestoes                             pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".
       77 controle                                 pic x(10).
       77 data_base                                pic 9(08).
       77 dia_base                                 pic 9(07).
       77 dia_calculo                              pic 9(07).
       77 ano_mes_base                             pic 9(06).
       77 ano_mes_inicio                           pic 9(06).
       77 menor_mes_resmes                         pic 9(06).
       77 dias_resmes                              pic 9(04)
                                                   value 0.
       77 dias_pedidos                             pic 9(04)
                                                   value 0.
       77 ultima_data_contada                      pic 9(08)
                                                   value 0.
       77 dias_semana_com_venda                    pic 9(01)
                                                   value 0.
       77 media_dia_semana                         pic 9(05)v9999.
       77 soma_medias_semana                       pic 9(06)v9999
                                                   value 0.
       77 media_diaria_geral                       pic 9(05)v9999.
       77 media_diaria_pizza                       pic 9(05)v9999.
       77 posicao_dia                              pic 9(01).
      *---- contadores de laco um digito acima do limite da tabela ----
       77 ind                                      pic 9(04).
       77 ind_pizza                                pic 9(04).
       77 ind_ingrediente                          pic 9(04).
       77 ind_sugestao                             pic 9(04).
       77 ind_cancel                               pic 9(05).
       77 ind_dia                                  pic 9(04).
       77 ind_semana                               pic 9(02).
       77 total_pizzas                             pic 9(04)
                                                   value 0.
       77 total_ingredientes                       pic 9(04)
                                                   value 0.
       77 total_sugestoes                          pic 9(04)
                                                   value 0.
       77 total_cancel                             pic 9(04)
                                                   value 0.
       77 tabela_cheia_pizza                       pic x(01)
                                                   value "N".
       77 tabela_cheia_ingrediente                 pic x(01)
                                                   value "N".
       77 tabela_cheia_cancel                      pic x(01)
                                                   value "N".
       77 ficha_disponivel                         pic x(01).
       77 custo_disponivel                         pic x(01).
       77 fornecedores_disponivel                  pic x(01).
       77 localizado                               pic x(01).
       77 sabor_corrente                           pic x(10).
       77 tamanho_corrente                         pic x(01).
       77 fator_consumo                            pic 9(01)v9.
       77 quantidade_pizza                         pic 9(06)v9.
       77 ingrediente_consumo                      pic x(10).
       77 unidade_consumo                          pic x(03).
       77 consumo_unitario                         pic 9(03)v99.
       77 qtd_abatida                              pic 9(03).
       77 qtd_aplicar                              pic 9(03).
       77 qtd_liquida                              pic 9(03).
       77 horizonte_dias                           pic 9(04).
       77 disponivel                               pic 9(08)v99.
       77 necessidade                              pic s9(08)v99.
       77 sugestoes_urgentes                       pic 9(04)
                                                   value 0.
       77 pizzas_sem_consumo                       pic 9(04)
                                                   value 0.
       77 fornecedor_anterior                      pic 9(04).
       77 valor_sugestao                           pic 9(08)v99.
       77 valor_fornecedor                         pic 9(08)v99.
       77 valor_total_sugestoes                    pic 9(08)v99
                                                   value 0.
       77 qtd_inteira                              pic 9(05).
       77 total_dia_previsto                       pic 9(06).
       77 total_semana_pizza                       pic 9(06).
       77 coluna                                   pic 9(02).
       77 qtd_dia_ed                               pic zzzz9.
       77 qtd_semana_ed                            pic zzzzz9.
       77 consumo_ed                               pic zzzzz9,99.
       77 saldo_ed                                 pic zzzzz9,99.
       77 aberto_ed                                pic zzzzz9,99.
       77 minimo_ed                                pic zzzzz9,99.
       77 prazo_ed                                 pic zz9.
       77 sugerido_ed                              pic zzzzz9,99.
       77 preco_ed                                 pic zzzz9,99.
       77 valor_ed                                 pic zzzzzz9,99.

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
           perform le-data-base
           perform monta-dias-previsao

           perform varying ind_semana from 1 by 1 until ind_semana > 7
               move 0 to ps_dias(ind_semana)
               move 0 to ps_quantidade(ind_semana)
               move 1 to ps_fator(ind_semana)
           end-perform

           open output relatorio-previsao
           open output sugestoes-compra
           .
       inicializa-exit.
           exit.

      *---- a previsao parte do dia de negocio de DIACTL.DAT (o dia ---
      *---- que acabou de ser fechado); sem controle vale a maquina ----
       le-data-base section.

           move function current-date(1:8) to data_base

           open input controle-dia
           if fs-controle-dia = "00"
               read controle-dia
                   at end
                       continue
                   not at end
                       move dc_data_negocio to data_base
               end-read
               close controle-dia
           end-if
           move "00" to fs-controle-dia

           compute dia_base = function integer-of-date(data_base)
           .
       le-data-base-exit.
           exit.

      *---- datas e dias da semana dos 7 dias previstos ---------------
       monta-dias-previsao section.

           perform varying ind_dia from 1 by 1 until ind_dia > 7
               compute dia_calculo = dia_base + ind_dia
               move function date-of-integer(dia_calculo)
                   to dp_data(ind_dia)
               compute posicao_dia = function mod(dia_calculo 7) + 1
               move posicao_dia to dp_semana(ind_dia)
           end-perform
           .
       monta-dias-previsao-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           perform carrega-cancelamentos
           perform acumula-pedidos
           perform acumula-resumo-mensal
           perform calcula-previsao-pizzas
           perform carrega-estoque
           perform calcula-consumo-ingredientes
           perform carrega-ordens-compra
           perform calcula-necessidades
           perform ordena-sugestoes
           perform grava-sugestoes
           perform imprime-relatorio-previsao

           if sugestoes_urgentes > 0
               move 4 to return-code
           end-if

           display "Previsao gravada em PREVISAO.TXT."
           display "Sugestoes de compra: " total_sugestoes
               " (urgentes: " sugestoes_urgentes ")"
           .
       processamento-exit.
           exit.

      *---- carrega CANCPED.DAT para abater das linhas de PEDIDOS ------
       carrega-cancelamentos section.

           open input cancelamentos
           if fs-cancelamentos <> "35"
               perform until fs-cancelamentos = "10"
                   read cancelamentos
                       at end
                           move "10" to fs-cancelamentos
                       not at end
                           perform guarda-cancelamento
                   end-read
               end-perform
               close cancelamentos
           end-if
           move "00" to fs-cancelamentos
           .
       carrega-cancelamentos-exit.
           exit.

      *---- guarda o cancelamento corrente na tabela ------------------
       guarda-cancelamento section.

           if total_cancel < 2000
               add 1 to total_cancel
               move cn_num_pedido to ct_num_pedido(total_cancel)
               move cn_nome_pizza to ct_nome_pizza(total_cancel)
               move cn_tamanho    to ct_tamanho(total_cancel)
               move cn_quantidade to ct_qtd_restante(total_cancel)
           else
               if tabela_cheia_cancel = "N"
                   display "Tabela de cancelamentos esgotada; "
                       "previsao pode sair acima do liquido."
                   move "S" to tabela_cheia_cancel
               end-if
           end-if
           .
       guarda-cancelamento-exit.
           exit.

      *---- PEDIDOS.DAT (periodo corrente): venda liquida por sabor, ---
      *---- tamanho e dia da semana, e dias com venda por dia da -------
      *---- semana (as linhas sao gravadas em ordem de data) -----------
       acumula-pedidos section.

           open input pedidos
           if fs-pedidos <> "35"
               perform until fs-pedidos = "10"
                   read pedidos
                       at end
                           move "10" to fs-pedidos
                       not at end
                           if pd_data not > data_base
                               perform acumula-linha-pedido
                           end-if
                   end-read
               end-perform
               close pedidos
           end-if
           move "00" to fs-pedidos
           .
       acumula-pedidos-exit.
           exit.

      *---- soma a linha corrente no perfil da semana e na pizza ------
       acumula-linha-pedido section.

           perform abate-cancelados-linha

           if qtd_liquida > 0
               compute posicao_dia = function mod(
                   function integer-of-date(pd_data) 7) + 1

               if pd_data <> ultima_data_contada
                   add 1 to ps_dias(posicao_dia)
                   add 1 to dias_pedidos
                   move pd_data to ultima_data_contada
               end-if

               add qtd_liquida to ps_quantidade(posicao_dia)

               move pd_tamanho to tamanho_corrente
               if pd_sabor2 = spaces
                   move 1 to fator_consumo
                   move pd_nome_pizza to sabor_corrente
                   perform soma-venda-pizza
               else
      *---- meia a meia vende meia pizza de cada sabor ----------------
                   move 0,5 to fator_consumo
                   move pd_nome_pizza to sabor_corrente
                   perform soma-venda-pizza
                   move pd_sabor2 to sabor_corrente
                   perform soma-venda-pizza
               end-if
           end-if
           .
       acumula-linha-pedido-exit.
           exit.

      *---- abate os cancelamentos pendentes do pedido/pizza e --------
      *---- devolve a quantidade liquida da linha ---------------------
       abate-cancelados-linha section.

           move 0 to qtd_abatida

           perform varying ind_cancel from 1 by 1
                   until ind_cancel > total_cancel
               if ct_num_pedido(ind_cancel) = pd_num_pedido
                   and ct_nome_pizza(ind_cancel) = pd_nome_pizza
                   and ct_tamanho(ind_cancel) = pd_tamanho
                   and ct_qtd_restante(ind_cancel) > 0
                   compute qtd_aplicar = pd_quantidade - qtd_abatida
                   if ct_qtd_restante(ind_cancel) < qtd_aplicar
                       move ct_qtd_restante(ind_cancel) to qtd_aplicar
                   end-if
                   add qtd_aplicar to qtd_abatida
                   subtract qtd_aplicar
                       from ct_qtd_restante(ind_cancel)
               end-if
           end-perform

           compute qtd_liquida = pd_quantidade - qtd_abatida
           .
       abate-cancelados-linha-exit.
           exit.

      *---- soma qtd_liquida * fator_consumo no dia da semana do ------
      *---- sabor_corrente/tamanho_corrente ----------------------------
       soma-venda-pizza section.

           perform localiza-pizza
           if ind_pizza > 0
               compute quantidade_pizza = qtd_liquida * fator_consumo
               add quantidade_pizza
                   to pp_qtd_semana(ind_pizza, posicao_dia)
           end-if
           .
       soma-venda-pizza-exit.
           exit.

      *---- procura sabor_corrente/tamanho_corrente na tabela de ------
      *---- pizzas e inclui se for novo; ind_pizza = 0 se esgotada -----
       localiza-pizza section.

           move "N" to localizado
           perform varying ind_pizza from 1 by 1
                   until ind_pizza > total_pizzas
                   or localizado = "S"
               if pp_nome(ind_pizza) = sabor_corrente
                   and pp_tamanho(ind_pizza) = tamanho_corrente
                   move "S" to localizado
               end-if
           end-perform

           if localizado = "S"
               subtract 1 from ind_pizza
           else
               if total_pizzas < 500
                   add 1 to total_pizzas
                   move total_pizzas     to ind_pizza
                   move sabor_corrente   to pp_nome(ind_pizza)
                   move tamanho_corrente to pp_tamanho(ind_pizza)
                   move 0                to pp_qtd_resmes(ind_pizza)
                   move space        to pp_origem_consumo(ind_pizza)
                   perform varying ind_semana from 1 by 1
                           until ind_semana > 7
                       move 0 to pp_qtd_semana(ind_pizza, ind_semana)
                       move 0 to pp_previsao(ind_pizza, ind_semana)
                   end-perform
               else
                   move 0 to ind_pizza
                   if tabela_cheia_pizza = "N"
                       display "Tabela de pizzas esgotada; "
                           sabor_corrente " fora da previsao."
                       move "S" to tabela_cheia_pizza
                   end-if
               end-if
           end-if
           .
       localiza-pizza-exit.
           exit.

      *---- RESMES.DAT: venda dos 3 ultimos meses fechados por --------
      *---- sabor/tamanho (ja liquida de cancelamentos) ----------------
       acumula-resumo-mensal section.

           move data_base(1:6) to ano_mes_base
           move data_base      to data_calculo_num
           if dm_mes > 3
               subtract 3 from dm_mes
           else
               add 9 to dm_mes
               subtract 1 from dm_ano
           end-if
           move data_calculo(1:6) to ano_mes_inicio
           move 999999 to menor_mes_resmes

           open input resumo-mensal
           if fs-resumo-mensal <> "35"
               perform until fs-resumo-mensal = "10"
                   read resumo-mensal
                       at end
                           move "10" to fs-resumo-mensal
                       not at end
                           if ms_ano_mes not < ano_mes_inicio
                               and ms_ano_mes < ano_mes_base
                               perform soma-resumo-pizza
                           end-if
                   end-read
               end-perform
               close resumo-mensal
           end-if
           move "00" to fs-resumo-mensal

      *---- dias cobertos = do 1o dia do mes mais antigo encontrado ----
      *---- ate o 1o dia do mes da data base ---------------------------
           if menor_mes_resmes < 999999
               move data_base to data_calculo_num
               move 1 to dm_dia
               compute dia_calculo =
                   function integer-of-date(data_calculo_num)
               move menor_mes_resmes to data_calculo(1:6)
               move 1 to dm_dia
               compute dias_resmes = dia_calculo
                   - function integer-of-date(data_calculo_num)
           end-if
           .
       acumula-resumo-mensal-exit.
           exit.

      *---- soma a linha do resumo mensal na pizza ---------------------
       soma-resumo-pizza section.

           if ms_ano_mes < menor_mes_resmes
               move ms_ano_mes to menor_mes_resmes
           end-if

           move ms_nome_pizza to sabor_corrente
           move ms_tamanho    to tamanho_corrente
           perform localiza-pizza
           if ind_pizza > 0
               add ms_quantidade to pp_qtd_resmes(ind_pizza)
           end-if
           .
       soma-resumo-pizza-exit.
           exit.

      *---- previsao diaria por pizza e dia da semana: a media diaria -
      *---- dos meses fechados ajustada pelo perfil da semana do -------
      *---- periodo corrente; sabor sem meses fechados usa a media do --
      *---- proprio dia da semana no periodo corrente ------------------
       calcula-previsao-pizzas section.

           perform varying ind_semana from 1 by 1 until ind_semana > 7
               if ps_dias(ind_semana) > 0
                   add 1 to dias_semana_com_venda
                   compute media_dia_semana rounded =
                       ps_quantidade(ind_semana) / ps_dias(ind_semana)
                   add media_dia_semana to soma_medias_semana
               end-if
           end-perform

      *---- o fator do dia e a media dele sobre a media dos 7 dias ----
      *---- (dia sem venda em 2 semanas de historico = casa fechada, ---
      *---- fator zero); com menos historico a semana fica plana -------
           if soma_medias_semana > 0
               and (dias_semana_com_venda = 7 or dias_pedidos >= 14)
               compute media_diaria_geral rounded =
                   soma_medias_semana / 7
               perform varying ind_semana from 1 by 1
                       until ind_semana > 7
                   if ps_dias(ind_semana) > 0
                       compute ps_fator(ind_semana) rounded =
                           (ps_quantidade(ind_semana)
                           / ps_dias(ind_semana)) / media_diaria_geral
                   else
                       move 0 to ps_fator(ind_semana)
                   end-if
               end-perform
           end-if

           perform varying ind_pizza from 1 by 1
                   until ind_pizza > total_pizzas
               if pp_qtd_resmes(ind_pizza) > 0 and dias_resmes > 0
                   compute media_diaria_pizza rounded =
                       pp_qtd_resmes(ind_pizza) / dias_resmes
                   perform varying ind_semana from 1 by 1
                           until ind_semana > 7
                       compute pp_previsao(ind_pizza, ind_semana)
                           rounded = media_diaria_pizza
                                   * ps_fator(ind_semana)
                   end-perform
               else
                   perform varying ind_semana from 1 by 1
                           until ind_semana > 7
                       if ps_dias(ind_semana) > 0
                           compute pp_previsao(ind_pizza, ind_semana)
                               rounded =
                               pp_qtd_semana(ind_pizza, ind_semana)
                               / ps_dias(ind_semana)
                       end-if
                   end-perform
               end-if
           end-perform
           .
       calcula-previsao-pizzas-exit.
           exit.

      *---- carrega ESTOQUE.DAT na tabela de ingredientes --------------
       carrega-estoque section.

           open input estoque
           if fs-estoque = "35"
               display "ESTOQUE.DAT nao encontrado; necessidade "
                   "calculada com saldo zero."
           else
               perform until fs-estoque = "10"
                   read estoque next record
                       at end
                           move "10" to fs-estoque
                       not at end
                           move es_ingrediente to ingrediente_consumo
                           move es_unidade     to unidade_consumo
                           perform localiza-ingrediente
                           if ind_ingrediente > 0
                               move es_qtd_atual
                                   to ig_saldo(ind_ingrediente)
                               move es_qtd_minima
                                   to ig_minimo(ind_ingrediente)
                           end-if
                   end-read
               end-perform
               close estoque
           end-if
           move "00" to fs-estoque
           .
       carrega-estoque-exit.
           exit.

      *---- procura ingrediente_consumo na tabela e inclui se for -----
      *---- novo (saldo zero); ind_ingrediente = 0 se esgotada ---------
       localiza-ingrediente section.

           move "N" to localizado
           perform varying ind_ingrediente from 1 by 1
                   until ind_ingrediente > total_ingredientes
                   or localizado = "S"
               if ig_nome(ind_ingrediente) = ingrediente_consumo
                   move "S" to localizado
               end-if
           end-perform

           if localizado = "S"
               subtract 1 from ind_ingrediente
           else
               if total_ingredientes < 300
                   add 1 to total_ingredientes
                   move total_ingredientes  to ind_ingrediente
                   move ingrediente_consumo to ig_nome(ind_ingrediente)
                   move unidade_consumo  to ig_unidade(ind_ingrediente)
                   move 0   to ig_saldo(ind_ingrediente)
                   move 0   to ig_minimo(ind_ingrediente)
                   move 0   to ig_aberto(ind_ingrediente)
                   move 0   to ig_ultima_oc(ind_ingrediente)
                   move 0   to ig_fornecedor(ind_ingrediente)
                   move 0   to ig_preco(ind_ingrediente)
                   move 0   to ig_prazo(ind_ingrediente)
                   move 0   to ig_consumo_7d(ind_ingrediente)
                   move 0   to ig_demanda_prazo(ind_ingrediente)
                   move 0   to ig_demanda_total(ind_ingrediente)
                   move 0   to ig_sugerido(ind_ingrediente)
                   move "N" to ig_urgente(ind_ingrediente)
                   perform varying ind_semana from 1 by 1
                           until ind_semana > 7
                       move 0
                           to ig_consumo(ind_ingrediente, ind_semana)
                   end-perform
               else
                   move 0 to ind_ingrediente
                   if tabela_cheia_ingrediente = "N"
                       display "Tabela de ingredientes esgotada; "
                           ingrediente_consumo " fora da previsao."
                       move "S" to tabela_cheia_ingrediente
                   end-if
               end-if
           end-if
           .
       localiza-ingrediente-exit.
           exit.

      *---- converte a previsao de cada pizza em consumo de ------------
      *---- ingredientes por dia da semana: ficha tecnica primeiro, ----
      *---- fatores de CUSTO.DAT para o sabor ainda sem ficha ----------
       calcula-consumo-ingredientes section.

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

           perform varying ind_pizza from 1 by 1
                   until ind_pizza > total_pizzas
               move "N" to pp_origem_consumo(ind_pizza)
               if ficha_disponivel = "S"
                   perform consumo-ficha-pizza
               end-if
               if pp_origem_consumo(ind_pizza) = "N"
                   and custo_disponivel = "S"
                   perform consumo-custo-pizza
               end-if
               if pp_origem_consumo(ind_pizza) = "N"
                   add 1 to pizzas_sem_consumo
               end-if
           end-perform

           if ficha_disponivel = "S"
               close ficha-tecnica
           end-if
           if custo_disponivel = "S"
               close custo-ingrediente
           end-if
           move "00" to fs-ficha
           move "00" to fs-custo
           .
       calcula-consumo-ingredientes-exit.
           exit.

      *---- percorre em FICHATEC.DAT os ingredientes da pizza ----------
       consumo-ficha-pizza section.

           move pp_nome(ind_pizza)    to ft_nome
           move pp_tamanho(ind_pizza) to ft_tamanho
           move spaces                to ft_ingrediente
           start ficha-tecnica key not < ft_chave
               invalid key
                   move "10" to fs-ficha
           end-start

           perform until fs-ficha = "10"
               read ficha-tecnica next record
                   at end
                       move "10" to fs-ficha
                   not at end
                       if ft_nome <> pp_nome(ind_pizza)
                           or ft_tamanho <> pp_tamanho(ind_pizza)
                           move "10" to fs-ficha
                       else
                           move "F" to pp_origem_consumo(ind_pizza)
                           move ft_ingrediente to ingrediente_consumo
                           move ft_unidade     to unidade_consumo
                           move ft_quantidade  to consumo_unitario
                           perform soma-consumo-ingrediente
                       end-if
               end-read
           end-perform
           move "00" to fs-ficha
           .
       consumo-ficha-pizza-exit.
           exit.

      *---- soma os fatores de CUSTO.DAT da pizza (FARINHA, QUEIJO e --
      *---- COBERTURA de ESTOQUE.DAT) ----------------------------------
       consumo-custo-pizza section.

           move pp_nome(ind_pizza)    to cu_nome
           move pp_tamanho(ind_pizza) to cu_tamanho
           read custo-ingrediente
               invalid key
                   continue
               not invalid key
                   move "C" to pp_origem_consumo(ind_pizza)
                   move spaces to unidade_consumo

                   move "FARINHA" to ingrediente_consumo
                   move cu_consumo_farinha to consumo_unitario
                   perform soma-consumo-ingrediente

                   move "QUEIJO" to ingrediente_consumo
                   move cu_consumo_queijo to consumo_unitario
                   perform soma-consumo-ingrediente

                   move "COBERTURA" to ingrediente_consumo
                   move cu_consumo_coberturas to consumo_unitario
                   perform soma-consumo-ingrediente
           end-read
           .
       consumo-custo-pizza-exit.
           exit.

      *---- soma consumo_unitario * previsao da pizza ind_pizza no ----
      *---- ingrediente_consumo, dia da semana a dia da semana ---------
       soma-consumo-ingrediente section.

           perform localiza-ingrediente
           if ind_ingrediente > 0
               perform varying ind_semana from 1 by 1
                       until ind_semana > 7
                   compute ig_consumo(ind_ingrediente, ind_semana)
                       rounded = ig_consumo(ind_ingrediente, ind_semana)
                       + consumo_unitario
                       * pp_previsao(ind_pizza, ind_semana)
               end-perform
           end-if
           .
       soma-consumo-ingrediente-exit.
           exit.

      *---- OCOMPRA.DAT: soma as ordens abertas ("A") e guarda o -------
      *---- fornecedor e o preco da ordem mais recente do ingrediente --
       carrega-ordens-compra section.

           open input ordens-compra
           if fs-ordens <> "35"
               perform until fs-ordens = "10"
                   read ordens-compra next record
                       at end
                           move "10" to fs-ordens
                       not at end
                           perform guarda-ordem-ingrediente
                   end-read
               end-perform
               close ordens-compra
           end-if
           move "00" to fs-ordens
           .
       carrega-ordens-compra-exit.
           exit.

      *---- aplica a ordem corrente ao ingrediente (so os ja -----------
      *---- conhecidos pelo estoque ou pelas receitas) -----------------
       guarda-ordem-ingrediente section.

           move "N" to localizado
           perform varying ind_ingrediente from 1 by 1
                   until ind_ingrediente > total_ingredientes
                   or localizado = "S"
               if ig_nome(ind_ingrediente) = oc_ingrediente
                   move "S" to localizado
               end-if
           end-perform

           if localizado = "S"
               subtract 1 from ind_ingrediente

               if oc_situacao = "A"
                   add oc_quantidade to ig_aberto(ind_ingrediente)
               end-if

               if oc_numero > ig_ultima_oc(ind_ingrediente)
                   move oc_numero     to ig_ultima_oc(ind_ingrediente)
                   move oc_fornecedor
                       to ig_fornecedor(ind_ingrediente)
                   if oc_situacao = "R" and oc_preco_recebido > 0
                       move oc_preco_recebido
                           to ig_preco(ind_ingrediente)
                   else
                       move oc_preco_unit to ig_preco(ind_ingrediente)
                   end-if
               end-if
           end-if
           .
       guarda-ordem-ingrediente-exit.
           exit.

      *---- necessidade de cada ingrediente: consumo previsto durante -
      *---- o prazo de entrega do fornecedor mais os 7 dias seguintes, -
      *---- mais o minimo, menos saldo e ordens abertas ----------------
       calcula-necessidades section.

           move "S" to fornecedores_disponivel
           open input fornecedores
           if fs-fornecedores = "35"
               move "N" to fornecedores_disponivel
           end-if

           perform varying ind_ingrediente from 1 by 1
                   until ind_ingrediente > total_ingredientes
               perform le-prazo-fornecedor
               perform calcula-demanda-ingrediente
               perform apura-sugestao-ingrediente
           end-perform

           if fornecedores_disponivel = "S"
               close fornecedores
           end-if
           move "00" to fs-fornecedores
           .
       calcula-necessidades-exit.
           exit.

      *---- prazo de entrega do fornecedor do ingrediente; fornecedor --
      *---- inativo ou nao cadastrado fica para escolher na aprovacao --
       le-prazo-fornecedor section.

           move 0 to ig_prazo(ind_ingrediente)

           if ig_fornecedor(ind_ingrediente) > 0
               if fornecedores_disponivel = "S"
                   move ig_fornecedor(ind_ingrediente) to fo_codigo
                   read fornecedores
                       invalid key
                           move 0 to ig_fornecedor(ind_ingrediente)
                       not invalid key
                           if fo_situacao = "I"
                               move 0
                                   to ig_fornecedor(ind_ingrediente)
                           else
                               if fo_prazo_entrega is numeric
                                   move fo_prazo_entrega
                                       to ig_prazo(ind_ingrediente)
                               end-if
                           end-if
                   end-read
               else
                   move 0 to ig_fornecedor(ind_ingrediente)
               end-if
           end-if
           .
       le-prazo-fornecedor-exit.
           exit.

      *---- projeta o consumo dia a dia a partir de amanha: ate o ----
      *---- prazo de entrega e ate o prazo mais 7 dias -----------------
       calcula-demanda-ingrediente section.

           compute horizonte_dias = ig_prazo(ind_ingrediente) + 7

           perform varying ind_dia from 1 by 1
                   until ind_dia > horizonte_dias
               compute dia_calculo = dia_base + ind_dia
               compute posicao_dia = function mod(dia_calculo 7) + 1

               add ig_consumo(ind_ingrediente, posicao_dia)
                   to ig_demanda_total(ind_ingrediente)
               if ind_dia not > ig_prazo(ind_ingrediente)
                   add ig_consumo(ind_ingrediente, posicao_dia)
                       to ig_demanda_prazo(ind_ingrediente)
               end-if
               if ind_dia not > 7
                   add ig_consumo(ind_ingrediente, posicao_dia)
                       to ig_consumo_7d(ind_ingrediente)
               end-if
           end-perform
           .
       calcula-demanda-ingrediente-exit.
           exit.

      *---- havendo necessidade, guarda a sugestao do ingrediente -----
       apura-sugestao-ingrediente section.

           compute disponivel = ig_saldo(ind_ingrediente)
                              + ig_aberto(ind_ingrediente)
           compute necessidade = ig_demanda_total(ind_ingrediente)
                               + ig_minimo(ind_ingrediente)
                               - disponivel

           if disponivel < ig_demanda_prazo(ind_ingrediente)
               move "S" to ig_urgente(ind_ingrediente)
           end-if

           if necessidade > 0
               move necessidade to ig_sugerido(ind_ingrediente)
               if total_sugestoes < 300
                   add 1 to total_sugestoes
                   move ig_fornecedor(ind_ingrediente)
                       to su_fornecedor(total_sugestoes)
                   move ig_nome(ind_ingrediente)
                       to su_ingrediente(total_sugestoes)
                   move ig_sugerido(ind_ingrediente)
                       to su_quantidade(total_sugestoes)
                   move ig_unidade(ind_ingrediente)
                       to su_unidade(total_sugestoes)
                   move ig_preco(ind_ingrediente)
                       to su_preco(total_sugestoes)
                   move ig_prazo(ind_ingrediente)
                       to su_prazo(total_sugestoes)
                   move ig_urgente(ind_ingrediente)
                       to su_urgente(total_sugestoes)
                   if ig_urgente(ind_ingrediente) = "S"
                       add 1 to sugestoes_urgentes
                   end-if
               else
                   display "Tabela de sugestoes esgotada; "
                       ig_nome(ind_ingrediente) " sem sugestao."
               end-if
           end-if
           .
       apura-sugestao-ingrediente-exit.
           exit.

      *---- ordena as sugestoes por fornecedor e ingrediente ----------
       ordena-sugestoes section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind_sugestao
               move "N_trocou" to controle

               perform until ind_sugestao >= total_sugestoes

                   if su_fornecedor(ind_sugestao)
                       > su_fornecedor(ind_sugestao + 1)
                       or (su_fornecedor(ind_sugestao)
                           = su_fornecedor(ind_sugestao + 1)
                       and su_ingrediente(ind_sugestao)
                           > su_ingrediente(ind_sugestao + 1))
                       move sugestao(ind_sugestao + 1) to sugestao_aux
                       move sugestao(ind_sugestao)
                           to sugestao(ind_sugestao + 1)
                       move sugestao_aux to sugestao(ind_sugestao)

                       move "trocou" to controle
                   end-if

                   add 1 to ind_sugestao

               end-perform

           end-perform
           .
       ordena-sugestoes-exit.
           exit.

      *---- regrava SUGCOMPRA.DAT com as sugestoes do dia (as ---------
      *---- pendentes da previsao anterior sao substituidas) -----------
       grava-sugestoes section.

           perform varying ind_sugestao from 1 by 1
                   until ind_sugestao > total_sugestoes
               move su_fornecedor(ind_sugestao)  to sg_fornecedor
               move su_ingrediente(ind_sugestao) to sg_ingrediente
               move su_quantidade(ind_sugestao)  to sg_quantidade
               move su_unidade(ind_sugestao)     to sg_unidade
               move su_preco(ind_sugestao)       to sg_preco_unit
               move data_base                    to sg_data_geracao
               move su_urgente(ind_sugestao)     to sg_urgente
               move "P"                          to sg_situacao
               move 0                            to sg_num_oc
               write sugestao_compra_reg
           end-perform
           .
       grava-sugestoes-exit.
           exit.

      *---- grava PREVISAO.TXT: previsao por pizza, necessidade por ---
      *---- ingrediente e sugestoes por fornecedor ---------------------
       imprime-relatorio-previsao section.

           move "PREVISAO DE DEMANDA E SUGESTAO DE COMPRAS"
               to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Dia de negocio " delimited by size
                  data_base         delimited by size
                  "; previsao de "  delimited by size
                  dp_data(1)        delimited by size
                  " a "             delimited by size
                  dp_data(7)        delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Historico: PEDIDOS.DAT com " delimited by size
                  dias_pedidos                  delimited by size
                  " dias de venda; RESMES.DAT com " delimited by size
                  dias_resmes                   delimited by size
                  " dias"                       delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           perform imprime-previsao-pizzas

           move spaces to linha_relatorio
           write linha_relatorio

           perform imprime-necessidades

           move spaces to linha_relatorio
           write linha_relatorio

           perform imprime-sugestoes
           .
       imprime-relatorio-previsao-exit.
           exit.

      *---- uma linha por pizza com previsao, colunas nos 7 dias ------
       imprime-previsao-pizzas section.

           move spaces to linha_relatorio
           move "Pizza      T" to linha_relatorio(1:12)
           perform varying ind_dia from 1 by 1 until ind_dia > 7
               compute coluna = 13 + (ind_dia - 1) * 6 + 3
               move dp_semana(ind_dia) to posicao_dia
               move nome_dia_semana(posicao_dia)
                   to linha_relatorio(coluna:3)
           end-perform
           move "  Semana" to linha_relatorio(55:8)
           write linha_relatorio

           perform varying ind_pizza from 1 by 1
                   until ind_pizza > total_pizzas
               perform imprime-linha-pizza
           end-perform

           move spaces to linha_relatorio
           move "TOTAL" to linha_relatorio(1:5)
           move 0 to total_semana_pizza
           perform varying ind_dia from 1 by 1 until ind_dia > 7
               move 0 to total_dia_previsto
               move dp_semana(ind_dia) to posicao_dia
               perform varying ind_pizza from 1 by 1
                       until ind_pizza > total_pizzas
                   compute qtd_inteira rounded =
                       pp_previsao(ind_pizza, posicao_dia)
                   add qtd_inteira to total_dia_previsto
               end-perform
               add total_dia_previsto to total_semana_pizza
               move total_dia_previsto to qtd_dia_ed
               compute coluna = 13 + (ind_dia - 1) * 6 + 1
               move qtd_dia_ed to linha_relatorio(coluna:5)
           end-perform
           move total_semana_pizza to qtd_semana_ed
           move qtd_semana_ed to linha_relatorio(57:6)
           write linha_relatorio

           if pizzas_sem_consumo > 0
               move spaces to linha_relatorio
               write linha_relatorio
               move "* = sabor sem ficha tecnica nem CUSTO.DAT; fora "
                   to linha_relatorio
               move "do consumo." to linha_relatorio(49:11)
               write linha_relatorio
           end-if
           .
       imprime-previsao-pizzas-exit.
           exit.

      *---- grava a linha da pizza ind_pizza (so com previsao) --------
       imprime-linha-pizza section.

           move 0 to total_semana_pizza
           move spaces to linha_relatorio
           move pp_nome(ind_pizza)    to linha_relatorio(1:10)
           move pp_tamanho(ind_pizza) to linha_relatorio(12:1)

           perform varying ind_dia from 1 by 1 until ind_dia > 7
               move dp_semana(ind_dia) to posicao_dia
               compute qtd_inteira rounded =
                   pp_previsao(ind_pizza, posicao_dia)
               add qtd_inteira to total_semana_pizza
               move qtd_inteira to qtd_dia_ed
               compute coluna = 13 + (ind_dia - 1) * 6 + 1
               move qtd_dia_ed to linha_relatorio(coluna:5)
           end-perform

           move total_semana_pizza to qtd_semana_ed
           move qtd_semana_ed to linha_relatorio(57:6)
           if pp_origem_consumo(ind_pizza) = "N"
               move "*" to linha_relatorio(64:1)
           end-if

           if total_semana_pizza > 0
               write linha_relatorio
           end-if
           .
       imprime-linha-pizza-exit.
           exit.

      *---- uma linha por ingrediente com consumo previsto ou abaixo --
      *---- do minimo --------------------------------------------------
       imprime-necessidades section.

           move "NECESSIDADE DE INGREDIENTES (prazo = entrega do "
               to linha_relatorio
           move "fornecedor, dias)" to linha_relatorio(49:17)
           write linha_relatorio

           move "Ingrediente  Cons.7d     Saldo Em aberto    Minimo "
               to linha_relatorio
           move "Prz  Sugerido Un  Urg" to linha_relatorio(52:21)
           write linha_relatorio

           perform varying ind_ingrediente from 1 by 1
                   until ind_ingrediente > total_ingredientes
               if ig_consumo_7d(ind_ingrediente) > 0
                   or ig_sugerido(ind_ingrediente) > 0
                   perform imprime-linha-ingrediente
               end-if
           end-perform
           .
       imprime-necessidades-exit.
           exit.

      *---- grava a linha do ingrediente ind_ingrediente --------------
       imprime-linha-ingrediente section.

           move ig_consumo_7d(ind_ingrediente) to consumo_ed
           move ig_saldo(ind_ingrediente)      to saldo_ed
           move ig_aberto(ind_ingrediente)     to aberto_ed
           move ig_minimo(ind_ingrediente)     to minimo_ed
           move ig_prazo(ind_ingrediente)      to prazo_ed
           move ig_sugerido(ind_ingrediente)   to sugerido_ed

           move spaces to linha_relatorio
           string ig_nome(ind_ingrediente)    delimited by size
                  " "                         delimited by size
                  consumo_ed                  delimited by size
                  " "                         delimited by size
                  saldo_ed                    delimited by size
                  " "                         delimited by size
                  aberto_ed                   delimited by size
                  " "                         delimited by size
                  minimo_ed                   delimited by size
                  " "                         delimited by size
                  prazo_ed                    delimited by size
                  " "                         delimited by size
                  sugerido_ed                 delimited by size
                  " "                         delimited by size
                  ig_unidade(ind_ingrediente) delimited by size
               into linha_relatorio
           end-string
           if ig_urgente(ind_ingrediente) = "S"
               move "SIM" to linha_relatorio(70:3)
           end-if
           write linha_relatorio
           .
       imprime-linha-ingrediente-exit.
           exit.

      *---- sugestoes agrupadas por fornecedor, com total de cada um --
       imprime-sugestoes section.

           move "SUGESTOES DE COMPRA POR FORNECEDOR (aprovar no "
               to linha_relatorio
           move "desafio18, opcao S)" to linha_relatorio(48:19)
           write linha_relatorio

           move 9999 to fornecedor_anterior
           move 0    to valor_fornecedor

           move "S" to fornecedores_disponivel
           open input fornecedores
           if fs-fornecedores = "35"
               move "N" to fornecedores_disponivel
           end-if

           perform varying ind_sugestao from 1 by 1
                   until ind_sugestao > total_sugestoes
               if su_fornecedor(ind_sugestao) <> fornecedor_anterior
                   if fornecedor_anterior <> 9999
                       perform imprime-total-fornecedor
                   end-if
                   perform imprime-cabecalho-fornecedor
               end-if
               perform imprime-linha-sugestao
           end-perform

           if total_sugestoes > 0
               perform imprime-total-fornecedor
           end-if

           if fornecedores_disponivel = "S"
               close fornecedores
           end-if
           move "00" to fs-fornecedores

           move spaces to linha_relatorio
           write linha_relatorio

           move valor_total_sugestoes to valor_ed
           move spaces to linha_relatorio
           string "Sugestoes gravadas em SUGCOMPRA.DAT: "
                      delimited by size
                  total_sugestoes     delimited by size
                  " (urgentes: "      delimited by size
                  sugestoes_urgentes  delimited by size
                  ") valor "          delimited by size
                  valor_ed            delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       imprime-sugestoes-exit.
           exit.

      *---- cabecalho do fornecedor da sugestao ind_sugestao ----------
       imprime-cabecalho-fornecedor section.

           move su_fornecedor(ind_sugestao) to fornecedor_anterior
           move 0 to valor_fornecedor

           move spaces to linha_relatorio
           write linha_relatorio

           move spaces to fo_nome
           if su_fornecedor(ind_sugestao) = 0
               move "Sem fornecedor: escolher na aprovacao"
                   to linha_relatorio
           else
               if fornecedores_disponivel = "S"
                   move su_fornecedor(ind_sugestao) to fo_codigo
                   read fornecedores
                       invalid key
                           move spaces to fo_nome
                   end-read
               end-if
               move su_prazo(ind_sugestao) to prazo_ed
               move spaces to linha_relatorio
               string "Fornecedor "               delimited by size
                      su_fornecedor(ind_sugestao) delimited by size
                      " "                         delimited by size
                      fo_nome                     delimited by size
                      " - entrega em "            delimited by size
                      prazo_ed                    delimited by size
                      " dias"                     delimited by size
                   into linha_relatorio
               end-string
           end-if
           write linha_relatorio
           .
       imprime-cabecalho-fornecedor-exit.
           exit.

      *---- linha da sugestao ind_sugestao -----------------------------
       imprime-linha-sugestao section.

           compute valor_sugestao rounded =
               su_quantidade(ind_sugestao) * su_preco(ind_sugestao)
           add valor_sugestao to valor_fornecedor
           add valor_sugestao to valor_total_sugestoes

           move su_quantidade(ind_sugestao) to sugerido_ed
           move su_preco(ind_sugestao)      to preco_ed
           move valor_sugestao              to valor_ed

           move spaces to linha_relatorio
           string "  "                         delimited by size
                  su_ingrediente(ind_sugestao) delimited by size
                  " "                          delimited by size
                  sugerido_ed                  delimited by size
                  " "                          delimited by size
                  su_unidade(ind_sugestao)     delimited by size
                  " "                          delimited by size
                  preco_ed                     delimited by size
                  " "                          delimited by size
                  valor_ed                     delimited by size
               into linha_relatorio
           end-string
           if su_urgente(ind_sugestao) = "S"
               move "URGENTE" to linha_relatorio(48:7)
           end-if
           write linha_relatorio
           .
       imprime-linha-sugestao-exit.
           exit.

      *---- total do fornecedor corrente -------------------------------
       imprime-total-fornecedor section.

           move valor_fornecedor to valor_ed
           move spaces to linha_relatorio
           string "  Total do fornecedor" delimited by size
                  "               "        delimited by size
                  valor_ed                 delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       imprime-total-fornecedor-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close relatorio-previsao
           close sugestoes-compra
           stop run.
           .
       finaliza-exit.
           exit.
