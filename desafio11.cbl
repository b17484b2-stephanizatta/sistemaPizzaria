           copy "cancreg.cpy".

       fd  pedidos-mantidos.
       01  pedido_mantido_reg                       pic x(97).

       fd  pedidos-arquivo.
       01  pedido_arquivo_reg                       pic x(97).

       fd  cancel-mantidos.
       01  cancel_mantido_reg                       pic x(69).
           copy "pagreg.cpy".

       fd  pag-mantidos.
       01  pag_mantido_reg                          pic x(81).

       fd  pag-arquivo.
       01  pag_arquivo_reg                          pic x(81).

       fd  entregas.
           copy "entregareg.cpy".

       fd  ent-arquivo.
       01  ent_arquivo_reg                          pic x(98).

       fd  resumo-mensal.
           copy "resmesreg.cpy".
       77 total_mes_fat                            pic 9(08)v99
                                                   value 0.
       77 faturamento_ed                           pic zzzzzzz9,99.
      *---- balanceamento de entrada x saida: a saida so conta o -----
      *---- registro efetivamente gravado/apagado (status "00") ------
       77 ped_valor_lido                           pic 9(09)v99
                                                   value 0.
       77 ped_arq_gravadas                         pic 9(07)
                                                   value 0.
       77 ped_arq_valor                            pic 9(09)v99
                                                   value 0.
       77 ped_mant_gravadas                        pic 9(07)
                                                   value 0.
       77 ped_mant_valor                           pic 9(09)v99
                                                   value 0.
       77 valor_abatido_total                      pic 9(09)v99
                                                   value 0.
       77 can_lidos                                pic 9(07)
                                                   value 0.
       77 can_valor_lido                           pic 9(09)v99
                                                   value 0.
       77 can_gravados                             pic 9(07)
                                                   value 0.
       77 can_valor_gravado                        pic 9(09)v99
                                                   value 0.
       77 pag_lidos                                pic 9(07)
                                                   value 0.
       77 pag_valor_lido                           pic 9(09)v99
                                                   value 0.
       77 pag_gravados                             pic 9(07)
                                                   value 0.
       77 pag_valor_gravado                        pic 9(09)v99
                                                   value 0.
       77 ent_lidas                                pic 9(07)
                                                   value 0.
       77 ent_valor_lido                           pic 9(09)v99
                                                   value 0.
       77 ent_gravadas                             pic 9(07)
                                                   value 0.
       77 ent_valor_gravado                        pic 9(09)v99
                                                   value 0.
       77 ent_apagadas                             pic 9(07)
                                                   value 0.
       77 res_gravadas                             pic 9(07)
                                                   value 0.
       77 res_valor_gravado                        pic 9(09)v99
                                                   value 0.
       77 numped_gravado                           pic x(01)
                                                   value "N".
       77 fechamento_divergente                    pic x(01)
                                                   value "N".
       77 cf_arquivo                               pic x(08).
       77 cf_qtd_entrada                           pic 9(07).
       77 cf_valor_entrada                         pic 9(09)v99.
       77 cf_qtd_saida                             pic 9(07).
       77 cf_valor_saida                           pic 9(09)v99.
       77 qtd_conf_ed                              pic zzzzzz9.
       77 valor_entrada_ed                         pic zzzzzzzz9,99.
       77 valor_saida_ed                           pic zzzzzzzz9,99.

      *---Variáveis para comunicação entre programas
       linkage section.
           display "Pagtos mantidos....: " pag_mantidos_cnt
           display "Entregas arquivadas: " ent_arquivadas
           display "Entregas mantidas..: " ent_mantidas

           perform confere-totais
           end-if
           end-if
           .
       trata-linha-pedido section.

           add 1 to linhas_lidas
           add pd_total_item to ped_valor_lido

           if pd_num_pedido > maior_pedido
               move pd_num_pedido to maior_pedido
               add 1 to linhas_arquivadas
               move pedido_reg to pedido_arquivo_reg
               write pedido_arquivo_reg
               if fs-pedidos-arquivo = "00"
                   add 1 to ped_arq_gravadas
                   add pd_total_item to ped_arq_valor
               end-if
               perform acumula-linha-liquida
           else
               add 1 to linhas_mantidas
               move pedido_reg to pedido_mantido_reg
               write pedido_mantido_reg
               if fs-pedidos-mantidos = "00"
                   add 1 to ped_mant_gravadas
                   add pd_total_item to ped_mant_valor
               end-if
           end-if
           .
       trata-linha-pedido-exit.
           end-perform

           compute valor_abatido = qtd_abatida * pd_preco_unit
           add valor_abatido to valor_abatido_total

           compute qtd_liquida   = pd_quantidade - qtd_abatida
           compute valor_liquido = pd_total_item - valor_abatido
               move vp_quantidade(ind)  to ms_quantidade
               move vp_faturamento(ind) to ms_faturamento
               write resumo_mes_reg
               if fs-resumo-mensal = "00"
                   add 1 to res_gravadas
                   add ms_faturamento to res_valor_gravado
               end-if
           end-perform

           close resumo-mensal
                           move "10" to fs-cancelamentos
                       not at end
                           add 1 to ind_cancel
                           add 1 to can_lidos
                           add cn_valor to can_valor_lido
                           if ind_cancel <= total_cancel
                               and ct_qtd_restante(ind_cancel) = 0
                               add 1 to cancel_arquivados
                               move cancel_reg to cancel_arquivo_reg
                               write cancel_arquivo_reg
                               if fs-cancel-arquivo = "00"
                                   add 1 to can_gravados
                                   add cn_valor to can_valor_gravado
                               end-if
                           else
                               add 1 to cancel_mantidos_cnt
                               move cancel_reg to cancel_mantido_reg
                               write cancel_mantido_reg
                               if fs-cancel-mantidos = "00"
                                   add 1 to can_gravados
                                   add cn_valor to can_valor_gravado
                               end-if
                           end-if
                   end-read
               end-perform
                       at end
                           move "10" to fs-pagamentos
                       not at end
                           add 1 to pag_lidos
                           add pg_valor_pedido to pag_valor_lido
                           move pg_data to data_trabalho
                           if dt_ano_mes = ano_mes_fechado
                               add 1 to pag_arquivados
                               move pagamento_reg to pag_arquivo_reg
                               write pag_arquivo_reg
                               if fs-pag-arquivo = "00"
                                   add 1 to pag_gravados
                                   add pg_valor_pedido
                                       to pag_valor_gravado
                               end-if
                           else
                               add 1 to pag_mantidos_cnt
                               move pagamento_reg to pag_mantido_reg
                               write pag_mantido_reg
                               if fs-pag-mantidos = "00"
                                   add 1 to pag_gravados
                                   add pg_valor_pedido
                                       to pag_valor_gravado
                               end-if
                           end-if
                   end-read
               end-perform
                       at end
                           move "10" to fs-entregas
                       not at end
                           add 1 to ent_lidas
                           add en_taxa_entrega to ent_valor_lido
                           move en_data to data_trabalho
                           if dt_ano_mes = ano_mes_fechado
                               add 1 to ent_arquivadas
                               move entrega_reg to ent_arquivo_reg
                               write ent_arquivo_reg
                               if fs-ent-arquivo = "00"
                                   add 1 to ent_gravadas
                                   add en_taxa_entrega
                                       to ent_valor_gravado
                               end-if
                               delete entregas record
                               if fs-entregas = "00"
                                   add 1 to ent_apagadas
                               end-if
                           else
                               add 1 to ent_mantidas
                               add 1 to ent_gravadas
                               add en_taxa_entrega to ent_valor_gravado
                           end-if
                   end-read
               end-perform
           open output controle-numero
           move maior_pedido to np_ultimo_pedido
           write controle_num_reg
           if fs-controle-numero = "00"
               move "S" to numped_gravado
           end-if
           close controle-numero
           .
       atualiza-controle-numero-exit.
           exit.

      *---- balanceia entrada x saida de cada arquivo regravado; -----
      *---- divergencia devolve RC=12: a COND da JCL nao substitui ---
      *---- os arquivos vivos e a geracao de backup tirada no inicio -
      *---- do job (RESTAURA) desfaz o que ja foi gravado ------------
       confere-totais section.

           move spaces to linha_relatorio
           write linha_relatorio
           move "BALANCEAMENTO ENTRADA X SAIDA" to linha_relatorio
           write linha_relatorio
           move spaces         to linha_relatorio
           move "Arquivo"      to linha_relatorio(1:7)
           move "Reg.ent"      to linha_relatorio(10:7)
           move "  Valor ent." to linha_relatorio(18:12)
           move "Reg.sai"      to linha_relatorio(33:7)
           move "  Valor sai." to linha_relatorio(41:12)
           move "Sit."         to linha_relatorio(57:4)
           write linha_relatorio

      *---- PEDIDOS: cada linha lida vai ao morto ou ao mantido -------
           move "PEDIDOS"          to cf_arquivo
           move linhas_lidas       to cf_qtd_entrada
           move ped_valor_lido     to cf_valor_entrada
           compute cf_qtd_saida   = ped_arq_gravadas + ped_mant_gravadas
           compute cf_valor_saida = ped_arq_valor + ped_mant_valor
           perform imprime-conferencia

      *---- resumo do mes: bruto arquivado menos abatimentos = -------
      *---- liquido consolidado = gravado em RESMES --------------------
           move "RESMES"           to cf_arquivo
           move total_linhas_pizza to cf_qtd_entrada
           compute cf_valor_entrada =
                   ped_arq_valor - valor_abatido_total
           move res_gravadas       to cf_qtd_saida
           move res_valor_gravado  to cf_valor_saida
           perform imprime-conferencia
           if total_mes_fat <> cf_valor_entrada
               or tabela_cheia = "S"
               move "Liquido do mes nao confere com o resumo por pizza."
                   to linha_relatorio
               write linha_relatorio
               display linha_relatorio
               move "S" to fechamento_divergente
           end-if

           move "CANCPED"          to cf_arquivo
           move can_lidos          to cf_qtd_entrada
           move can_valor_lido     to cf_valor_entrada
           move can_gravados       to cf_qtd_saida
           move can_valor_gravado  to cf_valor_saida
           perform imprime-conferencia
           if can_lidos <> total_cancel
               move "CANCPED mudou entre a carga e a regravacao."
                   to linha_relatorio
               write linha_relatorio
               display linha_relatorio
               move "S" to fechamento_divergente
           end-if

           move "PAGTOS"           to cf_arquivo
           move pag_lidos          to cf_qtd_entrada
           move pag_valor_lido     to cf_valor_entrada
           move pag_gravados       to cf_qtd_saida
           move pag_valor_gravado  to cf_valor_saida
           perform imprime-conferencia

           move "ENTREGAS"         to cf_arquivo
           move ent_lidas          to cf_qtd_entrada
           move ent_valor_lido     to cf_valor_entrada
           move ent_gravadas       to cf_qtd_saida
           move ent_valor_gravado  to cf_valor_saida
           perform imprime-conferencia
           if ent_apagadas <> ent_arquivadas
               move "Entregas arquivadas nao apagadas de ENTREGAS."
                   to linha_relatorio
               write linha_relatorio
               display linha_relatorio
               move "S" to fechamento_divergente
           end-if

           if numped_gravado = "N"
               move "Falha na gravacao de NUMPED." to linha_relatorio
               write linha_relatorio
               display linha_relatorio
               move "S" to fechamento_divergente
           end-if

           move spaces to linha_relatorio
           if fechamento_divergente = "S"
               move "FECHAMENTO DIVERGENTE - arquivos vivos mantidos; "
                   to linha_relatorio
               move "restaure o backup." to linha_relatorio(50:18)
               display linha_relatorio
               move 12 to return-code
           else
               move "Entrada e saida balanceadas." to linha_relatorio
           end-if
           write linha_relatorio
           .
       confere-totais-exit.
           exit.

      *---- imprime uma linha do balanceamento e marca divergencia ---
       imprime-conferencia section.

           move cf_qtd_entrada   to qtd_conf_ed
           move cf_valor_entrada to valor_entrada_ed
           move cf_valor_saida   to valor_saida_ed
           move spaces to linha_relatorio
           move cf_arquivo       to linha_relatorio(1:8)
           move qtd_conf_ed      to linha_relatorio(10:7)
           move valor_entrada_ed to linha_relatorio(18:12)
           move cf_qtd_saida     to qtd_conf_ed
           move qtd_conf_ed      to linha_relatorio(33:7)
           move valor_saida_ed   to linha_relatorio(41:12)

           if cf_qtd_entrada = cf_qtd_saida
               and cf_valor_entrada = cf_valor_saida
               move "OK"       to linha_relatorio(57:2)
           else
               move "DIVERGE"  to linha_relatorio(57:7)
               move "S" to fechamento_divergente
               display linha_relatorio
           end-if
           write linha_relatorio
           .
       imprime-conferencia-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close pedidos-mantidos
