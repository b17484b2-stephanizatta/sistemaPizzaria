      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio33".
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
           select entregas assign to "ENTREGAS.DAT"
               organization is indexed
               access mode is sequential
               record key is en_num_pedido
               file status is fs-entregas.

           select zonas assign to "ZONAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is zn_codigo
               file status is fs-zonas.

           select pedidos assign to "PEDIDOS.DAT"
               organization is line sequential
               file status is fs-pedidos.

           select cancelamentos assign to "CANCPED.DAT"
               organization is line sequential
               file status is fs-cancelamentos.

           select relatorio-zonas assign to "RELZONAS.TXT"
               organization is line sequential
               file status is fs-relatorio.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  entregas.
           copy "entregareg.cpy".

       fd  zonas.
           copy "zonareg.cpy".

       fd  pedidos.
           copy "pedidoreg.cpy".

       fd  cancelamentos.
           copy "cancreg.cpy".

       fd  relatorio-zonas.
       01  linha_relatorio                          pic x(80).

      *---Variáveis de trabalho
       Working-storage Section.

      *-- acumulador por zona; a posicao e o codigo da zona + 1 -------
      *-- (posicao 1 = entregas sem zona) -----------------------------
       01  resumo_zona occurs 1000.
           05 rz_pedidos                           pic 9(05).
           05 rz_taxas                             pic 9(08)v99.
           05 rz_entregues                         pic 9(05).
           05 rz_no_prazo                          pic 9(05).
           05 rz_com_prazo                         pic 9(05).
           05 rz_minutos                           pic 9(08).
           05 rz_alteradas                         pic 9(05).

      *-- pedidos com cancelamento em CANCPED: quantidade cancelada --
      *-- e quantidade pedida; cancelado por inteiro (desafio8 "T") --
      *-- quando a cancelada cobre a pedida ---------------------------
       01  pedido_cancelado occurs 9999.
           05 pc_num_pedido                        pic 9(06).
           05 pc_qtd_cancelada                     pic 9(05).
           05 pc_qtd_pedida                        pic 9(05).

       77 fs-pedidos                               pic x(02)
                                                   value "00".
       77 fs-cancelamentos                         pic x(02)
                                                   value "00".
       77 total_cancelados                         pic 9(04)
                                                   value 0.
       77 limite_cancelados                        pic 9(04)
                                                   value 9999.
       77 ind_cancel                               pic 9(05).
       77 pedido_localizado                        pic x(01).
       77 entrega_cancelada                        pic x(01).
       77 qtd_cancel_pedidos                       pic 9(05)
                                                   value 0.
       77 taxas_canceladas                         pic 9(08)v99
                                                   value 0.
       77 fs-entregas                              pic x(02)
                                                   value "00".
       77 fs-zonas                                 pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".
       77 ind                                      pic 9(04).
       77 zona_corrente                            pic 9(03).
       77 descricao_zona                           pic x(20).
       77 minutos_entrega                          pic 9(06).
       77 media_minutos                            pic 9(04)v9.
       77 percentual_prazo                         pic 9(03)v9.
       77 total_pedidos                            pic 9(05)
                                                   value 0.
       77 total_taxas                              pic 9(08)v99
                                                   value 0.
       77 total_entregues                          pic 9(05)
                                                   value 0.
       77 total_no_prazo                           pic 9(05)
                                                   value 0.
       77 total_com_prazo                          pic 9(05)
                                                   value 0.
       77 total_alteradas                          pic 9(05)
                                                   value 0.
       77 pedidos_ed                               pic zzzz9.
       77 taxas_ed                                 pic zzzzz9,99.
       77 entregues_ed                             pic zzzz9.
       77 no_prazo_ed                              pic zzzz9.
       77 percentual_ed                            pic zz9,9.
       77 media_ed                                 pic zzz9,9.
       77 alteradas_ed                             pic zzzz9.
       77 percentual_tx                            pic x(05).

      *-- horas hhmmss desmembradas para o calculo em minutos ---------
       01  hora_trabalho.
           05 ht_hora                              pic 9(02).
           05 ht_minuto                            pic 9(02).
           05 ht_segundo                           pic 9(02).

       77 minutos_inicio                           pic 9(06).
       77 minutos_fim                              pic 9(06).

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
           perform varying ind from 1 by 1 until ind > 1000
               move 0 to rz_pedidos(ind)
               move 0 to rz_taxas(ind)
               move 0 to rz_entregues(ind)
               move 0 to rz_no_prazo(ind)
               move 0 to rz_com_prazo(ind)
               move 0 to rz_minutos(ind)
               move 0 to rz_alteradas(ind)
           end-perform

           perform carrega-cancelamentos
           perform carrega-qtd-pedida

           open output relatorio-zonas
           .
       inicializa-exit.
           exit.

      *---- soma por pedido a quantidade cancelada em CANCPED.DAT -----
       carrega-cancelamentos section.

           open input cancelamentos
           if fs-cancelamentos <> "35"
               perform until fs-cancelamentos = "10"
                   read cancelamentos
                       at end
                           move "10" to fs-cancelamentos
                       not at end
                           perform soma-cancelamento-pedido
                   end-read
               end-perform
               close cancelamentos
           end-if
           move "00" to fs-cancelamentos
           .
       carrega-cancelamentos-exit.
           exit.

       soma-cancelamento-pedido section.

           move "N" to pedido_localizado
           perform varying ind_cancel from 1 by 1
                   until ind_cancel > total_cancelados
                   or pedido_localizado = "S"
               if pc_num_pedido(ind_cancel) = cn_num_pedido
                   add cn_quantidade to pc_qtd_cancelada(ind_cancel)
                   move "S" to pedido_localizado
               end-if
           end-perform

           if pedido_localizado = "N"
               if total_cancelados < limite_cancelados
                   add 1 to total_cancelados
                   move cn_num_pedido
                       to pc_num_pedido(total_cancelados)
                   move cn_quantidade
                       to pc_qtd_cancelada(total_cancelados)
                   move 0 to pc_qtd_pedida(total_cancelados)
               else
                   display "Tabela de cancelamentos esgotada; pedido "
                       cn_num_pedido " fica nos totais."
               end-if
           end-if
           .
       soma-cancelamento-pedido-exit.
           exit.

      *---- soma em PEDIDOS.DAT a quantidade dos pedidos cancelados ---
       carrega-qtd-pedida section.

           if total_cancelados > 0
               open input pedidos
               if fs-pedidos <> "35"
                   perform until fs-pedidos = "10"
                       read pedidos
                           at end
                               move "10" to fs-pedidos
                           not at end
                               perform soma-qtd-pedida
                       end-read
                   end-perform
                   close pedidos
               end-if
               move "00" to fs-pedidos
           end-if
           .
       carrega-qtd-pedida-exit.
           exit.

       soma-qtd-pedida section.

           perform varying ind_cancel from 1 by 1
                   until ind_cancel > total_cancelados
               if pc_num_pedido(ind_cancel) = pd_num_pedido
                   add pd_quantidade to pc_qtd_pedida(ind_cancel)
               end-if
           end-perform
           .
       soma-qtd-pedida-exit.
           exit.

      *---- entrega de pedido cancelado por inteiro: a taxa nao foi ---
      *---- cobrada e a entrega nao conta no desempenho da zona -------
       verifica-entrega-cancelada section.

           move "N" to entrega_cancelada
           perform varying ind_cancel from 1 by 1
                   until ind_cancel > total_cancelados
                   or entrega_cancelada = "S"
               if pc_num_pedido(ind_cancel) = en_num_pedido
                   and pc_qtd_pedida(ind_cancel) > 0
                   and pc_qtd_cancelada(ind_cancel)
                       not < pc_qtd_pedida(ind_cancel)
                   move "S" to entrega_cancelada
               end-if
           end-perform
           .
       verifica-entrega-cancelada-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           perform acumula-entregas
           perform imprime-relatorio-zonas
           .
       processamento-exit.
           exit.

      *---- totaliza ENTREGAS.DAT (periodo corrente) por zona ---------
       acumula-entregas section.

           open input entregas
           if fs-entregas = "35"
               display "Nao ha entregas registradas."
           else
               perform until fs-entregas = "10"
                   read entregas next record
                       at end
                           move "10" to fs-entregas
                       not at end
                           perform verifica-entrega-cancelada
                           if entrega_cancelada = "S"
                               add 1 to qtd_cancel_pedidos
                               add en_taxa_entrega to taxas_canceladas
                           else
                               perform acumula-entrega-zona
                           end-if
                   end-read
               end-perform
               close entregas
           end-if
           move "00" to fs-entregas
           .
       acumula-entregas-exit.
           exit.

      *---- soma a entrega corrente no acumulador da sua zona; so a ---
      *---- entrega concluida de zona com prazo entra no percentual ---
       acumula-entrega-zona section.

           if en_zona is numeric
               compute ind = en_zona + 1
           else
               move 1 to ind
           end-if

           add 1               to rz_pedidos(ind)
           add en_taxa_entrega to rz_taxas(ind)

           if en_taxa_alterada = "S"
               add 1 to rz_alteradas(ind)
           end-if

           if en_situacao = "E"
               add 1 to rz_entregues(ind)
               perform calcula-minutos-entrega
               add minutos_entrega to rz_minutos(ind)

               if en_prazo_minutos is numeric
                   and en_prazo_minutos > 0
                   add 1 to rz_com_prazo(ind)
                   if minutos_entrega not > en_prazo_minutos
                       add 1 to rz_no_prazo(ind)
                   end-if
               end-if
           end-if
           .
       acumula-entrega-zona-exit.
           exit.

      *---- converte hhmmss em minutos desde a meia-noite -------------
      *---- (entrada: hora_trabalho; saida: minutos_fim) --------------
       converte-hora-minutos section.

           compute minutos_fim = (ht_hora * 60) + ht_minuto
           .
       converte-hora-minutos-exit.
           exit.

      *---- calcula em minutos_entrega o tempo que o cliente esperou --
      *---- (do pedido ate a porta), tolerando a virada da meia-noite -
       calcula-minutos-entrega section.

           move en_hora_pedido to hora_trabalho
           perform converte-hora-minutos
           move minutos_fim to minutos_inicio

           move en_hora_entrega to hora_trabalho
           perform converte-hora-minutos

           if minutos_fim < minutos_inicio
               add 1440 to minutos_fim
           end-if

           compute minutos_entrega = minutos_fim - minutos_inicio
           .
       calcula-minutos-entrega-exit.
           exit.

      *---- grava RELZONAS.TXT: uma linha por zona com movimento ------
       imprime-relatorio-zonas section.

           move "DESEMPENHO DAS ZONAS DE ENTREGA" to linha_relatorio
           write linha_relatorio

           move "Entregas do periodo corrente (ENTREGAS.DAT); tempo "
               to linha_relatorio
           write linha_relatorio

           move "medido do pedido ate a porta do cliente."
               to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "Zon Descricao            Pedid     Taxas Entre NoPrz "
               to linha_relatorio
           move " %Prz MinMed TxAlt" to linha_relatorio(54:18)
           write linha_relatorio

           open input zonas

           perform varying ind from 1 by 1 until ind > 1000
               if rz_pedidos(ind) > 0
                   perform imprime-linha-zona
               end-if
           end-perform

           if fs-zonas <> "35"
               close zonas
           end-if
           move "00" to fs-zonas

           move spaces to linha_relatorio
           write linha_relatorio

           perform imprime-linha-total

           move spaces to linha_relatorio
           write linha_relatorio

           move "NoPrz = entregues dentro do prazo prometido da zona; "
               to linha_relatorio
           write linha_relatorio

           move "TxAlt = pedidos com a taxa da zona alterada pelo "
               to linha_relatorio
           move "supervisor." to linha_relatorio(50:11)
           write linha_relatorio

           move qtd_cancel_pedidos to pedidos_ed
           move taxas_canceladas   to taxas_ed
           move spaces to linha_relatorio
           string "Entregas de pedidos cancelados, fora dos totais: "
                      delimited by size
                  pedidos_ed delimited by size
                  " - taxas " delimited by size
                  taxas_ed   delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           display "Relatorio gravado em RELZONAS.TXT."
           .
       imprime-relatorio-zonas-exit.
           exit.

      *---- monta e grava a linha da zona da posicao ind --------------
       imprime-linha-zona section.

           compute zona_corrente = ind - 1

           move spaces to descricao_zona
           if zona_corrente = 0
               move "SEM ZONA" to descricao_zona
           else
               if fs-zonas <> "35"
                   move zona_corrente to zn_codigo
                   read zonas
                       invalid key
                           move "NAO CADASTRADA" to descricao_zona
                       not invalid key
                           move zn_descricao to descricao_zona
                   end-read
               end-if
           end-if

           move rz_pedidos(ind)   to pedidos_ed
           move rz_taxas(ind)     to taxas_ed
           move rz_entregues(ind) to entregues_ed
           move rz_no_prazo(ind)  to no_prazo_ed
           move rz_alteradas(ind) to alteradas_ed

           if rz_com_prazo(ind) > 0
               compute percentual_prazo rounded =
                   rz_no_prazo(ind) * 100 / rz_com_prazo(ind)
               move percentual_prazo to percentual_ed
               move percentual_ed    to percentual_tx
           else
               move "    -" to percentual_tx
           end-if

           if rz_entregues(ind) > 0
               compute media_minutos rounded =
                   rz_minutos(ind) / rz_entregues(ind)
           else
               move 0 to media_minutos
           end-if
           move media_minutos to media_ed

           move spaces to linha_relatorio
           string zona_corrente  delimited by size
                  " "            delimited by size
                  descricao_zona delimited by size
                  " "            delimited by size
                  pedidos_ed     delimited by size
                  " "            delimited by size
                  taxas_ed       delimited by size
                  " "            delimited by size
                  entregues_ed   delimited by size
                  " "            delimited by size
                  no_prazo_ed    delimited by size
                  " "            delimited by size
                  percentual_tx  delimited by size
                  " "            delimited by size
                  media_ed       delimited by size
                  " "            delimited by size
                  alteradas_ed   delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           add rz_pedidos(ind)   to total_pedidos
           add rz_taxas(ind)     to total_taxas
           add rz_entregues(ind) to total_entregues
           add rz_no_prazo(ind)  to total_no_prazo
           add rz_com_prazo(ind) to total_com_prazo
           add rz_alteradas(ind) to total_alteradas
           .
       imprime-linha-zona-exit.
           exit.

      *---- grava a linha de total geral das zonas --------------------
       imprime-linha-total section.

           move total_pedidos   to pedidos_ed
           move total_taxas     to taxas_ed
           move total_entregues to entregues_ed
           move total_no_prazo  to no_prazo_ed
           move total_alteradas to alteradas_ed

           if total_com_prazo > 0
               compute percentual_prazo rounded =
                   total_no_prazo * 100 / total_com_prazo
               move percentual_prazo to percentual_ed
               move percentual_ed    to percentual_tx
           else
               move "    -" to percentual_tx
           end-if

           move spaces to linha_relatorio
           string "    TOTAL               " delimited by size
                  " "           delimited by size
                  pedidos_ed    delimited by size
                  " "           delimited by size
                  taxas_ed      delimited by size
                  " "           delimited by size
                  entregues_ed  delimited by size
                  " "           delimited by size
                  no_prazo_ed   delimited by size
                  " "           delimited by size
                  percentual_tx delimited by size
                  " "           delimited by size
                  "      "      delimited by size
                  " "           delimited by size
                  alteradas_ed  delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       imprime-linha-total-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close relatorio-zonas
           stop run.
           .
       finaliza-exit.
           exit.
