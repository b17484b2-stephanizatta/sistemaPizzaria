      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio30".
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
               access mode is sequential
               record key is cp_num_oc
               file status is fs-contas-pagar.

           select fornecedores assign to "FORNEC.DAT"
               organization is indexed
               access mode is dynamic
               record key is fo_codigo
               file status is fs-fornecedores.

           select controle-dia assign to "DIACTL.DAT"
               organization is line sequential
               file status is fs-controle-dia.

           select relatorio-pagar assign to "APAGAR.TXT"
               organization is line sequential
               file status is fs-relatorio.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  contas-pagar.
           copy "contpagreg.cpy".

       fd  fornecedores.
           copy "fornecreg.cpy".

       fd  controle-dia.
       01  controle_dia_reg.
           05 dc_data_negocio                      pic 9(08).
           05 dc_situacao                          pic x(01).

       fd  relatorio-pagar.
       01  linha_relatorio                          pic x(80).

      *---Variáveis de trabalho
       Working-storage Section.

       77 fs-contas-pagar                          pic x(02)
                                                   value "00".
       77 fs-fornecedores                          pic x(02)
                                                   value "00".
       77 fs-controle-dia                          pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".
      *-- saldo em aberto por fornecedor e faixa de atraso ------------
       01  atraso_fornecedor occurs 999.
           05 af_fornecedor                        pic 9(04).
           05 af_nome                              pic x(20).
           05 af_a_vencer                          pic 9(09)v99.
           05 af_ate_30                            pic 9(09)v99.
           05 af_ate_60                            pic 9(09)v99.
           05 af_acima_60                          pic 9(09)v99.
           05 af_total                             pic 9(09)v99.

      *-- contas que vencem nos proximos 30 dias, por vencimento ------
       01  conta_a_vencer occurs 999.
           05 cv_vencimento                        pic 9(08).
           05 cv_num_oc                            pic 9(06).
           05 cv_fornecedor                        pic 9(04).
           05 cv_nome                              pic x(20).
           05 cv_saldo                             pic 9(08)v99.

       01  conta_a_vencer_aux.
           05 cx_vencimento                        pic 9(08).
           05 cx_num_oc                            pic 9(06).
           05 cx_fornecedor                        pic 9(04).
           05 cx_nome                              pic x(20).
           05 cx_saldo                             pic 9(08)v99.

       01  atraso_fornecedor_aux.
           05 ax_fornecedor                        pic 9(04).
           05 ax_nome                              pic x(20).
           05 ax_a_vencer                          pic 9(09)v99.
           05 ax_ate_30                            pic 9(09)v99.
           05 ax_ate_60                            pic 9(09)v99.
           05 ax_acima_60                          pic 9(09)v99.
           05 ax_total                             pic 9(09)v99.

       77 limite_tabelas                           pic 9(03)
                                                   value 999.
       77 total_fornecedores                       pic 9(03)
                                                   value 0.
       77 total_a_vencer                           pic 9(03)
                                                   value 0.
      *---- indices em 9(04) para nao estourar com a tabela cheia -----
       77 ind                                      pic 9(04).
       77 ind_forn                                 pic 9(04).
       77 fornecedor_localizado                    pic x(01).
       77 tabela_esgotada                          pic x(01)
                                                   value "N".
       77 controle                                 pic x(10).
       77 data_referencia                          pic 9(08).
       77 data_limite_7                            pic 9(08).
       77 data_limite_30                           pic 9(08).
       77 dias_atraso                              pic s9(05).
       77 saldo_conta                              pic 9(08)v99.
       77 contas_abertas                           pic 9(05)
                                                   value 0.
       77 geral_a_vencer                           pic 9(09)v99
                                                   value 0.
       77 geral_ate_30                             pic 9(09)v99
                                                   value 0.
       77 geral_ate_60                             pic 9(09)v99
                                                   value 0.
       77 geral_acima_60                           pic 9(09)v99
                                                   value 0.
       77 geral_total                              pic 9(09)v99
                                                   value 0.
       77 total_vencido                            pic 9(09)v99
                                                   value 0.
       77 total_vence_7                            pic 9(09)v99
                                                   value 0.
       77 total_vence_30                           pic 9(09)v99
                                                   value 0.
       77 necessidade_caixa                        pic 9(09)v99.
       77 valor1_ed                                pic zzzzzz9,99.
       77 valor2_ed                                pic zzzzzz9,99.
       77 valor3_ed                                pic zzzzzz9,99.
       77 valor4_ed                                pic zzzzzz9,99.
       77 valor5_ed                                pic zzzzzz9,99.
       77 total_ed                                 pic zzzzzzzz9,99.
       77 rotulo_total                             pic x(40).
       77 marca_prazo                              pic x(10).

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
           perform le-data-negocio

           compute data_limite_7 =
               function date-of-integer(
                   function integer-of-date(data_referencia) + 7)
           compute data_limite_30 =
               function date-of-integer(
                   function integer-of-date(data_referencia) + 30)

           open input contas-pagar
           if fs-contas-pagar = "35"
               display "CONTPAG.DAT nao encontrado. Nenhuma conta "
                   "a pagar gerada (desafio18)."
               stop run
           end-if

           open input fornecedores

           open output relatorio-pagar
           .
       inicializa-exit.
           exit.

      *---- a posicao e tirada na data de negocio de DIACTL.DAT, ------
      *---- aberta ou recem-fechada no encerramento do dia; sem -------
      *---- controle vale a data da maquina ----------------------------
       le-data-negocio section.

           open input controle-dia
           if fs-controle-dia = "00"
               read controle-dia
                   at end
                       continue
                   not at end
                       if dc_data_negocio is numeric
                           and dc_data_negocio > 0
                           move dc_data_negocio to data_referencia
                       end-if
               end-read
               close controle-dia
           end-if
           .
       le-data-negocio-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           perform until fs-contas-pagar = "10"
               read contas-pagar
                   at end
                       move "10" to fs-contas-pagar
                   not at end
                       if cp_situacao = "A"
                           perform acumula-conta-aberta
                       end-if
               end-read
           end-perform
           move "00" to fs-contas-pagar

           perform ordena-fornecedores
           perform ordena-contas-a-vencer

           perform imprime-cabecalho
           perform imprime-atraso-fornecedor
           perform imprime-necessidade-caixa

           display "Contas a pagar em aberto: " contas_abertas
           move geral_total to total_ed
           display "Saldo total a pagar.....: " total_ed
           move total_vencido to total_ed
           display "Saldo vencido...........: " total_ed
           display "Relatorio gravado em APAGAR.TXT."
           .
       processamento-exit.
           exit.

      *---- classifica o saldo da conta corrente pela faixa de -------
      *---- atraso e separa as que vencem nos proximos 30 dias --------
       acumula-conta-aberta section.

           compute saldo_conta = cp_valor - cp_valor_pago
           add 1 to contas_abertas

           perform localiza-fornecedor
           if fornecedor_localizado = "S"
               perform classifica-saldo-conta
           end-if
           .
       acumula-conta-aberta-exit.
           exit.

      *---- soma o saldo na faixa de atraso do fornecedor ind_forn ----
       classifica-saldo-conta section.

           compute dias_atraso =
               function integer-of-date(data_referencia)
               - function integer-of-date(cp_data_vencimento)

           evaluate true
               when dias_atraso <= 0
                   add saldo_conta to af_a_vencer(ind_forn)
                   add saldo_conta to geral_a_vencer
               when dias_atraso <= 30
                   add saldo_conta to af_ate_30(ind_forn)
                   add saldo_conta to geral_ate_30
               when dias_atraso <= 60
                   add saldo_conta to af_ate_60(ind_forn)
                   add saldo_conta to geral_ate_60
               when other
                   add saldo_conta to af_acima_60(ind_forn)
                   add saldo_conta to geral_acima_60
           end-evaluate

           add saldo_conta to af_total(ind_forn)
           add saldo_conta to geral_total

           if dias_atraso > 0
               add saldo_conta to total_vencido
           else
               if cp_data_vencimento <= data_limite_7
                   add saldo_conta to total_vence_7
               end-if
               if cp_data_vencimento <= data_limite_30
                   add saldo_conta to total_vence_30
                   perform guarda-conta-a-vencer
               end-if
           end-if
           .
       classifica-saldo-conta-exit.
           exit.

      *---- posiciona (ou inclui) o fornecedor da conta na tabela -----
       localiza-fornecedor section.

           move "N" to fornecedor_localizado

           perform varying ind_forn from 1 by 1
                   until ind_forn > total_fornecedores
                      or fornecedor_localizado = "S"
               if af_fornecedor(ind_forn) = cp_fornecedor
                   move "S" to fornecedor_localizado
               end-if
           end-perform

           if fornecedor_localizado = "S"
               subtract 1 from ind_forn
           else
               if total_fornecedores < limite_tabelas
                   add 1 to total_fornecedores
                   move total_fornecedores to ind_forn
                   move cp_fornecedor to af_fornecedor(ind_forn)
                   move spaces        to af_nome(ind_forn)
                   move 0 to af_a_vencer(ind_forn)
                   move 0 to af_ate_30(ind_forn)
                   move 0 to af_ate_60(ind_forn)
                   move 0 to af_acima_60(ind_forn)
                   move 0 to af_total(ind_forn)
                   perform busca-nome-fornecedor
                   move "S" to fornecedor_localizado
               else
                   if tabela_esgotada = "N"
                       display "Tabela de fornecedores esgotada; "
                           "demais fornecedores fora do relatorio."
                       move "S" to tabela_esgotada
                   end-if
               end-if
           end-if
           .
       localiza-fornecedor-exit.
           exit.

      *---- le o nome do fornecedor em FORNEC.DAT ---------------------
       busca-nome-fornecedor section.

           if fs-fornecedores <> "35"
               move cp_fornecedor to fo_codigo
               read fornecedores
                   invalid key
                       move "NAO CADASTRADO" to af_nome(ind_forn)
                   not invalid key
                       move fo_nome to af_nome(ind_forn)
               end-read
           end-if
           .
       busca-nome-fornecedor-exit.
           exit.

      *---- guarda a conta que vence nos proximos 30 dias -------------
       guarda-conta-a-vencer section.

           if total_a_vencer < limite_tabelas
               add 1 to total_a_vencer
               move cp_data_vencimento to cv_vencimento(total_a_vencer)
               move cp_num_oc          to cv_num_oc(total_a_vencer)
               move cp_fornecedor      to cv_fornecedor(total_a_vencer)
               move af_nome(ind_forn)  to cv_nome(total_a_vencer)
               move saldo_conta        to cv_saldo(total_a_vencer)
           else
               if tabela_esgotada = "N"
                   display "Tabela de vencimentos esgotada; demais "
                       "contas fora da listagem."
                   move "S" to tabela_esgotada
               end-if
           end-if
           .
       guarda-conta-a-vencer-exit.
           exit.

      *---- ordena os fornecedores pelo codigo ------------------------
       ordena-fornecedores section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind
               move "N_trocou" to controle

               perform until ind >= total_fornecedores

                   if af_fornecedor(ind) > af_fornecedor(ind + 1)
                       move atraso_fornecedor(ind + 1)
                           to atraso_fornecedor_aux
                       move atraso_fornecedor(ind)
                           to atraso_fornecedor(ind + 1)
                       move atraso_fornecedor_aux
                           to atraso_fornecedor(ind)

                       move "trocou" to controle
                   end-if

                   add 1 to ind

               end-perform

           end-perform
           .
       ordena-fornecedores-exit.
           exit.

      *---- ordena as contas a vencer pela data de vencimento ---------
       ordena-contas-a-vencer section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind
               move "N_trocou" to controle

               perform until ind >= total_a_vencer

                   if cv_vencimento(ind) > cv_vencimento(ind + 1)
                       move conta_a_vencer(ind + 1)
                           to conta_a_vencer_aux
                       move conta_a_vencer(ind)
                           to conta_a_vencer(ind + 1)
                       move conta_a_vencer_aux
                           to conta_a_vencer(ind)

                       move "trocou" to controle
                   end-if

                   add 1 to ind

               end-perform

           end-perform
           .
       ordena-contas-a-vencer-exit.
           exit.

      *---- titulo do relatorio com a data de referencia --------------
       imprime-cabecalho section.

           move "CONTAS A PAGAR A FORNECEDORES" to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Posicao em: "  delimited by size
                  data_referencia delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       imprime-cabecalho-exit.
           exit.

      *---- saldo em aberto por fornecedor e faixa de dias de atraso --
       imprime-atraso-fornecedor section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "ATRASO POR FORNECEDOR (dias de atraso)"
               to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Forn Fornecedor             A vencer       1-30"
                      delimited by size
                  "      31-60       60 +      Total"
                      delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           perform varying ind from 1 by 1
                   until ind > total_fornecedores
               move af_a_vencer(ind) to valor1_ed
               move af_ate_30(ind)   to valor2_ed
               move af_ate_60(ind)   to valor3_ed
               move af_acima_60(ind) to valor4_ed
               move af_total(ind)    to valor5_ed
               move spaces to linha_relatorio
               string af_fornecedor(ind) delimited by size
                      " "                delimited by size
                      af_nome(ind)       delimited by size
                      " "                delimited by size
                      valor1_ed          delimited by size
                      " "                delimited by size
                      valor2_ed          delimited by size
                      " "                delimited by size
                      valor3_ed          delimited by size
                      " "                delimited by size
                      valor4_ed          delimited by size
                      " "                delimited by size
                      valor5_ed          delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-perform

           if total_fornecedores = 0
               move "Nenhuma conta a pagar em aberto."
                   to linha_relatorio
               write linha_relatorio
           else
               move geral_a_vencer to valor1_ed
               move geral_ate_30   to valor2_ed
               move geral_ate_60   to valor3_ed
               move geral_acima_60 to valor4_ed
               move geral_total    to valor5_ed
               move spaces to linha_relatorio
               string "     TOTAL GERAL          " delimited by size
                      valor1_ed                    delimited by size
                      " "                          delimited by size
                      valor2_ed                    delimited by size
                      " "                          delimited by size
                      valor3_ed                    delimited by size
                      " "                          delimited by size
                      valor4_ed                    delimited by size
                      " "                          delimited by size
                      valor5_ed                    delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-if
           .
       imprime-atraso-fornecedor-exit.
           exit.

      *---- contas que vencem nos proximos 7 e 30 dias, para o -------
      *---- planejamento de caixa contra o apurado em CAIXA.TXT --------
       imprime-necessidade-caixa section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "VENCIMENTOS DOS PROXIMOS 30 DIAS" to linha_relatorio
           write linha_relatorio

           move "Vencimento Ordem  Forn Fornecedor                Saldo"
               to linha_relatorio
           write linha_relatorio

           perform varying ind from 1 by 1
                   until ind > total_a_vencer
               if cv_vencimento(ind) <= data_limite_7
                   move "ate 7 dias" to marca_prazo
               else
                   move spaces       to marca_prazo
               end-if
               move cv_saldo(ind) to valor1_ed
               move spaces to linha_relatorio
               string cv_vencimento(ind) delimited by size
                      "   "              delimited by size
                      cv_num_oc(ind)     delimited by size
                      " "                delimited by size
                      cv_fornecedor(ind) delimited by size
                      " "                delimited by size
                      cv_nome(ind)       delimited by size
                      " "                delimited by size
                      valor1_ed          delimited by size
                      " "                delimited by size
                      marca_prazo        delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-perform

           if total_a_vencer = 0
               move "Nenhuma conta vence nos proximos 30 dias."
                   to linha_relatorio
               write linha_relatorio
           end-if

           move spaces to linha_relatorio
           write linha_relatorio

           move "Ja vencido e nao pago.................: "
               to rotulo_total
           move total_vencido to total_ed
           perform imprime-linha-total

           move "Vence nos proximos 7 dias.............: "
               to rotulo_total
           move total_vence_7 to total_ed
           perform imprime-linha-total

           move "Vence nos proximos 30 dias............: "
               to rotulo_total
           move total_vence_30 to total_ed
           perform imprime-linha-total

           compute necessidade_caixa = total_vencido + total_vence_7
           move "Necessidade de caixa em 7 dias........: "
               to rotulo_total
           move necessidade_caixa to total_ed
           perform imprime-linha-total

           compute necessidade_caixa = total_vencido + total_vence_30
           move "Necessidade de caixa em 30 dias.......: "
               to rotulo_total
           move necessidade_caixa to total_ed
           perform imprime-linha-total
           .
       imprime-necessidade-caixa-exit.
           exit.

      *---- grava a linha "rotulo: valor" dos totais ------------------
       imprime-linha-total section.

           move spaces to linha_relatorio
           string rotulo_total delimited by size
                  total_ed     delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       imprime-linha-total-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close contas-pagar
           if fs-fornecedores <> "35"
               close fornecedores
           end-if
           close relatorio-pagar
           stop run.
           .
       finaliza-exit.
           exit.
