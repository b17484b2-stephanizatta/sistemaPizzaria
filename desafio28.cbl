      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio28".
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
           select documentos-fiscais assign to "NFCE.TXT"
               organization is line sequential
               file status is fs-documentos-fiscais.

           select controle-fiscal assign to "NUMFISC.DAT"
               organization is line sequential
               file status is fs-controle-fiscal.

           select pagamentos assign to "PAGTOS.DAT"
               organization is line sequential
               file status is fs-pagamentos.

           select controle-dia assign to "DIACTL.DAT"
               organization is line sequential
               file status is fs-controle-dia.

           select relatorio-fiscal assign to "FISCAL.TXT"
               organization is line sequential
               file status is fs-relatorio.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  documentos-fiscais.
           copy "nfcereg.cpy".

       fd  controle-fiscal.
       01  controle_fiscal_reg.
           05 nu_ultimo_fiscal                     pic 9(09).

       fd  pagamentos.
           copy "pagreg.cpy".

       fd  controle-dia.
       01  controle_dia_reg.
           05 dc_data_negocio                      pic 9(08).
           05 dc_situacao                          pic x(01).

       fd  relatorio-fiscal.
       01  linha_relatorio                          pic x(80).

      *---Variáveis de trabalho
       Working-storage Section.

      *-- documentos fiscais do dia, para o cruzamento com PAGTOS -----
       01  documento_dia occurs 9999.
           05 dd_num_pedido                        pic 9(06).
           05 dd_num_fiscal                        pic 9(09).
           05 dd_valor_total                       pic 9(06)v99.
           05 dd_conferido                         pic x(01).

      *-- totais fiscais e de PAGTOS por forma de pagamento -----------
       01  total_forma occurs 4.
           05 tf_forma                             pic x(01).
           05 tf_qtd_fiscal                        pic 9(05).
           05 tf_valor_fiscal                      pic 9(08)v99.
           05 tf_qtd_pagto                         pic 9(05).
           05 tf_valor_pagto                       pic 9(08)v99.

       77 fs-documentos-fiscais                    pic x(02)
                                                   value "00".
       77 fs-controle-fiscal                       pic x(02)
                                                   value "00".
       77 fs-pagamentos                            pic x(02)
                                                   value "00".
       77 fs-controle-dia                          pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".
       77 lista_formas                             pic x(04)
                                                   value "DCPA".
       77 data_negocio                             pic 9(08).
       77 ultimo_controle                          pic 9(09)
                                                   value 0.
       77 numero_esperado                          pic 9(09)
                                                   value 0.
       77 primeiro_numero                          pic 9(09)
                                                   value 0.
       77 ultimo_numero                            pic 9(09)
                                                   value 0.
       77 primeiro_do_dia                          pic 9(09)
                                                   value 0.
       77 ultimo_do_dia                            pic 9(09)
                                                   value 0.
       77 numero_faltante                          pic 9(09).
       77 doc_do_dia                               pic x(01)
                                                   value "N".
       77 ind                                      pic 9(04).
       77 ind_forma                                pic 9(01).
       77 documento_localizado                     pic x(01).
       77 total_docs_dia                           pic 9(04)
                                                   value 0.
       77 limite_docs_dia                          pic 9(04)
                                                   value 9999.
       77 tabela_docs_cheia                        pic x(01)
                                                   value "N".
       77 valor_conferido                          pic 9(06)v99.
      *-- contadores e totais do dia ----------------------------------
       77 qtd_documentos                           pic 9(06)
                                                   value 0.
       77 qtd_itens                                pic 9(06)
                                                   value 0.
       77 qtd_itens_padrao                         pic 9(06)
                                                   value 0.
       77 qtd_itens_sem_trib                       pic 9(06)
                                                   value 0.
       77 qtd_cancelamentos                        pic 9(06)
                                                   value 0.
       77 qtd_numeros_faltantes                    pic 9(06)
                                                   value 0.
       77 qtd_repetidos                            pic 9(06)
                                                   value 0.
       77 qtd_divergencias                         pic 9(06)
                                                   value 0.
       77 total_fiscal                             pic 9(08)v99
                                                   value 0.
       77 total_pagtos                             pic 9(08)v99
                                                   value 0.
       77 total_cancelado                          pic 9(08)v99
                                                   value 0.
       77 total_icms                               pic 9(08)v99
                                                   value 0.
       77 total_pis                                pic 9(08)v99
                                                   value 0.
       77 total_cofins                             pic 9(08)v99
                                                   value 0.
       77 valor_ed                                 pic zzzzzzz9,99.
       77 valor2_ed                                pic zzzzzzz9,99.
       77 rotulo_fiscal                            pic x(30).

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
           perform le-data-negocio
           perform le-controle-fiscal

           perform varying ind_forma from 1 by 1 until ind_forma > 4
               move lista_formas(ind_forma:1) to tf_forma(ind_forma)
               move 0 to tf_qtd_fiscal(ind_forma)
               move 0 to tf_valor_fiscal(ind_forma)
               move 0 to tf_qtd_pagto(ind_forma)
               move 0 to tf_valor_pagto(ind_forma)
           end-perform

           open output relatorio-fiscal

           move "RESUMO FISCAL DO DIA" to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Data de negocio: " delimited by size
                  data_negocio       delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "OCORRENCIAS NA SEQUENCIA FISCAL" to linha_relatorio
           write linha_relatorio
           .
       inicializa-exit.
           exit.

      *---- toma a data do resumo do controle de dia de negocio -------
      *---- (desafio23); sem controle vale a data da maquina ----------
       le-data-negocio section.

           move function current-date(1:8) to data_negocio

           open input controle-dia
           if fs-controle-dia = "00"
               read controle-dia
                   at end
                       continue
                   not at end
                       move dc_data_negocio to data_negocio
               end-read
               close controle-dia
           end-if
           .
       le-data-negocio-exit.
           exit.

      *---- ultimo numero fiscal reservado em NUMFISC.DAT -------------
       le-controle-fiscal section.

           open input controle-fiscal
           if fs-controle-fiscal = "00"
               read controle-fiscal
                   at end
                       continue
                   not at end
                       move nu_ultimo_fiscal to ultimo_controle
               end-read
               close controle-fiscal
           end-if
           .
       le-controle-fiscal-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           perform verifica-sequencia-fiscal
           perform confere-pagamentos
           perform imprime-resumo-fiscal

      *---- RC=8 quando a sequencia tem falha ou os totais nao -------
      *---- conferem com PAGTOS.DAT, para o contador ser avisado ------
           if qtd_numeros_faltantes > 0 or qtd_repetidos > 0
               or qtd_divergencias > 0
               move 8 to return-code
           end-if
           .
       processamento-exit.
           exit.

      *---- percorre NFCE.TXT conferindo que cada documento tem o -----
      *---- numero seguinte ao anterior e acumula os do dia ------------
       verifica-sequencia-fiscal section.

           open input documentos-fiscais
           if fs-documentos-fiscais = "35"
               move "NFCE.TXT nao encontrado; nenhum documento emitido."
                   to linha_relatorio
               write linha_relatorio
           else
               perform until fs-documentos-fiscais = "10"
                   read documentos-fiscais
                       at end
                           move "10" to fs-documentos-fiscais
                       not at end
                           evaluate nf_tipo_reg
                               when "C"
                                   perform confere-numero-fiscal
                                   perform acumula-cabecalho-fiscal
                               when "I"
                                   perform acumula-item-fiscal
                               when "P"
                                   perform acumula-pagamento-fiscal
                               when "X"
                                   perform acumula-cancelamento-fiscal
                           end-evaluate
                   end-read
               end-perform
               close documentos-fiscais
           end-if
           move "00" to fs-documentos-fiscais

      *---- numero reservado em NUMFISC.DAT sem documento gravado -----
      *---- tambem e lacuna na sequencia -------------------------------
           if ultimo_controle > ultimo_numero
               compute numero_faltante = ultimo_numero + 1
               compute qtd_numeros_faltantes = qtd_numeros_faltantes
                   + ultimo_controle - ultimo_numero
               move spaces to linha_relatorio
               string "LACUNA NO FIM: numeros " delimited by size
                      numero_faltante           delimited by size
                      " a "                     delimited by size
                      ultimo_controle           delimited by size
                      " sem documento"          delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-if

           if ultimo_controle < ultimo_numero
               add 1 to qtd_repetidos
               move spaces to linha_relatorio
               string "NUMFISC.DAT ("            delimited by size
                      ultimo_controle           delimited by size
                      ") atras do ultimo emitido " delimited by size
                      ultimo_numero             delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-if

           if qtd_numeros_faltantes = 0 and qtd_repetidos = 0
               move "Sequencia fiscal sem lacunas nem repeticoes."
                   to linha_relatorio
               write linha_relatorio
           end-if
           .
       verifica-sequencia-fiscal-exit.
           exit.

      *---- o cabecalho corrente deve ter o numero esperado; acima ----
      *---- dele ha lacuna, abaixo ha repeticao ou inversao ------------
       confere-numero-fiscal section.

           if primeiro_numero = 0
               move nf_numero to primeiro_numero
               move nf_numero to numero_esperado
           end-if

           if nf_numero > numero_esperado
               compute qtd_numeros_faltantes = qtd_numeros_faltantes
                   + nf_numero - numero_esperado
               compute numero_faltante = nf_numero - 1
               move spaces to linha_relatorio
               string "LACUNA: numeros "   delimited by size
                      numero_esperado      delimited by size
                      " a "                delimited by size
                      numero_faltante      delimited by size
                      " nao emitidos"      delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-if

           if nf_numero < numero_esperado
               add 1 to qtd_repetidos
               move spaces to linha_relatorio
               string "REPETIDO/FORA DE ORDEM: numero "
                          delimited by size
                      nf_numero     delimited by size
                      " pedido "    delimited by size
                      nc_num_pedido delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           else
               compute numero_esperado = nf_numero + 1
               move nf_numero to ultimo_numero
           end-if
           .
       confere-numero-fiscal-exit.
           exit.

      *---- documento da data de negocio: soma e guarda para o -------
      *---- cruzamento; confere o total contra itens, taxa e desconto -
       acumula-cabecalho-fiscal section.

           move "N" to doc_do_dia

           if nc_data = data_negocio
               move "S" to doc_do_dia
               add 1              to qtd_documentos
               add nc_valor_total to total_fiscal

               if primeiro_do_dia = 0
                   move nf_numero to primeiro_do_dia
               end-if
               move nf_numero to ultimo_do_dia

               compute valor_conferido = nc_valor_itens
                   + nc_taxa_entrega - nc_desconto
               if valor_conferido <> nc_valor_total
                   add 1 to qtd_divergencias
                   move nc_valor_total  to valor_ed
                   move valor_conferido to valor2_ed
                   move spaces to linha_relatorio
                   string "TOTAL DIVERGE DOS ITENS: numero "
                              delimited by size
                          nf_numero delimited by size
                          " total " delimited by size
                          valor_ed  delimited by size
                          " itens " delimited by size
                          valor2_ed delimited by size
                       into linha_relatorio
                   end-string
                   write linha_relatorio
               end-if

               if total_docs_dia < limite_docs_dia
                   add 1 to total_docs_dia
                   move nc_num_pedido  to dd_num_pedido(total_docs_dia)
                   move nf_numero      to dd_num_fiscal(total_docs_dia)
                   move nc_valor_total to dd_valor_total(total_docs_dia)
                   move "N"            to dd_conferido(total_docs_dia)
               else
                   if tabela_docs_cheia = "N"
                       display "Tabela de documentos do dia esgotada;"
                           " cruzamento com PAGTOS incompleto."
                       move "S" to tabela_docs_cheia
                   end-if
               end-if
           end-if
           .
       acumula-cabecalho-fiscal-exit.
           exit.

      *---- tributos e classificacao dos itens dos documentos do dia --
       acumula-item-fiscal section.

           if doc_do_dia = "S"
               add 1               to qtd_itens
               add ni_valor_icms   to total_icms
               add ni_valor_pis    to total_pis
               add ni_valor_cofins to total_cofins
               if ni_classificacao = "P"
                   add 1 to qtd_itens_padrao
               end-if
               if ni_classificacao = "N"
                   add 1 to qtd_itens_sem_trib
               end-if
           end-if
           .
       acumula-item-fiscal-exit.
           exit.

      *---- total fiscal do dia por forma de pagamento ----------------
       acumula-pagamento-fiscal section.

           if doc_do_dia = "S"
               perform varying ind_forma from 1 by 1
                       until ind_forma > 4
                   if tf_forma(ind_forma) = ng_forma
                       add 1 to tf_qtd_fiscal(ind_forma)
                       add ng_valor_pedido
                           to tf_valor_fiscal(ind_forma)
                   end-if
               end-perform
           end-if
           .
       acumula-pagamento-fiscal-exit.
           exit.

      *---- cancelamentos fiscais gravados na data de negocio ---------
       acumula-cancelamento-fiscal section.

           if nx_data = data_negocio
               add 1        to qtd_cancelamentos
               add nx_valor to total_cancelado
           end-if
           .
       acumula-cancelamento-fiscal-exit.
           exit.

      *---- cruza os pagamentos do dia com os documentos emitidos -----
       confere-pagamentos section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "CRUZAMENTO COM PAGTOS.DAT" to linha_relatorio
           write linha_relatorio

           open input pagamentos
           if fs-pagamentos <> "35"
               perform until fs-pagamentos = "10"
                   read pagamentos
                       at end
                           move "10" to fs-pagamentos
                       not at end
                           if pg_data = data_negocio
                               perform confere-um-pagamento
                           end-if
                   end-read
               end-perform
               close pagamentos
           end-if
           move "00" to fs-pagamentos

           perform varying ind from 1 by 1 until ind > total_docs_dia
               if dd_conferido(ind) = "N"
                   add 1 to qtd_divergencias
                   move spaces to linha_relatorio
                   string "DOCUMENTO SEM PAGAMENTO: numero "
                              delimited by size
                          dd_num_fiscal(ind) delimited by size
                          " pedido "         delimited by size
                          dd_num_pedido(ind) delimited by size
                       into linha_relatorio
                   end-string
                   write linha_relatorio
               end-if
           end-perform
           .
       confere-pagamentos-exit.
           exit.

      *---- soma o pagamento na forma e procura o documento dele ------
       confere-um-pagamento section.

           add pg_valor_pedido to total_pagtos

           perform varying ind_forma from 1 by 1 until ind_forma > 4
               if tf_forma(ind_forma) = pg_forma
                   add 1 to tf_qtd_pagto(ind_forma)
                   add pg_valor_pedido to tf_valor_pagto(ind_forma)
               end-if
           end-perform

           move "N" to documento_localizado
           perform varying ind from 1 by 1
                   until ind > total_docs_dia
                   or documento_localizado = "S"
               if dd_num_pedido(ind) = pg_num_pedido
                   and dd_conferido(ind) = "N"
                   move "S" to dd_conferido(ind)
                   move "S" to documento_localizado
                   if dd_valor_total(ind) <> pg_valor_pedido
                       add 1 to qtd_divergencias
                       move dd_valor_total(ind) to valor_ed
                       move pg_valor_pedido     to valor2_ed
                       move spaces to linha_relatorio
                       string "VALOR DIVERGE: pedido " delimited by size
                              pg_num_pedido            delimited by size
                              " fiscal "               delimited by size
                              valor_ed                 delimited by size
                              " pagto "                delimited by size
                              valor2_ed                delimited by size
                           into linha_relatorio
                       end-string
                       write linha_relatorio
                   end-if
               end-if
           end-perform

           if documento_localizado = "N"
               add 1 to qtd_divergencias
               move pg_valor_pedido to valor_ed
               move spaces to linha_relatorio
               string "PAGAMENTO SEM DOCUMENTO FISCAL: pedido "
                          delimited by size
                      pg_num_pedido delimited by size
                      " "           delimited by size
                      valor_ed      delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-if
           .
       confere-um-pagamento-exit.
           exit.

      *---- grava o resumo do dia: faixa de numeros, totais por -------
      *---- forma (fiscal x PAGTOS), tributos e cancelamentos ---------
       imprime-resumo-fiscal section.

           if qtd_divergencias = 0
               move "Documentos e pagamentos do dia conferem."
                   to linha_relatorio
               write linha_relatorio
           end-if

           move spaces to linha_relatorio
           write linha_relatorio

           move "RESUMO DO DIA" to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Documentos emitidos.........: " delimited by size
                  qtd_documentos                   delimited by size
                  " (numeros "                     delimited by size
                  primeiro_do_dia                  delimited by size
                  " a "                            delimited by size
                  ultimo_do_dia                    delimited by size
                  ")"                              delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Itens / padrao / sem trib...: " delimited by size
                  qtd_itens                        delimited by size
                  " / "                            delimited by size
                  qtd_itens_padrao                 delimited by size
                  " / "                            delimited by size
                  qtd_itens_sem_trib               delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "Forma     Docs    Total fiscal  Pagtos   Total PAGTOS"
               to linha_relatorio
           write linha_relatorio

           perform varying ind_forma from 1 by 1 until ind_forma > 4
               evaluate tf_forma(ind_forma)
                   when "D"
                       move "Dinheiro" to rotulo_fiscal
                   when "C"
                       move "Cartao"   to rotulo_fiscal
                   when "P"
                       move "Pix"      to rotulo_fiscal
                   when "A"
                       move "App"      to rotulo_fiscal
               end-evaluate
               move tf_valor_fiscal(ind_forma) to valor_ed
               move tf_valor_pagto(ind_forma)  to valor2_ed
               move spaces to linha_relatorio
               string rotulo_fiscal(1:8)        delimited by size
                      "  "                      delimited by size
                      tf_qtd_fiscal(ind_forma)  delimited by size
                      " "                       delimited by size
                      valor_ed                  delimited by size
                      "   "                     delimited by size
                      tf_qtd_pagto(ind_forma)   delimited by size
                      " "                       delimited by size
                      valor2_ed                 delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio

               if tf_valor_fiscal(ind_forma)
                   <> tf_valor_pagto(ind_forma)
                   add 1 to qtd_divergencias
                   move "   ** total da forma nao confere **"
                       to linha_relatorio
                   write linha_relatorio
               end-if
           end-perform

           move total_fiscal to valor_ed
           move total_pagtos to valor2_ed
           move spaces to linha_relatorio
           string "Total           " delimited by size
                  valor_ed           delimited by size
                  "         "        delimited by size
                  valor2_ed          delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "ICMS do dia.................: " to rotulo_fiscal
           move total_icms to valor_ed
           perform imprime-linha-fiscal

           move "PIS do dia..................: " to rotulo_fiscal
           move total_pis to valor_ed
           perform imprime-linha-fiscal

           move "COFINS do dia...............: " to rotulo_fiscal
           move total_cofins to valor_ed
           perform imprime-linha-fiscal

           move spaces to rotulo_fiscal
           string "Cancelamentos fiscais ("  delimited by size
                  qtd_cancelamentos          delimited by size
                  "): "                      delimited by size
               into rotulo_fiscal
           end-string
           move total_cancelado to valor_ed
           perform imprime-linha-fiscal

           move spaces to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Numeros faltantes: "  delimited by size
                  qtd_numeros_faltantes  delimited by size
                  "  Repetidos: "        delimited by size
                  qtd_repetidos          delimited by size
                  "  Divergencias: "     delimited by size
                  qtd_divergencias       delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           display "Resumo fiscal gravado em FISCAL.TXT."
           .
       imprime-resumo-fiscal-exit.
           exit.

      *---- grava rotulo_fiscal seguido de valor_ed -------------------
       imprime-linha-fiscal section.

           move spaces to linha_relatorio
           string rotulo_fiscal delimited by size
                  valor_ed      delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       imprime-linha-fiscal-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close relatorio-fiscal
           stop run.
           .
       finaliza-exit.
           exit.
