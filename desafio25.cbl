      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio25".
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
      *---- batch de importacao dos pedidos do aplicativo de entrega -
      *---- disparado por jcl/importapp.jcl; arquivos pelas DDNAMEs --
      *---- da JCL, como nos demais jobs ------------------------------
           select pedidos-app assign to PEDAPP
               organization is line sequential
               file status is fs-pedidos-app.

           select app-importados assign to APPIMP
               organization is indexed
               access mode is dynamic
               record key is ai_num_pedido_app
               file status is fs-app-importados.

           select pizza-master assign to PIZZAS
               organization is indexed
               access mode is dynamic
               record key is pz_chave
               file status is fs-pizza-master.

           select custo-ingrediente assign to CUSTO
               organization is indexed
               access mode is dynamic
               record key is cu_chave
               file status is fs-custo.

           select ficha-tecnica assign to FICHATEC
               organization is indexed
               access mode is dynamic
               record key is ft_chave
               file status is fs-ficha.

           select estoque assign to ESTOQUE
               organization is indexed
               access mode is dynamic
               record key is es_ingrediente
               file status is fs-estoque.

           select pedidos assign to PEDIDOS
               organization is line sequential
               file status is fs-pedidos.

           select controle-numero assign to NUMPED
               organization is line sequential
               file status is fs-controle-numero.

           select pagamentos assign to PAGTOS
               organization is line sequential
               file status is fs-pagamentos.

           select entregas assign to ENTREGAS
               organization is indexed
               access mode is dynamic
               record key is en_num_pedido
               file status is fs-entregas.

           select fila-cozinha assign to FILACOZ
               organization is indexed
               access mode is dynamic
               record key is fc_num_pedido
               file status is fs-fila-cozinha.

           select movimentos-estoque assign to MOVESTQ
               organization is line sequential
               file status is fs-movimentos.

           select controle-dia assign to DIACTL
               organization is line sequential
               file status is fs-controle-dia.

           select meia-config assign to MEIACFG
               organization is line sequential
               file status is fs-meia-config.

           select tributos assign to TRIBUT
               organization is indexed
               access mode is dynamic
               record key is tb_nome_pizza
               file status is fs-tributos.

           select controle-fiscal assign to NUMFISC
               organization is line sequential
               file status is fs-controle-fiscal.

           select documentos-fiscais assign to NFCE
               organization is line sequential
               file status is fs-documentos-fiscais.

           select relatorio-importacao assign to REJAPP
               organization is line sequential
               file status is fs-relatorio.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  pedidos-app.
           copy "pedappreg.cpy".

       fd  app-importados.
           copy "appimpreg.cpy".

       fd  pizza-master.
           copy "pizzareg.cpy".

       fd  custo-ingrediente.
           copy "custoreg.cpy".

       fd  ficha-tecnica.
           copy "fichareg.cpy".

       fd  estoque.
           copy "estoquereg.cpy".

       fd  pedidos.
           copy "pedidoreg.cpy".

       fd  controle-numero.
       01  controle_num_reg.
           05 np_ultimo_pedido                     pic 9(06).

       fd  pagamentos.
           copy "pagreg.cpy".

       fd  entregas.
           copy "entregareg.cpy".

       fd  fila-cozinha.
           copy "cozreg.cpy".

       fd  movimentos-estoque.
           copy "movestreg.cpy".

       fd  controle-dia.
       01  controle_dia_reg.
           05 dc_data_negocio                      pic 9(08).
           05 dc_situacao                          pic x(01).

       fd  meia-config.
       01  meia_config_reg.
      *---- "C" = metade mais cara, "M" = media dos dois precos -------
           05 mc_regra                             pic x(01).

       fd  tributos.
           copy "tributreg.cpy".

       fd  controle-fiscal.
       01  controle_fiscal_reg.
           05 nu_ultimo_fiscal                     pic 9(09).

       fd  documentos-fiscais.
           copy "nfcereg.cpy".

       fd  relatorio-importacao.
       01  linha_relatorio                          pic x(80).

      *---Variáveis de trabalho
       Working-storage Section.

      *-- itens do pedido do aplicativo em tratamento -----------------
       01  item_app occurs 20.
           05 ia_nome_pizza                        pic x(10).
           05 ia_sabor2                            pic x(10).
           05 ia_tamanho                           pic x(01).
           05 ia_quantidade                        pic 9(03).
           05 ia_preco_tabela                      pic 9(03)v99.
           05 ia_preco_unit                        pic 9(03)v99.
           05 ia_total_item                        pic 9(05)v99.

      *-- tributacao de cada item do documento fiscal -----------------
       01  tributo_item occurs 20.
           05 ti_ncm                               pic x(08).
           05 ti_cfop                              pic 9(04).
           05 ti_cst_icms                          pic x(03).
           05 ti_aliq_icms                         pic 9(02)v99.
           05 ti_valor_icms                        pic 9(04)v99.
           05 ti_aliq_pis                          pic 9(02)v99.
           05 ti_valor_pis                         pic 9(04)v99.
           05 ti_aliq_cofins                       pic 9(02)v99.
           05 ti_valor_cofins                      pic 9(04)v99.
           05 ti_classificacao                     pic x(01).

      *-- consumo total de ingredientes do item corrente, pela ficha --
      *-- tecnica do sabor (ou pelos fatores de CUSTO.DAT do sabor ----
      *-- ainda sem ficha) --------------------------------------------
       01  consumo_ingrediente occurs 50.
           05 cg_ingrediente                       pic x(10).
           05 cg_quantidade                        pic 9(06)v99.

       77 fs-pedidos-app                           pic x(02)
                                                   value "00".
       77 fs-app-importados                        pic x(02)
                                                   value "00".
       77 fs-pizza-master                          pic x(02)
                                                   value "00".
       77 fs-custo                                 pic x(02)
                                                   value "00".
       77 fs-ficha                                 pic x(02)
                                                   value "00".
       77 fs-estoque                               pic x(02)
                                                   value "00".
       77 fs-pedidos                               pic x(02)
                                                   value "00".
       77 fs-controle-numero                       pic x(02)
                                                   value "00".
       77 fs-pagamentos                            pic x(02)
                                                   value "00".
       77 fs-entregas                              pic x(02)
                                                   value "00".
       77 fs-fila-cozinha                          pic x(02)
                                                   value "00".
       77 fs-movimentos                            pic x(02)
                                                   value "00".
       77 fs-controle-dia                          pic x(02)
                                                   value "00".
       77 fs-meia-config                           pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".
       77 fs-tributos                              pic x(02)
                                                   value "00".
       77 fs-controle-fiscal                       pic x(02)
                                                   value "00".
       77 fs-documentos-fiscais                    pic x(02)
                                                   value "00".
       77 num_fiscal                               pic 9(09)
                                                   value 0.
       77 valor_itens_fiscal                       pic 9(06)v99.
       77 valor_tributos_fiscal                    pic 9(06)v99.
      *---- operador que assina os movimentos, pedidos e pagamentos --
      *---- gerados pela carga -----------------------------------------
       77 operador_importacao                      pic x(08)
                                                   value "APP".
       77 regra_meia                               pic x(01)
                                                   value "C".
       77 data_negocio                             pic 9(08)
                                                   value 0.
       77 situacao_dia                             pic x(01)
                                                   value spaces.
       77 data_importacao                          pic 9(08).
       77 hora_importacao                          pic 9(06).
       77 fim_arquivo                              pic x(01)
                                                   value "N".
       77 num_pedido                               pic 9(06)
                                                   value 0.
       77 max_pedido                               pic 9(06)
                                                   value 0.
      *-- dados do pedido do aplicativo em tratamento -----------------
       77 app_num_pedido                           pic x(12).
       77 app_data                                 pic 9(08).
       77 app_hora                                 pic 9(06).
       77 app_tipo                                 pic x(01).
       77 app_cliente                              pic x(20).
       77 app_endereco                             pic x(40).
       77 app_taxa_entrega                         pic 9(03)v99.
       77 total_itens                              pic 9(02).
       77 limite_itens                             pic 9(02)
                                                   value 20.
       77 itens_excedentes                         pic x(01).
       77 ind                                      pic 9(02).
       77 total_pedido                             pic 9(06)v99.
       77 pedido_rejeitado                         pic x(01).
       77 motivo_rejeicao                          pic x(40).
       77 preco_meia1                              pic 9(03)v99.
       77 preco_meia2                              pic 9(03)v99.
       77 sabor_validado                           pic x(10).
       77 sabor_consumo                            pic x(10).
       77 fator_consumo                            pic 9(01)v9.
       77 tem_consumo_item                         pic x(01).
       77 tem_ficha_sabor                          pic x(01).
       77 ficha_disponivel                         pic x(01)
                                                   value "S".
       77 custo_disponivel                         pic x(01)
                                                   value "S".
       77 ingrediente_consumo                      pic x(10).
       77 quantidade_consumo                       pic 9(06)v99.
       77 consumo_localizado                       pic x(01).
       77 total_consumo                            pic 9(02).
       77 limite_consumo                           pic 9(02)
                                                   value 50.
       77 ind_consumo                              pic 9(02).
       77 ingrediente_baixado                      pic x(10).
       77 consumo_necessario                       pic 9(06)v99.
       77 compute_valido                           pic x(01).
      *-- totais de controle para conferir com o repasse do app -------
       77 pedidos_lidos                            pic 9(06)
                                                   value 0.
       77 pedidos_carregados                       pic 9(06)
                                                   value 0.
       77 pedidos_rejeitados                       pic 9(06)
                                                   value 0.
       77 linhas_lidas                             pic 9(07)
                                                   value 0.
       77 valor_carregado                          pic 9(08)v99
                                                   value 0.
       77 valor_rejeitado                          pic 9(08)v99
                                                   value 0.
       77 valor_item_rejeitado                     pic 9(08)v99.
       77 valor_ed                                 pic zzzzzzz9,99.

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
           move function current-date(1:8) to data_importacao
           move function current-date(9:6) to hora_importacao

           perform le-data-negocio
           perform le-regra-meia
           perform determina-proximo-pedido
           perform determina-ultimo-fiscal

           open input pedidos-app
           if fs-pedidos-app = "35"
               display "PEDAPP nao encontrado; nada a importar."
               move "S" to fim_arquivo
           end-if

           open i-o app-importados
           if fs-app-importados = "35"
               open output app-importados
               close app-importados
               open i-o app-importados
           end-if

           open input pizza-master
           if fs-pizza-master = "35"
               open output pizza-master
               close pizza-master
               open input pizza-master
           end-if

           open input custo-ingrediente
           if fs-custo = "35"
               move "N" to custo_disponivel
           end-if

           open input ficha-tecnica
           if fs-ficha = "35"
               move "N" to ficha_disponivel
           end-if

           open i-o estoque

           open i-o entregas
           if fs-entregas = "35"
               open output entregas
               close entregas
               open i-o entregas
           end-if

           open i-o fila-cozinha
           if fs-fila-cozinha = "35"
               open output fila-cozinha
               close fila-cozinha
               open i-o fila-cozinha
           end-if

           open extend pedidos
           if fs-pedidos = "35"
               open output pedidos
           end-if

           open extend pagamentos
           if fs-pagamentos = "35"
               open output pagamentos
           end-if

           open extend movimentos-estoque
           if fs-movimentos = "35"
               open output movimentos-estoque
           end-if

           open input tributos

           open extend documentos-fiscais
           if fs-documentos-fiscais = "35"
               open output documentos-fiscais
           end-if

           open output relatorio-importacao

           move "IMPORTACAO DE PEDIDOS DO APLICATIVO - REJEITADOS"
               to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Data de negocio: " delimited by size
                  data_negocio        delimited by size
                  "  Importado em: "  delimited by size
                  data_importacao     delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "Pedido app    Data      Motivo" to linha_relatorio
           write linha_relatorio
           .
       inicializa-exit.
           exit.

      *---- le a data de negocio corrente de DIACTL.DAT; sem dia -----
      *---- aberto todos os pedidos sao rejeitados por data ----------
       le-data-negocio section.

           open input controle-dia
           if fs-controle-dia = "00"
               read controle-dia
                   at end
                       continue
                   not at end
                       move dc_data_negocio to data_negocio
                       move dc_situacao     to situacao_dia
               end-read
               close controle-dia
           end-if

           if situacao_dia <> "A"
               display "Dia de negocio nao aberto; pedidos do "
                   "aplicativo serao rejeitados por data."
           end-if
           .
       le-data-negocio-exit.
           exit.

      *---- carrega a regra de preco da meia a meia (MEIACFG.DAT); ----
      *---- sem arquivo vale a metade mais cara, como na entrada -----
      *---- de pedidos -------------------------------------------------
       le-regra-meia section.

           open input meia-config
           if fs-meia-config = "00"
               read meia-config
                   at end
                       continue
                   not at end
                       if mc_regra = "M"
                           move "M" to regra_meia
                       end-if
               end-read
               close meia-config
           end-if
           .
       le-regra-meia-exit.
           exit.

      *---- proximo numero de pedido: maior entre NUMPED.DAT e o -----
      *---- maior pd_num_pedido de PEDIDOS.DAT, como no desafio2 -----
       determina-proximo-pedido section.

           move 0 to max_pedido

           open input controle-numero
           if fs-controle-numero = "00"
               read controle-numero
                   at end
                       continue
                   not at end
                       move np_ultimo_pedido to max_pedido
               end-read
               close controle-numero
           end-if

           open input pedidos
           if fs-pedidos <> "35"
               perform until fs-pedidos = "10"
                   read pedidos
                       at end
                           move "10" to fs-pedidos
                       not at end
                           if pd_num_pedido > max_pedido
                               move pd_num_pedido to max_pedido
                           end-if
                   end-read
               end-perform
               close pedidos
           end-if
           move "00" to fs-pedidos

           move max_pedido to num_pedido
           .
       determina-proximo-pedido-exit.
           exit.

      *---- ultimo numero fiscal emitido (NUMFISC.DAT) ----------------
       determina-ultimo-fiscal section.

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
           .
       determina-ultimo-fiscal-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           if fim_arquivo = "N"
               perform le-linha-app
           end-if

           perform until fim_arquivo = "S"
               perform carrega-pedido-app
               perform trata-pedido-app
           end-perform

           perform imprime-totais-controle
           .
       processamento-exit.
           exit.

      *---- le a proxima linha do arquivo do aplicativo ---------------
       le-linha-app section.

           read pedidos-app
               at end
                   move "S" to fim_arquivo
               not at end
                   add 1 to linhas_lidas
           end-read
           .
       le-linha-app-exit.
           exit.

      *---- junta as linhas consecutivas de um mesmo pedido do -------
      *---- aplicativo na tabela de itens; ao sair, a linha corrente -
      *---- ja e a primeira do pedido seguinte (ou fim de arquivo) ---
       carrega-pedido-app section.

           add 1 to pedidos_lidos

           move ap_num_pedido_app to app_num_pedido
           move ap_data           to app_data
           move ap_hora           to app_hora
           move ap_tipo           to app_tipo
           move ap_cliente        to app_cliente
           move ap_endereco       to app_endereco
           move ap_taxa_entrega   to app_taxa_entrega

           move 0      to total_itens
           move "N"    to itens_excedentes
           move "N"    to pedido_rejeitado
           move spaces to motivo_rejeicao

           perform until fim_arquivo = "S"
                   or ap_num_pedido_app <> app_num_pedido
               if total_itens >= limite_itens
                   move "S" to itens_excedentes
               else
                   add 1 to total_itens
                   move ap_nome_pizza  to ia_nome_pizza(total_itens)
                   move ap_sabor2      to ia_sabor2(total_itens)
                   move ap_tamanho     to ia_tamanho(total_itens)
                   move ap_quantidade  to ia_quantidade(total_itens)
                   move ap_preco_unit  to ia_preco_unit(total_itens)
                   move 0              to ia_preco_tabela(total_itens)
                   move 0              to ia_total_item(total_itens)

                   if ap_quantidade is not numeric
                       or ap_preco_unit is not numeric
                       if pedido_rejeitado = "N"
                           move "S" to pedido_rejeitado
                           move "QUANTIDADE/PRECO NAO NUMERICO"
                               to motivo_rejeicao
                       end-if
                   end-if
               end-if
               perform le-linha-app
           end-perform
           .
       carrega-pedido-app-exit.
           exit.

      *---- valida o pedido do aplicativo e carrega ou rejeita -------
       trata-pedido-app section.

           if pedido_rejeitado = "N"
               perform valida-pedido-app
           end-if

           if pedido_rejeitado = "N"
               perform valida-itens-app
           end-if

           if pedido_rejeitado = "S"
               perform rejeita-pedido-app
           else
               perform carrega-pedido-validado
           end-if
           .
       trata-pedido-app-exit.
           exit.

      *---- criticas do cabecalho: pedido repetido, data de negocio, -
      *---- tipo e endereco de entrega ---------------------------------
       valida-pedido-app section.

           move app_num_pedido to ai_num_pedido_app
           read app-importados
               invalid key
                   continue
               not invalid key
                   move "S" to pedido_rejeitado
                   move spaces to motivo_rejeicao
                   string "JA IMPORTADO COMO PEDIDO "
                              delimited by size
                          ai_num_pedido delimited by size
                       into motivo_rejeicao
                   end-string
           end-read

           if pedido_rejeitado = "N"
               if app_data is not numeric
                   move "S" to pedido_rejeitado
                   move "DATA DO PEDIDO INVALIDA" to motivo_rejeicao
               else
                   if app_data < data_negocio
                       or (app_data = data_negocio
                           and situacao_dia <> "A")
                       move "S" to pedido_rejeitado
                       move "DATA DE NEGOCIO JA FECHADA"
                           to motivo_rejeicao
                   else
                       if app_data > data_negocio
                           move "S" to pedido_rejeitado
                           move "DATA DE NEGOCIO NAO ABERTA"
                               to motivo_rejeicao
                       end-if
                   end-if
               end-if
           end-if

           if pedido_rejeitado = "N"
               if app_tipo <> "E" and app_tipo <> "B"
                   move "S" to pedido_rejeitado
                   move "TIPO DE PEDIDO INVALIDO" to motivo_rejeicao
               else
                   if app_tipo = "E" and app_endereco = spaces
                       move "S" to pedido_rejeitado
                       move "ENTREGA SEM ENDERECO" to motivo_rejeicao
                   end-if
               end-if
           end-if

           if pedido_rejeitado = "N"
               if app_taxa_entrega is not numeric
                   move "S" to pedido_rejeitado
                   move "TAXA DE ENTREGA INVALIDA" to motivo_rejeicao
               end-if
           end-if

           if pedido_rejeitado = "N" and itens_excedentes = "S"
               move "S" to pedido_rejeitado
               move "PEDIDO COM MAIS DE 20 ITENS" to motivo_rejeicao
           end-if
           .
       valida-pedido-app-exit.
           exit.

      *---- valida cada item no catalogo (sabor/tamanho cadastrado e --
      *---- ativo, inclusive a segunda metade) e calcula os totais ----
       valida-itens-app section.

           move 0 to total_pedido

           perform varying ind from 1 by 1
                   until ind > total_itens or pedido_rejeitado = "S"

               if ia_quantidade(ind) = 0
                   move "S" to pedido_rejeitado
                   move "ITEM COM QUANTIDADE ZERO" to motivo_rejeicao
               else
                   move ia_nome_pizza(ind) to sabor_validado
                   perform valida-sabor-app
               end-if

               if pedido_rejeitado = "N"
                   move pz_preco to preco_meia1
                   move pz_preco to ia_preco_tabela(ind)
               end-if

               if pedido_rejeitado = "N"
                   and ia_sabor2(ind) <> spaces
                   move ia_sabor2(ind) to sabor_validado
                   perform valida-sabor-app
                   if pedido_rejeitado = "N"
                       move pz_preco to preco_meia2
                       if regra_meia = "M"
                           compute ia_preco_tabela(ind) rounded =
                               (preco_meia1 + preco_meia2) / 2
                       else
                           if preco_meia2 > preco_meia1
                               move preco_meia2
                                   to ia_preco_tabela(ind)
                           end-if
                       end-if
                   end-if
               end-if

               if pedido_rejeitado = "N"
                   move "S" to compute_valido
                   compute ia_total_item(ind) =
                       ia_preco_unit(ind) * ia_quantidade(ind)
                       on size error
                           move "N" to compute_valido
                   end-compute
                   if compute_valido = "N"
                       move "S" to pedido_rejeitado
                       move "QUANTIDADE MUITO ALTA NO ITEM"
                           to motivo_rejeicao
                   else
                       add ia_total_item(ind) to total_pedido
                   end-if
               end-if

           end-perform

           if pedido_rejeitado = "N" and app_tipo = "E"
               add app_taxa_entrega to total_pedido
           end-if
           .
       valida-itens-app-exit.
           exit.

      *---- le no catalogo o sabor em sabor_validado no tamanho do ----
      *---- item ind; rejeita o pedido se inexistente ou inativo ------
       valida-sabor-app section.

           move sabor_validado   to pz_nome
           move ia_tamanho(ind)  to pz_tamanho
           read pizza-master
               invalid key
                   move "S" to pedido_rejeitado
                   move spaces to motivo_rejeicao
                   string "SABOR/TAMANHO INEXISTENTE: "
                              delimited by size
                          sabor_validado  delimited by size
                          " "             delimited by size
                          ia_tamanho(ind) delimited by size
                       into motivo_rejeicao
                   end-string
               not invalid key
                   if pz_situacao = "I"
                       move "S" to pedido_rejeitado
                       move spaces to motivo_rejeicao
                       string "SABOR INATIVO: "  delimited by size
                              sabor_validado     delimited by size
                              " "                delimited by size
                              ia_tamanho(ind)    delimited by size
                           into motivo_rejeicao
                       end-string
                   end-if
           end-read
           .
       valida-sabor-app-exit.
           exit.

      *---- grava a linha do pedido rejeitado no relatorio ------------
       rejeita-pedido-app section.

           add 1 to pedidos_rejeitados

      *---- valor informado pelo app: itens com quantidade e preco ----
      *---- numericos, mais a taxa de entrega -------------------------
           perform varying ind from 1 by 1 until ind > total_itens
               if ia_quantidade(ind) is numeric
                   and ia_preco_unit(ind) is numeric
                   compute valor_item_rejeitado =
                       ia_preco_unit(ind) * ia_quantidade(ind)
                   add valor_item_rejeitado to valor_rejeitado
               end-if
           end-perform

           if app_tipo = "E" and app_taxa_entrega is numeric
               add app_taxa_entrega to valor_rejeitado
           end-if

           move spaces to linha_relatorio
           string app_num_pedido  delimited by size
                  "  "            delimited by size
                  app_data        delimited by size
                  "  "            delimited by size
                  motivo_rejeicao delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       rejeita-pedido-app-exit.
           exit.

      *---- carrega o pedido validado: numero novo, linhas em --------
      *---- PEDIDOS, entrega, fila da cozinha, baixa de estoque, -----
      *---- pagamento "A" e o controle de pedido importado -----------
       carrega-pedido-validado section.

           add 1 to num_pedido

           perform grava-linhas-pedido
           perform grava-controle-numero

           if app_tipo = "E"
               perform grava-entrega
           end-if

           perform enfileira-cozinha

           perform varying ind from 1 by 1 until ind > total_itens
               perform baixa-estoque-item
           end-perform

           perform grava-pagamento-app
           perform emite-documento-fiscal
           perform grava-controle-importacao

           add 1            to pedidos_carregados
           add total_pedido to valor_carregado
           .
       carrega-pedido-validado-exit.
           exit.

      *---- grava cada item do pedido em PEDIDOS.DAT; o cliente do ----
      *---- aplicativo nao tem cadastro (codigo 0) e a promocao e a ---
      *---- do proprio aplicativo, ja embutida no preco cobrado -------
       grava-linhas-pedido section.

           perform varying ind from 1 by 1 until ind > total_itens
               move num_pedido            to pd_num_pedido
               move app_data              to pd_data
               move app_hora              to pd_hora
               move 0                     to pd_cod_cliente
               move app_cliente           to pd_cliente
               move ia_nome_pizza(ind)    to pd_nome_pizza
               move ia_sabor2(ind)        to pd_sabor2
               move ia_tamanho(ind)       to pd_tamanho
               move ia_quantidade(ind)    to pd_quantidade
               move ia_preco_tabela(ind)  to pd_preco_tabela
               move 0                     to pd_cod_promo
               move ia_preco_unit(ind)    to pd_preco_unit
               move ia_total_item(ind)    to pd_total_item
               move operador_importacao   to pd_operador
               write pedido_reg
           end-perform
           .
       grava-linhas-pedido-exit.
           exit.

      *---- grava o ultimo numero de pedido emitido em NUMPED.DAT -----
       grava-controle-numero section.

           open output controle-numero
           move num_pedido to np_ultimo_pedido
           write controle_num_reg
           close controle-numero
           .
       grava-controle-numero-exit.
           exit.

      *---- grava em ENTREGAS.DAT a entrega do pedido, pendente de ----
      *---- despacho pela tela de entregas (desafio17) ----------------
       grava-entrega section.

           move num_pedido       to en_num_pedido
           move app_data         to en_data
           move app_hora         to en_hora_pedido
           move 0                to en_cod_cliente
           move app_endereco     to en_endereco
           move app_taxa_entrega to en_taxa_entrega
           move spaces           to en_entregador
           move "P"              to en_situacao
           move 0                to en_hora_saida
           move 0                to en_hora_entrega
           move 0                to en_zona
           move 0                to en_prazo_minutos
           move "N"              to en_taxa_alterada
           write entrega_reg
               invalid key
                   rewrite entrega_reg
           end-write
           .
       grava-entrega-exit.
           exit.

      *---- coloca o pedido na fila da cozinha como pendente ----------
       enfileira-cozinha section.

           move num_pedido      to fc_num_pedido
           move app_data        to fc_data
           move hora_importacao to fc_hora_entrada
           move app_tipo        to fc_tipo
           move "P"             to fc_situacao
           move 0               to fc_hora_inicio
           move 0               to fc_hora_pronto
           write fila_cozinha_reg
               invalid key
                   rewrite fila_cozinha_reg
           end-write
           .
       enfileira-cozinha-exit.
           exit.

      *---- baixa do estoque o consumo do item ind pela ficha --------
      *---- tecnica de cada sabor (meia a meia consome metade de ------
      *---- cada receita); sabor sem ficha consome pelos fatores de ---
      *---- CUSTO.DAT; sem receita ou sem estoque nao ha o que baixar -
       baixa-estoque-item section.

           move "N" to tem_consumo_item
           move 0   to total_consumo

           if ia_sabor2(ind) = spaces
               move 1 to fator_consumo
               move ia_nome_pizza(ind) to sabor_consumo
               perform acumula-consumo-sabor
           else
               move 0,5 to fator_consumo
               move ia_nome_pizza(ind) to sabor_consumo
               perform acumula-consumo-sabor
               move ia_sabor2(ind) to sabor_consumo
               perform acumula-consumo-sabor
           end-if

           if tem_consumo_item = "S" and fs-estoque <> "35"
               perform varying ind_consumo from 1 by 1
                       until ind_consumo > total_consumo
                   move cg_ingrediente(ind_consumo)
                       to ingrediente_baixado
                   move cg_quantidade(ind_consumo)
                       to consumo_necessario
                   perform baixa-um-ingrediente
               end-perform
           end-if
           .
       baixa-estoque-item-exit.
           exit.

      *---- soma no consumo do item a receita do sabor em -------------
      *---- sabor_consumo, na proporcao de fator_consumo --------------
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

      *---- percorre em FICHATEC os ingredientes do sabor/tamanho -----
       acumula-consumo-ficha section.

           move sabor_consumo   to ft_nome
           move ia_tamanho(ind) to ft_tamanho
           move spaces          to ft_ingrediente
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
                           or ft_tamanho <> ia_tamanho(ind)
                           move "10" to fs-ficha
                       else
                           move "S" to tem_ficha_sabor
                           move ft_ingrediente to ingrediente_consumo
                           compute quantidade_consumo rounded =
                               ft_quantidade * fator_consumo
                               * ia_quantidade(ind)
                           perform soma-consumo-ingrediente
                       end-if
               end-read
           end-perform
           move "00" to fs-ficha
           .
       acumula-consumo-ficha-exit.
           exit.

      *---- soma no consumo do item os fatores de CUSTO.DAT do sabor --
      *---- (FARINHA, QUEIJO e COBERTURA de ESTOQUE) ------------------
       acumula-consumo-custo section.

           move sabor_consumo   to cu_nome
           move ia_tamanho(ind) to cu_tamanho
           read custo-ingrediente
               invalid key
                   continue
               not invalid key
                   move "FARINHA" to ingrediente_consumo
                   compute quantidade_consumo rounded =
                       cu_consumo_farinha * fator_consumo
                       * ia_quantidade(ind)
                   perform soma-consumo-ingrediente

                   move "QUEIJO" to ingrediente_consumo
                   compute quantidade_consumo rounded =
                       cu_consumo_queijo * fator_consumo
                       * ia_quantidade(ind)
                   perform soma-consumo-ingrediente

                   move "COBERTURA" to ingrediente_consumo
                   compute quantidade_consumo rounded =
                       cu_consumo_coberturas * fator_consumo
                       * ia_quantidade(ind)
                   perform soma-consumo-ingrediente
           end-read
           .
       acumula-consumo-custo-exit.
           exit.

      *---- acumula quantidade_consumo no ingrediente_consumo da ------
      *---- tabela de consumo do item ---------------------------------
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

      *---- subtrai o consumo do saldo do ingrediente, sem deixar o ---
      *---- saldo negativo, e registra a baixa em MOVESTQ.DAT ---------
       baixa-um-ingrediente section.

           move ingrediente_baixado to es_ingrediente
           read estoque
               invalid key
                   continue
               not invalid key
                   if es_qtd_atual > consumo_necessario
                       subtract consumo_necessario from es_qtd_atual
                   else
                       move 0 to es_qtd_atual
                   end-if
                   rewrite estoque_reg

                   if consumo_necessario > 0
                       perform grava-movimento-venda
                   end-if
           end-read
           .
       baixa-um-ingrediente-exit.
           exit.

      *---- registra no diario MOVESTQ.DAT a baixa de venda do --------
      *---- ingrediente corrente, assinada pelo operador da carga -----
       grava-movimento-venda section.

           move app_data              to mv_data
           move hora_importacao       to mv_hora
           move operador_importacao   to mv_operador
           move "V"                   to mv_tipo
           move num_pedido            to mv_num_pedido
           move ingrediente_baixado   to mv_ingrediente
           move "-"                   to mv_sinal
           move consumo_necessario    to mv_quantidade
           write movimento_estoque_reg
           .
       grava-movimento-venda-exit.
           exit.

      *---- grava o pagamento do pedido em PAGTOS.DAT com a forma -----
      *---- "A": o valor ja foi recebido pelo aplicativo -------------
       grava-pagamento-app section.

           move num_pedido   to pg_num_pedido
           move app_data     to pg_data
           move app_hora     to pg_hora
           move "A"          to pg_forma
           move total_pedido to pg_valor_pedido
           move total_pedido to pg_valor_pago
           move 0            to pg_troco
           move 0            to pg_desconto_pontos
           move app_num_pedido to pg_autorizacao
           move operador_importacao to pg_operador
           write pagamento_reg
           .
       grava-pagamento-app-exit.
           exit.

      *---- gera em NFCE.TXT o documento fiscal do pedido carregado, -
      *---- como no fechamento da entrada de pedidos: cabecalho, -----
      *---- itens com tributos e pagamento "A" ------------------------
       emite-documento-fiscal section.

           move 0 to valor_itens_fiscal
           move 0 to valor_tributos_fiscal

           perform varying ind from 1 by 1 until ind > total_itens
               add ia_total_item(ind) to valor_itens_fiscal
               perform busca-tributacao

               compute ti_valor_icms(ind) rounded =
                   ia_total_item(ind) * ti_aliq_icms(ind) / 100
               compute ti_valor_pis(ind) rounded =
                   ia_total_item(ind) * ti_aliq_pis(ind) / 100
               compute ti_valor_cofins(ind) rounded =
                   ia_total_item(ind) * ti_aliq_cofins(ind) / 100

               add ti_valor_icms(ind)   to valor_tributos_fiscal
               add ti_valor_pis(ind)    to valor_tributos_fiscal
               add ti_valor_cofins(ind) to valor_tributos_fiscal
           end-perform

           add 1 to num_fiscal

           move spaces                to nfce_reg
           move "C"                   to nf_tipo_reg
           move num_fiscal            to nf_numero
           move num_pedido            to nc_num_pedido
           move app_data              to nc_data
           move app_hora              to nc_hora
           move 0                     to nc_cod_cliente
           move app_cliente           to nc_cliente
           move total_itens           to nc_qtd_itens
           move valor_itens_fiscal    to nc_valor_itens
           if app_tipo = "E"
               move app_taxa_entrega  to nc_taxa_entrega
           else
               move 0                 to nc_taxa_entrega
           end-if
           move 0                     to nc_desconto
           move total_pedido          to nc_valor_total
           move valor_tributos_fiscal to nc_valor_tributos
           write nfce_reg

           perform varying ind from 1 by 1 until ind > total_itens
               move spaces                to nfce_reg
               move "I"                   to nf_tipo_reg
               move num_fiscal            to nf_numero
               move ind                   to ni_sequencia
               move ia_nome_pizza(ind)    to ni_nome_pizza
               move ia_sabor2(ind)        to ni_sabor2
               move ia_tamanho(ind)       to ni_tamanho
               move ia_quantidade(ind)    to ni_quantidade
               move ia_preco_unit(ind)    to ni_preco_unit
               move ia_total_item(ind)    to ni_total_item
               move ti_ncm(ind)           to ni_ncm
               move ti_cfop(ind)          to ni_cfop
               move ti_cst_icms(ind)      to ni_cst_icms
               move ti_aliq_icms(ind)     to ni_aliq_icms
               move ti_valor_icms(ind)    to ni_valor_icms
               move ti_aliq_pis(ind)      to ni_aliq_pis
               move ti_valor_pis(ind)     to ni_valor_pis
               move ti_aliq_cofins(ind)   to ni_aliq_cofins
               move ti_valor_cofins(ind)  to ni_valor_cofins
               move ti_classificacao(ind) to ni_classificacao
               write nfce_reg
           end-perform

           move spaces                to nfce_reg
           move "P"                   to nf_tipo_reg
           move num_fiscal            to nf_numero
           move "A"                   to ng_forma
           move total_pedido          to ng_valor_pedido
           move total_pedido          to ng_valor_pago
           move 0                     to ng_troco
           move app_num_pedido        to ng_autorizacao
           write nfce_reg

           open output controle-fiscal
           move num_fiscal to nu_ultimo_fiscal
           write controle_fiscal_reg
           close controle-fiscal
           .
       emite-documento-fiscal-exit.
           exit.

      *---- busca em TRIBUT.DAT a classificacao do sabor do item -----
      *---- ind (meia a meia segue o primeiro sabor); sem ela vale a -
      *---- "PADRAO" e, sem esta, o item sai com tributos zerados ----
       busca-tributacao section.

           move "N" to ti_classificacao(ind)

           if fs-tributos <> "35"
               move ia_nome_pizza(ind) to tb_nome_pizza
               read tributos
                   invalid key
                       move "PADRAO" to tb_nome_pizza
                       read tributos
                           invalid key
                               continue
                           not invalid key
                               move "P" to ti_classificacao(ind)
                       end-read
                   not invalid key
                       move "S" to ti_classificacao(ind)
               end-read
           end-if

           if ti_classificacao(ind) = "N"
               move spaces to ti_ncm(ind)
               move 0      to ti_cfop(ind)
               move spaces to ti_cst_icms(ind)
               move 0      to ti_aliq_icms(ind)
               move 0      to ti_aliq_pis(ind)
               move 0      to ti_aliq_cofins(ind)
           else
               move tb_ncm         to ti_ncm(ind)
               move tb_cfop        to ti_cfop(ind)
               move tb_cst_icms    to ti_cst_icms(ind)
               move tb_aliq_icms   to ti_aliq_icms(ind)
               move tb_aliq_pis    to ti_aliq_pis(ind)
               move tb_aliq_cofins to ti_aliq_cofins(ind)
           end-if
           .
       busca-tributacao-exit.
           exit.

      *---- registra o pedido do aplicativo como importado ------------
       grava-controle-importacao section.

           move app_num_pedido  to ai_num_pedido_app
           move num_pedido      to ai_num_pedido
           move data_importacao to ai_data_import
           move total_pedido    to ai_valor
           write app_importado_reg
               invalid key
                   display "Controle de importacao ja existente para "
                       app_num_pedido
           end-write
           .
       grava-controle-importacao-exit.
           exit.

      *---- grava os totais de controle no fim do relatorio e no ------
      *---- SYSOUT do job, para conferir com o repasse do aplicativo --
       imprime-totais-controle section.

           if pedidos_rejeitados = 0
               move "Nenhum pedido rejeitado." to linha_relatorio
               write linha_relatorio
           end-if

           move spaces to linha_relatorio
           write linha_relatorio

           move "TOTAIS DE CONTROLE" to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Linhas lidas.......: " delimited by size
                  linhas_lidas            delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Pedidos lidos......: " delimited by size
                  pedidos_lidos           delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Pedidos carregados.: " delimited by size
                  pedidos_carregados      delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Pedidos rejeitados.: " delimited by size
                  pedidos_rejeitados      delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move valor_carregado to valor_ed
           move spaces to linha_relatorio
           string "Valor carregado....: " delimited by size
                  valor_ed                delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move valor_rejeitado to valor_ed
           move spaces to linha_relatorio
           string "Valor rejeitado....: " delimited by size
                  valor_ed                delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           display "Importacao de pedidos do aplicativo:"
           display "Pedidos lidos......: " pedidos_lidos
           display "Pedidos carregados.: " pedidos_carregados
           display "Pedidos rejeitados.: " pedidos_rejeitados
           move valor_carregado to valor_ed
           display "Valor carregado....: " valor_ed
           move valor_rejeitado to valor_ed
           display "Valor rejeitado....: " valor_ed

      *---- RC=4 avisa o operador do job que ha rejeitados a tratar ---
           if pedidos_rejeitados > 0
               move 4 to return-code
           end-if
           .
       imprime-totais-controle-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close pedidos-app
           close app-importados
           close pizza-master
           if custo_disponivel = "S"
               close custo-ingrediente
           end-if
           if ficha_disponivel = "S"
               close ficha-tecnica
           end-if
           close estoque
           close entregas
           close fila-cozinha
           close pedidos
           close pagamentos
           close movimentos-estoque
           if fs-tributos <> "35"
               close tributos
           end-if
           close documentos-fiscais
           close relatorio-importacao
           stop run.
           .
       finaliza-exit.
           exit.
