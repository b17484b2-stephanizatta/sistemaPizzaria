               record key is pz_chave
               file status is fs-pizza-master.

           select ficha-tecnica assign to "FICHATEC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ft_chave
               file status is fs-ficha.

           select ordens-compra assign to "OCOMPRA.DAT"
               organization is indexed
               access mode is sequential
               record key is oc_numero
               file status is fs-ordens.

           select relatorio-lucro assign to "LUCRO.TXT"
               organization is line sequential
       fd  pizza-master.
           copy "pizzareg.cpy".

       fd  ficha-tecnica.
           copy "fichareg.cpy".

       fd  ordens-compra.
           copy "ocompreg.cpy".

       fd  relatorio-lucro.
       01  linha_relatorio                          pic x(80).
           05 lt_preco                             pic 9(03)v99.
           05 lt_preco_cm2                         pic 9(03)v99.
           05 lt_diferenca_rel                     pic 9(03)v99.
      *---- "S" = custeada, "N" = sem ficha tecnica, "P" = ficha com --
      *---- ingrediente sem preco de compra, "M" = margem fora da -----
      *---- faixa do campo (preco zerado ou custo muito acima) --------
           05 lt_tem_custo                         pic x(01).
           05 lt_margem                            pic s9(03)v99.
           05 lt_sem_preco                         pic x(10).

       01  lucro_tab_aux.
           05 lt_nome_aux                          pic x(10).
           05 lt_diferenca_rel_aux                 pic 9(03)v99.
           05 lt_tem_custo_aux                     pic x(01).
           05 lt_margem_aux                        pic s9(03)v99.
           05 lt_sem_preco_aux                     pic x(10).

       77 fs-pizza-master                          pic x(02)
                                                   value "00".
       77 fs-ficha                                 pic x(02)
                                                   value "00".
       77 fs-ordens                                pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".
       77 lt_preco_cm2_ed                          pic zz9,99.
       77 lt_diferenca_rel_ed                      pic zz9,99.
       77 lt_margem_ed                             pic -999,99.
       77 ficha_disponivel                         pic x(01).
       77 tem_ficha                                pic x(01).
       77 ingredientes_sem_preco                   pic 9(03).
       77 ingrediente_sem_preco                    pic x(10).
       77 custo_ingrediente                        pic 9(05)v99.
       77 total_excecoes                           pic 9(04)
                                                   value 0.
       77 incluir_inativas                         pic x(01).
       77 total_sabores                            pic 9(04)
                                                   value 0.
       77 ind_sabor                                pic 9(04).
       77 margem_media                             pic s9(03)v99.

      *-- ultimo preco de compra de cada ingrediente: preco cobrado ---
      *-- na ordem recebida mais recente de OCOMPRA.DAT ---------------
       01  preco_compra occurs 999.
           05 pc_ingrediente                       pic x(10).
           05 pc_data_receb                        pic 9(08).
           05 pc_numero                            pic 9(06).
           05 pc_preco                             pic 9(05)v99.

       77 limite_precos                            pic 9(03)
                                                   value 999.
       77 total_precos                             pic 9(03)
                                                   value 0.
       77 ind_preco                                pic 9(04).
       77 preco_localizado                         pic x(01).
       77 tabela_precos_cheia                      pic x(01)
                                                   value "N".

      *-- acumulador da margem media por sabor ------------------------
       01  margem_sabor occurs 9999.
           05 sb_nome                              pic x(10).
       processamento-exit.
           exit.

      *---- le PIZZAS.DAT e custeia a ficha tecnica de cada pizza ----
      *---- pelo ultimo preco de compra p/ calcular a margem ----------
       monta-tabela-lucro section.

           perform carrega-precos-compra

           open input pizza-master
           open input ficha-tecnica

           move "S" to ficha_disponivel
           if fs-ficha = "35"
               move "N" to ficha_disponivel
           end-if

           if fs-pizza-master <> "35"
           end-if

           close pizza-master
           if ficha_disponivel = "S"
               close ficha-tecnica
           end-if
           .
       monta-tabela-lucro-exit.
               move pz_preco_cm2    to lt_preco_cm2(total_linhas)
               move pz_diferenca_rel to lt_diferenca_rel(total_linhas)

               move 0      to lt_margem(total_linhas)
               move spaces to lt_sem_preco(total_linhas)

               perform calcula-custo-ficha

               evaluate true
                   when tem_ficha = "N"
                       move "N" to lt_tem_custo(total_linhas)
                       add 1 to total_excecoes
                   when ingredientes_sem_preco > 0
                       move "P" to lt_tem_custo(total_linhas)
                       move ingrediente_sem_preco
                           to lt_sem_preco(total_linhas)
                       add 1 to total_excecoes
                   when other
                       move "S" to lt_tem_custo(total_linhas)
                       compute lt_margem(total_linhas) rounded =
                           ((pz_preco - custo_total) / pz_preco)
                           * 100
                           on size error
                               display "Margem invalida para "
                                   pz_nome
                                   ": ignorada no relatorio."
                               move "M"
                                   to lt_tem_custo(total_linhas)
                               move 0 to lt_margem(total_linhas)
                               add 1 to total_excecoes
                       end-compute
               end-evaluate
           end-if
           .
       acumula-linha-lucro-exit.
                           to lt_diferenca_rel_aux
                       move lt_tem_custo(ind + 1)    to lt_tem_custo_aux
                       move lt_margem(ind + 1)       to lt_margem_aux
                       move lt_sem_preco(ind + 1)    to lt_sem_preco_aux

                       move lt_nome(ind)      to lt_nome(ind + 1)
                       move lt_tamanho(ind)   to lt_tamanho(ind + 1)
                           to lt_diferenca_rel(ind + 1)
                       move lt_tem_custo(ind) to lt_tem_custo(ind + 1)
                       move lt_margem(ind)    to lt_margem(ind + 1)
                       move lt_sem_preco(ind) to lt_sem_preco(ind + 1)

                       move lt_nome_aux      to lt_nome(ind)
                       move lt_tamanho_aux   to lt_tamanho(ind)
                           to lt_diferenca_rel(ind)
                       move lt_tem_custo_aux to lt_tem_custo(ind)
                       move lt_margem_aux    to lt_margem(ind)
                       move lt_sem_preco_aux to lt_sem_preco(ind)

                       move "trocou" to controle
                   end-if
           end-perform

           perform imprime-margem-sabor
           perform imprime-excecoes-custo
           .
       imprime-relatorio-lucro-exit.
           exit.
       acumula-margem-sabor-exit.
           exit.

      *---- lista as pizzas que ficaram sem custo, em vez de custear -
      *---- com zero: sem ficha tecnica (desafio31) ou com -----------
      *---- ingrediente sem preco de compra recebido (desafio18) ------
       imprime-excecoes-custo section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "EXCECOES DE CUSTO (pizzas sem margem calculada)"
               to linha_relatorio
           write linha_relatorio

           if total_excecoes = 0
               move "Nenhuma excecao." to linha_relatorio
               write linha_relatorio
           else
               move "Nome       Tam Motivo" to linha_relatorio
               write linha_relatorio
           end-if

           perform varying ind from 1 by 1 until ind > total_linhas
               if lt_tem_custo(ind) = "N" or lt_tem_custo(ind) = "P"
                   or lt_tem_custo(ind) = "M"
                   move spaces to linha_relatorio
                   evaluate lt_tem_custo(ind)
                       when "N"
                           string lt_nome(ind)    delimited by size
                                  " "             delimited by size
                                  lt_tamanho(ind) delimited by size
                                  "   "           delimited by size
                                  "sem ficha tecnica"
                                      delimited by size
                               into linha_relatorio
                           end-string
                       when "M"
                           string lt_nome(ind)    delimited by size
                                  " "             delimited by size
                                  lt_tamanho(ind) delimited by size
                                  "   "           delimited by size
                                  "margem invalida (preco x custo)"
                                      delimited by size
                               into linha_relatorio
                           end-string
                       when other
                           string lt_nome(ind)      delimited by size
                                  " "               delimited by size
                                  lt_tamanho(ind)   delimited by size
                                  "   "             delimited by size
                                  "sem preco de compra: "
                                      delimited by size
                                  lt_sem_preco(ind) delimited by size
                               into linha_relatorio
                           end-string
                   end-evaluate
                   write linha_relatorio
               end-if
           end-perform

           if total_excecoes > 0
               display "Pizzas sem custo (ver LUCRO.TXT): "
                   total_excecoes
           end-if
           .
       imprime-excecoes-custo-exit.
           exit.

      *---- soma em custo_total a receita da pizza corrente de --------
      *---- PIZZAS.DAT, valorizada pelo ultimo preco de compra de -----
      *---- cada ingrediente -------------------------------------------
       calcula-custo-ficha section.

           move 0      to custo_total
           move "N"    to tem_ficha
           move 0      to ingredientes_sem_preco
           move spaces to ingrediente_sem_preco

           if ficha_disponivel = "S"
               move pz_nome    to ft_nome
               move pz_tamanho to ft_tamanho
               move spaces     to ft_ingrediente
               start ficha-tecnica key not < ft_chave
                   invalid key
                       move "10" to fs-ficha
               end-start

               perform until fs-ficha = "10"
                   read ficha-tecnica next record
                       at end
                           move "10" to fs-ficha
                       not at end
                           if ft_nome <> pz_nome
                               or ft_tamanho <> pz_tamanho
                               move "10" to fs-ficha
                           else
                               move "S" to tem_ficha
                               perform soma-custo-ingrediente
                           end-if
                   end-read
               end-perform
               move "00" to fs-ficha
           end-if
           .
       calcula-custo-ficha-exit.
           exit.

      *---- valoriza o ingrediente corrente da ficha -----------------
       soma-custo-ingrediente section.

           perform busca-preco-compra

           if preco_localizado = "S"
               compute custo_ingrediente rounded =
                   ft_quantidade * pc_preco(ind_preco)
               add custo_ingrediente to custo_total
           else
               add 1 to ingredientes_sem_preco
               if ingrediente_sem_preco = spaces
                   move ft_ingrediente to ingrediente_sem_preco
               end-if
           end-if
           .
       soma-custo-ingrediente-exit.
           exit.

      *---- posiciona ind_preco no preco de compra de ft_ingrediente --
       busca-preco-compra section.

           move "N" to preco_localizado
           perform varying ind_preco from 1 by 1
                   until ind_preco > total_precos
                   or preco_localizado = "S"
               if pc_ingrediente(ind_preco) = ft_ingrediente
                   move "S" to preco_localizado
               end-if
           end-perform

           if preco_localizado = "S"
               subtract 1 from ind_preco
           end-if
           .
       busca-preco-compra-exit.
           exit.

      *---- carrega de OCOMPRA.DAT o preco cobrado no recebimento -----
      *---- mais recente de cada ingrediente ---------------------------
       carrega-precos-compra section.

           open input ordens-compra
           if fs-ordens <> "35"
               perform until fs-ordens = "10"
                   read ordens-compra next record
                       at end
                           move "10" to fs-ordens
                       not at end
                           if oc_situacao = "R"
                               perform guarda-preco-compra
                           end-if
                   end-read
               end-perform
               close ordens-compra
               move "00" to fs-ordens
           end-if
           .
       carrega-precos-compra-exit.
           exit.

      *---- guarda o preco da ordem recebida corrente se for o mais ---
      *---- recente do ingrediente ------------------------------------
       guarda-preco-compra section.

           move "N" to preco_localizado
           perform varying ind_preco from 1 by 1
                   until ind_preco > total_precos
                   or preco_localizado = "S"
               if pc_ingrediente(ind_preco) = oc_ingrediente
                   move "S" to preco_localizado
               end-if
           end-perform

           if preco_localizado = "S"
               subtract 1 from ind_preco
               if oc_data_receb > pc_data_receb(ind_preco)
                   or (oc_data_receb = pc_data_receb(ind_preco)
                   and oc_numero > pc_numero(ind_preco))
                   move oc_data_receb     to pc_data_receb(ind_preco)
                   move oc_numero         to pc_numero(ind_preco)
                   move oc_preco_recebido to pc_preco(ind_preco)
               end-if
           else
               if total_precos < limite_precos
                   add 1 to total_precos
                   move oc_ingrediente
                       to pc_ingrediente(total_precos)
                   move oc_data_receb
                       to pc_data_receb(total_precos)
                   move oc_numero         to pc_numero(total_precos)
                   move oc_preco_recebido to pc_preco(total_precos)
               else
                   if tabela_precos_cheia = "N"
                       display "Tabela de precos de compra esgotada."
                       move "S" to tabela_precos_cheia
                   end-if
               end-if
           end-if
           .
       guarda-preco-compra-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close relatorio-lucro
