               organization is line sequential
               file status is fs-movimentos.

           select ordens-compra assign to "OCOMPRA.DAT"
               organization is indexed
               access mode is sequential
               record key is oc_numero
               file status is fs-ordens.

           select pizza-master assign to "PIZZAS.DAT"
               organization is indexed
               access mode is sequential
               record key is pz_chave
               file status is fs-pizza-master.

           select ficha-tecnica assign to "FICHATEC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ft_chave
               file status is fs-ficha.

           select operadores assign to "OPERADOR.DAT"
               organization is indexed
       fd  movimentos-estoque.
           copy "movestreg.cpy".

       fd  ordens-compra.
           copy "ocompreg.cpy".

       fd  pizza-master.
           copy "pizzareg.cpy".

       fd  ficha-tecnica.
           copy "fichareg.cpy".

       fd  operadores.
           copy "operreg.cpy".
           05 ct_tem_contagem                      pic x(01).
           05 ct_base_contagem                     pic 9(06)v99.
           05 ct_soma_movimentos                   pic s9(07)v99.
           05 ct_sem_preco                         pic x(01).

       77 fs-estoque                               pic x(02)
                                                   value "00".
       77 fs-movimentos                            pic x(02)
                                                   value "00".
       77 fs-ordens                                pic x(02)
                                                   value "00".
       77 fs-pizza-master                          pic x(02)
                                                   value "00".
       77 fs-ficha                                 pic x(02)
                                                   value "00".
       77 fs-operadores                            pic x(02)
                                                   value "00".
       77 variacao_qtd_ed                          pic -zzzzz9,99.
       77 variacao_valor_ed                        pic -zzzzz9,99.
       77 total_quebra_ed                          pic -zzzzzz9,99.
       77 total_sem_preco                          pic 9(02)
                                                   value 0.
       77 total_sem_ficha                          pic 9(04)
                                                   value 0.
       77 marca_sem_preco                          pic x(10).
       77 tem_ficha                                pic x(01).

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

      *---Variáveis para comunicação entre programas
       linkage section.

           perform carrega-ingredientes
           perform reconstroi-teorico
           perform carrega-precos-compra

           if total_ingredientes = 0
               display "Nenhum ingrediente cadastrado no estoque."
               end-perform

               perform imprime-total-quebra
               perform imprime-excecoes-custo
           end-if
           .
       processamento-exit.
                               move 0 to
                                   ct_soma_movimentos(
                                       total_ingredientes)
                               move "N" to
                                   ct_sem_preco(total_ingredientes)
                           end-if
                   end-read
               end-perform
           perform busca-custo-unitario
           compute variacao_valor = variacao_qtd * custo_unitario

           move spaces to marca_sem_preco
           if custo_localizado = "N"
               move "S"          to ct_sem_preco(ind)
               move " sem preco" to marca_sem_preco
               add 1 to total_sem_preco
           end-if

           if variacao_valor < 0
               subtract variacao_valor from total_quebra_valor
           end-if
                  variacao_qtd_ed     delimited by size
                  "  "                delimited by size
                  variacao_valor_ed   delimited by size
                  marca_sem_preco     delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
       confere-ingrediente-exit.
           exit.

      *---- custo unitario do ingrediente corrente: ultimo preco -----
      *---- de compra recebido; sem compra a quebra nao e valorizada -
      *---- e o ingrediente sai como excecao -------------------------
       busca-custo-unitario section.

           move "N" to custo_localizado
           move 0   to custo_unitario

           perform varying ind_preco from 1 by 1
                   until ind_preco > total_precos
                   or custo_localizado = "S"
               if pc_ingrediente(ind_preco) = ct_ingrediente(ind)
                   move "S" to custo_localizado
                   move pc_preco(ind_preco) to custo_unitario
               end-if
           end-perform
           .
       busca-custo-unitario-exit.
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

      *---- registra a contagem no diario para rebasear o teorico -----
       imprime-total-quebra-exit.
           exit.

      *---- excecoes de custo: ingredientes sem preco de compra ------
      *---- (quebra nao valorizada) e pizzas ativas sem ficha --------
      *---- tecnica, cuja venda ainda baixa pelos fatores de CUSTO.DAT -
       imprime-excecoes-custo section.

           move spaces to linha_relatorio
           write linha_relatorio

           move "INGREDIENTES SEM PRECO DE COMPRA" to linha_relatorio
           write linha_relatorio

           if total_sem_preco = 0
               move "Nenhum." to linha_relatorio
               write linha_relatorio
           end-if

           perform varying ind from 1 by 1
                   until ind > total_ingredientes
               if ct_sem_preco(ind) = "S"
                   move spaces to linha_relatorio
                   string ct_ingrediente(ind) delimited by size
                       into linha_relatorio
                   end-string
                   write linha_relatorio
               end-if
           end-perform

           move spaces to linha_relatorio
           write linha_relatorio

           move "PIZZAS ATIVAS SEM FICHA TECNICA" to linha_relatorio
           write linha_relatorio

           open input pizza-master
           open input ficha-tecnica
           if fs-pizza-master <> "35"
               perform until fs-pizza-master = "10"
                   read pizza-master next record
                       at end
                           move "10" to fs-pizza-master
                       not at end
                           if pz_situacao <> "I"
                               perform confere-ficha-pizza
                           end-if
                   end-read
               end-perform
               close pizza-master
               move "00" to fs-pizza-master
           end-if
           if fs-ficha <> "35"
               close ficha-tecnica
           end-if

           if total_sem_ficha = 0
               move "Nenhuma." to linha_relatorio
               write linha_relatorio
           end-if

           if total_sem_preco > 0 or total_sem_ficha > 0
               display "Excecoes de custo: " total_sem_preco
                   " ingrediente(s) sem preco, " total_sem_ficha
                   " pizza(s) sem ficha (ver QUEBRA.TXT)."
           end-if
           .
       imprime-excecoes-custo-exit.
           exit.

      *---- lista a pizza corrente se nao houver ficha tecnica -------
       confere-ficha-pizza section.

           move "N" to tem_ficha
           if fs-ficha <> "35"
               move pz_nome    to ft_nome
               move pz_tamanho to ft_tamanho
               move spaces     to ft_ingrediente
               start ficha-tecnica key not < ft_chave
                   invalid key
                       continue
                   not invalid key
                       read ficha-tecnica next record
                           at end
                               continue
                           not at end
                               if ft_nome = pz_nome
                                   and ft_tamanho = pz_tamanho
                                   move "S" to tem_ficha
                               end-if
                       end-read
               end-start
           end-if

           if tem_ficha = "N"
               add 1 to total_sem_ficha
               move spaces to linha_relatorio
               string pz_nome    delimited by size
                      " "        delimited by size
                      pz_tamanho delimited by size
                   into linha_relatorio
               end-string
               write linha_relatorio
           end-if
           .
       confere-ficha-pizza-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close relatorio-quebra
