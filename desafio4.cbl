               organization is line sequential
               file status is fs-log-transacoes.

           select ficha-tecnica assign to FICHATEC
               organization is indexed
               access mode is dynamic
               record key is ft_chave
               file status is fs-ficha.

           select ordens-compra assign to OCOMPRA
               organization is indexed
               access mode is sequential
               record key is oc_numero
               file status is fs-ordens.

      *---Declaração de variáveis
       data division.

       fd  log-transacoes.
           copy "logreg.cpy".

       fd  ficha-tecnica.
           copy "fichareg.cpy".

       fd  ordens-compra.
           copy "ocompreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

                                                   value "00".
       77 fs-log-transacoes                        pic x(02)
                                                   value "00".
       77 fs-ficha                                 pic x(02)
                                                   value "00".
       77 fs-ordens                                pic x(02)
                                                   value "00".
       77 diametro_antes                           pic 9(03).
       77 preco_antes                              pic 9(03)v99.
       77 custo_total                              pic 9(05)v99.
       77 total_inativas                           pic 9(04)
                                                   value 0.
       77 preco_valido                             pic x(01).
       77 total_sem_ficha                          pic 9(04)
                                                   value 0.
       77 total_sem_preco                          pic 9(04)
                                                   value 0.
       77 ficha_disponivel                         pic x(01)
                                                   value "S".
       77 tem_ficha                                pic x(01).
       77 ingredientes_sem_preco                   pic 9(03).
       77 ingrediente_sem_preco                    pic x(10).
       77 custo_ingrediente                        pic 9(05)v99.

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
               close pizza-master
               open i-o pizza-master
           end-if

           open input ficha-tecnica
           if fs-ficha = "35"
               display "FICHATEC nao encontrado; sem ficha tecnica "
                   "nenhuma pizza e repreciada."
               move "N" to ficha_disponivel
           end-if

           perform carrega-precos-compra
           .
       inicializa-exit.
           exit.
           display "Margem/preco invalidos......: "
               total_margem_invalida
           display "Pizzas inativas ignoradas...: " total_inativas
           display "Sabores sem ficha tecnica...: " total_sem_ficha
           display "Fichas com ingrediente sem preco de compra: "
               total_sem_preco

      *---- excecoes de custo ficam para tratar: ficha tecnica -------
      *---- (desafio31) ou recebimento de compra (desafio18) ----------
           if total_sem_ficha > 0 or total_sem_preco > 0
               move 4 to return-code
           end-if
           .
       processamento-exit.
           exit.

      *---- recalcula preco/preco_cm2 de uma pizza a partir do custo --
      *---- da ficha tecnica (receita x ultimo preco de compra) e da --
      *---- margem desejada de CUSTO.DAT; sem ficha ou com ------------
      *---- ingrediente sem preco a pizza sai como excecao e nao e ---
      *---- repreciada (o custo nao pode ser tomado como zero) --------
       repreca-pizza section.

           perform calcula-custo-ficha

           if tem_ficha = "N"
               display "Sabor sem ficha tecnica: " cu_nome " "
                   cu_tamanho ": reprecificacao ignorada."
               add 1 to total_sem_ficha
           else
               if ingredientes_sem_preco > 0
                   display "Ingrediente sem preco de compra: "
                       ingrediente_sem_preco " (" cu_nome " "
                       cu_tamanho "): reprecificacao ignorada."
                   add 1 to total_sem_preco
               else
                   perform aplica-repreco-pizza
               end-if
           end-if
           .
       repreca-pizza-exit.
           exit.

      *---- grava o preco novo da pizza pelo custo_total calculado ----
       aplica-repreco-pizza section.

           move cu_nome    to pz_nome
           move cu_tamanho to pz_tamanho
                   if cu_margem_desejada = 0
                           or cu_margem_desejada not < 100
                       display "Margem invalida para " pz_nome
                           ": reprecificacao ignorada."
                       add 1 to total_margem_invalida
                   else
                       move pz_diametro to diametro_antes
                           (1 - (cu_margem_desejada / 100))
                           on size error
                               display "Preco invalido para "
                                   pz_nome ": reprecificacao ignorada."
                               move "N" to preco_valido
                               add 1 to total_margem_invalida
                       end-compute
                   end-if
           end-read
           .
       aplica-repreco-pizza-exit.
           exit.

      *---- soma em custo_total a receita do sabor/tamanho do --------
      *---- registro de CUSTO.DAT corrente, valorizada pelo ultimo ----
      *---- preco de compra de cada ingrediente -----------------------
       calcula-custo-ficha section.

           move 0      to custo_total
           move "N"    to tem_ficha
           move 0      to ingredientes_sem_preco
           move spaces to ingrediente_sem_preco

           if ficha_disponivel = "S"
               move cu_nome    to ft_nome
               move cu_tamanho to ft_tamanho
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
                           if ft_nome <> cu_nome
                               or ft_tamanho <> cu_tamanho
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
           if fs-ordens = "35"
               display "OCOMPRA nao encontrado; sem preco de compra "
                   "nenhuma pizza e repreciada."
           else
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

      *---- registra a alteracao de preco em LOGTRANS.DAT --------------
       finaliza section.
           close custo-ingrediente
           close pizza-master
           if ficha_disponivel = "S"
               close ficha-tecnica
           end-if
           stop run.
           .
       finaliza-exit.
