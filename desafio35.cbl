      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio35".
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
      *---- passo do job de fechamento mensal (jcl/fechames.jcl): ----
      *---- os arquivos sao assumidos pelas DDNAMEs da JCL ------------
           select cliente-master assign to CLIENTES
               organization is indexed
               access mode is sequential
               record key is cl_codigo
               file status is fs-cliente-master.

           select pedidos-corrente assign to PEDIDOS
               organization is line sequential
               file status is fs-pedidos.

           select pedidos-arquivo assign to PEDARQ
               organization is line sequential
               file status is fs-pedidos-arquivo.

           select cancelamentos assign to CANCPED
               organization is line sequential
               file status is fs-cancelamentos.

           select cancel-arquivo assign to CANCARQ
               organization is line sequential
               file status is fs-cancel-arquivo.

           select pontos assign to PONTOS
               organization is indexed
               access mode is random
               record key is pt_codigo
               file status is fs-pontos.

           select segmento-parm assign to SEGPARM
               organization is line sequential
               file status is fs-segmento-parm.

           select lista-ligacao assign to LIGAR
               organization is line sequential
               file status is fs-lista-ligacao.

           select relatorio-segmentos assign to SEGREL
               organization is line sequential
               file status is fs-relatorio.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  cliente-master.
           copy "clientereg.cpy".

       fd  pedidos-corrente.
           copy "pedidoreg.cpy".

      *---- mesmo layout de PEDIDOS; lido para a mesma area ----------
       fd  pedidos-arquivo.
       01  pedido_arquivo_reg                       pic x(97).

       fd  cancelamentos.
           copy "cancreg.cpy".

       fd  cancel-arquivo.
       01  cancel_arquivo_reg                       pic x(69).

       fd  pontos.
           copy "pontosreg.cpy".

       fd  segmento-parm.
           copy "segparmreg.cpy".

      *---- lista de ligacao para o balcao: clientes em risco e ------
      *---- perdidos, com o sabor preferido e o saldo de pontos ------
       fd  lista-ligacao.
       01  ligacao_reg.
           05 li_segmento                          pic x(08).
           05 li_codigo                            pic 9(05).
           05 li_nome                              pic x(20).
           05 li_telefone                          pic x(15).
           05 li_ultima_data                       pic 9(08).
           05 li_dias_sem_pedido                   pic 9(04).
           05 li_sabor_favorito                    pic x(10).
           05 li_pontos                            pic 9(06).
           05 li_pedidos_12m                       pic 9(04).
           05 li_valor_12m                         pic 9(07)v99.

       fd  relatorio-segmentos.
       01  linha_relatorio                          pic x(80).

      *---Variáveis de trabalho
       Working-storage Section.

      *-- um acumulador por cliente cadastrado, na ordem do codigo ----
       01  cliente_rfv occurs 2000.
           05 cr_codigo                            pic 9(05).
           05 cr_nome                              pic x(20).
           05 cr_telefone                          pic x(15).
           05 cr_primeira_data                     pic 9(08).
           05 cr_ultima_data                       pic 9(08).
           05 cr_ultimo_pedido                     pic 9(06).
           05 cr_pedidos                           pic 9(04).
           05 cr_valor                             pic 9(07)v99.
           05 cr_segmento                          pic x(01).
           05 cr_sabor occurs 8.
              10 cr_nome_sabor                     pic x(10).
              10 cr_qtd_sabor                      pic 9(05).

      *-- cancelamentos da janela, com a quantidade ainda a abater ----
       01  cancel_tab occurs 9999.
           05 ct_num_pedido                        pic 9(06).
           05 ct_nome_pizza                        pic x(10).
           05 ct_tamanho                           pic x(01).
           05 ct_qtd_restante                      pic 9(03).

      *-- totais por segmento: N novo, R regular, V VIP, E em risco, --
      *-- P perdido, S sem pedido -------------------------------------
       01  resumo_segmento occurs 6.
           05 rs_codigo                            pic x(01).
           05 rs_descricao                         pic x(10).
           05 rs_clientes                          pic 9(05).
           05 rs_pedidos                           pic 9(06).
           05 rs_valor                             pic 9(09)v99.

      *-- limites da segmentacao; sem SEGPARM valem estes padroes -----
       01  parametros_correntes.
           05 pc_dias_novo                         pic 9(03)
                                                   value 60.
           05 pc_dias_risco                        pic 9(03)
                                                   value 45.
           05 pc_dias_perdido                      pic 9(03)
                                                   value 120.
           05 pc_vip_pedidos                       pic 9(03)
                                                   value 12.
           05 pc_vip_valor                         pic 9(06)v99
                                                   value 1000.

       01  data_calculo.
           05 dm_ano                               pic 9(04).
           05 dm_mes                               pic 9(02).
           05 dm_dia                               pic 9(02).
       01  data_calculo_num redefines data_calculo pic 9(08).

       77 fs-cliente-master                        pic x(02)
                                                   value "00".
       77 fs-pedidos                               pic x(02)
                                                   value "00".
       77 fs-pedidos-arquivo                       pic x(02)
                                                   value "00".
       77 fs-cancelamentos                         pic x(02)
                                                   value "00".
       77 fs-cancel-arquivo                        pic x(02)
                                                   value "00".
       77 fs-pontos                                pic x(02)
                                                   value "00".
       77 fs-segmento-parm                         pic x(02)
                                                   value "00".
       77 fs-lista-ligacao                         pic x(02)
                                                   value "00".
       77 fs-relatorio                             pic x(02)
                                                   value "00".
       77 ano_mes_referencia                       pic 9(06).
       77 data_referencia                          pic 9(08).
       77 data_inicio                              pic 9(08).
       77 dia_referencia                           pic 9(07).
       77 mes_valido                               pic x(01).
       77 pontos_disponiveis                       pic x(01).
      *---- contadores de laco em 9(05) para nao estourarem quando ----
      *---- as tabelas de 9999 entradas estao completamente cheias ----
       77 ind                                      pic 9(05).
       77 ind_cancel                               pic 9(05).
       77 ind_sabor                                pic 9(02).
       77 ind_seg                                  pic 9(01).
       77 total_clientes                           pic 9(04)
                                                   value 0.
       77 total_cancel                             pic 9(04)
                                                   value 0.
       77 tabela_cheia_cancel                      pic x(01)
                                                   value "N".
       77 tabela_cheia_cliente                     pic x(01)
                                                   value "N".
       77 cliente_localizado                       pic x(01).
       77 sabor_localizado                         pic x(01).
       77 sabor_corrente                           pic x(10).
       77 qtd_sabor_corrente                       pic 9(03).
       77 maior_qtd_sabor                          pic 9(05).
       77 qtd_abatida                              pic 9(03).
       77 qtd_aplicar                              pic 9(03).
       77 qtd_liquida                              pic 9(03).
       77 valor_liquido                            pic 9(07)v99.
       77 dias_sem_pedido                          pic 9(05).
       77 dias_cliente                             pic 9(05).
       77 linhas_lidas                             pic 9(07)
                                                   value 0.
       77 linhas_sem_cadastro                      pic 9(07)
                                                   value 0.
       77 ligacoes_risco                           pic 9(05)
                                                   value 0.
       77 ligacoes_perdido                         pic 9(05)
                                                   value 0.
       77 total_geral_clientes                     pic 9(05)
                                                   value 0.
       77 total_geral_pedidos                      pic 9(06)
                                                   value 0.
       77 total_geral_valor                        pic 9(09)v99
                                                   value 0.
       77 ticket_medio                             pic 9(07)v99.
       77 clientes_ed                              pic zzzz9.
       77 pedidos_ed                               pic zzzzz9.
       77 valor_ed                                 pic zzzzzzzz9,99.
       77 ticket_ed                                pic zzzz9,99.
       77 vip_valor_ed                             pic zzzzz9,99.
       77 descricao_segmento                       pic x(10).

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
           display "Informe o mes fechado (aaaamm): "
           accept ano_mes_referencia

           perform calcula-janela
           perform le-parametros
           perform inicia-resumo-segmentos

           open output relatorio-segmentos
           open output lista-ligacao
           .
       inicializa-exit.
           exit.

      *---- referencia = ultimo dia do mes fechado; a janela de -------
      *---- frequencia e valor comeca no primeiro dia do 11o mes ------
      *---- anterior (12 meses cheios) --------------------------------
       calcula-janela section.

           move "S" to mes_valido
           if ano_mes_referencia is not numeric
               move "N" to mes_valido
           else
               move ano_mes_referencia to data_calculo(1:6)
               if dm_mes < 1 or dm_mes > 12
                   move "N" to mes_valido
               end-if
           end-if

           if mes_valido = "S"
               if dm_mes = 12
                   add 1 to dm_ano
                   move 1 to dm_mes
               else
                   add 1 to dm_mes
               end-if
               move 1 to dm_dia
               compute dia_referencia =
                   function integer-of-date(data_calculo_num) - 1
               move function date-of-integer(dia_referencia)
                   to data_referencia

               move data_referencia to data_calculo
               subtract 1 from dm_ano
               if dm_mes = 12
                   add 1 to dm_ano
                   move 1 to dm_mes
               else
                   add 1 to dm_mes
               end-if
               move 1 to dm_dia
               move data_calculo to data_inicio
           end-if
           .
       calcula-janela-exit.
           exit.

      *---- carrega os limites de SEGPARM; sem arquivo, os padroes ----
       le-parametros section.

           open input segmento-parm
           if fs-segmento-parm = "00"
               read segmento-parm
                   at end
                       continue
                   not at end
                       move seg_parm_reg to parametros_correntes
               end-read
               close segmento-parm
           else
               display "SEGPARM nao encontrado; limites padrao."
           end-if
           move "00" to fs-segmento-parm
           .
       le-parametros-exit.
           exit.

      *---- zera os totais e nomeia os segmentos ----------------------
       inicia-resumo-segmentos section.

           move "N"          to rs_codigo(1)
           move "NOVO"       to rs_descricao(1)
           move "R"          to rs_codigo(2)
           move "REGULAR"    to rs_descricao(2)
           move "V"          to rs_codigo(3)
           move "VIP"        to rs_descricao(3)
           move "E"          to rs_codigo(4)
           move "EM RISCO"   to rs_descricao(4)
           move "P"          to rs_codigo(5)
           move "PERDIDO"    to rs_descricao(5)
           move "S"          to rs_codigo(6)
           move "SEM PEDIDO" to rs_descricao(6)

           perform varying ind_seg from 1 by 1 until ind_seg > 6
               move 0 to rs_clientes(ind_seg)
               move 0 to rs_pedidos(ind_seg)
               move 0 to rs_valor(ind_seg)
           end-perform
           .
       inicia-resumo-segmentos-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

      *---- mes invalido no SYSIN: nada e gravado e o RC=8 sinaliza ---
      *---- o passo para ser refeito ----------------------------------
           if mes_valido = "N"
               display "Mes invalido no SYSIN: " ano_mes_referencia
               move 8 to return-code
           else
               perform carrega-clientes
               perform carrega-cancelamentos
               perform le-pedidos-arquivo
               perform le-pedidos-corrente
               perform classifica-clientes
               perform grava-lista-ligacao
               perform imprime-resumo-segmentos

               display "Segmentacao do mes " ano_mes_referencia ":"
               display "Clientes classificados: " total_clientes
               display "Linhas de pedido lidas: " linhas_lidas
               display "Ligacoes em risco.....: " ligacoes_risco
               display "Ligacoes perdidos.....: " ligacoes_perdido
           end-if
           .
       processamento-exit.
           exit.

      *---- carrega CLIENTES inteiro na tabela, na ordem do codigo ----
       carrega-clientes section.

           open input cliente-master
           if fs-cliente-master = "35"
               display "CLIENTES nao encontrado; nada a segmentar."
           else
               perform until fs-cliente-master = "10"
                   read cliente-master next record
                       at end
                           move "10" to fs-cliente-master
                       not at end
                           perform guarda-cliente
                   end-read
               end-perform
               close cliente-master
           end-if
           move "00" to fs-cliente-master
           .
       carrega-clientes-exit.
           exit.

      *---- guarda o cliente corrente com os acumuladores zerados -----
       guarda-cliente section.

           if total_clientes < 2000
               add 1 to total_clientes
               move total_clientes to ind
               move cl_codigo   to cr_codigo(ind)
               move cl_nome     to cr_nome(ind)
               move cl_telefone to cr_telefone(ind)
               move 0           to cr_primeira_data(ind)
               move 0           to cr_ultima_data(ind)
               move 0           to cr_ultimo_pedido(ind)
               move 0           to cr_pedidos(ind)
               move 0           to cr_valor(ind)
               move space       to cr_segmento(ind)
               perform varying ind_sabor from 1 by 1
                       until ind_sabor > 8
                   move spaces to cr_nome_sabor(ind, ind_sabor)
                   move 0      to cr_qtd_sabor(ind, ind_sabor)
               end-perform
           else
               if tabela_cheia_cliente = "N"
                   display "Tabela de clientes esgotada; clientes "
                       "acima do codigo " cl_codigo " fora da "
                       "segmentacao."
                   move "S" to tabela_cheia_cliente
               end-if
           end-if
           .
       guarda-cliente-exit.
           exit.

      *---- carrega da CANCPED e da CANCARQ os cancelamentos feitos ---
      *---- dentro da janela, para abater das linhas de pedido --------
       carrega-cancelamentos section.

           open input cancel-arquivo
           if fs-cancel-arquivo <> "35"
               perform until fs-cancel-arquivo = "10"
                   read cancel-arquivo
                       at end
                           move "10" to fs-cancel-arquivo
                       not at end
                           move cancel_arquivo_reg to cancel_reg
                           perform guarda-cancelamento
                   end-read
               end-perform
               close cancel-arquivo
           end-if
           move "00" to fs-cancel-arquivo

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

      *---- guarda o cancelamento corrente se ele e da janela ---------
       guarda-cancelamento section.

           if cn_data not < data_inicio
               and cn_data not > data_referencia
               if total_cancel < 9999
                   add 1 to total_cancel
                   move cn_num_pedido to ct_num_pedido(total_cancel)
                   move cn_nome_pizza to ct_nome_pizza(total_cancel)
                   move cn_tamanho    to ct_tamanho(total_cancel)
                   move cn_quantidade to ct_qtd_restante(total_cancel)
               else
                   if tabela_cheia_cancel = "N"
                       display "Tabela de cancelamentos esgotada; "
                           "valores podem sair acima do liquido."
                       move "S" to tabela_cheia_cancel
                   end-if
               end-if
           end-if
           .
       guarda-cancelamento-exit.
           exit.

      *---- PEDARQ: historico dos meses ja fechados -------------------
       le-pedidos-arquivo section.

           open input pedidos-arquivo
           if fs-pedidos-arquivo <> "35"
               perform until fs-pedidos-arquivo = "10"
                   read pedidos-arquivo
                       at end
                           move "10" to fs-pedidos-arquivo
                       not at end
                           move pedido_arquivo_reg to pedido_reg
                           perform trata-linha-pedido
                   end-read
               end-perform
               close pedidos-arquivo
           end-if
           move "00" to fs-pedidos-arquivo
           .
       le-pedidos-arquivo-exit.
           exit.

      *---- PEDIDOS: periodo ainda aberto (so entra o que for ate a ---
      *---- data de referencia) ---------------------------------------
       le-pedidos-corrente section.

           open input pedidos-corrente
           if fs-pedidos <> "35"
               perform until fs-pedidos = "10"
                   read pedidos-corrente
                       at end
                           move "10" to fs-pedidos
                       not at end
                           perform trata-linha-pedido
                   end-read
               end-perform
               close pedidos-corrente
           end-if
           move "00" to fs-pedidos
           .
       le-pedidos-corrente-exit.
           exit.

      *---- soma a linha de pedido corrente no cliente: recencia e ----
      *---- sabor preferido sobre todo o historico; pedidos e valor ---
      *---- liquidos so dentro da janela de 12 meses ------------------
       trata-linha-pedido section.

           add 1 to linhas_lidas

           if pd_cod_cliente > 0
               and pd_data not > data_referencia
               perform localiza-cliente
               if cliente_localizado = "N"
                   add 1 to linhas_sem_cadastro
               else
                   perform acumula-linha-cliente
               end-if
           end-if
           .
       trata-linha-pedido-exit.
           exit.

      *---- procura pd_cod_cliente na tabela (ordenada pelo codigo) ---
       localiza-cliente section.

           move "N" to cliente_localizado
           perform varying ind from 1 by 1
                   until ind > total_clientes
                   or cr_codigo(ind) >= pd_cod_cliente
               continue
           end-perform

           if ind not > total_clientes
               if cr_codigo(ind) = pd_cod_cliente
                   move "S" to cliente_localizado
               end-if
           end-if
           .
       localiza-cliente-exit.
           exit.

      *---- acumula a linha no cliente da posicao ind -----------------
       acumula-linha-cliente section.

           if pd_data not < data_inicio
               perform abate-cancelados-linha
           else
               move pd_quantidade to qtd_liquida
               move 0             to valor_liquido
           end-if

      *---- linha toda cancelada nao conta como visita do cliente -----
           if qtd_liquida > 0
               if cr_primeira_data(ind) = 0
                   or pd_data < cr_primeira_data(ind)
                   move pd_data to cr_primeira_data(ind)
               end-if
               if pd_data > cr_ultima_data(ind)
                   move pd_data to cr_ultima_data(ind)
               end-if

               if pd_data not < data_inicio
                   if pd_num_pedido <> cr_ultimo_pedido(ind)
                       add 1 to cr_pedidos(ind)
                       move pd_num_pedido to cr_ultimo_pedido(ind)
                   end-if
                   add valor_liquido to cr_valor(ind)
               end-if

               move pd_nome_pizza to sabor_corrente
               move qtd_liquida   to qtd_sabor_corrente
               perform acumula-sabor-cliente
               if pd_sabor2 <> spaces
                   move pd_sabor2 to sabor_corrente
                   perform acumula-sabor-cliente
               end-if
           end-if
           .
       acumula-linha-cliente-exit.
           exit.

      *---- abate os cancelamentos pendentes do pedido/pizza e --------
      *---- devolve a quantidade e o valor liquidos da linha ----------
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

           compute qtd_liquida   = pd_quantidade - qtd_abatida
           compute valor_liquido = pd_total_item
                                 - (qtd_abatida * pd_preco_unit)
           .
       abate-cancelados-linha-exit.
           exit.

      *---- soma a quantidade do sabor corrente no cliente ind; com as
      *---- 8 posicoes ocupadas o sabor novo fica de fora -------------
       acumula-sabor-cliente section.

           move "N" to sabor_localizado
           perform varying ind_sabor from 1 by 1
                   until ind_sabor > 8
                   or sabor_localizado = "S"
               if cr_nome_sabor(ind, ind_sabor) = sabor_corrente
                   add qtd_sabor_corrente
                       to cr_qtd_sabor(ind, ind_sabor)
                   move "S" to sabor_localizado
               else
                   if cr_nome_sabor(ind, ind_sabor) = spaces
                       move sabor_corrente
                           to cr_nome_sabor(ind, ind_sabor)
                       move qtd_sabor_corrente
                           to cr_qtd_sabor(ind, ind_sabor)
                       move "S" to sabor_localizado
                   end-if
               end-if
           end-perform
           .
       acumula-sabor-cliente-exit.
           exit.

      *---- classifica cada cliente e soma no total do segmento -------
       classifica-clientes section.

           perform varying ind from 1 by 1 until ind > total_clientes
               perform classifica-cliente
               perform varying ind_seg from 1 by 1 until ind_seg > 6
                   if rs_codigo(ind_seg) = cr_segmento(ind)
                       add 1             to rs_clientes(ind_seg)
                       add cr_pedidos(ind) to rs_pedidos(ind_seg)
                       add cr_valor(ind)   to rs_valor(ind_seg)
                   end-if
               end-perform
           end-perform
           .
       classifica-clientes-exit.
           exit.

      *---- recencia primeiro (perdido, em risco), depois cliente -----
      *---- novo, VIP por frequencia ou valor e o resto regular -------
       classifica-cliente section.

           if cr_ultima_data(ind) = 0
               move "S" to cr_segmento(ind)
           else
               compute dias_sem_pedido =
                   function integer-of-date(data_referencia)
                 - function integer-of-date(cr_ultima_data(ind))
               compute dias_cliente =
                   function integer-of-date(data_referencia)
                 - function integer-of-date(cr_primeira_data(ind))

               evaluate true
                   when dias_sem_pedido > pc_dias_perdido
                       move "P" to cr_segmento(ind)
                   when dias_sem_pedido > pc_dias_risco
                       move "E" to cr_segmento(ind)
                   when dias_cliente not > pc_dias_novo
                       move "N" to cr_segmento(ind)
                   when cr_pedidos(ind) >= pc_vip_pedidos
                       move "V" to cr_segmento(ind)
                   when cr_valor(ind) >= pc_vip_valor
                       move "V" to cr_segmento(ind)
                   when other
                       move "R" to cr_segmento(ind)
               end-evaluate
           end-if
           .
       classifica-cliente-exit.
           exit.

      *---- grava a lista de ligacao: primeiro os clientes em risco ---
      *---- (mais faceis de recuperar), depois os perdidos -------------
       grava-lista-ligacao section.

           open input pontos
           if fs-pontos = "35"
               move "N" to pontos_disponiveis
           else
               move "S" to pontos_disponiveis
           end-if

           perform varying ind from 1 by 1 until ind > total_clientes
               if cr_segmento(ind) = "E"
                   perform grava-ligacao-cliente
                   add 1 to ligacoes_risco
               end-if
           end-perform

           perform varying ind from 1 by 1 until ind > total_clientes
               if cr_segmento(ind) = "P"
                   perform grava-ligacao-cliente
                   add 1 to ligacoes_perdido
               end-if
           end-perform

           if pontos_disponiveis = "S"
               close pontos
           end-if
           move "00" to fs-pontos
           .
       grava-lista-ligacao-exit.
           exit.

      *---- grava a linha de ligacao do cliente ind -------------------
       grava-ligacao-cliente section.

           if cr_segmento(ind) = "E"
               move "EM RISCO" to li_segmento
           else
               move "PERDIDO"  to li_segmento
           end-if

           compute dias_sem_pedido =
               function integer-of-date(data_referencia)
             - function integer-of-date(cr_ultima_data(ind))

           move cr_codigo(ind)      to li_codigo
           move cr_nome(ind)        to li_nome
           move cr_telefone(ind)    to li_telefone
           move cr_ultima_data(ind) to li_ultima_data
           move dias_sem_pedido     to li_dias_sem_pedido
           move cr_pedidos(ind)     to li_pedidos_12m
           move cr_valor(ind)       to li_valor_12m

           move spaces to li_sabor_favorito
           move 0      to maior_qtd_sabor
           perform varying ind_sabor from 1 by 1 until ind_sabor > 8
               if cr_qtd_sabor(ind, ind_sabor) > maior_qtd_sabor
                   move cr_qtd_sabor(ind, ind_sabor)
                       to maior_qtd_sabor
                   move cr_nome_sabor(ind, ind_sabor)
                       to li_sabor_favorito
               end-if
           end-perform

           move 0 to li_pontos
           if pontos_disponiveis = "S"
               move cr_codigo(ind) to pt_codigo
               read pontos
                   invalid key
                       continue
                   not invalid key
                       move pt_saldo to li_pontos
               end-read
           end-if

           write ligacao_reg
           .
       grava-ligacao-cliente-exit.
           exit.

      *---- grava o resumo por segmento em SEGREL ---------------------
       imprime-resumo-segmentos section.

           move spaces to linha_relatorio
           string "SEGMENTACAO DE CLIENTES - MES " delimited by size
                  ano_mes_referencia               delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Pedidos e valor liquidos de " delimited by size
                  data_inicio                    delimited by size
                  " a "                          delimited by size
                  data_referencia                delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move pc_vip_valor to vip_valor_ed
           move spaces to linha_relatorio
           string "Limites: novo ate "  delimited by size
                  pc_dias_novo          delimited by size
                  " dias; em risco apos " delimited by size
                  pc_dias_risco         delimited by size
                  " dias; perdido apos " delimited by size
                  pc_dias_perdido       delimited by size
                  " dias"               delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "VIP a partir de "    delimited by size
                  pc_vip_pedidos        delimited by size
                  " pedidos ou "        delimited by size
                  vip_valor_ed          delimited by size
                  " em 12 meses"        delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           write linha_relatorio

           move "Segmento   Clientes Pedidos        Valor Ticket medio"
               to linha_relatorio
           write linha_relatorio

           perform varying ind_seg from 1 by 1 until ind_seg > 6
               perform imprime-linha-segmento
           end-perform

           move spaces to linha_relatorio
           write linha_relatorio

           move "TOTAL"              to descricao_segmento
           move total_geral_clientes to clientes_ed
           move total_geral_pedidos  to pedidos_ed
           move total_geral_valor    to valor_ed
           move 0 to ticket_medio
           if total_geral_pedidos > 0
               compute ticket_medio rounded =
                   total_geral_valor / total_geral_pedidos
           end-if
           move ticket_medio to ticket_ed
           perform monta-linha-segmento

           move spaces to linha_relatorio
           write linha_relatorio

           move spaces to linha_relatorio
           string "Lista de ligacao (LIGAR): " delimited by size
                  ligacoes_risco               delimited by size
                  " em risco e "               delimited by size
                  ligacoes_perdido             delimited by size
                  " perdidos"                  delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio

           move spaces to linha_relatorio
           string "Linhas de cliente sem cadastro ignoradas: "
                      delimited by size
                  linhas_sem_cadastro delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       imprime-resumo-segmentos-exit.
           exit.

      *---- edita e grava a linha do segmento ind_seg -----------------
       imprime-linha-segmento section.

           add rs_clientes(ind_seg) to total_geral_clientes
           add rs_pedidos(ind_seg)  to total_geral_pedidos
           add rs_valor(ind_seg)    to total_geral_valor

           move rs_clientes(ind_seg) to clientes_ed
           move rs_pedidos(ind_seg)  to pedidos_ed
           move rs_valor(ind_seg)    to valor_ed
           move 0 to ticket_medio
           if rs_pedidos(ind_seg) > 0
               compute ticket_medio rounded =
                   rs_valor(ind_seg) / rs_pedidos(ind_seg)
           end-if
           move ticket_medio to ticket_ed

           move rs_descricao(ind_seg) to descricao_segmento
           perform monta-linha-segmento
           .
       imprime-linha-segmento-exit.
           exit.

      *---- grava a linha com descricao_segmento e os campos ja -------
      *---- editados ---------------------------------------------------
       monta-linha-segmento section.

           move spaces to linha_relatorio
           string descricao_segmento delimited by size
                  "   "             delimited by size
                  clientes_ed       delimited by size
                  "  "              delimited by size
                  pedidos_ed        delimited by size
                  " "               delimited by size
                  valor_ed          delimited by size
                  "     "           delimited by size
                  ticket_ed         delimited by size
               into linha_relatorio
           end-string
           write linha_relatorio
           .
       monta-linha-segmento-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close relatorio-segmentos
           close lista-ligacao
           stop run.
           .
       finaliza-exit.
           exit.
