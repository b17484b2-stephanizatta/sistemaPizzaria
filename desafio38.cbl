      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio38".
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
      *---- passo de backup que abre os jobs fechames, repreca e ------
      *---- fechadia: um passo por arquivo, sempre pela DDNAME ORIGEM;
      *---- as quatro SELECTs de ORIGEM cobrem os arquivos sequenciais
      *---- e os indexados, e so a do arquivo do passo e aberta -------
           select origem-sequencial assign to ORIGEM
               organization is line sequential
               file status is fs-origem.

           select origem-entregas assign to ORIGEM
               organization is indexed
               access mode is sequential
               record key is en_num_pedido
               file status is fs-origem.

           select origem-comandas assign to ORIGEM
               organization is indexed
               access mode is sequential
               record key is cm_num_pedido
               file status is fs-origem.

           select origem-pizzas assign to ORIGEM
               organization is indexed
               access mode is sequential
               record key is pz_chave
               file status is fs-origem.

           select backup-dados assign to BKPDAT
               organization is line sequential
               file status is fs-backup-dados.

           select catalogo-backup assign to BKPCAT
               organization is line sequential
               file status is fs-catalogo.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  origem-sequencial.
       01  registro_origem                          pic x(200).

       fd  origem-entregas.
           copy "entregareg.cpy".

       fd  origem-comandas.
           copy "comandareg.cpy".

       fd  origem-pizzas.
           copy "pizzareg.cpy".

       fd  backup-dados.
           copy "bkpdadreg.cpy".

       fd  catalogo-backup.
           copy "bkpcatreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

      *-- SYSIN: job, arquivo, modo (N = abre geracao nova, C = -------
      *-- continua a geracao aberta pelo passo anterior) e quantas ----
      *-- geracoes manter, ex.: "FECHAMES PEDIDOS  N 07" -------------
       01  parametro_backup.
           05 pb_job                               pic x(08).
           05 filler                               pic x(01).
           05 pb_arquivo                           pic x(08).
           05 filler                               pic x(01).
           05 pb_modo                              pic x(01).
           05 filler                               pic x(01).
           05 pb_geracoes                          pic 9(02).

      *-- linhas de BKPCAT carregadas para a regravacao --------------
       01  catalogo_lido occurs 2000               pic x(76).

      *-- campo de valor do registro alinhado em 11 inteiros e 2 -----
      *-- decimais para a soma -----------------------------------------
       01  valor_campo                             pic x(13).
       01  valor_campo_num redefines valor_campo   pic 9(11)v99.

       01  registro_copia                          pic x(200).

       77 fs-origem                                pic x(02)
                                                   value "00".
       77 fs-backup-dados                          pic x(02)
                                                   value "00".
       77 fs-catalogo                              pic x(02)
                                                   value "00".
      *---- "S" = sequencial, "E" = ENTREGAS, "C" = COMANDAS, --------
      *---- "P" = PIZZAS (indexados) ----------------------------------
       77 tipo_origem                              pic x(01).
       77 arquivo_conhecido                        pic x(01)
                                                   value "N".
       77 passo_recusado                           pic x(01)
                                                   value "N".
       77 falha_gravacao                           pic x(01)
                                                   value "N".
       77 ind                                      pic 9(05).
       77 total_catalogo                           pic 9(04)
                                                   value 0.
       77 limite_catalogo                          pic 9(04)
                                                   value 2000.
       77 ultima_geracao                           pic 9(04)
                                                   value 0.
       77 data_ultima                              pic 9(08)
                                                   value 0.
       77 hora_ultima                              pic 9(06)
                                                   value 0.
       77 geracao_atual                            pic 9(04)
                                                   value 0.
       77 data_geracao                             pic 9(08).
       77 hora_geracao                             pic 9(06).
       77 geracao_limite                           pic 9(04)
                                                   value 0.
       77 registros_copiados                       pic 9(07)
                                                   value 0.
       77 valor_copiado                            pic 9(11)v99
                                                   value 0.
       77 campo_valor                              pic x(16).
       77 pos_valor                                pic 9(03).
       77 tam_valor                                pic 9(02).
       77 dec_valor                                pic 9(01).
       77 posicao_destino                          pic 9(02).
       77 geracoes_expurgadas                      pic 9(04)
                                                   value 0.
       77 valor_ed                                 pic zzzzzzzzzz9,99.

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
           accept parametro_backup

           perform define-campo-valor

           if arquivo_conhecido = "N"
               display "Arquivo " pb_arquivo " sem regra de backup."
               move "S" to passo_recusado
           end-if

           if pb_modo <> "N" and pb_modo <> "C"
               display "Modo " pb_modo " invalido; use N ou C."
               move "S" to passo_recusado
           end-if

           if pb_geracoes is not numeric or pb_geracoes = 0
               display "Quantidade de geracoes invalida."
               move "S" to passo_recusado
           end-if

           if passo_recusado = "N"
               perform carrega-catalogo
           end-if

           if passo_recusado = "N"
               if pb_modo = "N"
                   compute geracao_atual = ultima_geracao + 1
                   move function current-date(1:8) to data_geracao
                   move function current-date(9:6) to hora_geracao
               else
                   if ultima_geracao = 0
                       display "Nenhuma geracao aberta para " pb_job
                           "; o primeiro passo usa o modo N."
                       move "S" to passo_recusado
                   else
                       move ultima_geracao to geracao_atual
                       move data_ultima    to data_geracao
                       move hora_ultima    to hora_geracao
                   end-if
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *---- localiza o campo de valor somado de cada arquivo e o ------
      *---- tipo de organizacao da ORIGEM ------------------------------
       define-campo-valor section.

           move "S" to arquivo_conhecido
           move "S" to tipo_origem
           move 0   to dec_valor
           evaluate pb_arquivo
               when "PEDIDOS"
               when "PEDARQ"
                   move "pd_total_item"   to campo_valor
                   move 73 to pos_valor
                   move 7  to tam_valor
                   move 2  to dec_valor
               when "CANCPED"
               when "CANCARQ"
                   move "cn_valor"        to campo_valor
                   move 21 to pos_valor
                   move 7  to tam_valor
                   move 2  to dec_valor
               when "PAGTOS"
               when "PAGARQ"
                   move "pg_valor_pedido" to campo_valor
                   move 22 to pos_valor
                   move 8  to tam_valor
                   move 2  to dec_valor
               when "ENTREGAS"
               when "ENTARQ"
                   if pb_arquivo = "ENTREGAS"
                       move "E" to tipo_origem
                   end-if
                   move "en_taxa_entrega" to campo_valor
                   move 66 to pos_valor
                   move 5  to tam_valor
                   move 2  to dec_valor
               when "RESMES"
                   move "ms_faturamento"  to campo_valor
                   move 24 to pos_valor
                   move 10 to tam_valor
                   move 2  to dec_valor
               when "NUMPED"
                   move "np_ultimo_pedido" to campo_valor
                   move 1  to pos_valor
                   move 6  to tam_valor
               when "PIZZAS"
                   move "P" to tipo_origem
                   move "pz_preco"        to campo_valor
                   move 15 to pos_valor
                   move 5  to tam_valor
                   move 2  to dec_valor
               when "LOGTRANS"
                   move "lg_preco_depois" to campo_valor
                   move 55 to pos_valor
                   move 5  to tam_valor
                   move 2  to dec_valor
               when "DIACTL"
                   move "dc_data_negocio" to campo_valor
                   move 1  to pos_valor
                   move 8  to tam_valor
               when "COMANDAS"
                   move "C" to tipo_origem
                   move spaces to campo_valor
                   move 0  to pos_valor
                   move 0  to tam_valor
               when "SUGCOMP"
                   move "sg_quantidade"   to campo_valor
                   move 15 to pos_valor
                   move 8  to tam_valor
                   move 2  to dec_valor
               when other
                   move "N" to arquivo_conhecido
           end-evaluate
           .
       define-campo-valor-exit.
           exit.

      *---- carrega BKPCAT e acha a ultima geracao do job ------------
       carrega-catalogo section.

           open input catalogo-backup
           if fs-catalogo <> "35"
               perform until fs-catalogo = "10"
                   read catalogo-backup
                       at end
                           move "10" to fs-catalogo
                       not at end
                           if total_catalogo < limite_catalogo
                               add 1 to total_catalogo
                               move backup_cat_reg
                                   to catalogo_lido(total_catalogo)
                               if bc_job = pb_job
                                   and bc_geracao > ultima_geracao
                                   move bc_geracao to ultima_geracao
                                   move bc_data    to data_ultima
                                   move bc_hora    to hora_ultima
                               end-if
                           else
                               if passo_recusado = "N"
                                   display "Tabela do catalogo "
                                       "esgotada; backup abortado."
                                   move "S" to passo_recusado
                               end-if
                           end-if
                   end-read
               end-perform
               close catalogo-backup
           end-if
           move "00" to fs-catalogo
           .
       carrega-catalogo-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

      *---- sem backup completo o job nao pode seguir: RC=12 barra ---
      *---- os passos seguintes pela COND/IF da JCL --------------------
           if passo_recusado = "S"
               display "Backup de " pb_arquivo " nao executado."
               move 12 to return-code
           else
               perform copia-arquivo
               if falha_gravacao = "S"
                   display "Falha no backup de " pb_arquivo
                       "; catalogo nao atualizado."
                   move 12 to return-code
               else
                   perform regrava-catalogo
               end-if
           end-if

           if passo_recusado = "N" and falha_gravacao = "N"
               move valor_copiado to valor_ed
               display "Backup " pb_job " geracao " geracao_atual
                   " - " pb_arquivo
               display "Registros copiados.: " registros_copiados
               display "Valor (" campo_valor "): " valor_ed
               display "Geracoes expurgadas: " geracoes_expurgadas
           end-if
           .
       processamento-exit.
           exit.

      *---- copia ORIGEM inteira para a geracao em BKPDAT ------------
       copia-arquivo section.

           if pb_modo = "N"
               open output backup-dados
           else
               open extend backup-dados
               if fs-backup-dados = "35"
                   open output backup-dados
               end-if
           end-if

           perform abre-origem
           if fs-origem = "35"
               display "ORIGEM de " pb_arquivo " inexistente; a "
                   "geracao registra o arquivo vazio."
           else
               perform le-proximo-registro
               perform until fs-origem <> "00"
                   perform grava-copia
                   perform le-proximo-registro
               end-perform
               if fs-origem <> "10"
                   display "Erro " fs-origem " na leitura de ORIGEM."
                   move "S" to falha_gravacao
               end-if
               perform fecha-origem
           end-if
           move "00" to fs-origem

           close backup-dados
           .
       copia-arquivo-exit.
           exit.

       abre-origem section.

           evaluate tipo_origem
               when "E"
                   open input origem-entregas
               when "C"
                   open input origem-comandas
               when "P"
                   open input origem-pizzas
               when other
                   open input origem-sequencial
           end-evaluate
           .
       abre-origem-exit.
           exit.

       fecha-origem section.

           evaluate tipo_origem
               when "E"
                   close origem-entregas
               when "C"
                   close origem-comandas
               when "P"
                   close origem-pizzas
               when other
                   close origem-sequencial
           end-evaluate
           .
       fecha-origem-exit.
           exit.

      *---- le o proximo registro da ORIGEM para registro_copia -------
       le-proximo-registro section.

           evaluate tipo_origem
               when "E"
                   read origem-entregas next record
                       at end
                           move "10" to fs-origem
                       not at end
                           move entrega_reg to registro_copia
                   end-read
               when "C"
                   read origem-comandas next record
                       at end
                           move "10" to fs-origem
                       not at end
                           move comanda_reg to registro_copia
                   end-read
               when "P"
                   read origem-pizzas next record
                       at end
                           move "10" to fs-origem
                       not at end
                           move pizza_reg to registro_copia
                   end-read
               when other
                   read origem-sequencial
                       at end
                           move "10" to fs-origem
                       not at end
                           move registro_origem to registro_copia
                   end-read
           end-evaluate
           .
       le-proximo-registro-exit.
           exit.

      *---- grava o registro na geracao e acumula contagem e valor ----
       grava-copia section.

           move pb_job         to bd_job
           move geracao_atual  to bd_geracao
           move pb_arquivo     to bd_arquivo
           move registro_copia to bd_registro
           write backup_dado_reg

           if fs-backup-dados = "00"
               add 1 to registros_copiados
               perform soma-valor
           else
               if falha_gravacao = "N"
                   display "Erro " fs-backup-dados
                       " na gravacao de BKPDAT."
                   move "S" to falha_gravacao
               end-if
           end-if
           .
       grava-copia-exit.
           exit.

      *---- soma o campo de valor do registro copiado -----------------
       soma-valor section.

           if tam_valor > 0
               move zeros to valor_campo
               compute posicao_destino = 12 + dec_valor - tam_valor
               move registro_copia(pos_valor:tam_valor)
                   to valor_campo(posicao_destino:tam_valor)
               if valor_campo_num is numeric
                   add valor_campo_num to valor_copiado
               end-if
           end-if
           .
       soma-valor-exit.
           exit.

      *---- regrava BKPCAT: expurga as geracoes do job alem das N ----
      *---- mais recentes, descarta linha do mesmo arquivo de uma -----
      *---- reexecucao do passo e acrescenta a linha desta copia ------
       regrava-catalogo section.

           if geracao_atual > pb_geracoes
               compute geracao_limite = geracao_atual - pb_geracoes + 1
           end-if

           open output catalogo-backup

           perform varying ind from 1 by 1 until ind > total_catalogo
               move catalogo_lido(ind) to backup_cat_reg
               if bc_job = pb_job
                   and bc_geracao < geracao_limite
                   if bc_arquivo = pb_arquivo
                       add 1 to geracoes_expurgadas
                   end-if
               else
                   if bc_job = pb_job
                       and bc_geracao = geracao_atual
                       and bc_arquivo = pb_arquivo
                       continue
                   else
                       write backup_cat_reg
                   end-if
               end-if
           end-perform

           move pb_job             to bc_job
           move geracao_atual      to bc_geracao
           move data_geracao       to bc_data
           move hora_geracao       to bc_hora
           move pb_arquivo         to bc_arquivo
           move registros_copiados to bc_registros
           move valor_copiado      to bc_valor
           move campo_valor        to bc_campo_valor
           move pos_valor          to bc_pos_valor
           move tam_valor          to bc_tam_valor
           move dec_valor          to bc_dec_valor
           write backup_cat_reg
           if fs-catalogo <> "00"
               display "Erro " fs-catalogo " na gravacao de BKPCAT."
               move 12 to return-code
           end-if

           close catalogo-backup
           .
       regrava-catalogo-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           stop run.
           .
       finaliza-exit.
           exit.
