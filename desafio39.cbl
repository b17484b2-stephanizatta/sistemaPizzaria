      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio39".
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
      *---- restauracao de uma geracao de backup, disparada por ------
      *---- jcl/restaura.jcl: o passo AUTORIZA (modo A) lista as -----
      *---- geracoes, confere a escolhida e grava RESTCTL; cada passo -
      *---- seguinte (modo C) devolve um arquivo pela DDNAME DESTINO --
           select operadores assign to OPERADOR
               organization is indexed
               access mode is dynamic
               record key is op_codigo
               file status is fs-operadores.

           select catalogo-backup assign to BKPCAT
               organization is line sequential
               file status is fs-catalogo.

           select backup-dados assign to BKPDAT
               organization is line sequential
               file status is fs-backup-dados.

           select controle-restauracao assign to RESTCTL
               organization is line sequential
               file status is fs-controle-rest.

           select destino-sequencial assign to DESTINO
               organization is line sequential
               file status is fs-destino.

           select destino-entregas assign to DESTINO
               organization is indexed
               access mode is sequential
               record key is en_num_pedido
               file status is fs-destino.

           select destino-comandas assign to DESTINO
               organization is indexed
               access mode is sequential
               record key is cm_num_pedido
               file status is fs-destino.

           select destino-pizzas assign to DESTINO
               organization is indexed
               access mode is sequential
               record key is pz_chave
               file status is fs-destino.

           select log-transacoes assign to LOGTRANS
               organization is line sequential
               file status is fs-log-transacoes.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  operadores.
           copy "operreg.cpy".

       fd  catalogo-backup.
           copy "bkpcatreg.cpy".

       fd  backup-dados.
           copy "bkpdadreg.cpy".

       fd  controle-restauracao.
       01  controle_rest_reg.
           05 cr_job                               pic x(08).
           05 cr_geracao                           pic 9(04).
           05 cr_operador                          pic x(08).
           05 cr_data                              pic 9(08).
           05 cr_hora                              pic 9(06).

       fd  destino-sequencial.
       01  registro_destino                         pic x(200).

       fd  destino-entregas.
           copy "entregareg.cpy".

       fd  destino-comandas.
           copy "comandareg.cpy".

       fd  destino-pizzas.
           copy "pizzareg.cpy".

       fd  log-transacoes.
           copy "logreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

      *-- arquivos da geracao escolhida, com o total do catalogo e ---
      *-- o total recontado em BKPDAT ----------------------------------
       01  arquivo_geracao occurs 20.
           05 ag_arquivo                           pic x(08).
           05 ag_registros                         pic 9(07).
           05 ag_valor                             pic 9(11)v99.
           05 ag_pos_valor                         pic 9(03).
           05 ag_tam_valor                         pic 9(02).
           05 ag_dec_valor                         pic 9(01).
           05 ag_qtd_lida                          pic 9(07).
           05 ag_valor_lido                        pic 9(11)v99.

      *-- campo de valor do registro alinhado em 11 inteiros e 2 -----
      *-- decimais para a soma -----------------------------------------
       01  valor_campo                             pic x(13).
       01  valor_campo_num redefines valor_campo   pic 9(11)v99.

       77 fs-operadores                            pic x(02)
                                                   value "00".
       77 fs-catalogo                              pic x(02)
                                                   value "00".
       77 fs-backup-dados                          pic x(02)
                                                   value "00".
       77 fs-controle-rest                         pic x(02)
                                                   value "00".
       77 fs-destino                               pic x(02)
                                                   value "00".
       77 fs-log-transacoes                        pic x(02)
                                                   value "00".
       77 operador_id                              pic x(08).
       77 senha_informada                          pic x(08).
       77 operador_valido                          pic x(01).
       77 operador_nivel                           pic 9(01)
                                                   value 0.
       77 tentativas_signon                        pic 9(01).
      *---- "A" = autoriza (lista e confere), "C" = copia um arquivo --
       77 modo_restauracao                         pic x(01).
       77 job_escolhido                            pic x(08).
       77 geracao_escolhida                        pic 9(04).
       77 arquivo_restaurar                        pic x(08).
       77 job_anterior                             pic x(08)
                                                   value spaces.
       77 geracao_anterior                         pic 9(04)
                                                   value 0.
       77 total_arquivos                           pic 9(02)
                                                   value 0.
       77 limite_arquivos                          pic 9(02)
                                                   value 20.
       77 ind                                      pic 9(03).
       77 arquivo_localizado                       pic x(01).
       77 geracao_divergente                       pic x(01)
                                                   value "N".
       77 registros_estranhos                      pic 9(07)
                                                   value 0.
      *---- "S" = sequencial, "E" = ENTREGAS, "C" = COMANDAS, --------
      *---- "P" = PIZZAS (indexados) ----------------------------------
       77 tipo_destino                             pic x(01).
       77 falha_gravacao                           pic x(01)
                                                   value "N".
       77 registro_copia                           pic x(200).
       77 pos_valor                                pic 9(03).
       77 tam_valor                                pic 9(02).
       77 dec_valor                                pic 9(01).
       77 posicao_destino                          pic 9(02).
       77 valor_somado                             pic 9(11)v99.
       77 registros_gravados                       pic 9(07)
                                                   value 0.
       77 valor_gravado                            pic 9(11)v99
                                                   value 0.
       77 registros_catalogo                       pic 9(07)
                                                   value 0.
       77 valor_catalogo                           pic 9(11)v99
                                                   value 0.
       77 valor_ed                                 pic zzzzzzzzzz9,99.
       77 valor_lido_ed                            pic zzzzzzzzzz9,99.
       77 data_ed                                  pic 99/99/9999.
       77 data_invertida                           pic 9(08).

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
           accept modo_restauracao

           evaluate modo_restauracao
               when "A"
                   perform efetua-signon
                   if operador_nivel < 2
                       display "Somente supervisor restaura backup."
                       move 12 to return-code
                       stop run
                   end-if
               when "C"
                   accept arquivo_restaurar
                   perform le-controle-restauracao
               when other
                   display "Modo " modo_restauracao
                       " invalido; use A ou C."
                   move 12 to return-code
                   stop run
           end-evaluate
           .
       inicializa-exit.
           exit.

      *---- valida ID e senha do operador contra OPERADOR.DAT ---------
       efetua-signon section.

           open input operadores
           if fs-operadores = "35"
               display "OPERADOR.DAT nao encontrado. Cadastre os "
                   "operadores (desafio20)."
               move 12 to return-code
               stop run
           end-if

           move "N" to operador_valido
           move 0   to tentativas_signon

           perform until operador_valido = "S"
                   or tentativas_signon = 3

               add 1 to tentativas_signon

               display "Informe seu ID de operador: "
               accept operador_id
               display "Informe a senha: "
               accept senha_informada

               move operador_id to op_codigo
               read operadores
                   invalid key
                       display "Operador nao cadastrado."
                   not invalid key
                       if op_situacao = "I"
                           display "Operador inativo."
                       else
                           if op_senha = senha_informada
                               move "S"      to operador_valido
                               move op_nivel to operador_nivel
                           else
                               display "Senha invalida."
                           end-if
                       end-if
               end-read

           end-perform

           close operadores

           if operador_valido <> "S"
               display "Acesso negado."
               move 12 to return-code
               stop run
           end-if
           .
       efetua-signon-exit.
           exit.

      *---- le em RESTCTL a geracao autorizada pelo passo AUTORIZA ----
       le-controle-restauracao section.

           open input controle-restauracao
           if fs-controle-rest = "00"
               read controle-restauracao
                   at end
                       move "10" to fs-controle-rest
               end-read
               close controle-restauracao
           end-if

           if fs-controle-rest <> "00"
               display "RESTCTL sem autorizacao; rode o passo "
                   "AUTORIZA."
               move 12 to return-code
               stop run
           end-if

           move cr_job      to job_escolhido
           move cr_geracao  to geracao_escolhida
           move cr_operador to operador_id
           .
       le-controle-restauracao-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           if modo_restauracao = "A"
               perform autoriza-restauracao
           else
               perform restaura-arquivo
           end-if
           .
       processamento-exit.
           exit.

      *---- lista as geracoes, le a escolhida e so autoriza a --------
      *---- restauracao se BKPDAT conferir com o catalogo --------------
       autoriza-restauracao section.

           perform lista-geracoes

           display "Informe o job a restaurar: "
           accept job_escolhido
           display "Informe a geracao (0000 = so listar): "
           accept geracao_escolhida

           if geracao_escolhida is not numeric
               or geracao_escolhida = 0
               display "Nenhuma geracao escolhida; somente listagem."
               move 4 to return-code
           else
               perform carrega-arquivos-geracao
               if total_arquivos = 0
                   display "Geracao " geracao_escolhida " de "
                       job_escolhido " nao consta no catalogo."
                   move 12 to return-code
               else
                   perform confere-geracao
                   if geracao_divergente = "S"
                       display "Geracao " geracao_escolhida
                           " nao confere com o catalogo; "
                           "restauracao recusada."
                       move 12 to return-code
                   else
                       perform grava-controle-restauracao
                       display "Geracao " geracao_escolhida " de "
                           job_escolhido " conferida; restauracao "
                           "autorizada por " operador_id "."
                   end-if
               end-if
           end-if
           .
       autoriza-restauracao-exit.
           exit.

      *---- lista BKPCAT com quebra por job e geracao -----------------
       lista-geracoes section.

           display "Geracoes de backup disponiveis:"
           open input catalogo-backup
           if fs-catalogo = "35"
               display "BKPCAT vazio; nenhum backup registrado."
           else
               perform until fs-catalogo = "10"
                   read catalogo-backup
                       at end
                           move "10" to fs-catalogo
                       not at end
                           if bc_job <> job_anterior
                               or bc_geracao <> geracao_anterior
                               move bc_job     to job_anterior
                               move bc_geracao to geracao_anterior
                               perform exibe-cabecalho-geracao
                           end-if
                           move bc_valor to valor_ed
                           display "    " bc_arquivo " "
                               bc_registros " reg.  "
                               bc_campo_valor " " valor_ed
                   end-read
               end-perform
               close catalogo-backup
           end-if
           move "00" to fs-catalogo
           .
       lista-geracoes-exit.
           exit.

       exibe-cabecalho-geracao section.

           move bc_data(7:2) to data_invertida(1:2)
           move bc_data(5:2) to data_invertida(3:2)
           move bc_data(1:4) to data_invertida(5:4)
           move data_invertida to data_ed
           display "  " bc_job " geracao " bc_geracao " de "
               data_ed " " bc_hora(1:2) ":" bc_hora(3:2) ":"
               bc_hora(5:2)
           .
       exibe-cabecalho-geracao-exit.
           exit.

      *---- carrega os arquivos da geracao escolhida ------------------
       carrega-arquivos-geracao section.

           open input catalogo-backup
           if fs-catalogo <> "35"
               perform until fs-catalogo = "10"
                   read catalogo-backup
                       at end
                           move "10" to fs-catalogo
                       not at end
                           if bc_job = job_escolhido
                               and bc_geracao = geracao_escolhida
                               perform inclui-arquivo-geracao
                           end-if
                   end-read
               end-perform
               close catalogo-backup
           end-if
           move "00" to fs-catalogo
           .
       carrega-arquivos-geracao-exit.
           exit.

       inclui-arquivo-geracao section.

           if total_arquivos < limite_arquivos
               add 1 to total_arquivos
               move bc_arquivo   to ag_arquivo(total_arquivos)
               move bc_registros to ag_registros(total_arquivos)
               move bc_valor     to ag_valor(total_arquivos)
               move bc_pos_valor to ag_pos_valor(total_arquivos)
               move bc_tam_valor to ag_tam_valor(total_arquivos)
               move bc_dec_valor to ag_dec_valor(total_arquivos)
               move 0            to ag_qtd_lida(total_arquivos)
               move 0            to ag_valor_lido(total_arquivos)
           else
               display "Geracao com mais de " limite_arquivos
                   " arquivos; " bc_arquivo " nao conferido."
               move "S" to geracao_divergente
           end-if
           .
       inclui-arquivo-geracao-exit.
           exit.

      *---- reconta a geracao em BKPDAT e compara com o catalogo ------
       confere-geracao section.

           open input backup-dados
           if fs-backup-dados = "35"
               display "BKPDAT nao encontrado."
               move "S" to geracao_divergente
           else
               perform until fs-backup-dados = "10"
                   read backup-dados
                       at end
                           move "10" to fs-backup-dados
                       not at end
                           if bd_job = job_escolhido
                               and bd_geracao = geracao_escolhida
                               perform reconta-registro
                           end-if
                   end-read
               end-perform
               close backup-dados
           end-if
           move "00" to fs-backup-dados

           if registros_estranhos > 0
               display "Registros de arquivo fora do catalogo: "
                   registros_estranhos
               move "S" to geracao_divergente
           end-if

           perform varying ind from 1 by 1 until ind > total_arquivos
               move ag_valor(ind)      to valor_ed
               move ag_valor_lido(ind) to valor_lido_ed
               if ag_qtd_lida(ind) = ag_registros(ind)
                   and ag_valor_lido(ind) = ag_valor(ind)
                   display "  " ag_arquivo(ind) " "
                       ag_qtd_lida(ind) " reg. " valor_lido_ed " OK"
               else
                   display "  " ag_arquivo(ind) " catalogo "
                       ag_registros(ind) " reg. " valor_ed
                       " / backup " ag_qtd_lida(ind) " reg. "
                       valor_lido_ed " DIVERGE"
                   move "S" to geracao_divergente
               end-if
           end-perform
           .
       confere-geracao-exit.
           exit.

       reconta-registro section.

           move "N" to arquivo_localizado
           perform varying ind from 1 by 1
                   until ind > total_arquivos
                   or arquivo_localizado = "S"
               if ag_arquivo(ind) = bd_arquivo
                   move "S" to arquivo_localizado
                   add 1 to ag_qtd_lida(ind)
                   move bd_registro      to registro_copia
                   move ag_pos_valor(ind) to pos_valor
                   move ag_tam_valor(ind) to tam_valor
                   move ag_dec_valor(ind) to dec_valor
                   perform extrai-valor
                   add valor_somado to ag_valor_lido(ind)
               end-if
           end-perform

           if arquivo_localizado = "N"
               add 1 to registros_estranhos
           end-if
           .
       reconta-registro-exit.
           exit.

      *---- extrai o campo de valor de registro_copia em valor_somado -
       extrai-valor section.

           move 0 to valor_somado
           if tam_valor > 0
               move zeros to valor_campo
               compute posicao_destino = 12 + dec_valor - tam_valor
               move registro_copia(pos_valor:tam_valor)
                   to valor_campo(posicao_destino:tam_valor)
               if valor_campo_num is numeric
                   move valor_campo_num to valor_somado
               end-if
           end-if
           .
       extrai-valor-exit.
           exit.

      *---- RESTCTL passa a geracao autorizada aos passos de copia ----
       grava-controle-restauracao section.

           open output controle-restauracao
           move job_escolhido     to cr_job
           move geracao_escolhida to cr_geracao
           move operador_id       to cr_operador
           move function current-date(1:8) to cr_data
           move function current-date(9:6) to cr_hora
           write controle_rest_reg
           close controle-restauracao
           .
       grava-controle-restauracao-exit.
           exit.

      *---- devolve um arquivo da geracao autorizada ao arquivo vivo --
       restaura-arquivo section.

      *---- LOGTRANS e trilha de auditoria: entra no backup mas nunca -
      *---- volta, para nao apagar o registro da propria restauracao --
           if arquivo_restaurar = "LOGTRANS"
               display "LOGTRANS e trilha de auditoria; nao e "
                   "restaurado."
           else
               perform le-catalogo-arquivo
               if arquivo_localizado = "N"
                   display arquivo_restaurar " nao faz parte da "
                       "geracao " geracao_escolhida " de "
                       job_escolhido "; mantido como esta."
               else
                   perform copia-para-destino
                   move valor_gravado to valor_ed
                   display "Restaurado " arquivo_restaurar " da "
                       "geracao " geracao_escolhida " de "
                       job_escolhido
                   display "Registros gravados.: " registros_gravados
                   display "Valor..............: " valor_ed
                   if falha_gravacao = "S"
                       or registros_gravados <> registros_catalogo
                       or valor_gravado <> valor_catalogo
                       display arquivo_restaurar " nao confere com o "
                           "catalogo; restaure de novo ou use outra "
                           "geracao."
                       move 12 to return-code
                   else
                       perform grava-log-restauracao
                   end-if
               end-if
           end-if
           .
       restaura-arquivo-exit.
           exit.

      *---- busca no catalogo a linha do arquivo na geracao ----------
       le-catalogo-arquivo section.

           move "N" to arquivo_localizado
           open input catalogo-backup
           if fs-catalogo <> "35"
               perform until fs-catalogo = "10"
                   read catalogo-backup
                       at end
                           move "10" to fs-catalogo
                       not at end
                           if bc_job = job_escolhido
                               and bc_geracao = geracao_escolhida
                               and bc_arquivo = arquivo_restaurar
                               move "S"          to arquivo_localizado
                               move bc_registros to registros_catalogo
                               move bc_valor     to valor_catalogo
                               move bc_pos_valor to pos_valor
                               move bc_tam_valor to tam_valor
                               move bc_dec_valor to dec_valor
                           end-if
                   end-read
               end-perform
               close catalogo-backup
           end-if
           move "00" to fs-catalogo
           .
       le-catalogo-arquivo-exit.
           exit.

      *---- regrava DESTINO com os registros do arquivo na geracao ----
       copia-para-destino section.

           evaluate arquivo_restaurar
               when "ENTREGAS"
                   move "E" to tipo_destino
                   open output destino-entregas
               when "COMANDAS"
                   move "C" to tipo_destino
                   open output destino-comandas
               when "PIZZAS"
                   move "P" to tipo_destino
                   open output destino-pizzas
               when other
                   move "S" to tipo_destino
                   open output destino-sequencial
           end-evaluate

           if fs-destino <> "00"
               display "Erro " fs-destino " na abertura de DESTINO."
               move "S" to falha_gravacao
           else
               open input backup-dados
               if fs-backup-dados = "35"
                   display "BKPDAT nao encontrado."
                   move "S" to falha_gravacao
               else
                   perform until fs-backup-dados = "10"
                       read backup-dados
                           at end
                               move "10" to fs-backup-dados
                           not at end
                               if bd_job = job_escolhido
                                   and bd_geracao = geracao_escolhida
                                   and bd_arquivo = arquivo_restaurar
                                   perform grava-destino
                               end-if
                       end-read
                   end-perform
                   close backup-dados
               end-if
               move "00" to fs-backup-dados

               evaluate tipo_destino
                   when "E"
                       close destino-entregas
                   when "C"
                       close destino-comandas
                   when "P"
                       close destino-pizzas
                   when other
                       close destino-sequencial
               end-evaluate
           end-if
           .
       copia-para-destino-exit.
           exit.

       grava-destino section.

           evaluate tipo_destino
               when "E"
                   move bd_registro to entrega_reg
                   write entrega_reg
               when "C"
                   move bd_registro to comanda_reg
                   write comanda_reg
               when "P"
                   move bd_registro to pizza_reg
                   write pizza_reg
               when other
                   move bd_registro to registro_destino
                   write registro_destino
           end-evaluate

           if fs-destino = "00"
               add 1 to registros_gravados
               move bd_registro to registro_copia
               perform extrai-valor
               add valor_somado to valor_gravado
           else
               if falha_gravacao = "N"
                   display "Erro " fs-destino " na gravacao de "
                       arquivo_restaurar "."
                   move "S" to falha_gravacao
               end-if
           end-if
           .
       grava-destino-exit.
           exit.

      *---- registra a restauracao do arquivo em LOGTRANS.DAT ---------
       grava-log-restauracao section.

           open extend log-transacoes
           if fs-log-transacoes = "35"
               open output log-transacoes
           end-if

           move function current-date(1:8) to lg_data
           move function current-date(9:6) to lg_hora
           move operador_id       to lg_operador
           move "RESTAURA"        to lg_acao
           move arquivo_restaurar to lg_nome_pizza
           move space             to lg_tamanho
           move 0                 to lg_diametro_antes
           move 0                 to lg_diametro_depois
           move 0                 to lg_preco_antes
           move 0                 to lg_preco_depois

           write log_reg

           close log-transacoes
           .
       grava-log-restauracao-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           stop run.
           .
       finaliza-exit.
           exit.
