      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio32".
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
           select zonas assign to "ZONAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is zn_codigo
               file status is fs-zonas.

           select operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is op_codigo
               file status is fs-operadores.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  zonas.
           copy "zonareg.cpy".

       fd  operadores.
           copy "operreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

      *-- dados digitados, guardados fora do registro enquanto o -----
      *-- arquivo e varrido para conferir as faixas de CEP ------------
       01  zona_informada.
           05 zi_descricao                         pic x(20).
           05 zi_bairros                           pic x(60).
           05 zi_faixa_cep occurs 3.
              10 zi_cep_inicial                    pic 9(08).
              10 zi_cep_final                      pic 9(08).
           05 zi_taxa_entrega                      pic 9(03)v99.
           05 zi_prazo_minutos                     pic 9(03).
           05 zi_situacao                          pic x(01).

       77 fs-zonas                                 pic x(02)
                                                   value "00".
       77 fs-operadores                            pic x(02)
                                                   value "00".
       77 operador_id                              pic x(08).
       77 senha_informada                          pic x(08).
       77 operador_valido                          pic x(01).
       77 operador_nivel                           pic 9(01)
                                                   value 0.
       77 tentativas_signon                        pic 9(01).
       77 opcao                                    pic x(01).
       77 codigo_informado                         pic 9(03).
       77 registro_existe                          pic x(01).
       77 entrada_valida                           pic x(01).
       77 faixas_validas                           pic x(01).
       77 ind                                      pic 9(01).
       77 ind_outra                                pic 9(01).
       77 total_zonas                              pic 9(03).
       77 taxa_ed                                  pic zz9,99.

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
           perform efetua-signon

           if operador_nivel < 2
               display "Somente supervisor altera as zonas de entrega."
               stop run
           end-if

           open i-o zonas
           if fs-zonas = "35"
               open output zonas
               close zonas
               open i-o zonas
           end-if
           .
       inicializa-exit.
           exit.

      *---- valida ID e senha do operador contra OPERADOR.DAT ---------
       efetua-signon section.

           open input operadores
           if fs-operadores = "35"
               display "OPERADOR.DAT nao encontrado. Cadastre os "
                   "operadores (desafio20)."
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
               stop run
           end-if
           .
       efetua-signon-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           move "S" to opcao
           perform until opcao = "F"

               display erase
               display "Zonas de entrega"
               display "(C)adastro/alteracao  (L)istagem  (F)im"
               accept opcao

               evaluate opcao
                   when "C"
                       perform cadastra-zona
                   when "L"
                       perform lista-zonas
                   when "F"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *---- le o codigo da zona e posiciona o registro ----------------
       le-codigo-zona section.

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Informe o codigo da zona: "
               accept codigo_informado

               if codigo_informado is not numeric
                   display "Codigo invalido. Digite somente numeros."
               else
                   if codigo_informado = 0
                       display "Zona 0 e reservada para entrega sem "
                           "zona."
                   else
                       move "S" to entrada_valida
                   end-if
               end-if

           end-perform

           move codigo_informado to zn_codigo
           read zonas
               invalid key
                   move "N" to registro_existe
               not invalid key
                   move "S" to registro_existe
           end-read
           .
       le-codigo-zona-exit.
           exit.

      *---- inclui ou altera uma zona de entrega ---------------------
       cadastra-zona section.

           perform le-codigo-zona

           if registro_existe = "S"
               display "Zona ja cadastrada:"
               perform exibe-zona
               display "Deseja alterar os dados? ('S'/'N')"
               accept opcao
               if opcao <> "S"
                   move "N" to opcao
               end-if
           else
               move "S" to opcao
           end-if

           if opcao = "S"
               perform le-dados-zona

               move codigo_informado to zn_codigo
               move zi_descricao     to zn_descricao
               move zi_bairros       to zn_bairros
               perform varying ind from 1 by 1 until ind > 3
                   move zi_cep_inicial(ind) to zn_cep_inicial(ind)
                   move zi_cep_final(ind)   to zn_cep_final(ind)
               end-perform
               move zi_taxa_entrega  to zn_taxa_entrega
               move zi_prazo_minutos to zn_prazo_minutos
               move zi_situacao      to zn_situacao

               if registro_existe = "S"
                   rewrite zona_reg
               else
                   write zona_reg
               end-if

               display "Zona gravada."
           end-if
      *---- mantem o menu no ar ---------------------------------------
           move "S" to opcao
           .
       cadastra-zona-exit.
           exit.

      *---- le os dados da zona; as faixas de CEP de zona ativa nao ---
      *---- podem cruzar com as de outra zona ativa --------------------
       le-dados-zona section.

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Descricao da zona: "
               accept zi_descricao
               if zi_descricao = spaces
                   display "Descricao nao pode ficar em branco."
               else
                   move "S" to entrada_valida
               end-if
           end-perform

           display "Bairros atendidos (separados por virgula): "
           accept zi_bairros

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Taxa de entrega da zona: "
               accept zi_taxa_entrega
               if zi_taxa_entrega is not numeric
                   display "Taxa invalida. Digite somente numeros."
               else
                   move "S" to entrada_valida
               end-if
           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Tempo prometido de entrega (minutos): "
               accept zi_prazo_minutos
               if zi_prazo_minutos is not numeric
                   or zi_prazo_minutos = 0
                   display "Tempo invalido. Informe os minutos."
               else
                   move "S" to entrada_valida
               end-if
           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"
               display "Situacao (A = ativa, I = inativa): "
               accept zi_situacao
               if zi_situacao = "A" or zi_situacao = "I"
                   move "S" to entrada_valida
               else
                   display "Situacao invalida."
               end-if
           end-perform

           move "N" to faixas_validas
           perform until faixas_validas = "S"
               perform le-faixas-cep
               if zi_situacao = "A"
                   perform confere-faixas-outras-zonas
               else
                   move "S" to faixas_validas
               end-if
           end-perform
           .
       le-dados-zona-exit.
           exit.

      *---- le ate 3 faixas de CEP; CEP inicial 0 encerra as faixas ---
       le-faixas-cep section.

           perform varying ind from 1 by 1 until ind > 3
               move 0 to zi_cep_inicial(ind)
               move 0 to zi_cep_final(ind)
           end-perform

           move 1   to ind
           move "S" to opcao
           perform until ind > 3 or opcao <> "S"

               move "N" to entrada_valida
               perform until entrada_valida = "S"
                   display "Faixa " ind " - CEP inicial (0 = sem "
                       "mais faixas): "
                   accept zi_cep_inicial(ind)
                   if zi_cep_inicial(ind) is not numeric
                       display "CEP invalido. Digite somente numeros."
                   else
                       move "S" to entrada_valida
                   end-if
               end-perform

               if zi_cep_inicial(ind) = 0
                   move "N" to opcao
               else
                   move "N" to entrada_valida
                   perform until entrada_valida = "S"
                       display "Faixa " ind " - CEP final: "
                       accept zi_cep_final(ind)
                       if zi_cep_final(ind) is not numeric
                           display "CEP invalido. Digite somente "
                               "numeros."
                       else
                           if zi_cep_final(ind) < zi_cep_inicial(ind)
                               display "CEP final menor que o "
                                   "inicial."
                           else
                               move "S" to entrada_valida
                           end-if
                       end-if
                   end-perform
                   add 1 to ind
               end-if

           end-perform
           .
       le-faixas-cep-exit.
           exit.

      *---- varre as outras zonas ativas procurando faixa de CEP ------
      *---- sobreposta; a busca da zona do cliente (desafio6) precisa -
      *---- de uma unica zona por CEP ---------------------------------
       confere-faixas-outras-zonas section.

           move "S" to faixas_validas

           move 0 to zn_codigo
           start zonas key not < zn_codigo
               invalid key
                   move "10" to fs-zonas
           end-start

           perform until fs-zonas = "10"
               read zonas next record
                   at end
                       move "10" to fs-zonas
                   not at end
                       if zn_codigo <> codigo_informado
                           and zn_situacao <> "I"
                           perform confere-faixas-zona
                       end-if
               end-read
           end-perform
           move "00" to fs-zonas

           if faixas_validas = "N"
               display "Informe as faixas de CEP novamente."
           end-if
           .
       confere-faixas-outras-zonas-exit.
           exit.

      *---- compara as faixas digitadas com as da zona corrente -------
       confere-faixas-zona section.

           perform varying ind from 1 by 1 until ind > 3
               perform varying ind_outra from 1 by 1
                       until ind_outra > 3
                   if zi_cep_inicial(ind) > 0
                       and zn_cep_inicial(ind_outra) > 0
                       and zi_cep_inicial(ind)
                           not > zn_cep_final(ind_outra)
                       and zi_cep_final(ind)
                           not < zn_cep_inicial(ind_outra)
                       display "Faixa " ind " cruza com a zona "
                           zn_codigo " " zn_descricao
                       move "N" to faixas_validas
                   end-if
               end-perform
           end-perform
           .
       confere-faixas-zona-exit.
           exit.

      *---- exibe os dados correntes da zona --------------------------
       exibe-zona section.

           move zn_taxa_entrega to taxa_ed
           display "Zona....: " zn_codigo " " zn_descricao
           display "Bairros.: " zn_bairros
           perform varying ind from 1 by 1 until ind > 3
               if zn_cep_inicial(ind) > 0
                   display "CEP.....: " zn_cep_inicial(ind) " a "
                       zn_cep_final(ind)
               end-if
           end-perform
           display "Taxa....: " taxa_ed
           display "Prazo...: " zn_prazo_minutos " minutos"
           display "Situacao: " zn_situacao
           .
       exibe-zona-exit.
           exit.

      *---- lista todas as zonas cadastradas --------------------------
       lista-zonas section.

           move 0 to total_zonas
           move 0 to zn_codigo
           start zonas key not < zn_codigo
               invalid key
                   move "10" to fs-zonas
           end-start

           display "Zona Descricao            Taxa   Prazo Sit"
           perform until fs-zonas = "10"
               read zonas next record
                   at end
                       move "10" to fs-zonas
                   not at end
                       add 1 to total_zonas
                       move zn_taxa_entrega to taxa_ed
                       display zn_codigo "  " zn_descricao " "
                           taxa_ed "  " zn_prazo_minutos "   "
                           zn_situacao
               end-read
           end-perform
           move "00" to fs-zonas

           display "Zonas cadastradas: " total_zonas
           .
       lista-zonas-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close zonas
           stop run.
           .
       finaliza-exit.
           exit.
