      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio31".
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
           select ficha-tecnica assign to "FICHATEC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ft_chave
               file status is fs-ficha.

           select pizza-master assign to "PIZZAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pz_chave
               file status is fs-pizza-master.

           select estoque assign to "ESTOQUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is es_ingrediente
               file status is fs-estoque.

           select operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is op_codigo
               file status is fs-operadores.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  ficha-tecnica.
           copy "fichareg.cpy".

       fd  pizza-master.
           copy "pizzareg.cpy".

       fd  estoque.
           copy "estoquereg.cpy".

       fd  operadores.
           copy "operreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

       77 fs-ficha                                 pic x(02)
                                                   value "00".
       77 fs-pizza-master                          pic x(02)
                                                   value "00".
       77 fs-estoque                               pic x(02)
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
       77 sabor_informado                          pic x(10).
       77 tamanho_informado                        pic x(01).
       77 ingrediente_informado                    pic x(10).
       77 registro_existe                          pic x(01).
       77 entrada_valida                           pic x(01).
       77 pizza_existe                             pic x(01).
       77 ingrediente_existe                       pic x(01).
       77 unidade_estoque                          pic x(03).
       77 quantidade_informada                     pic 9(03)v99.
       77 total_ingredientes                       pic 9(03).
       77 quantidade_ed                            pic zz9,99.

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
               display "Somente supervisor altera a ficha tecnica."
               stop run
           end-if

           open i-o ficha-tecnica
           if fs-ficha = "35"
               open output ficha-tecnica
               close ficha-tecnica
               open i-o ficha-tecnica
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
               display "Ficha tecnica por sabor e tamanho"
               display "(C)adastro/alteracao de ingrediente  "
                   "(L)istagem  (E)xclusao  (F)im"
               accept opcao

               evaluate opcao
                   when "C"
                       perform cadastra-ingrediente-ficha
                   when "L"
                       perform lista-ficha
                   when "E"
                       perform exclui-ingrediente-ficha
                   when "F"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *---- le sabor e tamanho e confere no catalogo de pizzas --------
       le-pizza-ficha section.

           move "N" to pizza_existe
           perform until pizza_existe = "S"

               display "Sabor: "
               accept sabor_informado
               display "Tamanho (P/M/G): "
               accept tamanho_informado

               if sabor_informado = spaces
                   display "Sabor nao pode ficar em branco."
               else
                   perform valida-pizza-catalogo
               end-if

           end-perform
           .
       le-pizza-ficha-exit.
           exit.

      *---- confere sabor/tamanho em PIZZAS.DAT; pizza inativa --------
      *---- pode ter ficha (volta ao cardapio com a receita pronta) ---
       valida-pizza-catalogo section.

           open input pizza-master
           if fs-pizza-master = "35"
               display "PIZZAS.DAT nao encontrado; pizza aceita "
                   "sem validacao."
               move "S" to pizza_existe
           else
               move sabor_informado   to pz_nome
               move tamanho_informado to pz_tamanho
               read pizza-master
                   invalid key
                       display "Pizza/tamanho nao encontrado no "
                           "catalogo."
                   not invalid key
                       move "S" to pizza_existe
                       if pz_situacao = "I"
                           display "Atencao: pizza inativa no "
                               "cardapio."
                       end-if
               end-read
               close pizza-master
           end-if
           move "00" to fs-pizza-master
           .
       valida-pizza-catalogo-exit.
           exit.

      *---- le o ingrediente; so entra na ficha ingrediente com ------
      *---- saldo em ESTOQUE.DAT (desafio9), para a baixa da venda ----
       le-ingrediente-ficha section.

           move "N" to ingrediente_existe
           perform until ingrediente_existe = "S"

               display "Ingrediente (ex. CALABRESA): "
               accept ingrediente_informado

               if ingrediente_informado = spaces
                   display "Ingrediente nao pode ficar em branco."
               else
                   perform valida-ingrediente-estoque
               end-if

           end-perform

           move sabor_informado       to ft_nome
           move tamanho_informado     to ft_tamanho
           move ingrediente_informado to ft_ingrediente
           read ficha-tecnica
               invalid key
                   move "N" to registro_existe
               not invalid key
                   move "S" to registro_existe
           end-read
           .
       le-ingrediente-ficha-exit.
           exit.

      *---- confere o ingrediente em ESTOQUE.DAT e guarda a unidade ---
       valida-ingrediente-estoque section.

           open input estoque
           if fs-estoque = "35"
               display "ESTOQUE.DAT nao encontrado. Cadastre os "
                   "ingredientes (desafio9)."
               move "S" to ingrediente_existe
               move spaces to unidade_estoque
           else
               move ingrediente_informado to es_ingrediente
               read estoque
                   invalid key
                       display "Ingrediente nao cadastrado no "
                           "estoque (desafio9)."
                   not invalid key
                       move "S"        to ingrediente_existe
                       move es_unidade to unidade_estoque
               end-read
               close estoque
           end-if
           move "00" to fs-estoque
           .
       valida-ingrediente-estoque-exit.
           exit.

      *---- inclui ou altera a quantidade de um ingrediente ----------
       cadastra-ingrediente-ficha section.

           perform le-pizza-ficha
           perform le-ingrediente-ficha

           if registro_existe = "S"
               display "Ingrediente ja consta da ficha:"
               perform exibe-ingrediente-ficha
           end-if

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Quantidade por pizza inteira (em "
                   unidade_estoque "): "
               accept quantidade_informada

               if quantidade_informada is not numeric
                   display "Quantidade invalida. Digite somente "
                       "numeros."
               else
                   if quantidade_informada = 0
                       display "Quantidade nao pode ser zero; use a "
                           "exclusao."
                   else
                       move "S" to entrada_valida
                   end-if
               end-if

           end-perform

           move sabor_informado       to ft_nome
           move tamanho_informado     to ft_tamanho
           move ingrediente_informado to ft_ingrediente
           move quantidade_informada  to ft_quantidade
           move unidade_estoque       to ft_unidade

           if registro_existe = "S"
               rewrite ficha_tecnica_reg
           else
               write ficha_tecnica_reg
           end-if

           display "Ingrediente gravado na ficha."
           .
       cadastra-ingrediente-ficha-exit.
           exit.

      *---- exibe o ingrediente corrente da ficha --------------------
       exibe-ingrediente-ficha section.

           move ft_quantidade to quantidade_ed
           display "   " ft_ingrediente " " quantidade_ed " "
               ft_unidade
           .
       exibe-ingrediente-ficha-exit.
           exit.

      *---- lista os ingredientes da ficha de um sabor/tamanho --------
       lista-ficha section.

           perform le-pizza-ficha

           move 0 to total_ingredientes
           display "Ficha de " sabor_informado " tamanho "
               tamanho_informado ":"

           move sabor_informado   to ft_nome
           move tamanho_informado to ft_tamanho
           move spaces            to ft_ingrediente
           start ficha-tecnica key not < ft_chave
               invalid key
                   move "10" to fs-ficha
           end-start

           perform until fs-ficha = "10"
               read ficha-tecnica next record
                   at end
                       move "10" to fs-ficha
                   not at end
                       if ft_nome <> sabor_informado
                           or ft_tamanho <> tamanho_informado
                           move "10" to fs-ficha
                       else
                           add 1 to total_ingredientes
                           perform exibe-ingrediente-ficha
                       end-if
               end-read
           end-perform
           move "00" to fs-ficha

           if total_ingredientes = 0
               display "Pizza sem ficha tecnica cadastrada."
           end-if
           .
       lista-ficha-exit.
           exit.

      *---- retira um ingrediente da ficha ---------------------------
       exclui-ingrediente-ficha section.

           perform le-pizza-ficha
           perform le-ingrediente-ficha

           if registro_existe = "N"
               display "Ingrediente nao consta da ficha."
           else
               perform exibe-ingrediente-ficha
               display "Confirma a exclusao? ('S'/'N')"
               accept opcao
               if opcao = "S"
                   delete ficha-tecnica record
                   display "Ingrediente excluido da ficha."
               end-if
           end-if
           .
       exclui-ingrediente-ficha-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close ficha-tecnica
           stop run.
           .
       finaliza-exit.
           exit.
