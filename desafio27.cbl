      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio27".
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
           select tributos assign to "TRIBUT.DAT"
               organization is indexed
               access mode is dynamic
               record key is tb_nome_pizza
               file status is fs-tributos.

           select pizza-master assign to "PIZZAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pz_chave
               file status is fs-pizza-master.

           select operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is op_codigo
               file status is fs-operadores.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

       fd  tributos.
           copy "tributreg.cpy".

       fd  pizza-master.
           copy "pizzareg.cpy".

       fd  operadores.
           copy "operreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

       77 fs-tributos                              pic x(02)
                                                   value "00".
       77 fs-pizza-master                          pic x(02)
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
       77 registro_existe                          pic x(01).
       77 entrada_valida                           pic x(01).
       77 sabor_existe                             pic x(01).
       77 aliquota_informada                       pic 9(02)v99.
       77 icms_ed                                  pic z9,99.
       77 pis_ed                                   pic z9,99.
       77 cofins_ed                                pic z9,99.

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
               display "Somente supervisor altera a tributacao."
               stop run
           end-if

           open i-o tributos
           if fs-tributos = "35"
               open output tributos
               close tributos
               open i-o tributos
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
               display "Classificacao tributaria por sabor"
               display "(C)adastro/alteracao  (L)istagem  "
                   "(E)xclusao  (F)im"
               accept opcao

               evaluate opcao
                   when "C"
                       perform cadastra-tributacao
                   when "L"
                       perform lista-tributacao
                   when "E"
                       perform exclui-tributacao
                   when "F"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *---- le o sabor e posiciona a classificacao; "PADRAO" vale ----
      *---- para os sabores sem classificacao propria -----------------
       le-sabor-tributacao section.

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Sabor (PADRAO = demais sabores): "
               accept sabor_informado

               if sabor_informado = spaces
                   display "Sabor nao pode ficar em branco."
               else
                   move "S" to entrada_valida
               end-if

           end-perform

           move sabor_informado to tb_nome_pizza
           read tributos
               invalid key
                   move "N" to registro_existe
               not invalid key
                   move "S" to registro_existe
           end-read
           .
       le-sabor-tributacao-exit.
           exit.

      *---- inclui ou altera a classificacao de um sabor --------------
       cadastra-tributacao section.

           perform le-sabor-tributacao

           if registro_existe = "S"
               display "Classificacao ja cadastrada:"
               perform exibe-tributacao
           else
               if sabor_informado <> "PADRAO"
                   perform valida-sabor-catalogo
                   if sabor_existe = "N"
                       display "Sabor nao cadastrado no catalogo."
                   end-if
               else
                   move "S" to sabor_existe
               end-if
           end-if

           if registro_existe = "S" or sabor_existe = "S"
               perform le-dados-tributacao

               if registro_existe = "S"
                   rewrite tributo_reg
               else
                   write tributo_reg
               end-if

               display "Classificacao gravada."
           end-if
           .
       cadastra-tributacao-exit.
           exit.

      *---- le NCM, CFOP, CST e aliquotas do sabor --------------------
       le-dados-tributacao section.

           move sabor_informado to tb_nome_pizza

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "NCM (8 digitos): "
               accept tb_ncm

               if tb_ncm is not numeric
                   display "NCM invalido. Digite os 8 digitos."
               else
                   move "S" to entrada_valida
               end-if

           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "CFOP (4 digitos): "
               accept tb_cfop

               if tb_cfop is not numeric or tb_cfop = 0
                   display "CFOP invalido. Digite os 4 digitos."
               else
                   move "S" to entrada_valida
               end-if

           end-perform

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "CST/CSOSN do ICMS: "
               accept tb_cst_icms

               if tb_cst_icms = spaces
                   display "CST nao pode ficar em branco."
               else
                   move "S" to entrada_valida
               end-if

           end-perform

           display "Aliquota de ICMS (%): "
           perform le-aliquota
           move aliquota_informada to tb_aliq_icms

           display "Aliquota de PIS (%): "
           perform le-aliquota
           move aliquota_informada to tb_aliq_pis

           display "Aliquota de COFINS (%): "
           perform le-aliquota
           move aliquota_informada to tb_aliq_cofins
           .
       le-dados-tributacao-exit.
           exit.

      *---- le e valida uma aliquota percentual ----------------------
       le-aliquota section.

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               accept aliquota_informada

               if aliquota_informada is not numeric
                   display "Aliquota invalida. Digite somente "
                       "numeros: "
               else
                   move "S" to entrada_valida
               end-if

           end-perform
           .
       le-aliquota-exit.
           exit.

      *---- verifica se o sabor existe no catalogo em qualquer -------
      *---- tamanho (a classificacao vale para todos) -----------------
       valida-sabor-catalogo section.

           move "N" to sabor_existe

           open input pizza-master
           if fs-pizza-master = "35"
               display "PIZZAS.DAT nao encontrado; sabor aceito "
                   "sem validacao."
               move "S" to sabor_existe
           else
               move sabor_informado to pz_nome
               move space           to pz_tamanho
               start pizza-master key not < pz_chave
                   invalid key
                       continue
                   not invalid key
                       read pizza-master next record
                           at end
                               continue
                           not at end
                               if pz_nome = sabor_informado
                                   move "S" to sabor_existe
                               end-if
                       end-read
               end-start
               close pizza-master
               move "00" to fs-pizza-master
           end-if
           .
       valida-sabor-catalogo-exit.
           exit.

      *---- exibe o registro corrente de classificacao ----------------
       exibe-tributacao section.

           move tb_aliq_icms   to icms_ed
           move tb_aliq_pis    to pis_ed
           move tb_aliq_cofins to cofins_ed
           display "Sabor: " tb_nome_pizza " NCM " tb_ncm
               " CFOP " tb_cfop " CST " tb_cst_icms
           display "   ICMS " icms_ed "%  PIS " pis_ed
               "%  COFINS " cofins_ed "%"
           .
       exibe-tributacao-exit.
           exit.

      *---- lista todas as classificacoes na tela ---------------------
       lista-tributacao section.

           move spaces to tb_nome_pizza
           start tributos key not < tb_nome_pizza
               invalid key
                   move "10" to fs-tributos
           end-start

           perform until fs-tributos = "10"
               read tributos next record
                   at end
                       move "10" to fs-tributos
                   not at end
                       perform exibe-tributacao
               end-read
           end-perform
           move "00" to fs-tributos
           .
       lista-tributacao-exit.
           exit.

      *---- exclui a classificacao de um sabor, que passa a seguir ----
      *---- a "PADRAO" ------------------------------------------------
       exclui-tributacao section.

           perform le-sabor-tributacao

           if registro_existe = "N"
               display "Classificacao nao cadastrada."
           else
               perform exibe-tributacao
               display "Confirma a exclusao? ('S'/'N')"
               accept opcao
               if opcao = "S"
                   delete tributos record
                   display "Classificacao excluida."
               end-if
           end-if
           .
       exclui-tributacao-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close tributos
           stop run.
           .
       finaliza-exit.
           exit.
