      *Divisão de identificação do programa
       Identification Division.
       Program-id. "desafio40".
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
      *---- conversao unica dos cadastros para o layout com zona de --
      *---- entrega e prazo de pagamento, disparada por -------------
      *---- jcl/convlay.jcl: o SYSIN diz qual arquivo converter; ----
      *---- ANTIGO e o arquivo no layout anterior e NOVO o arquivo --
      *---- ja definido no layout atual, vazio ----------------------
           select cliente-antigo assign to ANTIGO
               organization is indexed
               access mode is sequential
               record key is ca_codigo
               file status is fs-antigo.

           select entrega-antiga assign to ANTIGO
               organization is indexed
               access mode is sequential
               record key is ea_num_pedido
               file status is fs-antigo.

           select fornecedor-antigo assign to ANTIGO
               organization is indexed
               access mode is sequential
               record key is fa_codigo
               file status is fs-antigo.

           select cliente-novo assign to NOVO
               organization is indexed
               access mode is sequential
               record key is cl_codigo
               file status is fs-novo.

           select entrega-nova assign to NOVO
               organization is indexed
               access mode is sequential
               record key is en_num_pedido
               file status is fs-novo.

           select fornecedor-novo assign to NOVO
               organization is indexed
               access mode is sequential
               record key is fo_codigo
               file status is fs-novo.

      *---Declaração de variáveis
       data division.

      *---Variáveis de arquivos
       file section.

      *---- CLIENTES.DAT no layout anterior (80 bytes) ----------------
       fd  cliente-antigo.
       01  cliente_antigo_reg.
           05 ca_codigo                            pic 9(05).
           05 ca_nome                              pic x(20).
           05 ca_telefone                          pic x(15).
           05 ca_endereco                          pic x(40).

      *---- ENTREGAS.DAT no layout anterior (91 bytes) ----------------
       fd  entrega-antiga.
       01  entrega_antiga_reg.
           05 ea_num_pedido                        pic 9(06).
           05 ea_data                              pic 9(08).
           05 ea_hora_pedido                       pic 9(06).
           05 ea_cod_cliente                       pic 9(05).
           05 ea_endereco                          pic x(40).
           05 ea_taxa_entrega                      pic 9(03)v99.
           05 ea_entregador                        pic x(08).
           05 ea_situacao                          pic x(01).
           05 ea_hora_saida                        pic 9(06).
           05 ea_hora_entrega                      pic 9(06).

      *---- FORNEC.DAT no layout anterior (43 bytes) ------------------
       fd  fornecedor-antigo.
       01  fornecedor_antigo_reg.
           05 fa_codigo                            pic 9(04).
           05 fa_nome                              pic x(20).
           05 fa_telefone                          pic x(15).
           05 fa_prazo_entrega                     pic 9(03).
           05 fa_situacao                          pic x(01).

       fd  cliente-novo.
           copy "clientereg.cpy".

       fd  entrega-nova.
           copy "entregareg.cpy".

       fd  fornecedor-novo.
           copy "fornecreg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

       77 fs-antigo                                pic x(02)
                                                   value "00".
       77 fs-novo                                  pic x(02)
                                                   value "00".
      *---- CLIENTES, ENTREGAS ou FORNEC -------------------------------
       77 arquivo_converter                        pic x(08).
       77 registros_lidos                          pic 9(07)
                                                   value 0.
       77 registros_gravados                       pic 9(07)
                                                   value 0.
       77 registros_recusados                      pic 9(07)
                                                   value 0.

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
           accept arquivo_converter

           evaluate arquivo_converter
               when "CLIENTES"
                   open input cliente-antigo
               when "ENTREGAS"
                   open input entrega-antiga
               when "FORNEC"
                   open input fornecedor-antigo
               when other
                   display "Arquivo " arquivo_converter
                       " invalido; use CLIENTES, ENTREGAS ou FORNEC."
                   move 12 to return-code
                   stop run
           end-evaluate

           if fs-antigo <> "00"
               display "ANTIGO nao abriu (status " fs-antigo
                   "); nada convertido."
               move 12 to return-code
               stop run
           end-if

           evaluate arquivo_converter
               when "CLIENTES"
                   open output cliente-novo
               when "ENTREGAS"
                   open output entrega-nova
               when "FORNEC"
                   open output fornecedor-novo
           end-evaluate

           if fs-novo <> "00"
               display "NOVO nao abriu (status " fs-novo
                   "); nada convertido."
               move 12 to return-code
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      * ----------- Procesamento --------------
       processamento section.

           evaluate arquivo_converter
               when "CLIENTES"
                   perform converte-clientes
               when "ENTREGAS"
                   perform converte-entregas
               when "FORNEC"
                   perform converte-fornecedores
           end-evaluate

           display "Conversao de " arquivo_converter ":"
           display "Registros lidos....: " registros_lidos
           display "Registros gravados.: " registros_gravados
           display "Registros recusados: " registros_recusados

      *---- RC=12 com qualquer diferenca: o arquivo antigo fica ------
      *---- guardado e a conversao deve ser refeita ------------------
           if registros_gravados <> registros_lidos
               display "Conversao de " arquivo_converter
                   " nao confere; mantenha o arquivo anterior."
               move 12 to return-code
           end-if
           .
       processamento-exit.
           exit.

      *---- cliente sem CEP e sem zona: o atendente informa a zona ---
      *---- no proximo pedido de entrega -----------------------------
       converte-clientes section.

           perform until fs-antigo = "10"
               read cliente-antigo
                   at end
                       move "10" to fs-antigo
                   not at end
                       add 1 to registros_lidos
                       move ca_codigo   to cl_codigo
                       move ca_nome     to cl_nome
                       move ca_telefone to cl_telefone
                       move ca_endereco to cl_endereco
                       move 0           to cl_cep
                       move 0           to cl_zona
                       write cliente_reg
                           invalid key
                               add 1 to registros_recusados
                               display "Cliente " cl_codigo
                                   " recusado (status " fs-novo ")."
                           not invalid key
                               add 1 to registros_gravados
                       end-write
               end-read
           end-perform
           .
       converte-clientes-exit.
           exit.

      *---- entrega anterior as zonas: sem zona, sem prazo prometido -
      *---- e com a taxa digitada no pedido --------------------------
       converte-entregas section.

           perform until fs-antigo = "10"
               read entrega-antiga
                   at end
                       move "10" to fs-antigo
                   not at end
                       add 1 to registros_lidos
                       move ea_num_pedido   to en_num_pedido
                       move ea_data         to en_data
                       move ea_hora_pedido  to en_hora_pedido
                       move ea_cod_cliente  to en_cod_cliente
                       move ea_endereco     to en_endereco
                       move ea_taxa_entrega to en_taxa_entrega
                       move ea_entregador   to en_entregador
                       move ea_situacao     to en_situacao
                       move ea_hora_saida   to en_hora_saida
                       move ea_hora_entrega to en_hora_entrega
                       move 0               to en_zona
                       move 0               to en_prazo_minutos
                       move "N"             to en_taxa_alterada
                       write entrega_reg
                           invalid key
                               add 1 to registros_recusados
                               display "Entrega " en_num_pedido
                                   " recusada (status " fs-novo ")."
                           not invalid key
                               add 1 to registros_gravados
                       end-write
               end-read
           end-perform
           .
       converte-entregas-exit.
           exit.

      *---- fornecedor sem prazo cadastrado paga na entrega ----------
       converte-fornecedores section.

           perform until fs-antigo = "10"
               read fornecedor-antigo
                   at end
                       move "10" to fs-antigo
                   not at end
                       add 1 to registros_lidos
                       move fa_codigo        to fo_codigo
                       move fa_nome          to fo_nome
                       move fa_telefone      to fo_telefone
                       move fa_prazo_entrega to fo_prazo_entrega
                       move fa_situacao      to fo_situacao
                       move 0                to fo_prazo_pagto
                       write fornecedor_reg
                           invalid key
                               add 1 to registros_recusados
                               display "Fornecedor " fo_codigo
                                   " recusado (status " fs-novo ")."
                           not invalid key
                               add 1 to registros_gravados
                       end-write
               end-read
           end-perform
           .
       converte-fornecedores-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           evaluate arquivo_converter
               when "CLIENTES"
                   close cliente-antigo
                   close cliente-novo
               when "ENTREGAS"
                   close entrega-antiga
                   close entrega-nova
               when "FORNEC"
                   close fornecedor-antigo
                   close fornecedor-novo
           end-evaluate
           stop run.
           .
       finaliza-exit.
           exit.
