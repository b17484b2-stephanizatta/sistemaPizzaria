               record key is cl_codigo
               file status is fs-cliente-master.

           select zonas assign to "ZONAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is zn_codigo
               file status is fs-zonas.

      *---Declaração de variáveis
       data division.

       fd  cliente-master.
           copy "clientereg.cpy".

       fd  zonas.
           copy "zonareg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

       77 registro_existe                          pic x(01).
       77 entrada_valida                           pic x(01).
       77 maior_codigo                             pic 9(05).
       77 fs-zonas                                 pic x(02)
                                                   value "00".
       77 zonas_disponiveis                        pic x(01).
       77 zona_localizada                          pic x(01).
       77 zona_informada                           pic 9(03).
       77 ind_faixa                                pic 9(01).

      *---Variáveis para comunicação entre programas
       linkage section.
           display "Nome....: " cl_nome
           display "Telefone: " cl_telefone
           display "Endereco: " cl_endereco
           display "CEP.....: " cl_cep
           display "Zona....: " cl_zona
           .
       exibe-cliente-exit.
           exit.

           display "Informe o endereco: "
           accept cl_endereco

           move "N" to entrada_valida
           perform until entrada_valida = "S"

               display "Informe o CEP (0 = nao informado): "
               accept cl_cep

               if cl_cep is not numeric
                   display "CEP invalido. Digite somente numeros."
               else
                   move "S" to entrada_valida
               end-if

           end-perform

           perform le-zona-cliente
           .
       le-dados-cliente-exit.
           exit.

      *---- define a zona de entrega do cliente: procura a zona ativa -
      *---- cuja faixa de CEP contem o CEP informado; sem faixa que o --
      *---- contenha o atendente informa a zona (0 = sem zona) --------
       le-zona-cliente section.

           move 0 to cl_zona

           open input zonas
           if fs-zonas = "35"
               move "N" to zonas_disponiveis
           else
               move "S" to zonas_disponiveis
           end-if

           if zonas_disponiveis = "S" and cl_cep > 0
               perform busca-zona-cep
           end-if

           if zonas_disponiveis = "S" and cl_zona = 0
               move "N" to zona_localizada
               perform until zona_localizada = "S"

                   display "Informe a zona de entrega (0 = sem zona): "
                   accept zona_informada

                   if zona_informada is not numeric
                       display "Zona invalida. Digite somente numeros."
                   else
                       if zona_informada = 0
                           move "S" to zona_localizada
                       else
                           perform consulta-zona
                       end-if
                   end-if

               end-perform
           end-if

           if zonas_disponiveis = "S"
               close zonas
           end-if
           move "00" to fs-zonas
           .
       le-zona-cliente-exit.
           exit.

      *---- varre ZONAS.DAT atras da zona ativa que contem o CEP -------
       busca-zona-cep section.

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
                       if zn_situacao <> "I"
                           perform varying ind_faixa from 1 by 1
                                   until ind_faixa > 3
                               if zn_cep_inicial(ind_faixa) > 0
                                   and cl_cep
                                       not < zn_cep_inicial(ind_faixa)
                                   and cl_cep
                                       not > zn_cep_final(ind_faixa)
                                   move zn_codigo to cl_zona
                                   move "10" to fs-zonas
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           move "00" to fs-zonas

           if cl_zona > 0
               display "Zona pelo CEP: " zn_codigo " " zn_descricao
           else
               display "CEP fora das faixas das zonas cadastradas."
           end-if
           .
       busca-zona-cep-exit.
           exit.

      *---- confere a zona digitada em ZONAS.DAT ----------------------
       consulta-zona section.

           move zona_informada to zn_codigo
           read zonas
               invalid key
                   display "Zona nao cadastrada (desafio32)."
               not invalid key
                   if zn_situacao = "I"
                       display "Zona inativa."
                   else
                       display "Zona: " zn_descricao
                       move zn_codigo to cl_zona
                       move "S" to zona_localizada
                   end-if
           end-read
           .
       consulta-zona-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close cliente-master
