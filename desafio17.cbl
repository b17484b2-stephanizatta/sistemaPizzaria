               record key is en_num_pedido
               file status is fs-entregas.

           select zonas assign to "ZONAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is zn_codigo
               file status is fs-zonas.

           select relatorio-entregas assign to "RELENTREGA.TXT"
               organization is line sequential
               file status is fs-relatorio.
       fd  entregas.
           copy "entregareg.cpy".

       fd  zonas.
           copy "zonareg.cpy".

       fd  relatorio-entregas.
       01  linha_relatorio                          pic x(80).

           05 re_entregas                          pic 9(05).
           05 re_minutos                           pic 9(06).

      *-- entregas pendentes de despacho, agrupadas por zona ---------
       01  pendente_zona occurs 200.
           05 pe_zona                              pic 9(03).
           05 pe_num_pedido                        pic 9(06).
           05 pe_hora_pedido                       pic 9(06).
           05 pe_prazo_minutos                     pic 9(03).
           05 pe_endereco                          pic x(40).

       01  pendente_zona_aux.
           05 pe_zona_aux                          pic 9(03).
           05 pe_num_pedido_aux                    pic 9(06).
           05 pe_hora_pedido_aux                   pic 9(06).
           05 pe_prazo_minutos_aux                 pic 9(03).
           05 pe_endereco_aux                      pic x(40).

       77 fs-entregas                              pic x(02)
                                                   value "00".
       77 fs-zonas                                 pic x(02)
                                                   value "00".
       77 total_pendentes_zona                     pic 9(03)
                                                   value 0.
       77 ind_pendente                             pic 9(03).
       77 zona_anterior                            pic 9(03).
       77 qtd_zona                                 pic 9(03).
       77 descricao_zona                           pic x(20).
       77 minutos_decorridos                       pic 9(06).
       77 marca_atraso                             pic x(08).
       77 controle                                 pic x(10).
       77 fs-relatorio                             pic x(02)
                                                   value "00".
       77 fs-controle-dia                          pic x(02)
               display erase
               display "Despacho de entregas"
               display "(D)espachar saida  (E)ntregue  (L)istagem  "
                   "(Z)onas pendentes  (R)elatorio da noite  (F)im"
               accept opcao

               evaluate opcao
                       perform confirma-entrega
                   when "L"
                       perform lista-entregas
                   when "Z"
                       perform lista-pendentes-zona
                   when "R"
                       perform relatorio-entregadores
                   when "F"
                       en_situacao ")."
               else
                   display "Endereco: " en_endereco
                   display "Zona....: " en_zona

                   move "N" to entrada_valida
                   perform until entrada_valida = "S"
       lista-entregas-exit.
           exit.

      *---- lista as entregas pendentes de despacho agrupadas por ----
      *---- zona, com o tempo ja decorrido desde o pedido e a marca ---
      *---- das que ja passaram do prazo prometido da zona ------------
       lista-pendentes-zona section.

           move 0 to total_pendentes_zona
           move 0 to en_num_pedido
           start entregas key not < en_num_pedido
               invalid key
                   move "10" to fs-entregas
           end-start

           perform until fs-entregas = "10"
               read entregas next record
                   at end
                       move "10" to fs-entregas
                   not at end
                       if en_situacao = "P"
                           perform guarda-pendente-zona
                       end-if
               end-read
           end-perform
           move "00" to fs-entregas

           perform ordena-pendentes-zona

           move function current-date(9:6) to hora_agora

           open input zonas

           move 999 to zona_anterior
           move 0   to qtd_zona
           perform varying ind_pendente from 1 by 1
                   until ind_pendente > total_pendentes_zona
               if pe_zona(ind_pendente) <> zona_anterior
                   perform exibe-cabecalho-zona
               end-if
               perform exibe-pendente-zona
           end-perform

           if total_pendentes_zona > 0
               display "   Pendentes na zona: " qtd_zona
           end-if

           if fs-zonas <> "35"
               close zonas
           end-if
           move "00" to fs-zonas

           display "Entregas pendentes de despacho: "
               total_pendentes_zona
           .
       lista-pendentes-zona-exit.
           exit.

      *---- guarda a entrega pendente corrente na tabela --------------
       guarda-pendente-zona section.

           if total_pendentes_zona < 200
               add 1 to total_pendentes_zona
               move total_pendentes_zona to ind_pendente
               if en_zona is numeric
                   move en_zona to pe_zona(ind_pendente)
               else
                   move 0 to pe_zona(ind_pendente)
               end-if
               move en_num_pedido  to pe_num_pedido(ind_pendente)
               move en_hora_pedido to pe_hora_pedido(ind_pendente)
               if en_prazo_minutos is numeric
                   move en_prazo_minutos
                       to pe_prazo_minutos(ind_pendente)
               else
                   move 0 to pe_prazo_minutos(ind_pendente)
               end-if
               move en_endereco    to pe_endereco(ind_pendente)
           else
               display "Tabela de pendentes esgotada; pedido "
                   en_num_pedido " fora da lista."
           end-if
           .
       guarda-pendente-zona-exit.
           exit.

      *---- ordena os pendentes por zona e numero do pedido ------------
       ordena-pendentes-zona section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind_pendente
               move "N_trocou" to controle

               perform until ind_pendente >= total_pendentes_zona

                   if pe_zona(ind_pendente) > pe_zona(ind_pendente + 1)
                       or (pe_zona(ind_pendente)
                           = pe_zona(ind_pendente + 1)
                       and pe_num_pedido(ind_pendente)
                           > pe_num_pedido(ind_pendente + 1))
                       move pendente_zona(ind_pendente + 1)
                           to pendente_zona_aux
                       move pendente_zona(ind_pendente)
                           to pendente_zona(ind_pendente + 1)
                       move pendente_zona_aux
                           to pendente_zona(ind_pendente)

                       move "trocou" to controle
                   end-if

                   add 1 to ind_pendente

               end-perform

           end-perform
           .
       ordena-pendentes-zona-exit.
           exit.

      *---- fecha a contagem da zona anterior e abre a proxima zona ----
       exibe-cabecalho-zona section.

           if zona_anterior <> 999
               display "   Pendentes na zona: " qtd_zona
           end-if

           move pe_zona(ind_pendente) to zona_anterior
           move 0 to qtd_zona

           move spaces to descricao_zona
           if zona_anterior = 0
               move "SEM ZONA" to descricao_zona
           else
               if fs-zonas <> "35"
                   move zona_anterior to zn_codigo
                   read zonas
                       invalid key
                           move "NAO CADASTRADA" to descricao_zona
                       not invalid key
                           move zn_descricao to descricao_zona
                   end-read
               end-if
           end-if

           display " "
           display "Zona " zona_anterior " " descricao_zona
           display "   Pedido  Hora  Min Prz Situacao Endereco"
           .
       exibe-cabecalho-zona-exit.
           exit.

      *---- exibe o pendente com os minutos decorridos desde o pedido -
       exibe-pendente-zona section.

           add 1 to qtd_zona

           move pe_hora_pedido(ind_pendente) to hora_trabalho
           perform converte-hora-minutos
           move minutos_fim to minutos_inicio

           move hora_agora to hora_trabalho
           perform converte-hora-minutos

           if minutos_fim < minutos_inicio
               add 1440 to minutos_fim
           end-if
           compute minutos_decorridos = minutos_fim - minutos_inicio

           move spaces to marca_atraso
           if pe_prazo_minutos(ind_pendente) > 0
               and minutos_decorridos > pe_prazo_minutos(ind_pendente)
               move "ATRASADA" to marca_atraso
           end-if

           display "   " pe_num_pedido(ind_pendente) "  "
               pe_hora_pedido(ind_pendente)(1:4) "  "
               minutos_decorridos(4:3) " "
               pe_prazo_minutos(ind_pendente) " " marca_atraso " "
               pe_endereco(ind_pendente)
           .
       exibe-pendente-zona-exit.
           exit.

      *---- converte hhmmss em minutos desde a meia-noite -------------
      *---- (entrada: hora_trabalho; saida: minutos_fim) --------------
       converte-hora-minutos section.
