               organization is line sequential
               file status is fs-pontos-mov.

           select documentos-fiscais assign to "NFCE.TXT"
               organization is line sequential
               file status is fs-documentos-fiscais.

      *---Declaração de variáveis
       data division.

       fd  pontos-mov.
           copy "pontomvreg.cpy".

       fd  documentos-fiscais.
           copy "nfcereg.cpy".

      *---Variáveis de trabalho
       Working-storage Section.

                                                   value "00".
       77 fs-pontos-mov                            pic x(02)
                                                   value "00".
       77 fs-documentos-fiscais                    pic x(02)
                                                   value "00".
      *---- documento fiscal do pedido pago; zero = sem documento ----
       77 num_fiscal_pedido                        pic 9(09).
      *---- "T" = pedido todo, "I" = item -----------------------------
       77 tipo_cancelamento                        pic x(01).
       77 cod_cliente_pedido                       pic 9(05).
       77 pedido_tem_pagto                         pic x(01).
       77 pontos_estorno                           pic 9(06).
                   display "Pedido nao encontrado em PEDIDOS.DAT."
               else
                   perform verifica-pagamento-pedido
                   perform localiza-documento-fiscal
                   perform abate-cancelamentos-anteriores
                   perform exibe-itens-pedido
                   perform escolhe-cancelamento
       verifica-pagamento-pedido-exit.
           exit.

      *---- pedido pago ja teve documento fiscal emitido no ----------
      *---- fechamento; localiza em NFCE.TXT o numero para o ---------
      *---- cancelamento fiscal ---------------------------------------
       localiza-documento-fiscal section.

           move 0 to num_fiscal_pedido

           if pedido_tem_pagto = "S"
               open input documentos-fiscais
               if fs-documentos-fiscais <> "35"
                   perform until fs-documentos-fiscais = "10"
                       read documentos-fiscais
                           at end
                               move "10" to fs-documentos-fiscais
                           not at end
                               if nf_tipo_reg = "C"
                                   and nc_num_pedido = num_consultado
                                   move nf_numero to num_fiscal_pedido
                               end-if
                       end-read
                   end-perform
                   close documentos-fiscais
               end-if
               move "00" to fs-documentos-fiscais

               if num_fiscal_pedido = 0
                   display "Pedido pago sem documento fiscal em "
                       "NFCE.TXT; cancelamento fiscal nao gerado."
               else
                   display "Documento fiscal do pedido: "
                       num_fiscal_pedido
               end-if
           end-if
           .
       localiza-documento-fiscal-exit.
           exit.

      *---- soma em ic_qtd_cancelada o que ja foi cancelado antes -----
      *---- deste pedido, para nao cancelar duas vezes o mesmo item ---
       abate-cancelamentos-anteriores section.

           evaluate opcao
               when "T"
                   move "T" to tipo_cancelamento
                   perform le-motivo-cancelamento
                   perform varying ind from 1 by 1
                           until ind > total_itens
                       perform cancela-item-corrente
                   end-perform
               when "I"
                   move "I" to tipo_cancelamento
                   perform escolhe-item-cancelado
                   perform le-motivo-cancelamento
                   move item_escolhido to ind
               " qtd " qtd_restante
               " valor " valor_restante_ed

           if num_fiscal_pedido > 0
               perform grava-cancelamento-fiscal
           end-if

           if pedido_tem_pagto = "S" and cod_cliente_pedido > 0
               perform estorna-pontos-cancelamento
           end-if
       grava-cancelamento-item-exit.
           exit.

      *---- grava em NFCE.TXT o registro "X" de cancelamento do item -
      *---- no documento fiscal do pedido -----------------------------
       grava-cancelamento-fiscal section.

           open extend documentos-fiscais
           if fs-documentos-fiscais = "35"
               open output documentos-fiscais
           end-if

           move spaces             to nfce_reg
           move "X"                to nf_tipo_reg
           move num_fiscal_pedido  to nf_numero
           move num_consultado     to nx_num_pedido
           move data_hoje          to nx_data
           move hora_agora         to nx_hora
           move tipo_cancelamento  to nx_tipo
           move ic_nome_pizza(ind) to nx_nome_pizza
           move ic_tamanho(ind)    to nx_tamanho
           move qtd_restante       to nx_quantidade
           move valor_restante     to nx_valor
           move operador_id        to nx_operador
           move motivo_cancel      to nx_motivo
           write nfce_reg

           close documentos-fiscais
           move "00" to fs-documentos-fiscais
           .
       grava-cancelamento-fiscal-exit.
           exit.

      *---- debita de volta os pontos de fidelidade creditados sobre --
      *---- o valor cancelado (1 ponto por R$ 10), sem deixar o -------
      *---- saldo do cliente negativo ---------------------------------
