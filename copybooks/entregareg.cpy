      * em PEDIDOS.DAT); pedido sem registro aqui e de balcao.
      * en_situacao: "P" = pendente de despacho, "S" = saiu
      * para entrega, "E" = entregue
      * en_zona / en_prazo_minutos: zona de entrega e tempo
      * prometido vigentes no pedido (zero = sem zona)
      * en_taxa_alterada: "S" = taxa da zona alterada pelo
      * supervisor no pedido
      *---------------------------------------------------------
       01  entrega_reg.
           05 en_num_pedido                        pic 9(06).
           05 en_situacao                          pic x(01).
           05 en_hora_saida                        pic 9(06).
           05 en_hora_entrega                      pic 9(06).
           05 en_zona                              pic 9(03).
           05 en_prazo_minutos                     pic 9(03).
           05 en_taxa_alterada                     pic x(01).
