      *---------------------------------------------------------
      * Layout do registro de pagamento (PAGTOS.DAT)
      * Uma linha por pedido fechado; pg_forma:
      * "D" = dinheiro, "C" = cartao, "P" = pix, "A" = pago no
      * aplicativo de entrega (importacao do desafio25)
      * pg_operador: operador do sign-on que recebeu o pagamento
      * ("APP" nos pedidos importados do aplicativo)
      *---------------------------------------------------------
       01  pagamento_reg.
           05 pg_num_pedido                        pic 9(06).
      *---- valor abatido por resgate de pontos de fidelidade; --------
      *---- pg_valor_pedido ja vem liquido deste desconto -------------
           05 pg_desconto_pontos                   pic 9(06)v99.
      *---- autorizacao/NSU do cartao ou id da transacao pix, para ---
      *---- a conciliacao com a liquidacao (desafio26); no "A" leva --
      *---- o numero do pedido no aplicativo --------------------------
           05 pg_autorizacao                       pic x(20).
           05 pg_operador                          pic x(08).
