      *---------------------------------------------------------
      * Layout do registro de controle de pedidos importados do
      * aplicativo (APPIMP.DAT) - Chave primaria:
      * ai_num_pedido_app; impede que o mesmo pedido do
      * aplicativo seja carregado duas vezes
      * ai_num_pedido: numero atribuido em PEDIDOS.DAT
      *---------------------------------------------------------
       01  app_importado_reg.
           05 ai_num_pedido_app                    pic x(12).
           05 ai_num_pedido                        pic 9(06).
           05 ai_data_import                       pic 9(08).
           05 ai_valor                             pic 9(06)v99.
