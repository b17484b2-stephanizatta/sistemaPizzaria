      *---------------------------------------------------------
      * Layout do arquivo de exportacao diaria de pedidos do
      * aplicativo de entrega (PEDAPP) - uma linha por item; as
      * linhas de um mesmo pedido do aplicativo vem em sequencia
      * e repetem os dados do pedido, como em PEDIDOS.DAT
      * ap_tipo: "E" = entrega, "B" = retirada no balcao
      * ap_sabor2: segunda metade do item meia a meia; espacos =
      * item inteiro do sabor de ap_nome_pizza
      *---------------------------------------------------------
       01  pedido_app_reg.
           05 ap_num_pedido_app                    pic x(12).
           05 ap_data                              pic 9(08).
           05 ap_hora                              pic 9(06).
           05 ap_tipo                              pic x(01).
           05 ap_cliente                           pic x(20).
           05 ap_endereco                          pic x(40).
           05 ap_taxa_entrega                      pic 9(03)v99.
           05 ap_nome_pizza                        pic x(10).
           05 ap_sabor2                            pic x(10).
           05 ap_tamanho                           pic x(01).
           05 ap_quantidade                        pic 9(03).
      *---- preco unitario efetivamente cobrado pelo aplicativo -------
           05 ap_preco_unit                        pic 9(03)v99.
