      *---------------------------------------------------------
      * Layout da linha de pedido (PEDIDOS.DAT)
      * pd_operador: operador do sign-on que registrou a linha
      * ("APP" nos pedidos importados do aplicativo)
      *---------------------------------------------------------
       01  pedido_reg.
           05 pd_num_pedido                        pic 9(06).
      *---- segunda metade de um item meia a meia; espacos = item -----
      *---- inteiro do sabor de pd_nome_pizza -------------------------
           05 pd_sabor2                            pic x(10).
           05 pd_operador                          pic x(08).
