      * Layout do registro mestre de clientes (CLIENTES.DAT)
      * Chave primaria: cl_codigo (0 reservado p/ consumidor
      * sem cadastro nos pedidos de balcao)
      * cl_zona: zona de entrega do endereco (ZONAS.DAT); zero =
      * sem zona definida, o atendente informa no pedido
      *---------------------------------------------------------
       01  cliente_reg.
           05 cl_codigo                            pic 9(05).
           05 cl_nome                              pic x(20).
           05 cl_telefone                          pic x(15).
           05 cl_endereco                          pic x(40).
           05 cl_cep                               pic 9(08).
           05 cl_zona                              pic 9(03).
