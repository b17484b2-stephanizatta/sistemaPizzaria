      *---------------------------------------------------------
      * Layout do registro de pagamento conciliado (CONCILIA.DAT)
      * Um registro por pedido de PAGTOS.DAT ja casado com a
      * liquidacao da adquirente/banco; pagamentos de cartao e
      * pix sem registro aqui continuam em aberto
      *---------------------------------------------------------
       01  conciliacao_reg.
           05 cc_num_pedido                        pic 9(06).
           05 cc_forma                             pic x(01).
           05 cc_data_pagto                        pic 9(08).
           05 cc_valor_pagto                       pic 9(06)v99.
           05 cc_data_liquidacao                   pic 9(08).
           05 cc_valor_liquidado                   pic 9(06)v99.
           05 cc_taxa                              pic 9(04)v99.
           05 cc_autorizacao                       pic x(20).
           05 cc_data_conciliacao                  pic 9(08).
