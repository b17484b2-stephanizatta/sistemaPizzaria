      *---------------------------------------------------------
      * Layout do arquivo de interface fiscal (NFCE.TXT) para o
      * emissor de cupom/NFC-e - cada documento fiscal e gravado
      * como um registro "C" (cabecalho), um "I" por item e um
      * "P" (pagamento), todos com o mesmo numero fiscal; o
      * cancelamento posterior gera um "X" com o numero do
      * documento cancelado
      * nf_tipo_reg: "C" cabecalho, "I" item, "P" pagamento,
      * "X" cancelamento
      *---------------------------------------------------------
       01  nfce_reg.
           05 nf_tipo_reg                          pic x(01).
           05 nf_numero                            pic 9(09).
           05 nf_dados                             pic x(90).
      *---- cabecalho: nc_valor_total = itens + taxa de entrega ------
      *---- - desconto de pontos = pg_valor_pedido --------------------
           05 nf_cabecalho redefines nf_dados.
              10 nc_num_pedido                     pic 9(06).
              10 nc_data                           pic 9(08).
              10 nc_hora                           pic 9(06).
              10 nc_cod_cliente                    pic 9(05).
              10 nc_cliente                        pic x(20).
              10 nc_qtd_itens                      pic 9(03).
              10 nc_valor_itens                    pic 9(06)v99.
              10 nc_taxa_entrega                   pic 9(03)v99.
              10 nc_desconto                       pic 9(06)v99.
              10 nc_valor_total                    pic 9(06)v99.
              10 nc_valor_tributos                 pic 9(06)v99.
              10 filler                            pic x(05).
      *---- item: ni_classificacao "S" = do sabor, "P" = padrao, -----
      *---- "N" = sem classificacao (tributos zerados) ----------------
           05 nf_item redefines nf_dados.
              10 ni_sequencia                      pic 9(03).
              10 ni_nome_pizza                     pic x(10).
              10 ni_sabor2                         pic x(10).
              10 ni_tamanho                        pic x(01).
              10 ni_quantidade                     pic 9(03).
              10 ni_preco_unit                     pic 9(03)v99.
              10 ni_total_item                     pic 9(05)v99.
              10 ni_ncm                            pic x(08).
              10 ni_cfop                           pic 9(04).
              10 ni_cst_icms                       pic x(03).
              10 ni_aliq_icms                      pic 9(02)v99.
              10 ni_valor_icms                     pic 9(04)v99.
              10 ni_aliq_pis                       pic 9(02)v99.
              10 ni_valor_pis                      pic 9(04)v99.
              10 ni_aliq_cofins                    pic 9(02)v99.
              10 ni_valor_cofins                   pic 9(04)v99.
              10 ni_classificacao                  pic x(01).
              10 filler                            pic x(05).
           05 nf_pagamento redefines nf_dados.
              10 ng_forma                          pic x(01).
              10 ng_valor_pedido                   pic 9(06)v99.
              10 ng_valor_pago                     pic 9(06)v99.
              10 ng_troco                          pic 9(06)v99.
              10 ng_autorizacao                    pic x(20).
              10 filler                            pic x(45).
      *---- cancelamento: nx_tipo "T" = pedido todo, "I" = item ------
           05 nf_cancelamento redefines nf_dados.
              10 nx_num_pedido                     pic 9(06).
              10 nx_data                           pic 9(08).
              10 nx_hora                           pic 9(06).
              10 nx_tipo                           pic x(01).
              10 nx_nome_pizza                     pic x(10).
              10 nx_tamanho                        pic x(01).
              10 nx_quantidade                     pic 9(03).
              10 nx_valor                          pic 9(05)v99.
              10 nx_operador                       pic x(08).
              10 nx_motivo                         pic x(20).
              10 filler                            pic x(20).
