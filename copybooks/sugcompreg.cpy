      *---------------------------------------------------------
      * Layout do registro de sugestao de compra (SUGCOMPRA.DAT)
      * Gerado pela previsao de demanda (desafio37) agrupado por
      * fornecedor; aprovado no desafio18, que gera a ordem em
      * OCOMPRA.DAT com numero do NUMOC.DAT
      * sg_fornecedor: fornecedor da ultima ordem do ingrediente
      * (zero = sem historico, escolhido na aprovacao)
      * sg_preco_unit: ultimo preco pago/combinado (zero = sem
      * historico, informado na aprovacao)
      * sg_urgente: "S" = saldo mais ordens abertas nao cobrem
      * o consumo previsto durante o prazo de entrega
      * sg_situacao: "P" = pendente, "A" = aprovada (sg_num_oc),
      * "R" = recusada
      *---------------------------------------------------------
       01  sugestao_compra_reg.
           05 sg_fornecedor                        pic 9(04).
           05 sg_ingrediente                       pic x(10).
           05 sg_quantidade                        pic 9(06)v99.
           05 sg_unidade                           pic x(03).
           05 sg_preco_unit                        pic 9(05)v99.
           05 sg_data_geracao                      pic 9(08).
           05 sg_urgente                           pic x(01).
           05 sg_situacao                          pic x(01).
           05 sg_num_oc                            pic 9(06).
