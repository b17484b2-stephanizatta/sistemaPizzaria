      *---------------------------------------------------------
      * Layout do registro de conta a pagar (CONTPAG.DAT)
      * Chave primaria: cp_num_oc - uma conta por ordem de compra,
      * gerada no recebimento (desafio18) com o valor recebido
      * (oc_qtd_recebida x oc_preco_recebido) e vencimento pelo
      * prazo de pagamento do fornecedor (fo_prazo_pagto)
      * cp_situacao: "A" = aberta (inclusive paga em parte),
      * "Q" = quitada, "C" = cancelada
      *---------------------------------------------------------
       01  conta_pagar_reg.
           05 cp_num_oc                            pic 9(06).
           05 cp_fornecedor                        pic 9(04).
           05 cp_ingrediente                       pic x(10).
           05 cp_data_receb                        pic 9(08).
           05 cp_data_vencimento                   pic 9(08).
           05 cp_valor                             pic 9(08)v99.
           05 cp_valor_pago                        pic 9(08)v99.
           05 cp_data_ult_pagto                    pic 9(08).
           05 cp_situacao                          pic x(01).
           05 cp_operador                          pic x(08).
           05 cp_motivo_cancel                     pic x(20).
