      *---------------------------------------------------------
      * Layout do registro de liquidacao (arquivo da adquirente
      * de cartao e do banco para o pix) - uma linha por
      * transacao liquidada; tambem e o layout de LIQPEND.DAT,
      * onde ficam as liquidacoes ainda sem pagamento
      * lq_forma: "C" = cartao (adquirente), "P" = pix (banco)
      * lq_valor: valor bruto da transacao; lq_taxa: tarifa
      * retida pela adquirente/banco
      *---------------------------------------------------------
       01  liquidacao_reg.
           05 lq_data                              pic 9(08).
           05 lq_forma                             pic x(01).
           05 lq_valor                             pic 9(06)v99.
           05 lq_autorizacao                       pic x(20).
           05 lq_taxa                              pic 9(04)v99.
