      *---------------------------------------------------------
      * Layout do registro de movimento de contas a pagar
      * (MOVPAG.DAT) - uma linha por pagamento ou cancelamento
      * mp_tipo: "P" = pagamento (total ou parcial),
      * "C" = cancelamento do saldo em aberto
      * mp_valor: valor pago ou saldo cancelado
      *---------------------------------------------------------
       01  mov_pagar_reg.
           05 mp_data                              pic 9(08).
           05 mp_hora                              pic 9(06).
           05 mp_num_oc                            pic 9(06).
           05 mp_fornecedor                        pic 9(04).
           05 mp_tipo                              pic x(01).
           05 mp_valor                             pic 9(08)v99.
           05 mp_operador                          pic x(08).
           05 mp_motivo                            pic x(20).
