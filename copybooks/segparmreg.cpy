      *---------------------------------------------------------
      * Layout do registro de parametros da segmentacao de
      * clientes (SEGPARM.DAT) - registro unico
      * Recencia em dias desde o ultimo pedido; frequencia e
      * valor somados nos 12 meses ate o fim do mes fechado
      * sp_dias_novo: primeiro pedido ha no maximo N dias
      * sp_dias_risco / sp_dias_perdido: sem pedido ha mais
      * de N dias
      * sp_vip_pedidos / sp_vip_valor: basta atingir um dos dois
      *---------------------------------------------------------
       01  seg_parm_reg.
           05 sp_dias_novo                         pic 9(03).
           05 sp_dias_risco                        pic 9(03).
           05 sp_dias_perdido                      pic 9(03).
           05 sp_vip_pedidos                       pic 9(03).
           05 sp_vip_valor                         pic 9(06)v99.
