      * Chave primaria: fo_codigo
      * fo_prazo_entrega em dias corridos, usado para calcular a
      * data prevista das ordens de compra
      * fo_prazo_pagto em dias corridos a partir do recebimento,
      * usado para calcular o vencimento da conta a pagar
      * (zero = pagamento na entrega)
      *---------------------------------------------------------
       01  fornecedor_reg.
           05 fo_codigo                            pic 9(04).
           05 fo_prazo_entrega                     pic 9(03).
      *---- "A"/espacos = ativo, "I" = inativo ------------------------
           05 fo_situacao                          pic x(01).
           05 fo_prazo_pagto                       pic 9(03).
