      * Layout do registro de custo de ingredientes (CUSTO.DAT)
      * Chave primaria: cu_chave (mesmo sabor + tamanho do
      * cadastro mestre de pizzas)
      * O custo das pizzas sai da ficha tecnica (FICHATEC.DAT)
      * valorizada pelo ultimo preco de compra (OCOMPRA.DAT);
      * aqui valem a margem desejada e, para sabor ainda sem
      * ficha, os fatores de consumo da baixa de estoque
      *---------------------------------------------------------
       01  custo_reg.
           05 cu_chave.
