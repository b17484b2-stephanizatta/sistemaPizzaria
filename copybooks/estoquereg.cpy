      *---------------------------------------------------------
      * Layout do registro de estoque de ingredientes
      * (ESTOQUE.DAT) - Chave primaria: es_ingrediente
      * Um registro por ingrediente da ficha tecnica
      * (FICHATEC.DAT); FARINHA, QUEIJO e COBERTURA seguem como
      * ingredientes dos sabores ainda sem ficha (CUSTO.DAT)
      *---------------------------------------------------------
       01  estoque_reg.
           05 es_ingrediente                       pic x(10).
