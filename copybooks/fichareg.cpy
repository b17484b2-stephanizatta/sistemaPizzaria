      *---------------------------------------------------------
      * Layout do registro de ficha tecnica (FICHATEC.DAT)
      * Chave primaria: ft_chave (sabor + tamanho do cadastro
      * mestre de pizzas + ingrediente de ESTOQUE.DAT) - um
      * registro por ingrediente da receita, sem limite de
      * ingredientes por sabor/tamanho
      * ft_quantidade: consumo por pizza inteira, na unidade do
      * ingrediente em ESTOQUE.DAT (ft_unidade)
      *---------------------------------------------------------
       01  ficha_tecnica_reg.
           05 ft_chave.
              10 ft_nome                           pic x(10).
              10 ft_tamanho                        pic x(01).
              10 ft_ingrediente                    pic x(10).
           05 ft_quantidade                        pic 9(03)v99.
           05 ft_unidade                           pic x(03).
