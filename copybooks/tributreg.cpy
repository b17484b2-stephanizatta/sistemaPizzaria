      *---------------------------------------------------------
      * Layout do registro de classificacao tributaria
      * (TRIBUT.DAT) - um registro por sabor, chave tb_nome_pizza;
      * o registro de chave "PADRAO" vale para os sabores sem
      * classificacao propria
      * Aliquotas em percentual sobre o valor do item
      *---------------------------------------------------------
       01  tributo_reg.
           05 tb_nome_pizza                        pic x(10).
           05 tb_ncm                               pic x(08).
           05 tb_cfop                              pic 9(04).
           05 tb_cst_icms                          pic x(03).
           05 tb_aliq_icms                         pic 9(02)v99.
           05 tb_aliq_pis                          pic 9(02)v99.
           05 tb_aliq_cofins                       pic 9(02)v99.
