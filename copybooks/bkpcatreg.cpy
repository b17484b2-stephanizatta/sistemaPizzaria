      *---------------------------------------------------------
      * Layout do catalogo de backups (BKPCAT.DAT)
      * Uma linha por arquivo copiado em cada geracao de backup
      * tirada no inicio dos jobs batch (desafio38); a restauracao
      * (desafio39) confere a geracao contra estas linhas.
      * bc_geracao: sequencial por job, aberto pelo primeiro passo
      * de backup do job; bc_data/bc_hora: inicio da geracao
      * bc_campo_valor: campo somado em bc_valor; bc_pos_valor,
      * bc_tam_valor e bc_dec_valor localizam esse campo no
      * registro (tamanho zero = arquivo sem campo de valor)
      *---------------------------------------------------------
       01  backup_cat_reg.
           05 bc_job                               pic x(08).
           05 bc_geracao                           pic 9(04).
           05 bc_data                              pic 9(08).
           05 bc_hora                              pic 9(06).
           05 bc_arquivo                           pic x(08).
           05 bc_registros                         pic 9(07).
           05 bc_valor                             pic 9(11)v99.
           05 bc_campo_valor                       pic x(16).
           05 bc_pos_valor                         pic 9(03).
           05 bc_tam_valor                         pic 9(02).
           05 bc_dec_valor                         pic 9(01).
