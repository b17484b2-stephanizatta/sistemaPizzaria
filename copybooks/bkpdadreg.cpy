      *---------------------------------------------------------
      * Layout do registro de dados de backup (BKPDAT)
      * Cada geracao de um job e um dataset da GDG do job; os
      * registros de todos os arquivos copiados vao juntos,
      * identificados por bd_arquivo, com o registro original
      * inalterado em bd_registro
      *---------------------------------------------------------
       01  backup_dado_reg.
           05 bd_job                               pic x(08).
           05 bd_geracao                           pic 9(04).
           05 bd_arquivo                           pic x(08).
           05 bd_registro                          pic x(200).
