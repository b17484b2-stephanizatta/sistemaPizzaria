      *---------------------------------------------------------
      * Layout do registro mestre de zonas de entrega (ZONAS.DAT)
      * Chave primaria: zn_codigo
      * zn_bairros: bairros atendidos pela zona, separados por
      * virgula (consulta do atendente)
      * zn_faixa_cep: ate 3 faixas de CEP da zona; faixa zerada
      * nao e usada
      * zn_taxa_entrega: taxa cobrada no pedido de entrega
      * zn_prazo_minutos: tempo prometido ao cliente, do pedido
      * ate a porta
      *---------------------------------------------------------
       01  zona_reg.
           05 zn_codigo                            pic 9(03).
           05 zn_descricao                         pic x(20).
           05 zn_bairros                           pic x(60).
           05 zn_faixa_cep occurs 3.
              10 zn_cep_inicial                    pic 9(08).
              10 zn_cep_final                      pic 9(08).
           05 zn_taxa_entrega                      pic 9(03)v99.
           05 zn_prazo_minutos                     pic 9(03).
      *---- "A"/espacos = ativo, "I" = inativo ------------------------
           05 zn_situacao                          pic x(01).
