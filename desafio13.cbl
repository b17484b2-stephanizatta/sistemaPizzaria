                                                   value 0.
       77 total_pix                                pic 9(08)v99
                                                   value 0.
       77 qtd_app                                  pic 9(05)
                                                   value 0.
       77 total_app                                pic 9(08)v99
                                                   value 0.
       77 total_troco                              pic 9(08)v99
                                                   value 0.
       77 total_recebido                           pic 9(08)v99
                               when "P"
                                   add 1 to qtd_pix
                                   add pg_valor_pedido to total_pix
                               when "A"
                                   add 1 to qtd_app
                                   add pg_valor_pedido to total_app
                           end-evaluate
                   end-read
               end-perform
           end-if

           compute total_recebido = total_dinheiro + total_cartao
                                  + total_pix + total_app
           .
       acumula-pagamentos-exit.
           exit.
           perform monta-rotulo-forma
           perform imprime-linha-valor

           move "App      (" to rotulo_parcial
           move qtd_app to qtd_parcial
           move total_app to valor_ed
           perform monta-rotulo-forma
           perform imprime-linha-valor

           move spaces to linha_relatorio
           write linha_relatorio

