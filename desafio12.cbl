                       at end
                           move "10" to fs-log-transacoes
                       not at end
      *---- restauracao de backup grava o arquivo em lg_nome_pizza ----
                           if lg_acao <> "RESTAURA"
                               perform verifica-lancamento-log
                           end-if
                   end-read
               end-perform
       verifica-log-exit.
           exit.

       verifica-lancamento-log section.

           move lg_nome_pizza to pz_nome
           move lg_tamanho    to pz_tamanho
           perform localiza-no-catalogo
           if pizza_localizada = "N"
               move spaces to linha_relatorio
               string "LOG de pizza fora do cardapio: "
                          delimited by size
                      lg_nome_pizza delimited by size
                      " (" delimited by size
                      lg_acao delimited by size
                      ")" delimited by size
                   into linha_relatorio
               end-string
               perform grava-excecao
           end-if
           .
       verifica-lancamento-log-exit.
           exit.

      *--------- Fim -----------
       finaliza section.
           close relatorio-excecoes
