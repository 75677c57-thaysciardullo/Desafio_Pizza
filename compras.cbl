           select estoque-saldo assign to "PIZZAEST"
               organization is indexed
               access mode is dynamic
               record key is est-chave
               file status is fs-estoque.

           select loja-master assign to "LOJAMST"
               organization is indexed
               access mode is dynamic
               record key is loj-codigo
               file status is fs-loja.

           select compras-relat assign to "PIZZACMP"
               organization is line sequential
               file status is fs-relatorio.

           select compras-sugestao assign to "PIZZASUG"
               organization is line sequential
               file status is fs-sugestao.

           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is fs-execucao.
           05 ing-descricao                         pic x(30).
           05 ing-unidade                           pic x(03).
           05 ing-custo-unitario                    pic 9(05)v99.
           05 ing-alergenos.
               10 ing-alergeno occurs 8             pic x(01).
           05 ing-vegetariano                       pic x(01).
           05 ing-vegano                            pic x(01).

      *---- Saldo de estoque, mesmo layout usado pelo ESTOQUE ----------
       FD  estoque-saldo
           label records are standard.
       01  estoque-registro.
           05 est-chave.
               10 est-loja                          pic x(03).
               10 est-codigo                        pic x(08).
           05 est-saldo                             pic s9(07)v999.
           05 est-minimo                            pic 9(05)v999.

      *---- Cadastro de lojas, mesmo layout mantido pelo LOJA ---------
      * (codigo, nome e situacao; ver loja.cbl)
       FD  loja-master
           label records are standard.
       01  loja-registro.
           05 loj-codigo                            pic x(03).
           05 loj-nome                              pic x(30).
           05 loj-situacao                          pic x(01).
               88 loj-ativa                         value 'A'.
               88 loj-inativa                       value 'I'.

      *---- Lista de compras sugerida (impressa para o comprador) -----
       FD  compras-relat
           label records are standard.
       01  linha-relat                              pic x(80).

      *---- Sugestao de compras em arquivo, uma linha por item --------
      * Mesmo conteudo da lista impressa, lido pelo PEDIDO para montar
      * os pedidos de compra por fornecedor (ver pedido.cbl).
       FD  compras-sugestao
           label records are standard.
       01  sugestao-registro.
           05 sug-data                              pic 9(08).
           05 sug-loja                              pic x(03).
           05 sug-codigo                            pic x(08).
           05 sug-quantidade                        pic 9(07)v999.
           05 sug-custo-unitario                    pic 9(05)v99.

      *---- Registro de execucao dos passos batch (um por rodada) -----
      * Anexado por cada job noturno e lido pelo RESUMO de manha
      * (programa, data, inicio/fim, RC e contadores do passo).
       77 fs-execucao                              pic x(02).
       77 ws-hora-inicio                           pic 9(08).

      *---- Limite de loja/pizza na tabela de projecao (o teto de -----
      * pizzas da tabela em memoria do RELATORIO, ver max-pizzas la,
      * vezes as lojas que vendem cada uma).
       78 max-pizzas                                value 2000.

      *---- Teto de loja/ingrediente na tabela de necessidade ---------
      * (mesmo teto da tabela de consumo do ESTOQUE).
       78 max-ingredientes                          value 2000.

      *---- Teto de lojas na lista (mesmo do VENDAS, ver max-lojas) ---
       78 max-lojas                                 value 20.

       78 linhas-por-pagina                         value 20.

      *---- Semanas de historico quando o PARM nao informa outra ------
       78 semanas-padrao                            value 4.

      *---- Vendas acumuladas por loja e pizza dentro do periodo ------
       01 projecao occurs 2000.
           05 prj-loja                              pic x(03).
           05 prj-nome                              pic x(15).
           05 prj-tamanho                           pic x(01).
           05 prj-total                             pic 9(07).
           05 prj-semanal                           pic 9(05).

      *---- Necessidade projetada por loja e ingrediente --------------
       01 necessidade occurs 2000.
           05 nec-loja                              pic x(03).
           05 nec-codigo                            pic x(08).
           05 nec-quantidade                        pic 9(07)v999.

      *---- Lojas com necessidade, na ordem em que apareceram ---------
      * (uma lista de compras por loja, cada uma em pagina propria).
       01 loja-compra occurs 20.
           05 lcp-codigo                            pic x(03).

       77 qtd-lojas-compra                         pic 9(03).
       77 ws-ind-loja                              pic 9(03).
       77 ws-loja-indisponivel                     pic x(01) value 'N'.
       77 ws-loja-corrente                         pic x(03).
       77 ws-nome-loja                             pic x(30).
       77 ws-itens-loja                            pic 9(03).
       77 ws-total-loja                            pic 9(09)v99.

       77 fs-vendas                                pic x(02).
       77 fs-receita                               pic x(02).
       77 fs-ingrediente                           pic x(02).
       77 fs-estoque                               pic x(02).
       77 fs-relatorio                             pic x(02).
       77 fs-loja                                  pic x(02).
       77 fs-sugestao                              pic x(02).

      *---- PARM: numero de semanas de historico a projetar -----------
       77 ws-parametro                             pic x(20).
           05 filler                               pic x(01) value "/".
           05 ws-data-ano                          pic 9(04).

       77 ind                                      pic 9(04).
       77 qtd-projetada                            pic 9(04).
       77 qtd-necessidade                          pic 9(04).
       77 ws-ind-busca                             pic 9(04).
       77 ws-ind-encontrado                        pic 9(04).
       77 ws-ind-pizza                             pic 9(04).

       77 ws-fim-vendas                            pic x(01).
       77 ws-fim-receita                           pic x(01).
               move "10" to fs-estoque
           end-if

      *---- O cadastro de lojas so da nome ao cabecalho de cada lista -
           move 'N' to ws-loja-indisponivel
           open input loja-master
           if fs-loja not = "00"
               display "Cadastro de lojas (LOJAMST) indisponivel,"
                       " status " fs-loja "; listas sairao so com o"
                       " codigo da loja."
               move 'S' to ws-loja-indisponivel
           end-if

           open output compras-relat
           if fs-relatorio not = "00"
               display "Erro ao abrir a lista de compras (PIZZACMP),"
               stop run
           end-if

           open output compras-sugestao
           if fs-sugestao not = "00"
               display "Erro ao abrir a sugestao de compras"
                       " (PIZZASUG), status " fs-sugestao ";"
                       " sugestao de compras abortada."
               move 16 to return-code
               stop run
           end-if

           .
       inicializa-exit.
           exit.
           if qtd-projetada = zero
               display "Nenhuma venda registrada no periodo; lista"
                       " de compras nao gerada."
               move 1 to ws-pagina
               move spaces to ws-loja-corrente
               move "(TODAS AS LOJAS)" to ws-nome-loja
               perform imprime-cabecalho-compras
               move spaces to linha-relat
               string "NENHUMA VENDA NO PERIODO DE "
           exit.


      *---- Varre as vendas acumulando por loja e pizza no periodo ----
       acumula-vendas-periodo section.

           move 0 to qtd-projetada

           move 1 to ind
           perform until ind > max-pizzas
               move spaces to prj-loja(ind)
               move spaces to prj-nome(ind)
               move spaces to prj-tamanho(ind)
               move 0 to prj-total(ind)
           exit.


      *---- Soma um registro de venda na linha da sua loja e pizza ----
       acumula-venda-projecao section.

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-projetada
                       or ws-ind-encontrado > 0
               if prj-loja(ws-ind-busca) = vnd-loja
                   and prj-nome(ws-ind-busca) = vnd-nome
                   and prj-tamanho(ws-ind-busca) = vnd-tamanho
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               end-if
               add 1 to qtd-projetada
               move qtd-projetada to ws-ind-encontrado
               move vnd-loja to prj-loja(ws-ind-encontrado)
               move vnd-nome to prj-nome(ws-ind-encontrado)
               move vnd-tamanho to prj-tamanho(ws-ind-encontrado)
           end-if


      *---- Explode a projecao de cada pizza pela receita -------------
      * acumulando a necessidade por loja e ingrediente.
       explode-necessidade section.

           move 0 to qtd-necessidade

           move 1 to ind
           perform until ind > max-ingredientes
               move spaces to nec-loja(ind)
               move spaces to nec-codigo(ind)
               move 0 to nec-quantidade(ind)
               add 1 to ind


      *---- Soma um item da receita na necessidade do ingrediente -----
      * na loja da pizza projetada.
       soma-necessidade section.

           compute ws-necessidade-item =
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-necessidade
                       or ws-ind-encontrado > 0
               if nec-loja(ws-ind-busca) = prj-loja(ws-ind-pizza)
                   and nec-codigo(ws-ind-busca) = rec-ing-codigo
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
               end-if
               add 1 to qtd-necessidade
               move qtd-necessidade to ws-ind-encontrado
               move prj-loja(ws-ind-pizza)
                 to nec-loja(ws-ind-encontrado)
               move rec-ing-codigo to nec-codigo(ws-ind-encontrado)
           end-if



      *---- Imprime a lista de compras sugerida -----------------------
      * Uma lista por loja: para cada ingrediente com necessidade na
      * loja, desconta o saldo da propria loja; so entra na lista quem
      * precisa de compra (sugestao maior que zero). Ao final, o total
      * geral de todas as lojas.
       imprime-lista-compras section.

           move 0 to ws-itens-sugeridos
           move 0 to ws-total-estimado
           move 1 to ws-pagina
           move 0 to ws-linhas-na-pagina

           perform monta-lojas-compra

           move 1 to ws-ind-loja
           perform until ws-ind-loja > qtd-lojas-compra
               perform imprime-lista-loja
               add 1 to ws-ind-loja
           end-perform

           move spaces to linha-relat
               move spaces to linha-relat
               string "INGREDIENTES A COMPRAR: " delimited by size
                      ws-contador-ed             delimited by size
                      " (TODAS AS LOJAS)"        delimited by size
                      into linha-relat
               end-string
               write linha-relat
               write linha-relat
           end-if

           display "Lista de compras gerada (PIZZACMP); lojas: "
                   qtd-lojas-compra "; itens sugeridos: "
                   ws-itens-sugeridos

           .
       imprime-lista-compras-exit.
           exit.


      *---- Monta a lista de lojas com necessidade --------------------
      * Loja alem do teto fica fora das listas, avisada no log (mesma
      * convencao de LOCALIZA-LOJA-PERIODO no vendas.cbl).
       monta-lojas-compra section.

           move 0 to qtd-lojas-compra

           move 1 to ind
           perform until ind > qtd-necessidade
               move 0 to ws-ind-encontrado
               move 1 to ws-ind-busca
               perform until ws-ind-busca > qtd-lojas-compra
                           or ws-ind-encontrado > 0
                   if lcp-codigo(ws-ind-busca) = nec-loja(ind)
                       move ws-ind-busca to ws-ind-encontrado
                   end-if
                   add 1 to ws-ind-busca
               end-perform

               if ws-ind-encontrado = zero
                   if qtd-lojas-compra >= max-lojas
                       display "Tabela de lojas cheia (" max-lojas
                               "); ingrediente fora das listas: "
                               nec-loja(ind) " " nec-codigo(ind)
                   else
                       add 1 to qtd-lojas-compra
                       move nec-loja(ind)
                         to lcp-codigo(qtd-lojas-compra)
                   end-if
               end-if

               add 1 to ind
           end-perform

           .
       monta-lojas-compra-exit.
           exit.


      *---- Imprime a lista de uma loja (indice em WS-IND-LOJA) -------
       imprime-lista-loja section.

           move lcp-codigo(ws-ind-loja) to ws-loja-corrente
           perform busca-nome-loja
           move 0 to ws-itens-loja
           move 0 to ws-total-loja
           perform imprime-cabecalho-compras

           move 1 to ind
           perform until ind > qtd-necessidade
               if nec-loja(ind) = ws-loja-corrente
                   perform sugere-ingrediente
               end-if
               add 1 to ind
           end-perform

           move spaces to linha-relat
           write linha-relat

           if ws-itens-loja = zero
               move spaces to linha-relat
               string "ESTOQUE DA LOJA COBRE A PROJECAO; NADA A"
                      " COMPRAR"
                      delimited by size
                      into linha-relat
               end-string
               write linha-relat
           else
               move ws-itens-loja to ws-contador-ed
               move spaces to linha-relat
               string "INGREDIENTES A COMPRAR NA LOJA "
                      delimited by size
                      ws-loja-corrente delimited by size
                      ": "             delimited by size
                      ws-contador-ed   delimited by size
                      into linha-relat
               end-string
               write linha-relat

               move ws-total-loja to ws-valor-ed
               move spaces to linha-relat
               string "CUSTO ESTIMADO DA LOJA: " delimited by size
                      ws-valor-ed                delimited by size
                      into linha-relat
               end-string
               write linha-relat
           end-if

           .
       imprime-lista-loja-exit.
           exit.


      *---- Busca o nome da loja corrente no cadastro -----------------
      * Loja em branco (venda anterior ao codigo de loja) e loja fora
      * do cadastro saem identificadas, nunca escondidas (mesma regra
      * do BUSCA-NOME-LOJA no vendas.cbl).
       busca-nome-loja section.

           if ws-loja-corrente = spaces
               move "(VENDAS SEM CODIGO DE LOJA)" to ws-nome-loja
               go to busca-nome-loja-exit
           end-if

           if ws-loja-indisponivel = 'S'
               move "(CADASTRO DE LOJAS AUSENTE)" to ws-nome-loja
               go to busca-nome-loja-exit
           end-if

           move ws-loja-corrente to loj-codigo
           read loja-master
               invalid key
                   move "(LOJA SEM CADASTRO)" to ws-nome-loja
               not invalid key
                   move loj-nome to ws-nome-loja
           end-read

           .
       busca-nome-loja-exit.
           exit.


      *---- Calcula e imprime a sugestao de um ingrediente ------------
       sugere-ingrediente section.

           move 0 to ws-saldo-atual
           if fs-estoque not = "10"
               move nec-loja(ind) to est-loja
               move nec-codigo(ind) to est-codigo
               read estoque-saldo
                   invalid key
           compute ws-custo-estimado rounded =
                   ws-sugerida * ing-custo-unitario
           add ws-custo-estimado to ws-total-estimado
           add ws-custo-estimado to ws-total-loja
           add 1 to ws-itens-sugeridos
           add 1 to ws-itens-loja

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-compras
           write linha-relat
           add 1 to ws-linhas-na-pagina

           move ws-data-sistema to sug-data
           move nec-loja(ind) to sug-loja
           move nec-codigo(ind) to sug-codigo
           move ws-sugerida to sug-quantidade
           move ing-custo-unitario to sug-custo-unitario
           write sugestao-registro

           .
       sugere-ingrediente-exit.
           exit.
           end-string
           write linha-relat

           move spaces to linha-relat
           string "Loja: "         delimited by size
                  ws-loja-corrente delimited by size
                  " - "            delimited by size
                  ws-nome-loja     delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           if fs-estoque not = "10"
               close estoque-saldo
           end-if
           if ws-loja-indisponivel = 'N'
               close loja-master
           end-if
           close compras-relat
           close compras-sugestao

           perform grava-execucao

