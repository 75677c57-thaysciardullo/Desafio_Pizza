               record key is loj-codigo
               file status is fs-loja.

           select pizza-precos-loja assign to "PIZZAPLJ"
               organization is indexed
               access mode is dynamic
               record key is plj-chave
               file status is fs-precos-loja.

       I-O-Control.

      * Declaração de variáveis
      *---- Exportacao de fim de dia do ponto de venda -----------------
      * Uma linha por pizza/tamanho/data totalizada pelo caixa.
      * POS-PRECO e o preco unitario cobrado na maquina; zerado (caixa
      * antigo que nao exporta o preco), a carga precifica pelo preco
      * de tabela da loja menos a promocao vigente na data, como o
      * REGISTRAR-VENDA faria.
      * POS-LOJA identifica a loja do caixa e precisa estar no
      * cadastro LOJAMST, senao a linha e rejeitada.
       FD  pos-entrada
           05 run-contador-1                        pic 9(06).
           05 run-contador-2                        pic 9(06).

      *---- Precos proprios das lojas (PIZZAPLJ), propostos no ---------
      * CADASTRO (opcao L) e gravados pelo SUPERV na aprovacao; mesmo
      * layout declarado la. Loja sem preco vigente vende a MST-PRECO.
       FD  pizza-precos-loja
           label records are standard.
       01  preco-loja-registro.
           05 plj-chave.
               10 plj-loja                          pic x(03).
               10 plj-nome                          pic x(15).
               10 plj-tamanho                       pic x(01).
               10 plj-data-vigencia                 pic 9(08).
           05 plj-preco                             pic s9(03)v99.
           05 plj-supervisor                        pic x(10).
           05 plj-data-aprovacao                    pic 9(08).


      *----- Variáveis de trabalho
       working-storage section.
       77 ws-preco-realizado                       pic 9(05)v99.
       77 ws-preco-medio-antigo                    pic 9(05)v99.

      *---- Preco de tabela da loja (ver BUSCA-PRECO-LOJA); entradas --
      * em WS-PLJ-LOJA/DATA mais o registro lido do PIZZAMST.
       77 fs-precos-loja                           pic x(02).
       77 ws-precos-loja-indisponivel              pic x(01) value 'N'.
       77 ws-plj-loja                              pic x(03).
       77 ws-plj-data                              pic 9(08).
       77 ws-preco-tabela                          pic 9(05)v99.
       77 ws-fim-precos-loja                       pic x(01).

      *---- Contadores da carga ---------------------------------------
       77 ws-lote-lidas                            pic 9(05) value 0.
       77 ws-lote-aceitas                          pic 9(05) value 0.
           perform abre-vendas
           perform abre-rejeitos
           perform abre-promocoes
           perform abre-precos-loja

           .
       inicializa-exit.
           exit.


      *---- Abre os precos proprios das lojas apenas para consulta ----
      * (mesma tolerancia das promocoes: sem o arquivo, linha sem
      * preco exportado sai pelo MST-PRECO).
       abre-precos-loja section.

      *---- Sem os precos por loja (arquivo ainda nao criado) toda ---
      * loja vende pelo MST-PRECO, como antes deles.
           move 'N' to ws-precos-loja-indisponivel
           open input pizza-precos-loja
           if fs-precos-loja not = "00"
               move 'S' to ws-precos-loja-indisponivel
           end-if

           .
       abre-precos-loja-exit.
           exit.


      *---- Abre as promocoes apenas para consulta --------------------
      * Arquivo ausente (promocoes nunca cadastradas) nao derruba a
      * carga: as linhas sem preco exportado saem a preco de tabela.
           end-if

      *---- Preco realizado: o que o caixa exportou; sem preco na -----
      * linha (zerado ou ilegivel, caixa antigo), precifica pelo
      * preco de tabela da loja na data menos a promocao vigente,
      * como o REGISTRAR-VENDA faria. O preco da loja e buscado
      * sempre porque SOMA-VENDA-REGISTRO tambem o usa.
           move pos-loja to ws-plj-loja
           move pos-data to ws-plj-data
           perform busca-preco-loja

           if pos-preco is numeric
               and pos-preco > zero
               move pos-preco to ws-preco-realizado
               move pos-tamanho to ws-promo-tamanho
               move pos-data to ws-promo-data
               perform busca-promocao
           end-if

           move pos-nome to vnd-nome
      *---- Soma a quantidade nova no registro existente mantendo -----
      * VND-PRECO-UNITARIO como media ponderada do que foi cobrado
      * (mesma regra de SOMA-VENDA-REGISTRO no vendas.cbl; registro
      * antigo com o campo zerado entra na media a preco de tabela
      * da loja).
       soma-venda-registro section.

           if vnd-preco-unitario = zero
               move ws-preco-tabela to ws-preco-medio-antigo
           else
               move vnd-preco-unitario to ws-preco-medio-antigo
           end-if
      * Mesma logica de BUSCA-PROMOCAO no vendas.cbl: devolve em
      * WS-DESCONTO-PROMO o maior desconto cujo periodo cobre
      * WS-PROMO-DATA (zero = nenhum, inclusive com as promocoes
      * indisponiveis nesta execucao) e em WS-PRECO-REALIZADO o preco
      * de tabela da loja (WS-PRECO-TABELA) com esse desconto.
       busca-promocao section.

           move 0 to ws-desconto-promo
           move ws-preco-tabela to ws-preco-realizado

           if ws-promo-indisponivel = 'S'
               go to busca-promocao-exit
               end-read
           end-perform

           if ws-desconto-promo > zero
               compute ws-preco-realizado rounded =
                       ws-preco-tabela *
                       (1 - (ws-desconto-promo / 100))
           end-if

           .
       busca-promocao-exit.
           exit.


      *---- Preco de tabela da pizza lida na loja WS-PLJ-LOJA -------
      * Devolve em WS-PRECO-TABELA o preco proprio da loja vigente em
      * WS-PLJ-DATA (o de maior vigencia ate a data; as vigencias
      * vem em ordem crescente na chave) ou MST-PRECO quando a loja
      * nao tem preco proprio. Vigencia com preco zerado devolve a
      * loja ao preco do catalogo dali em diante.
       busca-preco-loja section.

           move mst-preco to ws-preco-tabela

           if ws-precos-loja-indisponivel = 'S'
               or ws-plj-loja = spaces
               go to busca-preco-loja-exit
           end-if

           move ws-plj-loja to plj-loja
           move mst-nome to plj-nome
           move mst-tamanho to plj-tamanho
           move 0 to plj-data-vigencia

           start pizza-precos-loja key is not less than plj-chave
               invalid key move "10" to fs-precos-loja
           end-start

           move 'N' to ws-fim-precos-loja
           if fs-precos-loja = "10"
               move 'S' to ws-fim-precos-loja
           end-if

           perform until ws-fim-precos-loja = 'S'
               read pizza-precos-loja next record
                   at end
                       move 'S' to ws-fim-precos-loja
                   not at end
                       if plj-loja = ws-plj-loja
                           and plj-nome = mst-nome
                           and plj-tamanho = mst-tamanho
                           and plj-data-vigencia <= ws-plj-data
                           if plj-preco > zero
                               move plj-preco to ws-preco-tabela
                           else
                               move mst-preco to ws-preco-tabela
                           end-if
                       else
                           move 'S' to ws-fim-precos-loja
                       end-if
               end-read
           end-perform

           .
       busca-preco-loja-exit.
           exit.


      *---- Devolve ao caixa a linha rejeitada com o motivo -----------
      * Campos copiados crus da exportacao, para a correcao ser feita
      * sobre o que realmente veio (DATA, QUANTID, CADASTRO, INATIVA
               close pizza-promocoes
           end-if
           close loja-master
           if ws-precos-loja-indisponivel = 'N'
               close pizza-precos-loja
           end-if

      *---- RC 4 avisa o scheduler que ha rejeitos a revisar de manha -
      * (mesma convencao do CONCILIA para o PIZZAEXC); um RC 16 de
