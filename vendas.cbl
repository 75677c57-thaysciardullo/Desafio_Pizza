               record key is loj-codigo
               file status is fs-loja.

           select pizza-precos-loja assign to "PIZZAPLJ"
               organization is indexed
               access mode is dynamic
               record key is plj-chave
               file status is fs-precos-loja.

       I-O-Control.

      * Declaração de variáveis

      *---- Promocoes por pizza/tamanho e periodo ----------------------
      * Um registro por promocao; dentro do periodo o desconto
      * percentual abate o preco de tabela da loja (o proprio, no
      * PIZZAPLJ, ou o do mestre; ver BUSCA-PRECO-LOJA). Mantida pela
      * opcao P do menu e consultada tanto aqui quanto pela carga do
      * caixa (ver BUSCA-PROMOCAO aqui e no carga.cbl).
       FD  pizza-promocoes
               88 loj-ativa                         value 'A'.
               88 loj-inativa                       value 'I'.

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

      *---- Campos da manutencao de promocoes (opcao P do menu) -------
       77 opcao-promo                              pic x(01).
       77 ws-promo-data-fim                        pic 9(08).
           perform abre-vendas
           perform abre-promocoes
           perform abre-lojas
           perform abre-precos-loja

           .
       inicializa-exit.
           exit.


      *---- Abre os precos proprios das lojas apenas para consulta ----
      * (quem grava o PIZZAPLJ e o SUPERV, na aprovacao).
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


      *---- Abre o cadastro de lojas apenas para consulta -------------
      * (quem mantem o LOJAMST e o programa LOJA). Sem o cadastro, o
      * registro de vendas fica bloqueado - sem loja valida nao ha

           perform aceita-quantidade

      *---- Preco realizado = preco de tabela da loja na data da -----
      * venda (ver BUSCA-PRECO-LOJA) menos a promocao vigente nela
      * (ver BUSCA-PROMOCAO); e ele que vai para o registro e que o
      * relatorio de lucratividade usa como receita, em vez do preco
      * de tabela corrente.
           move ws-venda-loja to ws-plj-loja
           move ws-venda-data to ws-plj-data
           perform busca-preco-loja

           move ws-venda-nome to ws-promo-nome
           move ws-venda-tamanho to ws-promo-tamanho
           move ws-venda-data to ws-promo-data
           perform busca-promocao

           if ws-desconto-promo > zero
               move ws-desconto-promo to ws-desconto-pct-ed
               move ws-preco-realizado to ws-preco-unit-ed
               display "Promocao vigente: " ws-desconto-pct-ed
                       "% de desconto; preco cobrado: "
                       ws-preco-unit-ed
           else
               if ws-preco-tabela not = mst-preco
                   move ws-preco-realizado to ws-preco-unit-ed
                   display "Preco proprio da loja: " ws-preco-unit-ed
               end-if
           end-if

           move ws-venda-nome to vnd-nome
      *---- Soma a quantidade nova no registro existente mantendo -----
      * VND-PRECO-UNITARIO como media ponderada do que foi cobrado.
      * Registro gravado antes do campo existir vale zero e entra na
      * media como preco de tabela da loja, senao a media seria
      * diluida.
       soma-venda-registro section.

           if vnd-preco-unitario = zero
               move ws-preco-tabela to ws-preco-medio-antigo
           else
               move vnd-preco-unitario to ws-preco-medio-antigo
           end-if
      *---- Acumula um registro de venda na linha da sua pizza --------
      * A receita bruta sai do que foi realmente cobrado (quantidade
      * x VND-PRECO-UNITARIO, ja com a promocao do dia); o desconto
      * concedido e a diferenca para o preco de tabela da loja na data
      * da venda (o proprio dela ou o do mestre, ver
      * BUSCA-PRECO-LOJA). Registro antigo sem preco realizado (campo
      * zerado) e valorado a esse preco de tabela. A
      * receita liquida desconta o imposto embutido no preco (ver
      * CALCULO-PRECO-SUGERIDO em relatorio.cbl, que aplica o imposto
      * sobre o total); o lucro e a receita liquida menos o custo de

           perform localiza-loja-periodo

           move vnd-loja to ws-plj-loja
           move vnd-data to ws-plj-data
           perform busca-preco-loja

           if vnd-preco-unitario = zero
               move ws-preco-tabela to ws-preco-venda
           else
               move vnd-preco-unitario to ws-preco-venda
           end-if

           compute ws-receita = vnd-quantidade * ws-preco-venda
           if ws-preco-tabela > ws-preco-venda
               compute ws-desconto = vnd-quantidade *
                       (ws-preco-tabela - ws-preco-venda)
           else
               move 0 to ws-desconto
           end-if
      * devolve em WS-DESCONTO-PROMO o maior desconto cujo periodo
      * cobre WS-PROMO-DATA (zero = nenhum); com promocoes
      * sobrepostas vale a mais vantajosa, que e a que o caixa aplica.
      * O desconto abate o preco de tabela da loja ja buscado em
      * WS-PRECO-TABELA (BUSCA-PRECO-LOJA): devolve em
      * WS-PRECO-REALIZADO o preco que a loja cobra na data.
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


       finaliza section.

           close pizza-master
           if ws-loja-indisponivel = 'N'
               close loja-master
           end-if
           if ws-precos-loja-indisponivel = 'N'
               close pizza-precos-loja
           end-if

           stop run
           .
