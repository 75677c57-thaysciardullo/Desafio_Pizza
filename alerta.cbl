               organization is line sequential
               file status is fs-execucao.

           select pizza-precos-loja assign to "PIZZAPLJ"
               organization is indexed
               access mode is dynamic
               record key is plj-chave
               file status is fs-precos-loja.

       I-O-Control.

      * Declaração de variáveis
           05 ing-descricao                         pic x(30).
           05 ing-unidade                           pic x(03).
           05 ing-custo-unitario                    pic 9(05)v99.
           05 ing-alergenos.
               10 ing-alergeno occurs 8             pic x(01).
           05 ing-vegetariano                       pic x(01).
           05 ing-vegano                            pic x(01).

      *---- Parametros de operacao, mesmo layout do CADASTRO ----------
      * (aqui interessa a tolerancia de margem do alerta; o limite
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
       77 ws-margem-realizada                      pic s9(07)v99.
       77 ws-margem-minima                         pic s9(07)v99.

      *---- Margem que o preco de tabela da loja daria sem desconto ---
       77 ws-receita-tabela                        pic 9(08)v99.
       77 ws-margem-tabela                         pic s9(07)v99.

      *---- Preco de tabela da loja (ver BUSCA-PRECO-LOJA); entradas --
      * em WS-PLJ-LOJA/DATA mais o registro lido do PIZZAMST.
       77 fs-precos-loja                           pic x(02).
       77 ws-precos-loja-indisponivel              pic x(01) value 'N'.
       77 ws-plj-loja                              pic x(03).
       77 ws-plj-data                              pic 9(08).
       77 ws-preco-tabela                          pic 9(05)v99.
       77 ws-fim-precos-loja                       pic x(01).

       77 ws-fim-vendas                            pic x(01).
       77 ws-vendas-verificadas                    pic 9(05).
       77 ws-total-alertas                         pic 9(05).
               stop run
           end-if

      *---- Sem os precos por loja (arquivo ainda nao criado) toda ---
      * loja vende pelo MST-PRECO, como antes deles.
           move 'N' to ws-precos-loja-indisponivel
           open input pizza-precos-loja
           if fs-precos-loja not = "00"
               move 'S' to ws-precos-loja-indisponivel
           end-if

           open output alerta-relat
           if fs-relatorio not = "00"
               display "Erro ao abrir o relatorio de alertas"
      * exatamente o caso a pegar); pizza sem receita montada usa o
      * custo digitado no cadastro. A margem realizada segue as
      * mesmas contas do relatorio de lucratividade (receita liquida
      * de imposto menos custo, sobre o custo). A base de preco e a
      * tabela da loja na data da venda (BUSCA-PRECO-LOJA): o preco
      * proprio dela, ou o do mestre.
       verifica-margem-venda section.

           add 1 to ws-vendas-verificadas
               go to verifica-margem-venda-exit
           end-if

           move vnd-loja to ws-plj-loja
           move vnd-data to ws-plj-data
           perform busca-preco-loja

           if vnd-preco-unitario = zero
               move ws-preco-tabela to ws-preco-venda
           else
               move vnd-preco-unitario to ws-preco-venda
           end-if
           compute ws-margem-minima = mst-margem-percentual
                                    - ws-tolerancia-margem

      *---- Com a venda abaixo do alvo, ve se o proprio preco de ------
      * tabela da loja ja nao cobre a margem (preco a rever, nao so o
      * desconto da promocao).
           if ws-margem-realizada < ws-margem-minima
               compute ws-receita-tabela rounded = ws-preco-tabela /
                       (1 + (mst-imposto-percentual / 100))
               compute ws-margem-tabela rounded =
                       ((ws-receita-tabela - ws-custo-unitario) * 100)
                       / ws-custo-unitario
               perform imprime-alerta
           end-if

           move mst-margem-percentual to ws-margem-ed
           move ws-margem-ed to linha-alerta(56:8)

           if ws-margem-tabela < ws-margem-minima
               move "<== TABELA LOJA" to linha-alerta(65:15)
           else
               move "<== ABAIXO ALVO" to linha-alerta(65:15)
           end-if

           write linha-alerta
           add 1 to ws-linhas-na-pagina
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

           move spaces to linha-alerta
           end-string
           write linha-alerta

           move spaces to linha-alerta
           write linha-alerta
           move "ABAIXO ALVO = O DESCONTO DERRUBOU A MARGEM;"
             to linha-alerta
           write linha-alerta
           move "TABELA LOJA = O PRECO DE TABELA DA LOJA JA NAO COBRE"
             to linha-alerta
           write linha-alerta
           move "              O ALVO, MESMO SEM DESCONTO."
             to linha-alerta
           write linha-alerta

           close pizza-vendas
           close pizza-master
           close receita-arquivo
           close ingrediente-master
           close alerta-relat
           if ws-precos-loja-indisponivel = 'N'
               close pizza-precos-loja
           end-if

           display "Alerta de margem encerrado; vendas verificadas: "
                   ws-vendas-verificadas "; alertas: "
