      * Divisão de identificação do programa
       Identification Division.
       Program-id. "contabil".
       Author. "Thays Popper".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.


      * Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      * Declaração de recursos externos
       Input-output Section.
       File-control.

           select pizza-vendas assign to "PIZZAVND"
               organization is indexed
               access mode is dynamic
               record key is vnd-chave
               file status is fs-vendas.

           select pizza-master assign to "PIZZAMST"
               organization is indexed
               access mode is dynamic
               record key is mst-chave
               file status is fs-master.

           select receita-arquivo assign to "RECEITA"
               organization is indexed
               access mode is dynamic
               record key is rec-chave
               file status is fs-receita.

           select ingrediente-master assign to "INGRMST"
               organization is indexed
               access mode is dynamic
               record key is ing-codigo
               file status is fs-ingrediente.

           select estoque-movimento assign to "PIZZAESM"
               organization is line sequential
               file status is fs-movimento.

           select contas-contabeis assign to "PIZZACTA"
               organization is line sequential
               file status is fs-contas.

           select diario-contabil assign to "PIZZADIW"
               organization is line sequential
               file status is fs-diario.

           select controle-contabil assign to "PIZZACTC"
               organization is line sequential
               file status is fs-controle.

           select contabil-relat assign to "PIZZACTR"
               organization is line sequential
               file status is fs-relatorio.

           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is fs-execucao.

           select pizza-precos-loja assign to "PIZZAPLJ"
               organization is indexed
               access mode is dynamic
               record key is plj-chave
               file status is fs-precos-loja.

       I-O-Control.

      * Declaração de variáveis
       Data Division.
      *-----Variáveis de arquivos
       File Section.

      *---- Vendas do dia, mesmo layout usado pelo VENDAS --------------
      * (inclusive VND-PRECO-UNITARIO, o preco realmente cobrado)
       FD  pizza-vendas
           label records are standard.
       01  venda-registro.
           05 vnd-chave.
               10 vnd-nome                          pic x(15).
               10 vnd-tamanho                       pic x(01).
               10 vnd-data                          pic 9(08).
               10 vnd-loja                          pic x(03).
           05 vnd-quantidade                        pic 9(05).
           05 vnd-preco-unitario                    pic 9(05)v99.

      *---- Arquivo mestre de pizzas, mesmo layout usado pelo RELATORIO
       FD  pizza-master
           label records are standard.
       01  pizza-master-reg.
           copy "pizzarec.cpy"
             replacing ==chave-pizza== by ==mst-chave==
                 ==nome== by ==mst-nome==
                 ==tamanho== by ==mst-tamanho==
                 ==diametro== by ==mst-diametro==
                 ==preco_cm2== by ==mst-preco-cm2==
                 ==preco== by ==mst-preco==
                 ==diferenca_rel== by ==mst-diferenca-rel==
                 ==custo_ingrediente== by ==mst-custo-ingrediente==
                 ==margem_percentual== by ==mst-margem-percentual==
                 ==imposto_percentual== by ==mst-imposto-percentual==
                 ==pizza-ativa== by ==mst-pizza-ativa==
                 ==pizza-inativa== by ==mst-pizza-inativa==
                 ==status_pizza== by ==mst-status-pizza==.

      *---- Receita, mesmo layout usado pelo INSUMOS -------------------
       FD  receita-arquivo
           label records are standard.
       01  receita-registro.
           05 rec-chave.
               10 rec-nome                          pic x(15).
               10 rec-tamanho                       pic x(01).
               10 rec-ing-codigo                    pic x(08).
           05 rec-quantidade                        pic 9(03)v999.

      *---- Catalogo de ingredientes, mesmo layout usado pelo INSUMOS -
       FD  ingrediente-master
           label records are standard.
       01  ingrediente-registro.
           05 ing-codigo                            pic x(08).
           05 ing-descricao                         pic x(30).
           05 ing-unidade                           pic x(03).
           05 ing-custo-unitario                    pic 9(05)v99.
           05 ing-alergenos.
               10 ing-alergeno occurs 8             pic x(01).
           05 ing-vegetariano                       pic x(01).
           05 ing-vegano                            pic x(01).

      *---- Diario de movimentos do estoque, mesmo layout do ESTOQUE --
      * (aqui so interessam as entradas de compra, tipo E)
       FD  estoque-movimento
           label records are standard.
       01  movimento-registro.
           05 mov-data                              pic 9(08).
           05 mov-hora                              pic 9(08).
           05 mov-codigo                            pic x(08).
           05 mov-tipo                              pic x(01).
           05 mov-quantidade                        pic 9(07)v999.
           05 mov-data-ref                          pic 9(08).
           05 mov-operador                          pic x(10).
           05 mov-loja                              pic x(03).
           05 mov-loja-par                          pic x(03).
           05 mov-pedido                            pic 9(06).
           05 mov-custo-unitario                    pic 9(05)v99.

      *---- Tabela de contas contabeis (mantida pela contabilidade) ---
      * Uma linha por evento e loja, editada a mao como o PIZZAPRM.
      * Eventos: CAIXA (vendas a receber, debito), RECEITA (venda
      * liquida, credito), IMPOSTO (imposto a recolher, credito), CMV
      * (custo das vendas, debito), ESTOQUE (estoque de insumos:
      * credito no CMV, debito nas compras) e FORNEC (fornecedores a
      * pagar, credito). Loja em branco e a conta padrao do evento;
      * uma linha com o codigo da loja vale so para ela. O historico,
      * se preenchido, vai no lancamento no lugar do texto padrao.
       FD  contas-contabeis
           label records are standard.
       01  conta-registro.
           05 cta-evento                            pic x(08).
           05 cta-loja                              pic x(03).
           05 cta-conta                             pic x(12).
           05 cta-historico                         pic x(30).

      *---- Diario contabil do dia, layout fixo para a contabilidade --
      * Um lancamento por linha, agrupado por loja; a sequencia
      * recomeca em cada loja. Natureza D = debito, C = credito.
       FD  diario-contabil
           label records are standard.
       01  diario-registro.
           05 dia-data                              pic 9(08).
           05 dia-loja                              pic x(03).
           05 dia-sequencia                         pic 9(03).
           05 dia-conta                             pic x(12).
           05 dia-natureza                          pic x(01).
           05 dia-valor                             pic 9(09)v99.
           05 dia-evento                            pic x(08).
           05 dia-historico                         pic x(30).
           05 filler                                pic x(04).

      *---- Controle das exportacoes (anexado, um por dia exportado) --
      * E por ele que um rerun nao exporta o mesmo dia duas vezes.
       FD  controle-contabil
           label records are standard.
       01  controle-registro.
           05 ctc-data                              pic 9(08).
           05 ctc-data-geracao                      pic 9(08).
           05 ctc-hora-geracao                      pic 9(08).
           05 ctc-lojas                             pic 9(03).
           05 ctc-linhas                            pic 9(05).
           05 ctc-total-debito                      pic 9(11)v99.
           05 ctc-total-credito                     pic 9(11)v99.

      *---- Listagem do diario para conferencia ----------------------
       FD  contabil-relat
           label records are standard.
       01  linha-relat                              pic x(80).

      *---- Registro de execucao dos passos batch (um por rodada) -----
      * Anexado por cada job noturno e lido pelo RESUMO de manha
      * (programa, data, inicio/fim, RC e contadores do passo).
       FD  pizza-execucoes
           label records are standard.
       01  execucao-registro.
           05 run-programa                          pic x(08).
           05 run-data                              pic 9(08).
           05 run-hora-inicio                       pic 9(08).
           05 run-hora-fim                          pic 9(08).
           05 run-rc                                pic 9(02).
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

      *---- Variáveis do registro de execucao (PIZZARUN) --------------
       77 fs-execucao                              pic x(02).
       77 ws-hora-inicio                           pic 9(08).

       77 fs-vendas                                pic x(02).
       77 fs-master                                pic x(02).
       77 fs-receita                               pic x(02).
       77 fs-ingrediente                           pic x(02).
       77 fs-movimento                             pic x(02).
       77 fs-contas                                pic x(02).
       77 fs-diario                                pic x(02).
       77 fs-controle                              pic x(02).
       77 fs-relatorio                             pic x(02).

      *---- Preco de tabela da loja (ver BUSCA-PRECO-LOJA); entradas --
      * em WS-PLJ-LOJA/DATA mais o registro lido do PIZZAMST.
       77 fs-precos-loja                           pic x(02).
       77 ws-precos-loja-indisponivel              pic x(01) value 'N'.
       77 ws-plj-loja                              pic x(03).
       77 ws-plj-data                              pic 9(08).
       77 ws-preco-tabela                          pic 9(05)v99.
       77 ws-fim-precos-loja                       pic x(01).

       77 ws-parametro                             pic x(20).
       77 ws-data-contabil                         pic 9(08).
       77 ws-data-sistema                          pic 9(08).
       01 ws-data-relatorio.
           05 ws-data-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-ano                          pic 9(04).

      *---- Tabela de contas carregada do PIZZACTA --------------------
       78 max-contas                                value 200.
       01 conta-tabela occurs 200.
           05 tct-evento                            pic x(08).
           05 tct-loja                              pic x(03).
           05 tct-conta                             pic x(12).
           05 tct-historico                         pic x(30).
       77 qtd-contas                               pic 9(03).
       77 ws-fim-contas                            pic x(01).

      *---- Valores do dia acumulados por loja ------------------------
      * Bruto = quantidade x preco cobrado (com imposto, como no
      * VENDAS e no ALERTA); imposto = bruto - bruto / (1 + %);
      * CMV = vendas x receita ao custo corrente do INGRMST;
      * compras = entradas E do PIZZAESM ao custo da nota.
       78 max-lojas                                 value 20.
       01 contabil-loja occurs 20.
           05 clj-loja                              pic x(03).
           05 clj-bruto                             pic 9(09)v99.
           05 clj-imposto                           pic 9(09)v99.
           05 clj-cmv                               pic 9(09)v99.
           05 clj-compras                           pic 9(09)v99.
       77 qtd-lojas                                pic 9(03).

      *---- Lancamentos montados, conferidos antes de gravar ----------
       78 max-lancamentos                           value 200.
       01 lancamento occurs 200.
           05 lan-loja                              pic x(03).
           05 lan-conta                             pic x(12).
           05 lan-natureza                          pic x(01).
           05 lan-valor                             pic 9(09)v99.
           05 lan-evento                            pic x(08).
           05 lan-historico                         pic x(30).
       77 qtd-lancamentos                          pic 9(03).

       77 ind                                      pic 9(03).
       77 ind-loja                                 pic 9(03).
       77 ws-ind-busca                             pic 9(03).
       77 ws-ind-encontrado                        pic 9(03).

      *---- Variáveis do calculo das vendas e entradas ----------------
       77 ws-fim-vendas                            pic x(01).
       77 ws-fim-receita                           pic x(01).
       77 ws-fim-movimento                         pic x(01).
       77 ws-fim-controle                          pic x(01).
       77 ws-ja-exportado                          pic x(01).
       77 ws-erro-diario                           pic x(01).
       77 ws-loja-procurada                        pic x(03).
       77 ws-preco-venda                           pic 9(05)v99.
       77 ws-bruto                                 pic 9(09)v99.
       77 ws-liquido                               pic 9(09)v99.
       77 ws-imposto                               pic 9(09)v99.
       77 ws-custo-item                            pic 9(09)v99.
       77 ws-custo-entrada                         pic 9(05)v99.
       77 ws-vendas-lidas                          pic 9(05).
       77 ws-entradas-lidas                        pic 9(05).

      *---- Montagem de um lancamento (ver MONTA-LANCAMENTO) ----------
       77 ws-evento                                pic x(08).
       77 ws-natureza                              pic x(01).
       77 ws-valor-lancamento                      pic 9(09)v99.
       77 ws-historico-padrao                      pic x(30).

      *---- Conferencia de partidas dobradas --------------------------
       77 ws-debito-loja                           pic 9(11)v99.
       77 ws-credito-loja                          pic 9(11)v99.
       77 ws-total-debito                          pic 9(11)v99.
       77 ws-total-credito                         pic 9(11)v99.
       77 ws-sequencia                             pic 9(03).

      *---- Campos de edicao da listagem ------------------------------
       77 ws-valor-ed                              pic z(08)9,99.
       77 ws-total-ed                              pic z(10)9,99.
       77 ws-contador-ed                           pic zzzz9.
       77 ws-sequencia-ed                          pic zz9.

      *---- Variáveis para comunicação entre programas
       linkage section.


      *-----Declaração de tela
       screen section.


      * Declaração do corpo do programa

       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

       inicializa section.

           accept ws-hora-inicio from time

           move 0 to qtd-lojas
           move 0 to qtd-lancamentos
           move 0 to ws-total-debito
           move 0 to ws-total-credito
           move 0 to ws-vendas-lidas
           move 0 to ws-entradas-lidas
           move 'N' to ws-erro-diario

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(7:2) to ws-data-dia
           move ws-data-sistema(5:2) to ws-data-mes
           move ws-data-sistema(1:4) to ws-data-ano

           move ws-data-sistema to ws-data-contabil
           move spaces to ws-parametro
           accept ws-parametro from command-line
           if ws-parametro(1:8) is numeric
               move ws-parametro(1:8) to ws-data-contabil
           end-if

           perform verifica-exportado
           if ws-ja-exportado = 'S'
               go to inicializa-exit
           end-if

           perform carrega-contas

           open input pizza-vendas
           if fs-vendas not = "00"
               display "Erro ao abrir as vendas (PIZZAVND), status "
                       fs-vendas "; diario contabil abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input pizza-master
           if fs-master not = "00"
               display "Erro ao abrir o arquivo mestre (PIZZAMST),"
                       " status " fs-master "; diario contabil"
                       " abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input receita-arquivo
           if fs-receita not = "00"
               display "Erro ao abrir a receita (RECEITA), status "
                       fs-receita "; diario contabil abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input ingrediente-master
           if fs-ingrediente not = "00"
               display "Erro ao abrir o catalogo de ingredientes"
                       " (INGRMST), status " fs-ingrediente ";"
                       " diario contabil abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

      *---- Sem os precos por loja (arquivo ainda nao criado) toda ---
      * loja vende pelo MST-PRECO, como antes deles.
           move 'N' to ws-precos-loja-indisponivel
           open input pizza-precos-loja
           if fs-precos-loja not = "00"
               move 'S' to ws-precos-loja-indisponivel
           end-if

           .
       inicializa-exit.
           exit.


      *---- Procura a data no controle de exportacoes -----------------
      * Controle ausente = nenhum dia exportado ainda. Dia ja
      * exportado termina RC=4 sem gerar nada (mesma convencao da
      * baixa repetida no ESTOQUE).
       verifica-exportado section.

           move 'N' to ws-ja-exportado

           open input controle-contabil
           if fs-controle not = "00"
               go to verifica-exportado-exit
           end-if

           move 'N' to ws-fim-controle
           perform until ws-fim-controle = 'S'
               read controle-contabil
                   at end
                       move 'S' to ws-fim-controle
                   not at end
                       if ctc-data = ws-data-contabil
                           move 'S' to ws-ja-exportado
                           move 'S' to ws-fim-controle
                       end-if
               end-read
           end-perform

           close controle-contabil

           if ws-ja-exportado = 'S'
               display "O diario de " ws-data-contabil " ja foi"
                       " exportado em " ctc-data-geracao "; nada"
                       " gerado."
               move 4 to return-code
           end-if

           .
       verifica-exportado-exit.
           exit.


      *---- Carrega a tabela de contas (PIZZACTA) ---------------------
      * Sem a tabela nao ha como classificar nada: RC=16.
       carrega-contas section.

           move 0 to qtd-contas

           open input contas-contabeis
           if fs-contas not = "00"
               display "Tabela de contas (PIZZACTA) indisponivel,"
                       " status " fs-contas "; diario contabil"
                       " abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           move 'N' to ws-fim-contas
           perform until ws-fim-contas = 'S'
               read contas-contabeis
                   at end
                       move 'S' to ws-fim-contas
                   not at end
                       if qtd-contas >= max-contas
                           display "Tabela de contas cheia ("
                                   max-contas "); linha ignorada: "
                                   cta-evento " " cta-loja
                       else
                           add 1 to qtd-contas
                           move cta-evento to tct-evento(qtd-contas)
                           move cta-loja to tct-loja(qtd-contas)
                           move cta-conta to tct-conta(qtd-contas)
                           move cta-historico
                             to tct-historico(qtd-contas)
                       end-if
               end-read
           end-perform

           close contas-contabeis

           .
       carrega-contas-exit.
           exit.


      *---- Monta, confere e libera o diario do dia --------------------
       processamento section.

           if ws-ja-exportado = 'S'
               go to processamento-exit
           end-if

           perform acumula-vendas
           perform acumula-entradas

           move 1 to ind-loja
           perform until ind-loja > qtd-lojas
               perform monta-lancamentos-loja
               add 1 to ind-loja
           end-perform

           perform confere-partidas

           if ws-erro-diario = 'S'
               display "Diario contabil de " ws-data-contabil
                       " NAO liberado; corrija e rode de novo."
               move 16 to return-code
               go to processamento-exit
           end-if

           perform grava-diario
           if ws-erro-diario = 'S'
               move 16 to return-code
               go to processamento-exit
           end-if

           perform grava-controle
           perform imprime-listagem

           display "Diario contabil de " ws-data-contabil
                   " liberado; lojas: " qtd-lojas "; lancamentos: "
                   qtd-lancamentos

           .
       processamento-exit.
           exit.


      *---- Acumula as vendas da data por loja ------------------------
       acumula-vendas section.

           move spaces to vnd-nome
           move spaces to vnd-tamanho
           move 0 to vnd-data
           move spaces to vnd-loja

           start pizza-vendas key is not less than vnd-chave
               invalid key move "10" to fs-vendas
           end-start

           move 'N' to ws-fim-vendas
           if fs-vendas = "10"
               move 'S' to ws-fim-vendas
           end-if

           perform until ws-fim-vendas = 'S'
               read pizza-vendas next record
                   at end
                       move 'S' to ws-fim-vendas
                   not at end
                       if vnd-data = ws-data-contabil
                           perform acumula-venda
                       end-if
               end-read
           end-perform

           .
       acumula-vendas-exit.
           exit.


      *---- Soma bruto, imposto e CMV de uma venda na sua loja --------
      * Pizza fora do mestre entra sem imposto (e sem preco de
      * tabela, se a venda veio sem preco), avisada na tela. Venda
      * antiga sem preco cobrado vale o preco de tabela da loja na
      * data (BUSCA-PRECO-LOJA).
       acumula-venda section.

           add 1 to ws-vendas-lidas

           move vnd-loja to ws-loja-procurada
           perform localiza-loja
           if ws-ind-encontrado = zero
               go to acumula-venda-exit
           end-if

           move vnd-nome to mst-nome
           move vnd-tamanho to mst-tamanho
           read pizza-master
               invalid key
                   display "Venda de pizza sem cadastro no mestre,"
                           " sem imposto no diario: " vnd-nome
                           " " vnd-tamanho
                   move 0 to mst-preco
                   move 0 to mst-imposto-percentual
           end-read

           if vnd-preco-unitario = zero
               move vnd-loja to ws-plj-loja
               move vnd-data to ws-plj-data
               perform busca-preco-loja
               move ws-preco-tabela to ws-preco-venda
           else
               move vnd-preco-unitario to ws-preco-venda
           end-if

           compute ws-bruto = vnd-quantidade * ws-preco-venda
           compute ws-liquido rounded = ws-bruto /
                   (1 + (mst-imposto-percentual / 100))
           compute ws-imposto = ws-bruto - ws-liquido

           add ws-bruto to clj-bruto(ws-ind-encontrado)
           add ws-imposto to clj-imposto(ws-ind-encontrado)

           perform acumula-cmv-venda

           .
       acumula-venda-exit.
           exit.


      *---- Explode a receita da venda ao custo corrente do INGRMST ---
      * Mesma explosao do ACUMULA-CONSUMO-PIZZA no estoque.cbl; pizza
      * sem receita montada nao tem CMV (avisada na tela).
       acumula-cmv-venda section.

           move vnd-nome to rec-nome
           move vnd-tamanho to rec-tamanho
           move low-values to rec-ing-codigo

           start receita-arquivo key is not less than rec-chave
               invalid key move "10" to fs-receita
           end-start

           move 'N' to ws-fim-receita
           if fs-receita = "10"
               move 'S' to ws-fim-receita
               display "Venda sem receita montada, sem CMV no"
                       " diario: " vnd-nome " " vnd-tamanho
           end-if

           perform until ws-fim-receita = 'S'
               read receita-arquivo next record
                   at end
                       move 'S' to ws-fim-receita
                   not at end
                       if rec-nome = vnd-nome
                           and rec-tamanho = vnd-tamanho
                           perform soma-cmv-item
                       else
                           move 'S' to ws-fim-receita
                       end-if
               end-read
           end-perform

           .
       acumula-cmv-venda-exit.
           exit.


      *---- Soma o custo de um item da receita no CMV da loja ---------
       soma-cmv-item section.

           move rec-ing-codigo to ing-codigo
           read ingrediente-master
               invalid key
                   display "Ingrediente da receita sem cadastro, fora"
                           " do CMV: " rec-ing-codigo
                   go to soma-cmv-item-exit
           end-read

           compute ws-custo-item rounded = vnd-quantidade
                   * rec-quantidade * ing-custo-unitario
           add ws-custo-item to clj-cmv(ws-ind-encontrado)

           .
       soma-cmv-item-exit.
           exit.


      *---- Acumula as entradas de compra (E) da data por loja --------
      * Valor = quantidade x custo da nota gravado na entrada; entrada
      * antiga, gravada antes do custo ir para o diario, vale pelo
      * custo corrente do INGRMST. Diario ausente = nenhuma compra.
       acumula-entradas section.

           open input estoque-movimento
           if fs-movimento not = "00"
               go to acumula-entradas-exit
           end-if

           move 'N' to ws-fim-movimento
           perform until ws-fim-movimento = 'S'
               read estoque-movimento
                   at end
                       move 'S' to ws-fim-movimento
                   not at end
                       if mov-tipo = 'E'
                           and mov-data-ref = ws-data-contabil
                           perform acumula-entrada
                       end-if
               end-read
           end-perform

           close estoque-movimento

           .
       acumula-entradas-exit.
           exit.


      *---- Soma uma entrada de compra nas compras da loja ------------
       acumula-entrada section.

           add 1 to ws-entradas-lidas

           move mov-loja to ws-loja-procurada
           perform localiza-loja
           if ws-ind-encontrado = zero
               go to acumula-entrada-exit
           end-if

           if mov-custo-unitario > zero
               move mov-custo-unitario to ws-custo-entrada
           else
               move mov-codigo to ing-codigo
               read ingrediente-master
                   invalid key
                       move 0 to ing-custo-unitario
               end-read
               move ing-custo-unitario to ws-custo-entrada
           end-if

           compute ws-custo-item rounded =
                   mov-quantidade * ws-custo-entrada
           add ws-custo-item to clj-compras(ws-ind-encontrado)

           .
       acumula-entrada-exit.
           exit.


      *---- Localiza (ou abre) a loja WS-LOJA-PROCURADA na tabela -----
      * Devolve o indice em WS-IND-ENCONTRADO; com a tabela cheia o
      * diario fica retido (zero e erro), nunca incompleto.
       localiza-loja section.

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-lojas
                       or ws-ind-encontrado > 0
               if clj-loja(ws-ind-busca) = ws-loja-procurada
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-encontrado > zero
               go to localiza-loja-exit
           end-if

           if qtd-lojas >= max-lojas
               display "Tabela de lojas cheia (" max-lojas ");"
                       " loja fora do diario: " ws-loja-procurada
               move 'S' to ws-erro-diario
               go to localiza-loja-exit
           end-if

           add 1 to qtd-lojas
           move qtd-lojas to ws-ind-encontrado
           move ws-loja-procurada to clj-loja(ws-ind-encontrado)
           move 0 to clj-bruto(ws-ind-encontrado)
           move 0 to clj-imposto(ws-ind-encontrado)
           move 0 to clj-cmv(ws-ind-encontrado)
           move 0 to clj-compras(ws-ind-encontrado)

           .
       localiza-loja-exit.
           exit.


      *---- Monta os lancamentos de uma loja --------------------------
      * Vendas: D caixa (bruto) / C receita (liquido) / C imposto.
      * CMV:    D custo das vendas / C estoque.
      * Compras: D estoque / C fornecedores.
      * Valor zero nao gera lancamento.
       monta-lancamentos-loja section.

           move "CAIXA" to ws-evento
           move 'D' to ws-natureza
           move clj-bruto(ind-loja) to ws-valor-lancamento
           move "VENDAS DO DIA" to ws-historico-padrao
           perform monta-lancamento

           move "RECEITA" to ws-evento
           move 'C' to ws-natureza
           compute ws-valor-lancamento = clj-bruto(ind-loja)
                                       - clj-imposto(ind-loja)
           move "RECEITA LIQUIDA DE VENDAS" to ws-historico-padrao
           perform monta-lancamento

           move "IMPOSTO" to ws-evento
           move 'C' to ws-natureza
           move clj-imposto(ind-loja) to ws-valor-lancamento
           move "IMPOSTO SOBRE VENDAS" to ws-historico-padrao
           perform monta-lancamento

           move "CMV" to ws-evento
           move 'D' to ws-natureza
           move clj-cmv(ind-loja) to ws-valor-lancamento
           move "CUSTO DAS VENDAS (RECEITA)" to ws-historico-padrao
           perform monta-lancamento

           move "ESTOQUE" to ws-evento
           move 'C' to ws-natureza
           move clj-cmv(ind-loja) to ws-valor-lancamento
           move "BAIXA DE INSUMOS VENDIDOS" to ws-historico-padrao
           perform monta-lancamento

           move "ESTOQUE" to ws-evento
           move 'D' to ws-natureza
           move clj-compras(ind-loja) to ws-valor-lancamento
           move "ENTRADAS DE COMPRA" to ws-historico-padrao
           perform monta-lancamento

           move "FORNEC" to ws-evento
           move 'C' to ws-natureza
           move clj-compras(ind-loja) to ws-valor-lancamento
           move "COMPRAS A PAGAR" to ws-historico-padrao
           perform monta-lancamento

           .
       monta-lancamentos-loja-exit.
           exit.


      *---- Poe um lancamento na tabela com a conta do evento ---------
      * A conta da propria loja tem precedencia sobre a padrao (loja
      * em branco). Evento sem conta retem o diario inteiro.
       monta-lancamento section.

           if ws-valor-lancamento = zero
               go to monta-lancamento-exit
           end-if

           if qtd-lancamentos >= max-lancamentos
               display "Tabela de lancamentos cheia ("
                       max-lancamentos "); diario retido."
               move 'S' to ws-erro-diario
               go to monta-lancamento-exit
           end-if

           add 1 to qtd-lancamentos
           move clj-loja(ind-loja) to lan-loja(qtd-lancamentos)
           move ws-natureza to lan-natureza(qtd-lancamentos)
           move ws-valor-lancamento to lan-valor(qtd-lancamentos)
           move ws-evento to lan-evento(qtd-lancamentos)
           move ws-historico-padrao to lan-historico(qtd-lancamentos)
           move spaces to lan-conta(qtd-lancamentos)

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-contas
               if tct-evento(ws-ind-busca) = ws-evento
                   if tct-loja(ws-ind-busca) = clj-loja(ind-loja)
                       move ws-ind-busca to ws-ind-encontrado
                   else
                       if tct-loja(ws-ind-busca) = spaces
                           and ws-ind-encontrado = zero
                           move ws-ind-busca to ws-ind-encontrado
                       end-if
                   end-if
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-encontrado = zero
               display "Evento " ws-evento " sem conta na tabela"
                       " (PIZZACTA) para a loja " clj-loja(ind-loja)
                       "; diario retido."
               move 'S' to ws-erro-diario
               go to monta-lancamento-exit
           end-if

           move tct-conta(ws-ind-encontrado)
             to lan-conta(qtd-lancamentos)
           if tct-historico(ws-ind-encontrado) not = spaces
               move tct-historico(ws-ind-encontrado)
                 to lan-historico(qtd-lancamentos)
           end-if

           .
       monta-lancamento-exit.
           exit.


      *---- Confere debitos = creditos em cada loja e no dia ----------
      * Loja desequilibrada retem o diario inteiro: a contabilidade
      * nunca recebe um arquivo que nao fecha.
       confere-partidas section.

           move 0 to ws-total-debito
           move 0 to ws-total-credito

           move 1 to ind-loja
           perform until ind-loja > qtd-lojas
               move 0 to ws-debito-loja
               move 0 to ws-credito-loja
               move 1 to ind
               perform until ind > qtd-lancamentos
                   if lan-loja(ind) = clj-loja(ind-loja)
                       if lan-natureza(ind) = 'D'
                           add lan-valor(ind) to ws-debito-loja
                       else
                           add lan-valor(ind) to ws-credito-loja
                       end-if
                   end-if
                   add 1 to ind
               end-perform

               if ws-debito-loja not = ws-credito-loja
                   move ws-debito-loja to ws-total-ed
                   display "Loja " clj-loja(ind-loja)
                           " desequilibrada: debitos " ws-total-ed
                   move ws-credito-loja to ws-total-ed
                   display "                  creditos " ws-total-ed
                   move 'S' to ws-erro-diario
               end-if

               add ws-debito-loja to ws-total-debito
               add ws-credito-loja to ws-total-credito
               add 1 to ind-loja
           end-perform

           if ws-total-debito not = ws-total-credito
               move 'S' to ws-erro-diario
           end-if

           .
       confere-partidas-exit.
           exit.


      *---- Grava o diario conferido (PIZZADIW) -----------------------
      * O JCL so promove o arquivo a geracao liberada com RC=0.
       grava-diario section.

           open output diario-contabil
           if fs-diario not = "00"
               display "Erro ao abrir o diario contabil (PIZZADIW),"
                       " status " fs-diario "."
               move 'S' to ws-erro-diario
               go to grava-diario-exit
           end-if

           move spaces to ws-loja-procurada
           move 0 to ws-sequencia

           move 1 to ind
           perform until ind > qtd-lancamentos
               if lan-loja(ind) not = ws-loja-procurada
                   move lan-loja(ind) to ws-loja-procurada
                   move 0 to ws-sequencia
               end-if
               add 1 to ws-sequencia

               move spaces to diario-registro
               move ws-data-contabil to dia-data
               move lan-loja(ind) to dia-loja
               move ws-sequencia to dia-sequencia
               move lan-conta(ind) to dia-conta
               move lan-natureza(ind) to dia-natureza
               move lan-valor(ind) to dia-valor
               move lan-evento(ind) to dia-evento
               move lan-historico(ind) to dia-historico
               write diario-registro

               add 1 to ind
           end-perform

           close diario-contabil

           .
       grava-diario-exit.
           exit.


      *---- Anexa o dia exportado no controle (PIZZACTC) --------------
       grava-controle section.

           open extend controle-contabil
           if fs-controle not = "00"
               open output controle-contabil
           end-if
           if fs-controle not = "00"
               display "Erro ao gravar o controle de exportacoes"
                       " (PIZZACTC), status " fs-controle "; o dia"
                       " podera ser exportado de novo."
               move 16 to return-code
               go to grava-controle-exit
           end-if

           move ws-data-contabil to ctc-data
           move ws-data-sistema to ctc-data-geracao
           accept ctc-hora-geracao from time
           move qtd-lojas to ctc-lojas
           move qtd-lancamentos to ctc-linhas
           move ws-total-debito to ctc-total-debito
           move ws-total-credito to ctc-total-credito
           write controle-registro

           close controle-contabil

           .
       grava-controle-exit.
           exit.


      *---- Lista o diario liberado para conferencia (PIZZACTR) -------
       imprime-listagem section.

           open output contabil-relat
           if fs-relatorio not = "00"
               display "Aviso: listagem do diario (PIZZACTR)"
                       " indisponivel, status " fs-relatorio "."
               go to imprime-listagem-exit
           end-if

           move spaces to linha-relat
           string "DIARIO CONTABIL DE "  delimited by size
                  ws-data-contabil(7:2)  delimited by size
                  "/"                    delimited by size
                  ws-data-contabil(5:2)  delimited by size
                  "/"                    delimited by size
                  ws-data-contabil(1:4)  delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           string "Programa: CONTABIL"      delimited by size
                  "   Data: "               delimited by size
                  ws-data-relatorio         delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           move spaces to linha-relat
           string "LOJ SEQ CONTA        N          VALOR  "
                  delimited by size
                  "HISTORICO"
                  delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           move spaces to ws-loja-procurada
           move 0 to ws-sequencia
           move 1 to ind
           perform until ind > qtd-lancamentos
               if lan-loja(ind) not = ws-loja-procurada
                   move lan-loja(ind) to ws-loja-procurada
                   move 0 to ws-sequencia
               end-if
               add 1 to ws-sequencia

               move spaces to linha-relat
               move lan-loja(ind) to linha-relat(1:3)
               move ws-sequencia to ws-sequencia-ed
               move ws-sequencia-ed to linha-relat(5:3)
               move lan-conta(ind) to linha-relat(9:12)
               move lan-natureza(ind) to linha-relat(22:1)
               move lan-valor(ind) to ws-valor-ed
               move ws-valor-ed to linha-relat(24:12)
               move lan-historico(ind) to linha-relat(38:30)
               write linha-relat
               add 1 to ind
           end-perform

           move spaces to linha-relat
           write linha-relat

           move ws-total-debito to ws-total-ed
           move spaces to linha-relat
           string "TOTAL A DEBITO:  " delimited by size
                  ws-total-ed         delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-total-credito to ws-total-ed
           move spaces to linha-relat
           string "TOTAL A CREDITO: " delimited by size
                  ws-total-ed         delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move qtd-lancamentos to ws-contador-ed
           move spaces to linha-relat
           string "LANCAMENTOS:     " delimited by size
                  ws-contador-ed      delimited by size
                  into linha-relat
           end-string
           write linha-relat

           close contabil-relat

           .
       imprime-listagem-exit.
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

           if ws-ja-exportado = 'N'
               close pizza-vendas
               close pizza-master
               close receita-arquivo
               close ingrediente-master
               if ws-precos-loja-indisponivel = 'N'
                   close pizza-precos-loja
               end-if
           end-if

           perform grava-execucao

           stop run
           .
       finaliza-exit.
           exit.


      *---- Anexa o registro desta execucao no controle (PIZZARUN) ----
      * Os contadores levam os lancamentos (1) e as lojas (2) do
      * diario liberado.
       grava-execucao section.

           open extend pizza-execucoes
           if fs-execucao not = "00"
               open output pizza-execucoes
           end-if
           if fs-execucao not = "00"
               display "Aviso: controle de execucoes (PIZZARUN)"
                       " indisponivel, status " fs-execucao ";"
                       " execucao nao registrada."
               go to grava-execucao-exit
           end-if

           move "PZZACTB" to run-programa
           accept run-data from date yyyymmdd
           move ws-hora-inicio to run-hora-inicio
           accept run-hora-fim from time
           move return-code to run-rc
           move qtd-lancamentos to run-contador-1
           move qtd-lojas to run-contador-2

           write execucao-registro

           close pizza-execucoes

           .
       grava-execucao-exit.
           exit.
