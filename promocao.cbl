      * Divisão de identificação do programa
       Identification Division.
       Program-id. "promocao".
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

           select pizza-promocoes assign to "PIZZAPRO"
               organization is indexed
               access mode is dynamic
               record key is pro-chave
               file status is fs-promocoes.

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

           select loja-master assign to "LOJAMST"
               organization is indexed
               access mode is dynamic
               record key is loj-codigo
               file status is fs-loja.

           select pizza-precos-loja assign to "PIZZAPLJ"
               organization is indexed
               access mode is dynamic
               record key is plj-chave
               file status is fs-precos-loja.

           select efeito-relat assign to "PIZZAEFP"
               organization is line sequential
               file status is fs-relatorio.

           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is fs-execucao.

       I-O-Control.

      * Declaração de variáveis
       Data Division.
      *-----Variáveis de arquivos
       File Section.

      *---- Promocoes por pizza e periodo, mesmo layout do VENDAS ------
       FD  pizza-promocoes
           label records are standard.
       01  promocao-registro.
           05 pro-chave.
               10 pro-nome                          pic x(15).
               10 pro-tamanho                       pic x(01).
               10 pro-data-inicio                   pic 9(08).
           05 pro-data-fim                          pic 9(08).
           05 pro-desconto                          pic 9(03)v99.

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

      *---- Cadastro de lojas, mesmo layout mantido pelo LOJA ---------
       FD  loja-master
           label records are standard.
       01  loja-registro.
           05 loj-codigo                            pic x(03).
           05 loj-nome                              pic x(30).
           05 loj-situacao                          pic x(01).
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

      *---- Relatorio de efetividade (uma pagina por promocao) -------
       FD  efeito-relat
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


      *----- Variáveis de trabalho
       working-storage section.

      *---- Variáveis do registro de execucao (PIZZARUN) --------------
       77 fs-execucao                              pic x(02).
       77 ws-hora-inicio                           pic 9(08).

      *---- Tetos das tabelas de uma promocao -------------------------
      * (lojas x tamanhos do sabor; os tamanhos sao B/M/G, a folga
      * cobre codigos novos sem mexer no programa)
       78 max-linhas                                value 100.
       78 max-tamanhos                              value 10.

      *---- Promocao mais longa que o relatorio mede, em dias ---------
      * (a base tem o mesmo tamanho, logo antes do inicio)
       78 max-dias-periodo                          value 366.

       78 linhas-por-pagina                         value 40.

      *---- Vendas do sabor por loja e tamanho, nos dois periodos -----
      * Periodo 1 = promocao, periodo 2 = base. Receita = o que foi
      * cobrado; receita de tabela = a mesma quantidade ao preco de
      * tabela da loja na data da venda (PIZZAPLJ, ou o do mestre);
      * lucro = receita sem imposto menos custo da receita.
       01 efeito occurs 100.
           05 efe-loja                              pic x(03).
           05 efe-tamanho                           pic x(01).
           05 efe-periodo occurs 2.
               10 efe-quantidade                    pic 9(07).
               10 efe-receita                       pic 9(09)v99.
               10 efe-receita-tabela                pic 9(09)v99.
               10 efe-lucro                         pic s9(09)v99.

      *---- Preco de tabela e custo unitario de cada tamanho do sabor -
      * Custo = receita explodida ao custo do INGRMST (mesma conta do
      * CMV no contabil.cbl); sem receita montada vale o
      * custo_ingrediente do mestre.
       01 tamanho-sabor occurs 10.
           05 tms-tamanho                           pic x(01).
           05 tms-cadastrado                        pic x(01).
           05 tms-preco                             pic 9(03)v99.
           05 tms-imposto                           pic 9(03)v99.
           05 tms-custo                             pic 9(05)v99.
           05 tms-origem-custo                      pic x(01).
               88 custo-da-receita                  value 'R'.
               88 custo-do-mestre                   value 'M'.

      *---- Linha em impressao (uma loja, ou o total das lojas) -------
       01 bloco-impressao.
           05 blc-periodo occurs 2.
               10 blc-quantidade                    pic 9(07).
               10 blc-receita                       pic 9(09)v99.
               10 blc-receita-tabela                pic 9(09)v99.
               10 blc-lucro                         pic s9(09)v99.

      *---- Total do tamanho em promocao, somado em todas as lojas ----
       01 total-promovido.
           05 tpr-periodo occurs 2.
               10 tpr-quantidade                    pic 9(07).
               10 tpr-receita                       pic 9(09)v99.
               10 tpr-receita-tabela                pic 9(09)v99.
               10 tpr-lucro                         pic s9(09)v99.

       77 qtd-linhas                               pic 9(03).
       77 qtd-tamanhos                             pic 9(02).

       77 fs-promocoes                             pic x(02).
       77 fs-vendas                                pic x(02).
       77 fs-master                                pic x(02).
       77 fs-receita                               pic x(02).
       77 fs-ingrediente                           pic x(02).
       77 fs-loja                                  pic x(02).
       77 fs-relatorio                             pic x(02).

      *---- Preco de tabela da loja (ver BUSCA-PRECO-LOJA); entradas --
      * em WS-PLJ-LOJA/DATA mais o registro lido do PIZZAMST.
       77 fs-precos-loja                           pic x(02).
       77 ws-precos-loja-indisponivel              pic x(01) value 'N'.
       77 ws-plj-loja                              pic x(03).
       77 ws-plj-data                              pic 9(08).
       77 ws-preco-tabela                          pic 9(05)v99.
       77 ws-fim-precos-loja                       pic x(01).

      *---- PARM: 'AAAAMMDD AAAAMMDD' (inicio das promocoes de/ate) --
       77 ws-parametro                             pic x(20).
       77 ws-inicio-de                             pic 9(08).
       77 ws-inicio-ate                            pic 9(08).

      *---- Periodo da promocao corrente e da sua base -----------------
       77 ws-data-sistema                          pic 9(08).
       77 ws-promo-inicio                          pic 9(08).
       77 ws-promo-fim                             pic 9(08).
       77 ws-base-inicio                           pic 9(08).
       77 ws-base-fim                              pic 9(08).
       77 ws-data-corrente                         pic 9(08).
       77 ws-dias-periodo                          pic 9(03).
       77 ws-em-andamento                          pic x(01).
       77 ws-dias-a-mover                          pic 9(03).
       77 ws-dia                                   pic 9(02).
       77 ws-mes                                   pic 9(02).
       77 ws-ano                                   pic 9(04).
       77 ws-ultimo-dia                            pic 9(02).
       77 ws-quociente-ano                         pic 9(04).
       77 ws-resto-ano                             pic 9(04).

       01 ws-data-relatorio.
           05 ws-data-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-ano                          pic 9(04).

      *---- Data AAAAMMDD editada dd/mm/aaaa (ver FORMATA-DATA) -------
       77 ws-data-entrada                          pic 9(08).
       01 ws-data-formatada.
           05 ws-fmt-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fmt-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fmt-ano                           pic 9(04).
       77 ws-promo-inicio-ed                       pic x(10).
       77 ws-promo-fim-ed                          pic x(10).
       77 ws-base-inicio-ed                        pic x(10).
       77 ws-base-fim-ed                           pic x(10).

       77 ind                                      pic 9(03).
       77 ind-periodo                              pic 9(01).
       77 ws-ind-busca                             pic 9(03).
       77 ws-ind-linha                             pic 9(03).
       77 ws-ind-tamanho                           pic 9(02).
       77 ws-ind-promovido                         pic 9(02).

       77 ws-fim-promocoes                         pic x(01).
       77 ws-fim-vendas                            pic x(01).
       77 ws-fim-receita                           pic x(01).
       77 ws-loja-indisponivel                     pic x(01) value 'N'.
       77 ws-loja-corrente                         pic x(03).
       77 ws-nome-loja                             pic x(30).
       77 ws-rotulo-loja                           pic x(05).
       77 ws-outros-tamanhos                       pic x(01).
       77 ws-secao                                 pic x(01).
           88 secao-promovido                      value 'P'.
           88 secao-outros                         value 'O'.

      *---- Calculo de uma linha de venda -----------------------------
       77 ws-preco-venda                           pic 9(05)v99.
       77 ws-receita                               pic 9(09)v99.
       77 ws-receita-tabela                        pic 9(09)v99.
       77 ws-receita-liquida                       pic 9(09)v99.
       77 ws-custo                                 pic 9(09)v99.
       77 ws-lucro                                 pic s9(09)v99.
       77 ws-custo-item                            pic 9(07)v99.

      *---- Campos da impressao de um periodo e da variacao -----------
       77 ws-desconto                              pic s9(09)v99.
       77 ws-desconto-promo                        pic s9(09)v99.
       77 ws-margem-unitaria                       pic s9(05)v99.
       77 ws-margem-promo                          pic s9(05)v99.
       77 ws-diferenca-qtd                         pic s9(07).
       77 ws-diferenca-valor                       pic s9(09)v99.
       77 ws-diferenca-margem                      pic s9(05)v99.

      *---- Resultado do sabor inteiro (todos os tamanhos e lojas) ----
       77 ws-lucro-sabor-promo                     pic s9(09)v99.
       77 ws-lucro-sabor-base                      pic s9(09)v99.
       77 ws-lucro-outros-promo                    pic s9(09)v99.
       77 ws-lucro-outros-base                     pic s9(09)v99.
       77 ws-qtd-outros-promo                      pic 9(07).
       77 ws-qtd-outros-base                       pic 9(07).

       77 ws-promocoes-analisadas                  pic 9(06).
       77 ws-promocoes-sem-retorno                 pic 9(06).

      *---- Campos de edicao do relatorio ------------------------------
       77 ws-pagina                                pic 9(03).
       77 ws-linhas-na-pagina                      pic 9(02).
       77 ws-pagina-ed                             pic zz9.
       77 ws-quantidade-ed                         pic z(06)9.
       77 ws-diferenca-ed                          pic -(06)9.
       77 ws-valor-ed                              pic -(06)9,99.
       77 ws-total-valor-ed                        pic -(08)9,99.
       77 ws-margem-ed                             pic -(04)9,99.
       77 ws-preco-ed                              pic zz9,99.
       77 ws-custo-ed                              pic z(04)9,99.
       77 ws-desconto-pct-ed                       pic zz9,99.
       77 ws-dias-ed                               pic zz9.

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

           move 0 to ws-promocoes-analisadas
           move 0 to ws-promocoes-sem-retorno

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(7:2) to ws-data-dia
           move ws-data-sistema(5:2) to ws-data-mes
           move ws-data-sistema(1:4) to ws-data-ano

      *---- PARM = faixa de inicio das promocoes a analisar; sem PARM -
      * entram todas as que ja comecaram ate hoje. Promocao ainda em
      * curso e medida ate a data final da faixa (ver
      * jcl/pizzaefp.jcl).
           move 0 to ws-inicio-de
           move ws-data-sistema to ws-inicio-ate
           move spaces to ws-parametro
           accept ws-parametro from command-line
           if ws-parametro(1:8) is numeric
               move ws-parametro(1:8) to ws-inicio-de
           end-if
           if ws-parametro(10:8) is numeric
               move ws-parametro(10:8) to ws-inicio-ate
           end-if
           if ws-inicio-de > ws-inicio-ate
               display "Faixa de datas invalida no PARM: "
                       ws-parametro "; analise abortada."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input pizza-promocoes
           if fs-promocoes not = "00"
               display "Erro ao abrir as promocoes (PIZZAPRO), status "
                       fs-promocoes "; analise abortada."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input pizza-vendas
           if fs-vendas not = "00"
               display "Erro ao abrir as vendas (PIZZAVND), status "
                       fs-vendas "; analise abortada."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input pizza-master
           if fs-master not = "00"
               display "Erro ao abrir o arquivo mestre (PIZZAMST),"
                       " status " fs-master "; analise abortada."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input receita-arquivo
           if fs-receita not = "00"
               display "Erro ao abrir a receita (RECEITA), status "
                       fs-receita "; analise abortada."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input ingrediente-master
           if fs-ingrediente not = "00"
               display "Erro ao abrir o catalogo de ingredientes"
                       " (INGRMST), status " fs-ingrediente ";"
                       " analise abortada."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input loja-master
           if fs-loja not = "00"
               display "Cadastro de lojas (LOJAMST) indisponivel,"
                       " status " fs-loja "; relatorio sairia so com"
                       " o codigo da loja."
               move 'S' to ws-loja-indisponivel
           end-if

      *---- Sem os precos por loja (arquivo ainda nao criado) toda ---
      * loja vende pelo MST-PRECO, como antes deles.
           move 'N' to ws-precos-loja-indisponivel
           open input pizza-precos-loja
           if fs-precos-loja not = "00"
               move 'S' to ws-precos-loja-indisponivel
           end-if

           open output efeito-relat
           if fs-relatorio not = "00"
               display "Erro ao abrir o relatorio (PIZZAEFP), status "
                       fs-relatorio "; analise abortada."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           .
       inicializa-exit.
           exit.


      *---- Varre as promocoes na ordem da chave (pizza, tamanho, -----
      * inicio) e analisa as que comecaram dentro da faixa pedida.
       processamento section.

           move 1 to ws-pagina

           move low-values to pro-nome
           move low-values to pro-tamanho
           move 0 to pro-data-inicio

           start pizza-promocoes key is not less than pro-chave
               invalid key move "10" to fs-promocoes
           end-start

           move 'N' to ws-fim-promocoes
           if fs-promocoes = "10"
               move 'S' to ws-fim-promocoes
           end-if

           perform until ws-fim-promocoes = 'S'
               read pizza-promocoes next record
                   at end
                       move 'S' to ws-fim-promocoes
                   not at end
                       if pro-data-inicio >= ws-inicio-de
                           and pro-data-inicio <= ws-inicio-ate
                           perform analisa-promocao
                       end-if
               end-read
           end-perform

           if ws-promocoes-analisadas = zero
               move spaces to linha-relat
               string "NENHUMA PROMOCAO INICIADA ENTRE "
                      delimited by size
                      ws-inicio-de  delimited by size
                      " E "         delimited by size
                      ws-inicio-ate delimited by size
                      into linha-relat
               end-string
               write linha-relat
           end-if

           if ws-promocoes-sem-retorno > zero
               move 4 to return-code
           end-if

           display "Efetividade das promocoes gerada (PIZZAEFP);"
                   " promocoes analisadas: " ws-promocoes-analisadas
                   "; sem retorno: " ws-promocoes-sem-retorno

           .
       processamento-exit.
           exit.


      *---- Analisa a promocao lida: periodos, vendas e relatorio -----
       analisa-promocao section.

           add 1 to ws-promocoes-analisadas

           perform calcula-periodos

           move 0 to qtd-linhas
           move 0 to qtd-tamanhos
           move 1 to ind
           perform until ind > max-linhas
               move spaces to efe-loja(ind)
               move spaces to efe-tamanho(ind)
               move 1 to ind-periodo
               perform until ind-periodo > 2
                   move 0 to efe-quantidade(ind, ind-periodo)
                   move 0 to efe-receita(ind, ind-periodo)
                   move 0 to efe-receita-tabela(ind, ind-periodo)
                   move 0 to efe-lucro(ind, ind-periodo)
                   add 1 to ind-periodo
               end-perform
               add 1 to ind
           end-perform

      *---- O tamanho em promocao entra primeiro na tabela: o --------
      * cabecalho mostra o preco e o custo dele mesmo sem vendas.
           move pro-tamanho to vnd-tamanho
           perform localiza-tamanho
           move ws-ind-tamanho to ws-ind-promovido

           perform acumula-vendas-sabor
           perform imprime-promocao

           .
       analisa-promocao-exit.
           exit.


      *---- Periodo medido e base de mesmo tamanho logo antes ---------
      * Promocao ainda em curso e medida so ate o fim da faixa do
      * PARM, e a base encolhe junto para continuar comparavel.
       calcula-periodos section.

           move pro-data-inicio to ws-promo-inicio
           move pro-data-fim to ws-promo-fim
           move 'N' to ws-em-andamento
           if ws-promo-fim > ws-inicio-ate
               move ws-inicio-ate to ws-promo-fim
               move 'S' to ws-em-andamento
           end-if

      *---- Conta os dias do periodo um a um (com o teto, uma data ----
      * fim invalida nao prende o laco).
           move ws-promo-inicio(1:4) to ws-ano
           move ws-promo-inicio(5:2) to ws-mes
           move ws-promo-inicio(7:2) to ws-dia
           move ws-promo-inicio to ws-data-corrente
           move 1 to ws-dias-periodo
           perform until ws-data-corrente >= ws-promo-fim
                      or ws-dias-periodo >= max-dias-periodo
               move 1 to ws-dias-a-mover
               perform avanca-dias
               compute ws-data-corrente = (ws-ano * 10000)
                                        + (ws-mes * 100) + ws-dia
               add 1 to ws-dias-periodo
           end-perform
           if ws-data-corrente < ws-promo-fim
               display "Promocao " pro-nome " " pro-tamanho
                       " medida so nos primeiros " max-dias-periodo
                       " dias."
               move ws-data-corrente to ws-promo-fim
           end-if

           move ws-promo-inicio(1:4) to ws-ano
           move ws-promo-inicio(5:2) to ws-mes
           move ws-promo-inicio(7:2) to ws-dia
           move 1 to ws-dias-a-mover
           perform volta-dias
           compute ws-base-fim = (ws-ano * 10000)
                               + (ws-mes * 100) + ws-dia
           compute ws-dias-a-mover = ws-dias-periodo - 1
           perform volta-dias
           compute ws-base-inicio = (ws-ano * 10000)
                                  + (ws-mes * 100) + ws-dia

           move ws-promo-inicio to ws-data-entrada
           perform formata-data
           move ws-data-formatada to ws-promo-inicio-ed
           move ws-promo-fim to ws-data-entrada
           perform formata-data
           move ws-data-formatada to ws-promo-fim-ed
           move ws-base-inicio to ws-data-entrada
           perform formata-data
           move ws-data-formatada to ws-base-inicio-ed
           move ws-base-fim to ws-data-entrada
           perform formata-data
           move ws-data-formatada to ws-base-fim-ed

           .
       calcula-periodos-exit.
           exit.


      *---- Soma WS-DIAS-A-MOVER dias a WS-ANO/WS-MES/WS-DIA ----------
      * (mesmas contas do COMPRAS e do PEDIDO)
       avanca-dias section.

           perform until ws-dias-a-mover = zero
               evaluate ws-mes
                   when 1 when 3 when 5 when 7
                   when 8 when 10 when 12
                       move 31 to ws-ultimo-dia
                   when 4 when 6 when 9 when 11
                       move 30 to ws-ultimo-dia
                   when 2
                       divide ws-ano by 4
                           giving ws-quociente-ano
                           remainder ws-resto-ano
                       if ws-resto-ano = zero
                           move 29 to ws-ultimo-dia
                       else
                           move 28 to ws-ultimo-dia
                       end-if
               end-evaluate
               if ws-dia < ws-ultimo-dia
                   add 1 to ws-dia
               else
                   move 1 to ws-dia
                   if ws-mes = 12
                       move 1 to ws-mes
                       add 1 to ws-ano
                   else
                       add 1 to ws-mes
                   end-if
               end-if
               subtract 1 from ws-dias-a-mover
           end-perform

           .
       avanca-dias-exit.
           exit.


      *---- Subtrai WS-DIAS-A-MOVER dias de WS-ANO/WS-MES/WS-DIA ------
       volta-dias section.

           perform until ws-dias-a-mover = zero
               if ws-dia > 1
                   subtract 1 from ws-dia
               else
                   if ws-mes = 1
                       move 12 to ws-mes
                       subtract 1 from ws-ano
                   else
                       subtract 1 from ws-mes
                   end-if
                   evaluate ws-mes
                       when 1 when 3 when 5 when 7
                       when 8 when 10 when 12
                           move 31 to ws-dia
                       when 4 when 6 when 9 when 11
                           move 30 to ws-dia
                       when 2
                           divide ws-ano by 4
                               giving ws-quociente-ano
                               remainder ws-resto-ano
                           if ws-resto-ano = zero
                               move 29 to ws-dia
                           else
                               move 28 to ws-dia
                           end-if
                   end-evaluate
               end-if
               subtract 1 from ws-dias-a-mover
           end-perform

           .
       volta-dias-exit.
           exit.


      *---- Edita WS-DATA-ENTRADA (AAAAMMDD) em WS-DATA-FORMATADA -----
       formata-data section.

           move ws-data-entrada(7:2) to ws-fmt-dia
           move ws-data-entrada(5:2) to ws-fmt-mes
           move ws-data-entrada(1:4) to ws-fmt-ano

           .
       formata-data-exit.
           exit.


      *---- Le todas as vendas do sabor (todos os tamanhos) -----------
      * A chave do PIZZAVND comeca pelo nome, entao o sabor inteiro e
      * uma faixa contigua; so contam as datas da promocao e da base.
       acumula-vendas-sabor section.

           move pro-nome to vnd-nome
           move low-values to vnd-tamanho
           move 0 to vnd-data
           move low-values to vnd-loja

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
                       if vnd-nome not = pro-nome
                           move 'S' to ws-fim-vendas
                       else
                           move 0 to ind-periodo
                           if vnd-data >= ws-promo-inicio
                               and vnd-data <= ws-promo-fim
                               move 1 to ind-periodo
                           end-if
                           if vnd-data >= ws-base-inicio
                               and vnd-data <= ws-base-fim
                               move 2 to ind-periodo
                           end-if
                           if ind-periodo > zero
                               perform acumula-venda-promocao
                           end-if
                       end-if
               end-read
           end-perform

           .
       acumula-vendas-sabor-exit.
           exit.


      *---- Soma uma venda na linha da loja/tamanho e do periodo ------
      * Receita = o que foi cobrado (VND-PRECO-UNITARIO; registro sem
      * preco vale o de tabela, como no VENDAS). O preco de tabela e o
      * da loja da venda, vigente na data dela (BUSCA-PRECO-LOJA), e
      * o desconto e medido contra ele. A receita sem imposto sai do
      * preco com imposto embutido, como no ACUMULA-VENDA do
      * vendas.cbl, e o lucro e ela menos o custo da receita.
       acumula-venda-promocao section.

           perform localiza-tamanho
           if ws-ind-tamanho = zero
               go to acumula-venda-promocao-exit
           end-if
           if tms-cadastrado(ws-ind-tamanho) = 'N'
               go to acumula-venda-promocao-exit
           end-if

           move 0 to ws-ind-linha
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-linhas
                       or ws-ind-linha > 0
               if efe-loja(ws-ind-busca) = vnd-loja
                   and efe-tamanho(ws-ind-busca) = vnd-tamanho
                   move ws-ind-busca to ws-ind-linha
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-linha = zero
               if qtd-linhas >= max-linhas
                   display "Tabela de lojas da promocao cheia ("
                           max-linhas "); venda ignorada: " vnd-loja
                           " " vnd-nome " " vnd-tamanho
                   go to acumula-venda-promocao-exit
               end-if
               add 1 to qtd-linhas
               move qtd-linhas to ws-ind-linha
               move vnd-loja to efe-loja(ws-ind-linha)
               move vnd-tamanho to efe-tamanho(ws-ind-linha)
           end-if

      *---- BUSCA-PRECO-LOJA parte da area do mestre; ela e montada --
      * com o tamanho da venda (o PIZZAMST aqui so e lido).
           move pro-nome to mst-nome
           move vnd-tamanho to mst-tamanho
           move tms-preco(ws-ind-tamanho) to mst-preco
           move vnd-loja to ws-plj-loja
           move vnd-data to ws-plj-data
           perform busca-preco-loja

           if vnd-preco-unitario = zero
               move ws-preco-tabela to ws-preco-venda
           else
               move vnd-preco-unitario to ws-preco-venda
           end-if

           compute ws-receita = vnd-quantidade * ws-preco-venda
           compute ws-receita-tabela = vnd-quantidade
                   * ws-preco-tabela
           compute ws-receita-liquida rounded = ws-receita /
                   (1 + (tms-imposto(ws-ind-tamanho) / 100))
           compute ws-custo = vnd-quantidade
                   * tms-custo(ws-ind-tamanho)
           compute ws-lucro = ws-receita-liquida - ws-custo

           add vnd-quantidade
               to efe-quantidade(ws-ind-linha, ind-periodo)
           add ws-receita
               to efe-receita(ws-ind-linha, ind-periodo)
           add ws-receita-tabela
               to efe-receita-tabela(ws-ind-linha, ind-periodo)
           add ws-lucro
               to efe-lucro(ws-ind-linha, ind-periodo)

           .
       acumula-venda-promocao-exit.
           exit.


      *---- Localiza (ou carrega) o tamanho VND-TAMANHO do sabor ------
      * Devolve o indice em WS-IND-TAMANHO (zero com a tabela cheia).
      * Tamanho fora do mestre fica marcado TMS-CADASTRADO = 'N' e as
      * vendas dele ficam fora do relatorio (avisado uma vez so).
       localiza-tamanho section.

           move 0 to ws-ind-tamanho
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-tamanhos
                       or ws-ind-tamanho > 0
               if tms-tamanho(ws-ind-busca) = vnd-tamanho
                   move ws-ind-busca to ws-ind-tamanho
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-tamanho > zero
               go to localiza-tamanho-exit
           end-if

           if qtd-tamanhos >= max-tamanhos
               display "Tabela de tamanhos cheia (" max-tamanhos
                       "); venda ignorada: " pro-nome " " vnd-tamanho
               go to localiza-tamanho-exit
           end-if

           add 1 to qtd-tamanhos
           move qtd-tamanhos to ws-ind-tamanho
           move vnd-tamanho to tms-tamanho(ws-ind-tamanho)
           move 'S' to tms-cadastrado(ws-ind-tamanho)
           move 0 to tms-preco(ws-ind-tamanho)
           move 0 to tms-imposto(ws-ind-tamanho)
           move 0 to tms-custo(ws-ind-tamanho)
           move space to tms-origem-custo(ws-ind-tamanho)

           move pro-nome to mst-nome
           move vnd-tamanho to mst-tamanho
           read pizza-master
               invalid key
                   display "Pizza sem cadastro no mestre, fora da"
                           " analise: " pro-nome " " vnd-tamanho
                   move 'N' to tms-cadastrado(ws-ind-tamanho)
                   go to localiza-tamanho-exit
           end-read

           move mst-preco to tms-preco(ws-ind-tamanho)
           move mst-imposto-percentual to tms-imposto(ws-ind-tamanho)

           perform custo-receita-tamanho

           .
       localiza-tamanho-exit.
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


      *---- Custo unitario do tamanho em WS-IND-TAMANHO ----------------
      * Explode a receita ao custo corrente do INGRMST, como o CMV do
      * contabil.cbl; sem receita montada vale o custo_ingrediente do
      * mestre (lido em LOCALIZA-TAMANHO).
       custo-receita-tamanho section.

           move pro-nome to rec-nome
           move vnd-tamanho to rec-tamanho
           move low-values to rec-ing-codigo

           start receita-arquivo key is not less than rec-chave
               invalid key move "10" to fs-receita
           end-start

           move 'N' to ws-fim-receita
           if fs-receita = "10"
               move 'S' to ws-fim-receita
           end-if

           perform until ws-fim-receita = 'S'
               read receita-arquivo next record
                   at end
                       move 'S' to ws-fim-receita
                   not at end
                       if rec-nome = pro-nome
                           and rec-tamanho = vnd-tamanho
                           perform soma-custo-item
                       else
                           move 'S' to ws-fim-receita
                       end-if
               end-read
           end-perform

           if tms-origem-custo(ws-ind-tamanho) = space
               move mst-custo-ingrediente to tms-custo(ws-ind-tamanho)
               move 'M' to tms-origem-custo(ws-ind-tamanho)
           end-if

           .
       custo-receita-tamanho-exit.
           exit.


      *---- Soma o custo de um item da receita no custo do tamanho ----
       soma-custo-item section.

           move rec-ing-codigo to ing-codigo
           read ingrediente-master
               invalid key
                   display "Ingrediente da receita sem cadastro, fora"
                           " do custo: " rec-ing-codigo
                   go to soma-custo-item-exit
           end-read

           compute ws-custo-item rounded =
                   rec-quantidade * ing-custo-unitario
           add ws-custo-item to tms-custo(ws-ind-tamanho)
           move 'R' to tms-origem-custo(ws-ind-tamanho)

           .
       soma-custo-item-exit.
           exit.


      *---- Pagina da promocao: tamanho promovido por loja, outros ----
      * tamanhos do sabor e o resultado do sabor inteiro.
       imprime-promocao section.

           move 'P' to ws-secao
           perform imprime-cabecalho-efeito

           move 1 to ind-periodo
           perform until ind-periodo > 2
               move 0 to tpr-quantidade(ind-periodo)
               move 0 to tpr-receita(ind-periodo)
               move 0 to tpr-receita-tabela(ind-periodo)
               move 0 to tpr-lucro(ind-periodo)
               add 1 to ind-periodo
           end-perform

           move 0 to ws-lucro-outros-promo
           move 0 to ws-lucro-outros-base
           move 0 to ws-qtd-outros-promo
           move 0 to ws-qtd-outros-base
           move 'N' to ws-outros-tamanhos

           move 1 to ind
           perform until ind > qtd-linhas
               if efe-tamanho(ind) = pro-tamanho
                   move efe-loja(ind) to ws-rotulo-loja
                   move efe-loja(ind) to ws-loja-corrente
                   perform busca-nome-loja
                   move 1 to ind-periodo
                   perform until ind-periodo > 2
                       move efe-periodo(ind, ind-periodo)
                           to blc-periodo(ind-periodo)
                       add efe-quantidade(ind, ind-periodo)
                           to tpr-quantidade(ind-periodo)
                       add efe-receita(ind, ind-periodo)
                           to tpr-receita(ind-periodo)
                       add efe-receita-tabela(ind, ind-periodo)
                           to tpr-receita-tabela(ind-periodo)
                       add efe-lucro(ind, ind-periodo)
                           to tpr-lucro(ind-periodo)
                       add 1 to ind-periodo
                   end-perform
                   perform imprime-bloco
               else
                   move 'S' to ws-outros-tamanhos
                   add efe-quantidade(ind, 1) to ws-qtd-outros-promo
                   add efe-quantidade(ind, 2) to ws-qtd-outros-base
                   add efe-lucro(ind, 1) to ws-lucro-outros-promo
                   add efe-lucro(ind, 2) to ws-lucro-outros-base
               end-if
               add 1 to ind
           end-perform

           move "TOTAL" to ws-rotulo-loja
           move 1 to ind-periodo
           perform until ind-periodo > 2
               move tpr-periodo(ind-periodo) to blc-periodo(ind-periodo)
               add 1 to ind-periodo
           end-perform
           perform imprime-bloco

           perform imprime-outros-tamanhos
           perform imprime-resultado-sabor

           .
       imprime-promocao-exit.
           exit.


      *---- Bloco de uma loja (ou do total): nome, promocao, base e ---
      * variacao. Desconto = receita de tabela - receita cobrada;
      * margem por unidade = lucro / quantidade.
       imprime-bloco section.

           if ws-linhas-na-pagina + 5 > linhas-por-pagina
               perform imprime-cabecalho-efeito
           end-if

           move spaces to linha-relat
           if ws-rotulo-loja = "TOTAL"
               string "TOTAL DAS LOJAS" delimited by size
                      into linha-relat
               end-string
           else
               string "Loja: "         delimited by size
                      ws-loja-corrente delimited by size
                      " - "            delimited by size
                      ws-nome-loja     delimited by size
                      into linha-relat
               end-string
           end-if
           write linha-relat
           add 1 to ws-linhas-na-pagina

           move 1 to ind-periodo
           perform until ind-periodo > 2
               compute ws-desconto = blc-receita-tabela(ind-periodo)
                                   - blc-receita(ind-periodo)
               if blc-quantidade(ind-periodo) > zero
                   compute ws-margem-unitaria rounded =
                           blc-lucro(ind-periodo)
                           / blc-quantidade(ind-periodo)
               else
                   move 0 to ws-margem-unitaria
               end-if

               move spaces to linha-relat
               if ind-periodo = 1
                   move ws-rotulo-loja to linha-relat(1:5)
                   move "PROMOCAO" to linha-relat(7:8)
                   move ws-desconto to ws-desconto-promo
                   move ws-margem-unitaria to ws-margem-promo
               else
                   move "BASE" to linha-relat(7:4)
               end-if
               move blc-quantidade(ind-periodo) to ws-quantidade-ed
               move ws-quantidade-ed to linha-relat(16:7)
               move blc-receita(ind-periodo) to ws-valor-ed
               move ws-valor-ed to linha-relat(24:10)
               move blc-receita-tabela(ind-periodo) to ws-valor-ed
               move ws-valor-ed to linha-relat(35:10)
               move ws-desconto to ws-valor-ed
               move ws-valor-ed to linha-relat(46:10)
               move blc-lucro(ind-periodo) to ws-valor-ed
               move ws-valor-ed to linha-relat(57:10)
               move ws-margem-unitaria to ws-margem-ed
               move ws-margem-ed to linha-relat(68:8)
               write linha-relat
               add 1 to ws-linhas-na-pagina
               add 1 to ind-periodo
           end-perform

      *---- Variacao = promocao - base (WS-DESCONTO/WS-MARGEM- --------
      * UNITARIA ficaram com a base; os da promocao foram guardados).
           move spaces to linha-relat
           move "VARIACAO" to linha-relat(7:8)
           compute ws-diferenca-qtd = blc-quantidade(1)
                                    - blc-quantidade(2)
           move ws-diferenca-qtd to ws-diferenca-ed
           move ws-diferenca-ed to linha-relat(16:7)
           compute ws-diferenca-valor = blc-receita(1)
                                      - blc-receita(2)
           move ws-diferenca-valor to ws-valor-ed
           move ws-valor-ed to linha-relat(24:10)
           compute ws-diferenca-valor = blc-receita-tabela(1)
                                      - blc-receita-tabela(2)
           move ws-diferenca-valor to ws-valor-ed
           move ws-valor-ed to linha-relat(35:10)
           compute ws-diferenca-valor = ws-desconto-promo
                                      - ws-desconto
           move ws-diferenca-valor to ws-valor-ed
           move ws-valor-ed to linha-relat(46:10)
           compute ws-diferenca-valor = blc-lucro(1) - blc-lucro(2)
           move ws-diferenca-valor to ws-valor-ed
           move ws-valor-ed to linha-relat(57:10)
           compute ws-diferenca-margem = ws-margem-promo
                                       - ws-margem-unitaria
           move ws-diferenca-margem to ws-margem-ed
           move ws-margem-ed to linha-relat(68:8)
           write linha-relat

           move spaces to linha-relat
           write linha-relat
           add 2 to ws-linhas-na-pagina

           .
       imprime-bloco-exit.
           exit.


      *---- Outros tamanhos do mesmo sabor, promocao x base ----------
      * Queda de venda no periodo da promocao sai marcada com << :
      * o cliente pode so ter trocado de tamanho (canibalizacao).
       imprime-outros-tamanhos section.

           move 'O' to ws-secao
           if ws-linhas-na-pagina + 6 > linhas-por-pagina
               perform imprime-cabecalho-efeito
           else
               perform imprime-titulo-secao
           end-if

           if ws-outros-tamanhos = 'N'
               move spaces to linha-relat
               string "NENHUMA VENDA DE OUTRO TAMANHO DO SABOR NA"
                      " PROMOCAO OU NA BASE" delimited by size
                      into linha-relat
               end-string
               write linha-relat
               add 1 to ws-linhas-na-pagina
               go to imprime-outros-tamanhos-exit
           end-if

           move 1 to ind
           perform until ind > qtd-linhas
               if efe-tamanho(ind) not = pro-tamanho
                   if ws-linhas-na-pagina >= linhas-por-pagina
                       perform imprime-cabecalho-efeito
                   end-if
                   move spaces to linha-relat
                   move efe-loja(ind) to linha-relat(1:3)
                   move efe-tamanho(ind) to linha-relat(6:1)
                   move efe-quantidade(ind, 2) to ws-quantidade-ed
                   move ws-quantidade-ed to linha-relat(9:7)
                   move efe-quantidade(ind, 1) to ws-quantidade-ed
                   move ws-quantidade-ed to linha-relat(18:7)
                   compute ws-diferenca-qtd = efe-quantidade(ind, 1)
                                            - efe-quantidade(ind, 2)
                   move ws-diferenca-qtd to ws-diferenca-ed
                   move ws-diferenca-ed to linha-relat(27:7)
                   move efe-lucro(ind, 2) to ws-valor-ed
                   move ws-valor-ed to linha-relat(36:10)
                   move efe-lucro(ind, 1) to ws-valor-ed
                   move ws-valor-ed to linha-relat(48:10)
                   compute ws-diferenca-valor = efe-lucro(ind, 1)
                                              - efe-lucro(ind, 2)
                   move ws-diferenca-valor to ws-valor-ed
                   move ws-valor-ed to linha-relat(60:10)
                   if ws-diferenca-qtd < zero
                       move "<<" to linha-relat(72:2)
                   end-if
                   write linha-relat
                   add 1 to ws-linhas-na-pagina
               end-if
               add 1 to ind
           end-perform

           .
       imprime-outros-tamanhos-exit.
           exit.


      *---- Resultado do sabor inteiro: a promocao se pagou? ----------
      * Lucro de todos os tamanhos em todas as lojas, promocao x base:
      * o ganho do tamanho promovido precisa cobrir o desconto e o
      * que os outros tamanhos deixaram de vender.
       imprime-resultado-sabor section.

           compute ws-lucro-sabor-promo = tpr-lucro(1)
                                        + ws-lucro-outros-promo
           compute ws-lucro-sabor-base = tpr-lucro(2)
                                       + ws-lucro-outros-base

           if ws-linhas-na-pagina + 7 > linhas-por-pagina
               move space to ws-secao
               perform imprime-cabecalho-efeito
           end-if

           move spaces to linha-relat
           write linha-relat

           move spaces to linha-relat
           string "RESULTADO DO SABOR (TODOS OS TAMANHOS, TODAS AS"
                  " LOJAS)" delimited by size
                  into linha-relat
           end-string
           write linha-relat

           compute ws-diferenca-valor = ws-lucro-outros-promo
                                      - ws-lucro-outros-base
           move ws-diferenca-valor to ws-total-valor-ed
           move spaces to linha-relat
           string "Variacao do lucro nos outros tamanhos: "
                  delimited by size
                  ws-total-valor-ed delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-lucro-sabor-base to ws-total-valor-ed
           move spaces to linha-relat
           string "Lucro do sabor na base:                "
                  delimited by size
                  ws-total-valor-ed delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-lucro-sabor-promo to ws-total-valor-ed
           move spaces to linha-relat
           string "Lucro do sabor na promocao:            "
                  delimited by size
                  ws-total-valor-ed delimited by size
                  into linha-relat
           end-string
           write linha-relat

           compute ws-diferenca-valor = ws-lucro-sabor-promo
                                      - ws-lucro-sabor-base
           move ws-diferenca-valor to ws-total-valor-ed
           move spaces to linha-relat
           if ws-diferenca-valor < zero
               add 1 to ws-promocoes-sem-retorno
               string "Variacao do lucro do sabor:            "
                      delimited by size
                      ws-total-valor-ed delimited by size
                      "  NAO SE PAGOU" delimited by size
                      into linha-relat
               end-string
           else
               string "Variacao do lucro do sabor:            "
                      delimited by size
                      ws-total-valor-ed delimited by size
                      "  SE PAGOU" delimited by size
                      into linha-relat
               end-string
           end-if
           write linha-relat
           add 6 to ws-linhas-na-pagina

           .
       imprime-resultado-sabor-exit.
           exit.


      *---- Busca o nome da loja corrente no cadastro -----------------
      * (mesma regra do BUSCA-NOME-LOJA no vendas.cbl)
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


      *---- Cabecalho de pagina: a promocao, os periodos e o preco ----
       imprime-cabecalho-efeito section.

           if ws-pagina > 1
               move spaces to linha-relat
               write linha-relat before advancing page
           end-if

           move spaces to linha-relat
           string "EFETIVIDADE DAS PROMOCOES" delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-pagina to ws-pagina-ed
           move spaces to linha-relat
           string "Programa: PROMOCAO"      delimited by size
                  "   Data: "               delimited by size
                  ws-data-relatorio         delimited by size
                  "   Pagina: "             delimited by size
                  ws-pagina-ed              delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move pro-desconto to ws-desconto-pct-ed
           move spaces to linha-relat
           string "Promocao: "       delimited by size
                  pro-nome           delimited by size
                  " "                delimited by size
                  pro-tamanho        delimited by size
                  "  desconto de "   delimited by size
                  ws-desconto-pct-ed delimited by size
                  "%"                delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-dias-periodo to ws-dias-ed
           move spaces to linha-relat
           if ws-em-andamento = 'S'
               string "Periodo:  "       delimited by size
                      ws-promo-inicio-ed delimited by size
                      " a "              delimited by size
                      ws-promo-fim-ed    delimited by size
                      " ("               delimited by size
                      ws-dias-ed         delimited by size
                      " dias, EM ANDAMENTO)" delimited by size
                      into linha-relat
               end-string
           else
               string "Periodo:  "       delimited by size
                      ws-promo-inicio-ed delimited by size
                      " a "              delimited by size
                      ws-promo-fim-ed    delimited by size
                      " ("               delimited by size
                      ws-dias-ed         delimited by size
                      " dias)"           delimited by size
                      into linha-relat
               end-string
           end-if
           write linha-relat

           move spaces to linha-relat
           string "Base:     "       delimited by size
                  ws-base-inicio-ed  delimited by size
                  " a "              delimited by size
                  ws-base-fim-ed     delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           if ws-ind-promovido = zero
               string "Tamanho em promocao fora da tabela de tamanhos"
                      delimited by size
                      into linha-relat
               end-string
           else
               if tms-cadastrado(ws-ind-promovido) = 'N'
                   string "Tamanho em promocao sem cadastro no mestre"
                          delimited by size
                          into linha-relat
                   end-string
               else
                   move tms-preco(ws-ind-promovido) to ws-preco-ed
                   move tms-custo(ws-ind-promovido) to ws-custo-ed
                   if custo-do-mestre(ws-ind-promovido)
                       string "Preco de tabela: " delimited by size
                              ws-preco-ed         delimited by size
                              "   Custo unitario: " delimited by size
                              ws-custo-ed         delimited by size
                              " (do mestre)"      delimited by size
                              into linha-relat
                       end-string
                   else
                       string "Preco de tabela: " delimited by size
                              ws-preco-ed         delimited by size
                              "   Custo unitario: " delimited by size
                              ws-custo-ed         delimited by size
                              " (da receita)"     delimited by size
                              into linha-relat
                       end-string
                   end-if
               end-if
           end-if
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           add 1 to ws-pagina
           move 7 to ws-linhas-na-pagina

           if ws-secao not = space
               perform imprime-titulo-secao
           end-if

           .
       imprime-cabecalho-efeito-exit.
           exit.


      *---- Titulo e colunas da secao corrente ------------------------
       imprime-titulo-secao section.

           move spaces to linha-relat
           if secao-promovido
               string "TAMANHO EM PROMOCAO, POR LOJA" delimited by size
                      into linha-relat
               end-string
               write linha-relat
               move spaces to linha-relat
               move "LOJA"     to linha-relat(1:4)
               move "PERIODO"  to linha-relat(7:7)
               move "QTDADE"   to linha-relat(17:6)
               move "COBRADO"  to linha-relat(27:7)
               move "TABELA"   to linha-relat(39:6)
               move "DESCONTO" to linha-relat(48:8)
               move "LUCRO"    to linha-relat(62:5)
               move "MARG/UN"  to linha-relat(69:7)
           else
               string "OUTROS TAMANHOS DO SABOR (CANIBALIZACAO)"
                      delimited by size
                      into linha-relat
               end-string
               write linha-relat
               move spaces to linha-relat
               move "LJA"         to linha-relat(1:3)
               move "TM"          to linha-relat(5:2)
               move "QTD BASE"    to linha-relat(8:8)
               move "QTD PROMO"   to linha-relat(16:9)
               move "QTD VAR"     to linha-relat(27:7)
               move "LUCRO BASE"  to linha-relat(36:10)
               move "LUCRO PROMO" to linha-relat(47:11)
               move "VARIACAO"    to linha-relat(62:8)
           end-if
           write linha-relat
           add 2 to ws-linhas-na-pagina

           .
       imprime-titulo-secao-exit.
           exit.


       finaliza section.

           close pizza-promocoes
           close pizza-vendas
           close pizza-master
           close receita-arquivo
           close ingrediente-master
           if ws-precos-loja-indisponivel = 'N'
               close pizza-precos-loja
           end-if
           if ws-loja-indisponivel = 'N'
               close loja-master
           end-if
           close efeito-relat

           perform grava-execucao

           stop run
           .
       finaliza-exit.
           exit.


      *---- Anexa o registro desta execucao no controle (PIZZARUN) ----
      * Os contadores levam as promocoes analisadas (1) e as que nao
      * se pagaram (2).
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

           move "PZZAEFP" to run-programa
           accept run-data from date yyyymmdd
           move ws-hora-inicio to run-hora-inicio
           accept run-hora-fim from time
           move return-code to run-rc
           move ws-promocoes-analisadas to run-contador-1
           move ws-promocoes-sem-retorno to run-contador-2

           write execucao-registro

           close pizza-execucoes

           .
       grava-execucao-exit.
           exit.
