      * Divisão de identificação do programa
       Identification Division.
       Program-id. "preparo".
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

           select pizza-previsao assign to "PIZZAPRV"
               organization is indexed
               access mode is dynamic
               record key is prv-chave
               file status is fs-previsao.

           select preparo-relat assign to "PIZZAPRP"
               organization is line sequential
               file status is fs-relatorio.

           select acuracia-relat assign to "PIZZAPRA"
               organization is line sequential
               file status is fs-acuracia.

           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is fs-execucao.

       I-O-Control.

      * Declaração de variáveis
       Data Division.
      *-----Variáveis de arquivos
       File Section.

      *---- Vendas do dia, mesmo layout usado pelo VENDAS --------------
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
       FD  loja-master
           label records are standard.
       01  loja-registro.
           05 loj-codigo                            pic x(03).
           05 loj-nome                              pic x(30).
           05 loj-situacao                          pic x(01).
               88 loj-ativa                         value 'A'.
               88 loj-inativa                       value 'I'.

      *---- Previsao gravada para o acompanhamento ---------------------
      * Uma linha por dia previsto, loja e pizza; a rodada da noite
      * seguinte compara com o que a loja vendeu de fato. Rerun do
      * mesmo dia substitui a previsao anterior daquele dia.
       FD  pizza-previsao
           label records are standard.
       01  previsao-registro.
           05 prv-chave.
               10 prv-data                          pic 9(08).
               10 prv-loja                          pic x(03).
               10 prv-nome                          pic x(15).
               10 prv-tamanho                       pic x(01).
           05 prv-quantidade                        pic 9(05).
           05 prv-semanas                           pic 9(02).
           05 prv-data-geracao                      pic 9(08).

      *---- Folhas de preparo (uma pagina por loja) ------------------
       FD  preparo-relat
           label records are standard.
       01  linha-relat                              pic x(80).

      *---- Previsto x vendido do dia (acompanhamento) ----------------
       FD  acuracia-relat
           label records are standard.
       01  linha-acuracia                           pic x(80).

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

      *---- Tetos das tabelas (mesmos do COMPRAS) ---------------------
       78 max-pizzas                                value 2000.
       78 max-ingredientes                          value 2000.
       78 max-lojas                                 value 20.

       78 linhas-por-pagina                         value 40.

      *---- Semanas de historico quando o PARM nao informa outra ------
      * (o teto e o tamanho da tabela de datas de referencia)
       78 semanas-padrao                            value 6.
       78 max-semanas                               value 12.

      *---- Mesmo dia da semana nas ultimas N semanas -----------------
       01 data-referencia occurs 12.
           05 ref-data                              pic 9(08).

      *---- Vendas por loja e pizza nas datas de referencia -----------
       01 previsao occurs 2000.
           05 pvs-loja                              pic x(03).
           05 pvs-nome                              pic x(15).
           05 pvs-tamanho                           pic x(01).
           05 pvs-vendas                            pic 9(07).
           05 pvs-prevista                          pic 9(05).

      *---- Lojas da previsao e em quais datas de referencia venderam
      * (loja fechada num feriado nao puxa a media para baixo).
       01 loja-plano occurs 20.
           05 lpl-codigo                            pic x(03).
           05 lpl-vendeu occurs 12                  pic x(01).
           05 lpl-semanas                           pic 9(02).
           05 lpl-faltas                            pic 9(03).

      *---- Quantidade a preparar por loja e ingrediente --------------
       01 preparo occurs 2000.
           05 prp-loja                              pic x(03).
           05 prp-codigo                            pic x(08).
           05 prp-quantidade                        pic 9(07)v999.

      *---- Previsto x vendido do dia acompanhado ---------------------
       01 acuracia occurs 2000.
           05 acu-loja                              pic x(03).
           05 acu-nome                              pic x(15).
           05 acu-tamanho                           pic x(01).
           05 acu-prevista                          pic 9(05).
           05 acu-vendida                           pic 9(07).

       77 qtd-previsao                             pic 9(04).
       77 qtd-lojas-plano                          pic 9(03).
       77 qtd-preparo                              pic 9(04).
       77 qtd-acuracia                             pic 9(04).

       77 fs-vendas                                pic x(02).
       77 fs-receita                               pic x(02).
       77 fs-ingrediente                           pic x(02).
       77 fs-estoque                               pic x(02).
       77 fs-loja                                  pic x(02).
       77 fs-previsao                              pic x(02).
       77 fs-relatorio                             pic x(02).
       77 fs-acuracia                              pic x(02).

      *---- PARM: 'nn AAAAMMDD' (semanas e data base, ambos opcionais)
       77 ws-parametro                             pic x(20).
       77 ws-semanas                               pic 9(02).

      *---- Datas: base = dia cujas vendas ja estao carregadas; -------
      * alvo = dia seguinte, para o qual se prepara.
       77 ws-data-sistema                          pic 9(08).
       77 ws-data-base                             pic 9(08).
       77 ws-data-alvo                             pic 9(08).
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
       77 ws-data-alvo-ed                          pic x(10).
       77 ws-data-base-ed                          pic x(10).

      *---- Dia da semana do alvo (congruencia de Zeller) -------------
       01 tabela-dias-semana.
           05 filler                   pic x(13) value "SABADO".
           05 filler                   pic x(13) value "DOMINGO".
           05 filler                   pic x(13) value "SEGUNDA-FEIRA".
           05 filler                   pic x(13) value "TERCA-FEIRA".
           05 filler                   pic x(13) value "QUARTA-FEIRA".
           05 filler                   pic x(13) value "QUINTA-FEIRA".
           05 filler                   pic x(13) value "SEXTA-FEIRA".
       01 filler redefines tabela-dias-semana.
           05 nome-dia-semana occurs 7             pic x(13).
       77 ws-dia-semana                            pic x(13).
       77 ws-zel-mes                               pic 9(02).
       77 ws-zel-ano                               pic 9(04).
       77 ws-zel-seculo                            pic 9(02).
       77 ws-zel-ano-seculo                        pic 9(02).
       77 ws-zel-termo                             pic 9(04).
       77 ws-zel-soma                              pic 9(05).
       77 ws-zel-quociente                         pic 9(05).
       77 ws-zel-resto                             pic 9(01).

       77 ind                                      pic 9(04).
       77 ind-semana                               pic 9(02).
       77 ind-limpa                                pic 9(02).
       77 ws-ind-busca                             pic 9(04).
       77 ws-ind-encontrado                        pic 9(04).
       77 ws-ind-pizza                             pic 9(04).
       77 ws-ind-loja                              pic 9(03).
       77 ws-ind-loja-venda                        pic 9(03).
       77 ws-ind-acuracia                          pic 9(04).

       77 ws-fim-vendas                            pic x(01).
       77 ws-fim-receita                           pic x(01).
       77 ws-fim-previsao                          pic x(01).
       77 ws-loja-indisponivel                     pic x(01) value 'N'.
       77 ws-estoque-indisponivel                  pic x(01) value 'N'.
       77 ws-loja-corrente                         pic x(03).
       77 ws-loja-impressa                         pic x(01).
       77 ws-rotulo-total                          pic x(05).
       77 ws-nome-loja                             pic x(30).
       77 ws-secao                                 pic x(01).
           88 secao-pizzas                         value 'P'.
           88 secao-ingredientes                   value 'I'.

      *---- Calculo das quantidades -----------------------------------
       77 ws-preparo-item                          pic 9(07)v999.
       77 ws-saldo-atual                           pic s9(07)v999.
       77 ws-falta                                 pic s9(07)v999.
       77 ws-diferenca                             pic s9(07).
       77 ws-erro-absoluto                         pic 9(07).
       77 ws-pizzas-previstas                      pic 9(06).
       77 ws-itens-em-falta                        pic 9(06).

      *---- Totais do acompanhamento -----------------------------------
       77 ws-acu-prevista-loja                     pic 9(07).
       77 ws-acu-vendida-loja                      pic 9(07).
       77 ws-acu-erro-loja                         pic 9(07).
       77 ws-acu-prevista-total                    pic 9(07).
       77 ws-acu-vendida-total                     pic 9(07).
       77 ws-acu-erro-total                        pic 9(07).
       77 ws-acerto-percentual                     pic s9(05)v9.

      *---- Campos de edicao dos relatorios ---------------------------
       77 ws-pagina                                pic 9(03).
       77 ws-linhas-na-pagina                      pic 9(02).
       77 ws-pagina-ed                             pic zz9.
       77 ws-quantidade-ed                         pic z(06)9,999.
       77 ws-saldo-ed                              pic -(06)9,999.
       77 ws-contador-ed                           pic z(06)9.
       77 ws-diferenca-ed                          pic -(06)9.
       77 ws-percentual-ed                         pic -(04)9,9.
       77 ws-semanas-ed                            pic z9.

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

           move 0 to ws-pizzas-previstas
           move 0 to ws-itens-em-falta

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(7:2) to ws-data-dia
           move ws-data-sistema(5:2) to ws-data-mes
           move ws-data-sistema(1:4) to ws-data-ano

      *---- PARM = semanas de historico e data base; sem PARM valem o -
      * padrao e o dia da execucao (ver jcl/pizzaprp.jcl).
           move semanas-padrao to ws-semanas
           move ws-data-sistema to ws-data-base
           move spaces to ws-parametro
           accept ws-parametro from command-line
           evaluate true
               when ws-parametro(1:2) is numeric
                and ws-parametro(1:2) not = "00"
                   move ws-parametro(1:2) to ws-semanas
               when ws-parametro(1:1) is numeric
                and ws-parametro(1:1) not = "0"
                and ws-parametro(2:1) = space
                   move ws-parametro(1:1) to ws-semanas
           end-evaluate
           if ws-parametro(4:8) is numeric
               move ws-parametro(4:8) to ws-data-base
           end-if
           if ws-semanas > max-semanas
               display "Historico limitado a " max-semanas
                       " semanas."
               move max-semanas to ws-semanas
           end-if

           perform calcula-datas

           open input pizza-vendas
           if fs-vendas not = "00"
               display "Erro ao abrir as vendas (PIZZAVND), status "
                       fs-vendas "; plano de preparo abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input receita-arquivo
           if fs-receita not = "00"
               display "Erro ao abrir a receita (RECEITA), status "
                       fs-receita "; plano de preparo abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open input ingrediente-master
           if fs-ingrediente not = "00"
               display "Erro ao abrir o catalogo de ingredientes"
                       " (INGRMST), status " fs-ingrediente ";"
                       " plano de preparo abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

      *---- Sem saldo, o plano sai sem a coluna de estoque (mesma -----
      * convencao do COMPRAS para o PIZZAEST ausente).
           open input estoque-saldo
           if fs-estoque not = "00"
               display "Saldo de estoque (PIZZAEST) indisponivel,"
                       " status " fs-estoque "; plano sem conferencia"
                       " do estoque."
               move 'S' to ws-estoque-indisponivel
           end-if

           open input loja-master
           if fs-loja not = "00"
               display "Cadastro de lojas (LOJAMST) indisponivel,"
                       " status " fs-loja "; folhas sairao so com o"
                       " codigo da loja."
               move 'S' to ws-loja-indisponivel
           end-if

           open i-o pizza-previsao
           if fs-previsao = "35"
               open output pizza-previsao
               close pizza-previsao
               open i-o pizza-previsao
           end-if
           if fs-previsao not = "00"
               display "Erro ao abrir a previsao (PIZZAPRV), status "
                       fs-previsao "; plano de preparo abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open output preparo-relat
           if fs-relatorio not = "00"
               display "Erro ao abrir as folhas de preparo (PIZZAPRP),"
                       " status " fs-relatorio "; plano de preparo"
                       " abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           open output acuracia-relat
           if fs-acuracia not = "00"
               display "Erro ao abrir o acompanhamento (PIZZAPRA),"
                       " status " fs-acuracia "; plano de preparo"
                       " abortado."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           .
       inicializa-exit.
           exit.


      *---- Alvo = base + 1 dia; referencias = alvo - 7, - 14 ... -----
      * O dia e movido um por vez, com virada de mes/ano e fevereiro
      * bissexto (mesmas contas do COMPRAS e do PEDIDO).
       calcula-datas section.

           move ws-data-base(1:4) to ws-ano
           move ws-data-base(5:2) to ws-mes
           move ws-data-base(7:2) to ws-dia
           move 1 to ws-dias-a-mover
           perform avanca-dias
           compute ws-data-alvo = (ws-ano * 10000)
                                + (ws-mes * 100) + ws-dia

           perform calcula-dia-semana

           move 1 to ind-semana
           perform until ind-semana > ws-semanas
               move 7 to ws-dias-a-mover
               perform volta-dias
               compute ref-data(ind-semana) = (ws-ano * 10000)
                                            + (ws-mes * 100) + ws-dia
               add 1 to ind-semana
           end-perform

           move ws-data-alvo to ws-data-entrada
           perform formata-data
           move ws-data-formatada to ws-data-alvo-ed
           move ws-data-base to ws-data-entrada
           perform formata-data
           move ws-data-formatada to ws-data-base-ed

           display "Preparo para " ws-dia-semana " " ws-data-alvo-ed
                   " pelas " ws-semanas " semanas anteriores (de "
                   ref-data(ws-semanas) " a " ref-data(1) ")."

           .
       calcula-datas-exit.
           exit.


      *---- Soma WS-DIAS-A-MOVER dias a WS-ANO/WS-MES/WS-DIA ----------
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


      *---- Dia da semana da data alvo (WS-ANO/WS-MES/WS-DIA) ---------
      * Congruencia de Zeller, com janeiro e fevereiro contados como
      * meses 13 e 14 do ano anterior; cada divisao inteira vem de um
      * DIVIDE proprio (ver a nota do ano bissexto no COMPRAS).
      * Resto 0 = sabado, 1 = domingo ... 6 = sexta.
       calcula-dia-semana section.

           move ws-mes to ws-zel-mes
           move ws-ano to ws-zel-ano
           if ws-zel-mes < 3
               add 12 to ws-zel-mes
               subtract 1 from ws-zel-ano
           end-if

           divide ws-zel-ano by 100
               giving ws-zel-seculo
               remainder ws-zel-ano-seculo

           move ws-dia to ws-zel-soma
           compute ws-zel-termo = 13 * (ws-zel-mes + 1)
           divide ws-zel-termo by 5 giving ws-zel-quociente
           add ws-zel-quociente to ws-zel-soma
           add ws-zel-ano-seculo to ws-zel-soma
           divide ws-zel-ano-seculo by 4 giving ws-zel-quociente
           add ws-zel-quociente to ws-zel-soma
           divide ws-zel-seculo by 4 giving ws-zel-quociente
           add ws-zel-quociente to ws-zel-soma
           compute ws-zel-soma = ws-zel-soma + (5 * ws-zel-seculo)

           divide ws-zel-soma by 7
               giving ws-zel-quociente
               remainder ws-zel-resto

           move nome-dia-semana(ws-zel-resto + 1) to ws-dia-semana

           .
       calcula-dia-semana-exit.
           exit.


      *---- Edita WS-DATA-ENTRADA (AAAAMMDD) em WS-DATA-FORMATADA -----
       formata-data section.

           move ws-data-entrada(7:2) to ws-fmt-dia
           move ws-data-entrada(5:2) to ws-fmt-mes
           move ws-data-entrada(1:4) to ws-fmt-ano

           .
       formata-data-exit.
           exit.


       processamento section.

           perform carrega-previsao-base
           perform acumula-vendas
           perform calcula-previsao
           perform grava-previsao
           perform explode-preparo
           perform imprime-folhas
           perform imprime-acuracia

           if ws-itens-em-falta > zero
               move 4 to return-code
           end-if

           display "Plano de preparo gerado (PIZZAPRP); lojas: "
                   qtd-lojas-plano "; pizzas previstas: "
                   ws-pizzas-previstas "; ingredientes em falta: "
                   ws-itens-em-falta

           .
       processamento-exit.
           exit.


      *---- Carrega a previsao gravada ontem para a data base ---------
      * E ela que o acompanhamento compara com as vendas do dia.
       carrega-previsao-base section.

           move 0 to qtd-acuracia

           move ws-data-base to prv-data
           move low-values to prv-loja
           move low-values to prv-nome
           move low-values to prv-tamanho

           start pizza-previsao key is not less than prv-chave
               invalid key move "10" to fs-previsao
           end-start

           move 'N' to ws-fim-previsao
           if fs-previsao = "10"
               move 'S' to ws-fim-previsao
           end-if

           perform until ws-fim-previsao = 'S'
               read pizza-previsao next record
                   at end
                       move 'S' to ws-fim-previsao
                   not at end
                       if prv-data not = ws-data-base
                           move 'S' to ws-fim-previsao
                       else
                           perform acumula-previsao-base
                       end-if
               end-read
           end-perform

           .
       carrega-previsao-base-exit.
           exit.


       acumula-previsao-base section.

           if qtd-acuracia >= max-pizzas
               display "Tabela do acompanhamento cheia (" max-pizzas
                       "); previsao ignorada: " prv-loja " " prv-nome
               go to acumula-previsao-base-exit
           end-if

           add 1 to qtd-acuracia
           move prv-loja to acu-loja(qtd-acuracia)
           move prv-nome to acu-nome(qtd-acuracia)
           move prv-tamanho to acu-tamanho(qtd-acuracia)
           move prv-quantidade to acu-prevista(qtd-acuracia)
           move 0 to acu-vendida(qtd-acuracia)

           .
       acumula-previsao-base-exit.
           exit.


      *---- Uma passada nas vendas: referencias e o dia base ----------
       acumula-vendas section.

           move 0 to qtd-previsao
           move 0 to qtd-lojas-plano

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
                       if vnd-data = ws-data-base
                           perform acumula-venda-base
                       end-if
                       move 0 to ind-semana
                       move 1 to ind
                       perform until ind > ws-semanas
                           if vnd-data = ref-data(ind)
                               move ind to ind-semana
                           end-if
                           add 1 to ind
                       end-perform
                       if ind-semana > zero
                           perform acumula-venda-referencia
                       end-if
               end-read
           end-perform

           .
       acumula-vendas-exit.
           exit.


      *---- Soma uma venda de data de referencia na previsao ----------
       acumula-venda-referencia section.

           move vnd-loja to ws-loja-corrente
           perform localiza-loja-plano
           if ws-ind-loja-venda = zero
               go to acumula-venda-referencia-exit
           end-if
           move 'S' to lpl-vendeu(ws-ind-loja-venda, ind-semana)

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-previsao
                       or ws-ind-encontrado > 0
               if pvs-loja(ws-ind-busca) = vnd-loja
                   and pvs-nome(ws-ind-busca) = vnd-nome
                   and pvs-tamanho(ws-ind-busca) = vnd-tamanho
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-encontrado = zero
               if qtd-previsao >= max-pizzas
                   display "Tabela de previsao cheia (" max-pizzas
                           "); venda ignorada: " vnd-nome
                   go to acumula-venda-referencia-exit
               end-if
               add 1 to qtd-previsao
               move qtd-previsao to ws-ind-encontrado
               move vnd-loja to pvs-loja(ws-ind-encontrado)
               move vnd-nome to pvs-nome(ws-ind-encontrado)
               move vnd-tamanho to pvs-tamanho(ws-ind-encontrado)
               move 0 to pvs-vendas(ws-ind-encontrado)
               move 0 to pvs-prevista(ws-ind-encontrado)
           end-if

           add vnd-quantidade to pvs-vendas(ws-ind-encontrado)

           .
       acumula-venda-referencia-exit.
           exit.


      *---- Soma uma venda do dia base no acompanhamento --------------
      * Pizza vendida sem previsao entra com previsto zero.
       acumula-venda-base section.

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-acuracia
                       or ws-ind-encontrado > 0
               if acu-loja(ws-ind-busca) = vnd-loja
                   and acu-nome(ws-ind-busca) = vnd-nome
                   and acu-tamanho(ws-ind-busca) = vnd-tamanho
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-encontrado = zero
               if qtd-acuracia >= max-pizzas
                   display "Tabela do acompanhamento cheia ("
                           max-pizzas "); venda ignorada: " vnd-nome
                   go to acumula-venda-base-exit
               end-if
               add 1 to qtd-acuracia
               move qtd-acuracia to ws-ind-encontrado
               move vnd-loja to acu-loja(ws-ind-encontrado)
               move vnd-nome to acu-nome(ws-ind-encontrado)
               move vnd-tamanho to acu-tamanho(ws-ind-encontrado)
               move 0 to acu-prevista(ws-ind-encontrado)
               move 0 to acu-vendida(ws-ind-encontrado)
           end-if

           add vnd-quantidade to acu-vendida(ws-ind-encontrado)

           .
       acumula-venda-base-exit.
           exit.


      *---- Localiza (ou abre) WS-LOJA-CORRENTE na tabela de lojas ----
      * Loja alem do teto fica fora do plano, avisada no log (mesma
      * convencao de MONTA-LOJAS-COMPRA no compras.cbl).
       localiza-loja-plano section.

           move 0 to ws-ind-loja-venda
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-lojas-plano
                       or ws-ind-loja-venda > 0
               if lpl-codigo(ws-ind-busca) = ws-loja-corrente
                   move ws-ind-busca to ws-ind-loja-venda
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-loja-venda > zero
               go to localiza-loja-plano-exit
           end-if

           if qtd-lojas-plano >= max-lojas
               display "Tabela de lojas cheia (" max-lojas "); loja"
                       " fora do plano: " ws-loja-corrente
               go to localiza-loja-plano-exit
           end-if

           add 1 to qtd-lojas-plano
           move qtd-lojas-plano to ws-ind-loja-venda
           move ws-loja-corrente to lpl-codigo(ws-ind-loja-venda)
           move 0 to lpl-semanas(ws-ind-loja-venda)
           move 0 to lpl-faltas(ws-ind-loja-venda)
           move 1 to ind-limpa
           perform until ind-limpa > max-semanas
               move 'N' to lpl-vendeu(ws-ind-loja-venda, ind-limpa)
               add 1 to ind-limpa
           end-perform

           .
       localiza-loja-plano-exit.
           exit.


      *---- Previsao = media das semanas em que a loja vendeu ----------
      * arredondada para cima (mesma regra do PROJETA-SEMANA no
      * COMPRAS: melhor sobrar uma massa do que faltar).
       calcula-previsao section.

           move 1 to ws-ind-loja
           perform until ws-ind-loja > qtd-lojas-plano
               move 1 to ind-semana
               perform until ind-semana > ws-semanas
                   if lpl-vendeu(ws-ind-loja, ind-semana) = 'S'
                       add 1 to lpl-semanas(ws-ind-loja)
                   end-if
                   add 1 to ind-semana
               end-perform
               add 1 to ws-ind-loja
           end-perform

           move 1 to ind
           perform until ind > qtd-previsao
               move pvs-loja(ind) to ws-loja-corrente
               perform localiza-loja-plano
               compute pvs-prevista(ind) =
                       (pvs-vendas(ind) + lpl-semanas(ws-ind-loja-venda)
                        - 1) / lpl-semanas(ws-ind-loja-venda)
               add pvs-prevista(ind) to ws-pizzas-previstas
               add 1 to ind
           end-perform

           .
       calcula-previsao-exit.
           exit.


      *---- Grava a previsao do alvo para o acompanhamento de amanha --
      * Apaga antes o que um rerun anterior gravou para o mesmo dia.
       grava-previsao section.

           move ws-data-alvo to prv-data
           move low-values to prv-loja
           move low-values to prv-nome
           move low-values to prv-tamanho

           start pizza-previsao key is not less than prv-chave
               invalid key move "10" to fs-previsao
           end-start

           move 'N' to ws-fim-previsao
           if fs-previsao = "10"
               move 'S' to ws-fim-previsao
           end-if

           perform until ws-fim-previsao = 'S'
               read pizza-previsao next record
                   at end
                       move 'S' to ws-fim-previsao
                   not at end
                       if prv-data not = ws-data-alvo
                           move 'S' to ws-fim-previsao
                       else
                           delete pizza-previsao
                       end-if
               end-read
           end-perform

           move 1 to ind
           perform until ind > qtd-previsao
               if pvs-prevista(ind) > zero
                   move ws-data-alvo to prv-data
                   move pvs-loja(ind) to prv-loja
                   move pvs-nome(ind) to prv-nome
                   move pvs-tamanho(ind) to prv-tamanho
                   move pvs-prevista(ind) to prv-quantidade
                   move ws-semanas to prv-semanas
                   move ws-data-sistema to prv-data-geracao
                   write previsao-registro
                       invalid key
                           display "Erro ao gravar a previsao de "
                                   prv-loja " " prv-nome
                                   ", status " fs-previsao "."
                   end-write
               end-if
               add 1 to ind
           end-perform

           .
       grava-previsao-exit.
           exit.


      *---- Explode a previsao de cada pizza pela receita -------------
       explode-preparo section.

           move 0 to qtd-preparo

           move 1 to ws-ind-pizza
           perform until ws-ind-pizza > qtd-previsao
               if pvs-prevista(ws-ind-pizza) > zero
                   perform explode-pizza-prevista
               end-if
               add 1 to ws-ind-pizza
           end-perform

           .
       explode-preparo-exit.
           exit.


      *---- Explode a receita da pizza em PVS-NOME(WS-IND-PIZZA) ------
      * Pizza sem receita montada nao gera preparo (mesma convencao
      * do EXPLODE-PIZZA-PROJETADA no COMPRAS) mas e avisada.
       explode-pizza-prevista section.

           move pvs-nome(ws-ind-pizza) to rec-nome
           move pvs-tamanho(ws-ind-pizza) to rec-tamanho
           move low-values to rec-ing-codigo

           start receita-arquivo key is not less than rec-chave
               invalid key move "10" to fs-receita
           end-start

           move 'N' to ws-fim-receita
           if fs-receita = "10"
               move 'S' to ws-fim-receita
               display "Pizza prevista sem receita montada, fora do"
                       " preparo: " pvs-nome(ws-ind-pizza)
                       " " pvs-tamanho(ws-ind-pizza)
           end-if

           perform until ws-fim-receita = 'S'
               read receita-arquivo next record
                   at end
                       move 'S' to ws-fim-receita
                   not at end
                       if rec-nome = pvs-nome(ws-ind-pizza)
                           and rec-tamanho =
                               pvs-tamanho(ws-ind-pizza)
                           perform soma-preparo
                       else
                           move 'S' to ws-fim-receita
                       end-if
               end-read
           end-perform

           .
       explode-pizza-prevista-exit.
           exit.


      *---- Soma um item da receita no preparo da loja ----------------
       soma-preparo section.

           compute ws-preparo-item =
                   rec-quantidade * pvs-prevista(ws-ind-pizza)

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-preparo
                       or ws-ind-encontrado > 0
               if prp-loja(ws-ind-busca) = pvs-loja(ws-ind-pizza)
                   and prp-codigo(ws-ind-busca) = rec-ing-codigo
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-encontrado = zero
               if qtd-preparo >= max-ingredientes
                   display "Tabela de preparo cheia ("
                           max-ingredientes "); ingrediente fora do"
                           " plano: " rec-ing-codigo
                   go to soma-preparo-exit
               end-if
               add 1 to qtd-preparo
               move qtd-preparo to ws-ind-encontrado
               move pvs-loja(ws-ind-pizza)
                 to prp-loja(ws-ind-encontrado)
               move rec-ing-codigo to prp-codigo(ws-ind-encontrado)
               move 0 to prp-quantidade(ws-ind-encontrado)
           end-if

           add ws-preparo-item to prp-quantidade(ws-ind-encontrado)

           .
       soma-preparo-exit.
           exit.


      *---- Uma folha de preparo por loja com previsao ----------------
       imprime-folhas section.

           move 1 to ws-pagina

           if qtd-previsao = zero
               move space to ws-secao
               move spaces to ws-loja-corrente
               move "(TODAS AS LOJAS)" to ws-nome-loja
               perform imprime-cabecalho-preparo
               move spaces to linha-relat
               string "NENHUMA VENDA NAS DATAS DE REFERENCIA; NADA A"
                      " PREPARAR" delimited by size
                      into linha-relat
               end-string
               write linha-relat
               go to imprime-folhas-exit
           end-if

           move 1 to ws-ind-loja
           perform until ws-ind-loja > qtd-lojas-plano
               perform imprime-folha-loja
               add 1 to ws-ind-loja
           end-perform

           .
       imprime-folhas-exit.
           exit.


      *---- Folha da loja em WS-IND-LOJA: pizzas e ingredientes -------
       imprime-folha-loja section.

           move lpl-codigo(ws-ind-loja) to ws-loja-corrente
           perform busca-nome-loja
           move 'P' to ws-secao
           perform imprime-cabecalho-preparo

           move 1 to ind
           perform until ind > qtd-previsao
               if pvs-loja(ind) = ws-loja-corrente
                   and pvs-prevista(ind) > zero
                   if ws-linhas-na-pagina >= linhas-por-pagina
                       perform imprime-cabecalho-preparo
                   end-if
                   move spaces to linha-relat
                   move pvs-nome(ind) to linha-relat(1:15)
                   move pvs-tamanho(ind) to linha-relat(18:1)
                   move pvs-prevista(ind) to ws-contador-ed
                   move ws-contador-ed to linha-relat(22:7)
                   write linha-relat
                   add 1 to ws-linhas-na-pagina
               end-if
               add 1 to ind
           end-perform

           move 'I' to ws-secao
           move spaces to linha-relat
           write linha-relat
           perform imprime-titulo-secao

           move 1 to ind
           perform until ind > qtd-preparo
               if prp-loja(ind) = ws-loja-corrente
                   perform imprime-item-preparo
               end-if
               add 1 to ind
           end-perform

           move spaces to linha-relat
           write linha-relat

           if lpl-faltas(ws-ind-loja) = zero
               move spaces to linha-relat
               string "ESTOQUE DA LOJA COBRE O PREPARO DE "
                      delimited by size
                      ws-data-alvo-ed delimited by size
                      into linha-relat
               end-string
               write linha-relat
           else
               move lpl-faltas(ws-ind-loja) to ws-contador-ed
               move spaces to linha-relat
               string "INGREDIENTES EM FALTA: " delimited by size
                      ws-contador-ed            delimited by size
                      " (PEDIR TRANSFERENCIA OU COMPRA)"
                                                delimited by size
                      into linha-relat
               end-string
               write linha-relat
           end-if

           .
       imprime-folha-loja-exit.
           exit.


      *---- Uma linha de ingrediente: preparar, em estoque e falta ----
       imprime-item-preparo section.

           move prp-codigo(ind) to ing-codigo
           read ingrediente-master
               invalid key
                   move "(SEM CADASTRO NO INSUMOS)" to ing-descricao
                   move spaces to ing-unidade
           end-read

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-preparo
           end-if

           move spaces to linha-relat
           move prp-codigo(ind) to linha-relat(1:8)
           move ing-descricao to linha-relat(10:30)
           move ing-unidade to linha-relat(41:3)
           move prp-quantidade(ind) to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(45:11)

           if ws-estoque-indisponivel = 'N'
               move 0 to ws-saldo-atual
               move prp-loja(ind) to est-loja
               move prp-codigo(ind) to est-codigo
               read estoque-saldo
                   invalid key
                       move 0 to ws-saldo-atual
                   not invalid key
                       move est-saldo to ws-saldo-atual
               end-read
               move ws-saldo-atual to ws-saldo-ed
               move ws-saldo-ed to linha-relat(57:11)

               compute ws-falta = prp-quantidade(ind) - ws-saldo-atual
               if ws-falta > zero
                   move ws-falta to ws-quantidade-ed
                   move ws-quantidade-ed to linha-relat(69:11)
                   add 1 to lpl-faltas(ws-ind-loja)
                   add 1 to ws-itens-em-falta
               end-if
           end-if

           write linha-relat
           add 1 to ws-linhas-na-pagina

           .
       imprime-item-preparo-exit.
           exit.


      *---- Busca o nome da loja corrente no cadastro -----------------
      * (mesma regra do BUSCA-NOME-LOJA no compras.cbl)
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


      *---- Cabecalho de uma nova pagina da folha de preparo ----------
       imprime-cabecalho-preparo section.

           if ws-pagina > 1
               move spaces to linha-relat
               write linha-relat before advancing page
           end-if

           move spaces to linha-relat
           string "PLANO DE PREPARO DA COZINHA" delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-pagina to ws-pagina-ed
           move spaces to linha-relat
           string "Programa: PREPARO"       delimited by size
                  "   Data: "               delimited by size
                  ws-data-relatorio         delimited by size
                  "   Pagina: "             delimited by size
                  ws-pagina-ed              delimited by size
                  into linha-relat
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

           move ws-semanas to ws-semanas-ed
           move spaces to linha-relat
           string "Preparar para: " delimited by size
                  ws-dia-semana     delimited by space
                  " "               delimited by size
                  ws-data-alvo-ed   delimited by size
                  " (media das ultimas " delimited by size
                  ws-semanas-ed     delimited by size
                  " semanas)"       delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           add 1 to ws-pagina
           move 0 to ws-linhas-na-pagina

           if ws-secao not = space
               perform imprime-titulo-secao
           end-if

           .
       imprime-cabecalho-preparo-exit.
           exit.


      *---- Titulo e colunas da secao corrente da folha ---------------
       imprime-titulo-secao section.

           move spaces to linha-relat
           if secao-pizzas
               string "PIZZAS PREVISTAS" delimited by size
                      into linha-relat
               end-string
               write linha-relat
               move spaces to linha-relat
               string "SABOR           "  delimited by size
                      " TAM "             delimited by size
                      "   QTDE"           delimited by size
                      into linha-relat
               end-string
           else
               string "INGREDIENTES A PREPARAR" delimited by size
                      into linha-relat
               end-string
               write linha-relat
               move spaces to linha-relat
               string "CODIGO   "                      delimited by size
                      "DESCRICAO                     " delimited by size
                      " UN "                           delimited by size
                      "   PREPARAR "                   delimited by size
                      " EM ESTOQUE "                   delimited by size
                      "      FALTA"                    delimited by size
                      into linha-relat
               end-string
           end-if
           write linha-relat
           add 2 to ws-linhas-na-pagina

           .
       imprime-titulo-secao-exit.
           exit.


      *---- Acompanhamento: previsto x vendido na data base -----------
      * Por loja e pizza, com a diferenca (vendido - previsto) e o
      * acerto da loja = 100 - erro absoluto / vendido x 100.
       imprime-acuracia section.

           move spaces to linha-acuracia
           string "PREVISAO X VENDAS - "  delimited by size
                  ws-data-base-ed         delimited by size
                  into linha-acuracia
           end-string
           write linha-acuracia

           move spaces to linha-acuracia
           string "Programa: PREPARO"       delimited by size
                  "   Data: "               delimited by size
                  ws-data-relatorio         delimited by size
                  into linha-acuracia
           end-string
           write linha-acuracia

           move spaces to linha-acuracia
           write linha-acuracia

           if qtd-acuracia = zero
               move spaces to linha-acuracia
               string "SEM PREVISAO GRAVADA NEM VENDAS EM "
                      delimited by size
                      ws-data-base-ed delimited by size
                      into linha-acuracia
               end-string
               write linha-acuracia
               go to imprime-acuracia-exit
           end-if

           move spaces to linha-acuracia
           string "LOJA SABOR           TAM "  delimited by size
                  " PREVISTO  VENDIDO  DIFERENCA"
                                              delimited by size
                  into linha-acuracia
           end-string
           write linha-acuracia

           move 0 to ws-acu-prevista-total
           move 0 to ws-acu-vendida-total
           move 0 to ws-acu-erro-total

           move 1 to ws-ind-acuracia
           perform until ws-ind-acuracia > qtd-acuracia
               move acu-loja(ws-ind-acuracia) to ws-loja-corrente
               perform imprime-acuracia-loja
               add 1 to ws-ind-acuracia
           end-perform

           move spaces to linha-acuracia
           write linha-acuracia

           move ws-acu-prevista-total to ws-acu-prevista-loja
           move ws-acu-vendida-total to ws-acu-vendida-loja
           move ws-acu-erro-total to ws-acu-erro-loja
           move "TOTAL" to ws-rotulo-total
           perform imprime-total-acuracia

           .
       imprime-acuracia-exit.
           exit.


      *---- Linhas de uma loja, na primeira vez que ela aparece -------
      * (a tabela vem na ordem da previsao e das vendas; a loja ja
      * impressa e pulada nas linhas seguintes dela).
       imprime-acuracia-loja section.

           move 'N' to ws-loja-impressa
           move 1 to ind
           perform until ind >= ws-ind-acuracia
               if acu-loja(ind) = ws-loja-corrente
                   move 'S' to ws-loja-impressa
               end-if
               add 1 to ind
           end-perform
           if ws-loja-impressa = 'S'
               go to imprime-acuracia-loja-exit
           end-if

           move 0 to ws-acu-prevista-loja
           move 0 to ws-acu-vendida-loja
           move 0 to ws-acu-erro-loja

           move spaces to linha-acuracia
           write linha-acuracia

           move ws-ind-acuracia to ind
           perform until ind > qtd-acuracia
               if acu-loja(ind) = ws-loja-corrente
                   compute ws-diferenca = acu-vendida(ind)
                                        - acu-prevista(ind)
                   if ws-diferenca < zero
                       compute ws-erro-absoluto = 0 - ws-diferenca
                   else
                       move ws-diferenca to ws-erro-absoluto
                   end-if
                   add acu-prevista(ind) to ws-acu-prevista-loja
                   add acu-vendida(ind) to ws-acu-vendida-loja
                   add ws-erro-absoluto to ws-acu-erro-loja

                   move spaces to linha-acuracia
                   move acu-loja(ind) to linha-acuracia(1:3)
                   move acu-nome(ind) to linha-acuracia(6:15)
                   move acu-tamanho(ind) to linha-acuracia(23:1)
                   move acu-prevista(ind) to ws-contador-ed
                   move ws-contador-ed to linha-acuracia(27:7)
                   move acu-vendida(ind) to ws-contador-ed
                   move ws-contador-ed to linha-acuracia(36:7)
                   move ws-diferenca to ws-diferenca-ed
                   move ws-diferenca-ed to linha-acuracia(46:7)
                   write linha-acuracia
               end-if
               add 1 to ind
           end-perform

           move ws-loja-corrente to ws-rotulo-total
           perform imprime-total-acuracia

           add ws-acu-prevista-loja to ws-acu-prevista-total
           add ws-acu-vendida-loja to ws-acu-vendida-total
           add ws-acu-erro-loja to ws-acu-erro-total

           .
       imprime-acuracia-loja-exit.
           exit.


      *---- Linha de total (loja ou geral) com o acerto percentual ----
       imprime-total-acuracia section.

           if ws-acu-vendida-loja = zero
               move 0 to ws-acerto-percentual
           else
               compute ws-acerto-percentual rounded = 100
                       - (ws-acu-erro-loja * 100 / ws-acu-vendida-loja)
               if ws-acerto-percentual < zero
                   move 0 to ws-acerto-percentual
               end-if
           end-if

           move spaces to linha-acuracia
           move ws-rotulo-total to linha-acuracia(1:5)
           move "TOTAL / ACERTO %" to linha-acuracia(6:16)
           move ws-acu-prevista-loja to ws-contador-ed
           move ws-contador-ed to linha-acuracia(27:7)
           move ws-acu-vendida-loja to ws-contador-ed
           move ws-contador-ed to linha-acuracia(36:7)
           move ws-acerto-percentual to ws-percentual-ed
           move ws-percentual-ed to linha-acuracia(46:7)
           write linha-acuracia

           .
       imprime-total-acuracia-exit.
           exit.


       finaliza section.

           close pizza-vendas
           close receita-arquivo
           close ingrediente-master
           if ws-estoque-indisponivel = 'N'
               close estoque-saldo
           end-if
           if ws-loja-indisponivel = 'N'
               close loja-master
           end-if
           close pizza-previsao
           close preparo-relat
           close acuracia-relat

           perform grava-execucao

           stop run
           .
       finaliza-exit.
           exit.


      *---- Anexa o registro desta execucao no controle (PIZZARUN) ----
      * Os contadores levam as pizzas previstas (1) e os ingredientes
      * em falta somados em todas as lojas (2).
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

           move "PZZAPRP" to run-programa
           accept run-data from date yyyymmdd
           move ws-hora-inicio to run-hora-inicio
           accept run-hora-fim from time
           move return-code to run-rc
           move ws-pizzas-previstas to run-contador-1
           move ws-itens-em-falta to run-contador-2

           write execucao-registro

           close pizza-execucoes

           .
       grava-execucao-exit.
           exit.
