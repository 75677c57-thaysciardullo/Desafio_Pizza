      * Divisão de identificação do programa
       Identification Division.
       Program-id. "copia".
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

      *---- Arquivos mestres indexados copiados/restaurados -----------
           select pizza-master assign to "PIZZAMST"
               organization is indexed
               access mode is dynamic
               record key is mst-chave
               file status is fs-master.

           select ingrediente-master assign to "INGRMST"
               organization is indexed
               access mode is dynamic
               record key is ing-codigo
               file status is fs-ingrediente.

           select receita-arquivo assign to "RECEITA"
               organization is indexed
               access mode is dynamic
               record key is rec-chave
               file status is fs-receita.

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

           select pizza-operadores assign to "PIZZAOPE"
               organization is indexed
               access mode is dynamic
               record key is ope-codigo
               file status is fs-operadores.

           select pizza-promocoes assign to "PIZZAPRO"
               organization is indexed
               access mode is dynamic
               record key is pro-chave
               file status is fs-promocoes.

           select pizza-pendentes assign to "PIZZAPEN"
               organization is indexed
               access mode is dynamic
               record key is pen-chave
               file status is fs-pendentes.

           select pizza-precos-loja assign to "PIZZAPLJ"
               organization is indexed
               access mode is dynamic
               record key is plj-chave
               file status is fs-precos-loja.

      *---- Copias sequenciais (uma geracao por noite) ----------------
           select copia-master assign to "CPSMST"
               organization is line sequential
               file status is fs-cps-master.

           select copia-ingrediente assign to "CPSING"
               organization is line sequential
               file status is fs-cps-ingrediente.

           select copia-receita assign to "CPSREC"
               organization is line sequential
               file status is fs-cps-receita.

           select copia-estoque assign to "CPSEST"
               organization is line sequential
               file status is fs-cps-estoque.

           select copia-loja assign to "CPSLOJ"
               organization is line sequential
               file status is fs-cps-loja.

           select copia-operadores assign to "CPSOPE"
               organization is line sequential
               file status is fs-cps-operadores.

           select copia-promocoes assign to "CPSPRO"
               organization is line sequential
               file status is fs-cps-promocoes.

           select copia-pendentes assign to "CPSPEN"
               organization is line sequential
               file status is fs-cps-pendentes.

           select copia-precos-loja assign to "CPSPLJ"
               organization is line sequential
               file status is fs-cps-precos-loja.

           select copia-controle assign to "CPSCTL"
               organization is line sequential
               file status is fs-cps-controle.

           select copia-relat assign to "PIZZACPL"
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

      *---- Receita, mesmo layout usado pelo INSUMOS -------------------
       FD  receita-arquivo
           label records are standard.
       01  receita-registro.
           05 rec-chave.
               10 rec-nome                          pic x(15).
               10 rec-tamanho                       pic x(01).
               10 rec-ing-codigo                    pic x(08).
           05 rec-quantidade                        pic 9(03)v999.

      *---- Saldo de estoque por loja, mesmo layout usado pelo ESTOQUE
       FD  estoque-saldo
           label records are standard.
       01  estoque-registro.
           05 est-chave.
               10 est-loja                          pic x(03).
               10 est-codigo                        pic x(08).
           05 est-saldo                             pic s9(07)v999.
           05 est-minimo                            pic 9(05)v999.

      *---- Cadastro de lojas, mesmo layout usado pelo LOJA -----------
       FD  loja-master
           label records are standard.
       01  loja-registro.
           05 loj-codigo                            pic x(03).
           05 loj-nome                              pic x(30).
           05 loj-situacao                          pic x(01).
               88 loj-ativa                         value 'A'.
               88 loj-inativa                       value 'I'.

      *---- Cadastro de operadores, mesmo layout usado pelo OPERADOR --
       FD  pizza-operadores
           label records are standard.
       01  operador-registro.
           05 ope-codigo                            pic x(10).
           05 ope-nome                              pic x(30).
           05 ope-senha                             pic x(08).
           05 ope-nivel                             pic x(01).
               88 ope-nivel-operador                value '1'.
               88 ope-nivel-supervisor              value '2'.
           05 ope-situacao                          pic x(01).
               88 ope-ativo                         value 'A'.
               88 ope-inativo                       value 'I'.

      *---- Promocoes por periodo, mesmo layout usado pelo VENDAS -----
       FD  pizza-promocoes
           label records are standard.
       01  promocao-registro.
           05 pro-chave.
               10 pro-nome                          pic x(15).
               10 pro-tamanho                       pic x(01).
               10 pro-data-inicio                   pic 9(08).
           05 pro-data-fim                          pic 9(08).
           05 pro-desconto                          pic 9(03)v99.

      *---- Alteracoes de preco pendentes, mesmo layout do SUPERV -----
       FD  pizza-pendentes
           label records are standard.
       01  pendente-registro.
           05 pen-chave.
               10 pen-nome                          pic x(15).
               10 pen-tamanho                       pic x(01).
               10 pen-data                          pic 9(08).
               10 pen-hora                          pic 9(08).
           05 pen-diametro-novo                     pic 9(03).
           05 pen-preco-antigo                      pic s9(03)v99.
           05 pen-preco-novo                        pic s9(03)v99.
           05 pen-operador                          pic x(10).
           05 pen-situacao                          pic x(01).
               88 pen-pendente                      value 'P'.
               88 pen-aprovada                      value 'A'.
               88 pen-recusada                      value 'R'.
           05 pen-loja                              pic x(03).
           05 pen-data-vigencia                     pic 9(08).

      *---- Precos proprios das lojas, mesmo layout do SUPERV ---------
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

      *---- Copias: mesma imagem do registro do mestre ----------------
      * (so o campo somado no total de controle e nomeado; o resto
      * vai e volta como esta, ver LE-MESTRE-* e LE-COPIA-*)
       FD  copia-master
           label records are standard.
       01  cps-master-reg.
           05 filler                                pic x(19).
           05 cps-mst-preco                         pic s9(03)v99.
           05 filler                                pic x(27).

       FD  copia-ingrediente
           label records are standard.
       01  cps-ingrediente-reg.
           05 filler                                pic x(41).
           05 cps-ing-custo-unitario                pic 9(05)v99.
           05 filler                                pic x(10).

       FD  copia-receita
           label records are standard.
       01  cps-receita-reg.
           05 filler                                pic x(24).
           05 cps-rec-quantidade                    pic 9(03)v999.

       FD  copia-estoque
           label records are standard.
       01  cps-estoque-reg.
           05 filler                                pic x(11).
           05 cps-est-saldo                         pic s9(07)v999.
           05 filler                                pic x(08).

       FD  copia-loja
           label records are standard.
       01  cps-loja-reg.
           05 filler                                pic x(33).
           05 cps-loj-situacao                      pic x(01).

       FD  copia-operadores
           label records are standard.
       01  cps-operador-reg.
           05 filler                                pic x(49).
           05 cps-ope-situacao                      pic x(01).

       FD  copia-promocoes
           label records are standard.
       01  cps-promocao-reg.
           05 filler                                pic x(32).
           05 cps-pro-desconto                      pic 9(03)v99.

       FD  copia-pendentes
           label records are standard.
       01  cps-pendente-reg.
           05 filler                                pic x(40).
           05 cps-pen-preco-novo                    pic s9(03)v99.
           05 filler                                pic x(22).

       FD  copia-precos-loja
           label records are standard.
       01  cps-preco-loja-reg.
           05 filler                                pic x(27).
           05 cps-plj-preco                         pic s9(03)v99.
           05 filler                                pic x(18).

      *---- Controle da copia: um registro por arquivo copiado --------
      * Registros e total de controle de cada mestre na hora da
      * copia; o total e a soma de MST-PRECO, ING-CUSTO-UNITARIO,
      * REC-QUANTIDADE, EST-SALDO, PRO-DESCONTO, PEN-PRECO-NOVO ou
      * PLJ-PRECO e, nos cadastros sem valor (LOJAMST e PIZZAOPE), a
      * quantidade de registros ativos.
       FD  copia-controle
           label records are standard.
       01  controle-registro.
           05 ctl-arquivo                           pic x(08).
           05 ctl-data                              pic 9(08).
           05 ctl-hora                              pic 9(08).
           05 ctl-registros                         pic 9(07).
           05 ctl-total                             pic s9(11)v999.

      *---- Resumo impresso da copia/conferencia/restauracao ----------
       FD  copia-relat
           label records are standard.
       01  linha-resumo                             pic x(80).

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

       77 fs-master                                pic x(02).
       77 fs-ingrediente                           pic x(02).
       77 fs-receita                               pic x(02).
       77 fs-estoque                               pic x(02).
       77 fs-loja                                  pic x(02).
       77 fs-operadores                            pic x(02).
       77 fs-promocoes                             pic x(02).
       77 fs-pendentes                             pic x(02).
       77 fs-precos-loja                           pic x(02).
       77 fs-cps-master                            pic x(02).
       77 fs-cps-ingrediente                       pic x(02).
       77 fs-cps-receita                           pic x(02).
       77 fs-cps-estoque                           pic x(02).
       77 fs-cps-loja                              pic x(02).
       77 fs-cps-operadores                        pic x(02).
       77 fs-cps-promocoes                         pic x(02).
       77 fs-cps-pendentes                         pic x(02).
       77 fs-cps-precos-loja                       pic x(02).
       77 fs-cps-controle                          pic x(02).
       77 fs-relatorio                             pic x(02).

      *---- Mestres copiados, na ordem da copia -----------------------
       01 tabela-arquivos.
           05 filler                               pic x(08)
                                                    value "PIZZAMST".
           05 filler                               pic x(08)
                                                    value "INGRMST".
           05 filler                               pic x(08)
                                                    value "RECEITA".
           05 filler                               pic x(08)
                                                    value "PIZZAEST".
           05 filler                               pic x(08)
                                                    value "LOJAMST".
           05 filler                               pic x(08)
                                                    value "PIZZAOPE".
           05 filler                               pic x(08)
                                                    value "PIZZAPRO".
           05 filler                               pic x(08)
                                                    value "PIZZAPEN".
           05 filler                               pic x(08)
                                                    value "PIZZAPLJ".
       01 filler redefines tabela-arquivos.
           05 arquivo-copiado occurs 9             pic x(08).

       78 qtd-arquivos                              value 9.

      *---- PARM: 'COPIA', 'CONFERE arquivo' ou 'RESTAURA arquivo' ----
       77 ws-parametro                             pic x(30).
       77 ws-modo                                  pic x(08).
           88 modo-copia                           value "COPIA".
           88 modo-confere                         value "CONFERE".
           88 modo-restaura                        value "RESTAURA".
       77 ws-arquivo                               pic x(08).

       77 ws-data-sistema                          pic 9(08).
       77 ind                                      pic 9(03).
       77 ws-fim-arquivo                           pic x(01).
       77 ws-erro-arquivo                          pic x(01).
       77 ws-achou-controle                        pic x(01).

      *---- Chaves de LE-MESTRE/LE-COPIA ------------------------------
      * WS-GRAVA-COPIA = 'S' grava a copia enquanto le o mestre;
      * WS-CARREGA-MESTRE = 'S' recria o mestre enquanto le a copia.
       77 ws-grava-copia                           pic x(01).
       77 ws-carrega-mestre                        pic x(01).

      *---- Contagem da passada corrente e o controle esperado --------
       77 ws-qtd-lida                              pic 9(07).
       77 ws-total-lido                            pic s9(11)v999.
       77 ws-qtd-rejeitada                         pic 9(07).
       77 ws-ctl-registros                         pic 9(07).
       77 ws-ctl-total                             pic s9(11)v999.
       77 ws-ctl-data                              pic 9(08).
       77 ws-passada                               pic x(08).
       77 ws-situacao                              pic x(08).

      *---- Contadores da execucao ------------------------------------
       77 ws-arquivos-ok                           pic 9(06).
       77 ws-registros-total                       pic 9(06).
       77 ws-registros-carregados                  pic 9(06).
       77 ws-registros-relidos                     pic 9(06).

       77 ws-contador-ed                           pic z(06)9.
       77 ws-total-ed                              pic -(11)9,999.

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

           move 0 to ws-arquivos-ok
           move 0 to ws-registros-total
           move 0 to ws-registros-carregados
           move 0 to ws-registros-relidos

           accept ws-data-sistema from date yyyymmdd

           move spaces to ws-parametro
           accept ws-parametro from command-line

           evaluate true
               when ws-parametro(1:5) = "COPIA"
                   move "COPIA" to ws-modo
               when ws-parametro(1:7) = "CONFERE"
                   move "CONFERE" to ws-modo
                   move ws-parametro(9:8) to ws-arquivo
                   perform valida-arquivo
               when ws-parametro(1:8) = "RESTAURA"
                   move "RESTAURA" to ws-modo
                   move ws-parametro(10:8) to ws-arquivo
                   perform valida-arquivo
               when other
                   display "Uso: COPIA  ou  CONFERE arquivo  ou"
                           "  RESTAURA arquivo"
                   move 16 to return-code
                   perform grava-execucao
                   stop run
           end-evaluate

           open output copia-relat
           if fs-relatorio not = "00"
               display "Erro ao abrir o resumo (PIZZACPL), status "
                       fs-relatorio "; execucao abortada."
               move 16 to return-code
               perform grava-execucao
               stop run
           end-if

           .
       inicializa-exit.
           exit.


      *---- O arquivo do PARM tem que ser um dos mestres copiados -----
       valida-arquivo section.

           move 'N' to ws-achou-controle
           move 1 to ind
           perform until ind > qtd-arquivos
               if arquivo-copiado(ind) = ws-arquivo
                   move 'S' to ws-achou-controle
               end-if
               add 1 to ind
           end-perform

           if ws-achou-controle = 'S'
               go to valida-arquivo-exit
           end-if

           display "Arquivo '" ws-arquivo "' nao e copiado; use"
                   " PIZZAMST, INGRMST, RECEITA, PIZZAEST, LOJAMST,"
                   " PIZZAOPE, PIZZAPRO, PIZZAPEN ou PIZZAPLJ."
           move 16 to return-code
           perform grava-execucao
           stop run

           .
       valida-arquivo-exit.
           exit.


       processamento section.

           perform imprime-cabecalho

           evaluate true
               when modo-copia
                   perform copia-arquivos
               when modo-confere
                   perform confere-copia
               when modo-restaura
                   perform restaura-arquivo
           end-evaluate

           close copia-relat

           .
       processamento-exit.
           exit.


      *---- Copia noturna: descarrega os nove mestres -----------------
      * Cada mestre vai para a sua geracao sequencial e deixa um
      * registro no controle (CPSCTL). Mestre que nao abre ou copia
      * que falha fica sem registro de controle, derruba o RC e nao
      * impede a copia dos demais.
       copia-arquivos section.

           open output copia-controle
           if fs-cps-controle not = "00"
               display "Erro ao abrir o controle da copia (CPSCTL),"
                       " status " fs-cps-controle "; copia abortada."
               move 16 to return-code
               go to copia-arquivos-exit
           end-if

           move 'S' to ws-grava-copia
           move 1 to ind
           perform until ind > qtd-arquivos
               move arquivo-copiado(ind) to ws-arquivo
               perform le-mestre
               if ws-erro-arquivo = 'N'
                   perform grava-controle
               else
                   move 16 to return-code
                   move "ERRO" to ws-situacao
                   move "COPIA" to ws-passada
                   perform imprime-linha-arquivo
               end-if
               add 1 to ind
           end-perform

           close copia-controle

           display "Copia encerrada; arquivos copiados: "
                   ws-arquivos-ok "; registros: " ws-registros-total

           .
       copia-arquivos-exit.
           exit.


      *---- Grava o controle do mestre que acabou de ser copiado ------
       grava-controle section.

           move ws-arquivo to ctl-arquivo
           move ws-data-sistema to ctl-data
           accept ctl-hora from time
           move ws-qtd-lida to ctl-registros
           move ws-total-lido to ctl-total
           write controle-registro
           if fs-cps-controle not = "00"
               display "Erro ao gravar o controle de " ws-arquivo
                       ", status " fs-cps-controle "."
               move 16 to return-code
               move "ERRO" to ws-situacao
           else
               add 1 to ws-arquivos-ok
               add ws-qtd-lida to ws-registros-total
               move "OK" to ws-situacao
           end-if

           move "COPIA" to ws-passada
           perform imprime-linha-arquivo

           .
       grava-controle-exit.
           exit.


      *---- Confere uma geracao da copia contra o seu controle --------
      * Nao mexe no mestre vivo; e o mesmo teste que a restauracao
      * faz antes de recriar o arquivo.
       confere-copia section.

           perform localiza-controle
           if ws-achou-controle = 'N'
               go to confere-copia-exit
           end-if

           move 'N' to ws-carrega-mestre
           perform le-copia
           move "COPIA" to ws-passada
           perform compara-controle

           .
       confere-copia-exit.
           exit.


      *---- Restaura um mestre a partir da geracao escolhida ----------
      * 1) confere a copia contra o controle (se nao bater, o mestre
      *    vivo nem e tocado); 2) recria o arquivo indexado com os
      *    registros da copia (o indice e refeito na carga); 3) rele
      *    o arquivo recriado e prova contagem e total de novo.
       restaura-arquivo section.

           perform confere-copia
           if return-code not = 0
               display "Copia de " ws-arquivo " nao confere com o"
                       " controle; " ws-arquivo " NAO restaurado."
               go to restaura-arquivo-exit
           end-if

           move 'S' to ws-carrega-mestre
           perform le-copia
           move ws-qtd-lida to ws-registros-carregados
           if ws-erro-arquivo = 'S'
               move 16 to return-code
               display "Carga de " ws-arquivo " interrompida; o"
                       " arquivo precisa ser restaurado de novo."
               go to restaura-arquivo-exit
           end-if

           move 'N' to ws-grava-copia
           perform le-mestre
           move ws-qtd-lida to ws-registros-relidos
           if ws-erro-arquivo = 'S'
               move 16 to return-code
               go to restaura-arquivo-exit
           end-if

           move "RELIDO" to ws-passada
           perform compara-controle

           if return-code = 0
               display ws-arquivo " restaurado e conferido;"
                       " registros: " ws-registros-relidos
           end-if

           .
       restaura-arquivo-exit.
           exit.


      *---- Procura o registro de controle do arquivo do PARM ---------
       localiza-controle section.

           move 'N' to ws-achou-controle

           open input copia-controle
           if fs-cps-controle not = "00"
               display "Erro ao abrir o controle da copia (CPSCTL),"
                       " status " fs-cps-controle "."
               move 16 to return-code
               go to localiza-controle-exit
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-controle
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       if ctl-arquivo = ws-arquivo
                           move 'S' to ws-achou-controle
                           move 'S' to ws-fim-arquivo
                           move ctl-registros to ws-ctl-registros
                           move ctl-total to ws-ctl-total
                           move ctl-data to ws-ctl-data
                       end-if
               end-read
           end-perform

           close copia-controle

           if ws-achou-controle = 'N'
               display "Geracao sem controle para " ws-arquivo
                       " (a copia daquela noite falhou); escolha"
                       " outra geracao."
               move 16 to return-code
           else
               display "Copia de " ws-arquivo " feita em "
                       ws-ctl-data "; registros no controle: "
                       ws-ctl-registros
           end-if

           .
       localiza-controle-exit.
           exit.


      *---- Compara a passada corrente com o controle -----------------
       compara-controle section.

           if ws-erro-arquivo = 'N'
               and ws-qtd-lida = ws-ctl-registros
               and ws-total-lido = ws-ctl-total
               move "CONFERE" to ws-situacao
           else
               move "DIVERGE" to ws-situacao
               move 16 to return-code
           end-if

           perform imprime-linha-arquivo

           if ws-situacao = "DIVERGE"
               move "CONTROLE" to ws-passada
               move ws-ctl-registros to ws-qtd-lida
               move ws-ctl-total to ws-total-lido
               move spaces to ws-situacao
               perform imprime-linha-arquivo
           end-if

           .
       compara-controle-exit.
           exit.


      *---- Le um mestre inteiro contando registros e total ----------
      * Com WS-GRAVA-COPIA = 'S' tambem grava a copia sequencial.
       le-mestre section.

           move 0 to ws-qtd-lida
           move 0 to ws-total-lido
           move 'N' to ws-erro-arquivo

           evaluate ws-arquivo
               when "PIZZAMST"
                   perform le-mestre-pizza
               when "INGRMST"
                   perform le-mestre-ingrediente
               when "RECEITA"
                   perform le-mestre-receita
               when "PIZZAEST"
                   perform le-mestre-estoque
               when "LOJAMST"
                   perform le-mestre-loja
               when "PIZZAOPE"
                   perform le-mestre-operador
               when "PIZZAPRO"
                   perform le-mestre-promocao
               when "PIZZAPEN"
                   perform le-mestre-pendente
               when "PIZZAPLJ"
                   perform le-mestre-preco-loja
           end-evaluate

           .
       le-mestre-exit.
           exit.


      *---- Le uma copia inteira contando registros e total ----------
      * Com WS-CARREGA-MESTRE = 'S' recria o mestre (OPEN OUTPUT) e
      * grava nele cada registro da copia.
       le-copia section.

           move 0 to ws-qtd-lida
           move 0 to ws-total-lido
           move 0 to ws-qtd-rejeitada
           move 'N' to ws-erro-arquivo

           evaluate ws-arquivo
               when "PIZZAMST"
                   perform le-copia-pizza
               when "INGRMST"
                   perform le-copia-ingrediente
               when "RECEITA"
                   perform le-copia-receita
               when "PIZZAEST"
                   perform le-copia-estoque
               when "LOJAMST"
                   perform le-copia-loja
               when "PIZZAOPE"
                   perform le-copia-operador
               when "PIZZAPRO"
                   perform le-copia-promocao
               when "PIZZAPEN"
                   perform le-copia-pendente
               when "PIZZAPLJ"
                   perform le-copia-preco-loja
           end-evaluate

           if ws-qtd-rejeitada > 0
               display ws-qtd-rejeitada " registro(s) da copia de "
                       ws-arquivo " recusados na carga."
               move 'S' to ws-erro-arquivo
           end-if

           .
       le-copia-exit.
           exit.


      *---- PIZZAMST: total = soma de MST-PRECO ----------------------
       le-mestre-pizza section.

           open input pizza-master
           if fs-master not = "00"
               display "Erro ao abrir o mestre (PIZZAMST), status "
                       fs-master "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-pizza-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-master
               if fs-cps-master not = "00"
                   display "Erro ao abrir a copia (CPSMST), status "
                           fs-cps-master "."
                   move 'S' to ws-erro-arquivo
                   close pizza-master
                   go to le-mestre-pizza-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read pizza-master next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add mst-preco to ws-total-lido
                       if ws-grava-copia = 'S'
                           move pizza-master-reg to cps-master-reg
                           write cps-master-reg
                           if fs-cps-master not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSMST), status "
                                       fs-cps-master "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-master
           if ws-grava-copia = 'S'
               close copia-master
           end-if

           .
       le-mestre-pizza-exit.
           exit.


       le-copia-pizza section.

           open input copia-master
           if fs-cps-master not = "00"
               display "Erro ao abrir a copia (CPSMST), status "
                       fs-cps-master "."
               move 'S' to ws-erro-arquivo
               go to le-copia-pizza-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output pizza-master
               if fs-master not = "00"
                   display "Erro ao recriar o mestre (PIZZAMST),"
                           " status " fs-master "."
                   move 'S' to ws-erro-arquivo
                   close copia-master
                   go to le-copia-pizza-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-master
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add cps-mst-preco to ws-total-lido
                       if ws-carrega-mestre = 'S'
                           move cps-master-reg to pizza-master-reg
                           write pizza-master-reg
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-master
           if ws-carrega-mestre = 'S'
               close pizza-master
           end-if

           .
       le-copia-pizza-exit.
           exit.


      *---- INGRMST: total = soma de ING-CUSTO-UNITARIO --------------
       le-mestre-ingrediente section.

           open input ingrediente-master
           if fs-ingrediente not = "00"
               display "Erro ao abrir os ingredientes (INGRMST),"
                       " status " fs-ingrediente "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-ingrediente-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-ingrediente
               if fs-cps-ingrediente not = "00"
                   display "Erro ao abrir a copia (CPSING), status "
                           fs-cps-ingrediente "."
                   move 'S' to ws-erro-arquivo
                   close ingrediente-master
                   go to le-mestre-ingrediente-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read ingrediente-master next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add ing-custo-unitario to ws-total-lido
                       if ws-grava-copia = 'S'
                           move ingrediente-registro
                             to cps-ingrediente-reg
                           write cps-ingrediente-reg
                           if fs-cps-ingrediente not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSING), status "
                                       fs-cps-ingrediente "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close ingrediente-master
           if ws-grava-copia = 'S'
               close copia-ingrediente
           end-if

           .
       le-mestre-ingrediente-exit.
           exit.


       le-copia-ingrediente section.

           open input copia-ingrediente
           if fs-cps-ingrediente not = "00"
               display "Erro ao abrir a copia (CPSING), status "
                       fs-cps-ingrediente "."
               move 'S' to ws-erro-arquivo
               go to le-copia-ingrediente-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output ingrediente-master
               if fs-ingrediente not = "00"
                   display "Erro ao recriar os ingredientes"
                           " (INGRMST), status " fs-ingrediente "."
                   move 'S' to ws-erro-arquivo
                   close copia-ingrediente
                   go to le-copia-ingrediente-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-ingrediente
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add cps-ing-custo-unitario to ws-total-lido
                       if ws-carrega-mestre = 'S'
                           move cps-ingrediente-reg
                             to ingrediente-registro
                           write ingrediente-registro
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-ingrediente
           if ws-carrega-mestre = 'S'
               close ingrediente-master
           end-if

           .
       le-copia-ingrediente-exit.
           exit.


      *---- RECEITA: total = soma de REC-QUANTIDADE ------------------
       le-mestre-receita section.

           open input receita-arquivo
           if fs-receita not = "00"
               display "Erro ao abrir a receita (RECEITA), status "
                       fs-receita "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-receita-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-receita
               if fs-cps-receita not = "00"
                   display "Erro ao abrir a copia (CPSREC), status "
                           fs-cps-receita "."
                   move 'S' to ws-erro-arquivo
                   close receita-arquivo
                   go to le-mestre-receita-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read receita-arquivo next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add rec-quantidade to ws-total-lido
                       if ws-grava-copia = 'S'
                           move receita-registro to cps-receita-reg
                           write cps-receita-reg
                           if fs-cps-receita not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSREC), status "
                                       fs-cps-receita "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close receita-arquivo
           if ws-grava-copia = 'S'
               close copia-receita
           end-if

           .
       le-mestre-receita-exit.
           exit.


       le-copia-receita section.

           open input copia-receita
           if fs-cps-receita not = "00"
               display "Erro ao abrir a copia (CPSREC), status "
                       fs-cps-receita "."
               move 'S' to ws-erro-arquivo
               go to le-copia-receita-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output receita-arquivo
               if fs-receita not = "00"
                   display "Erro ao recriar a receita (RECEITA),"
                           " status " fs-receita "."
                   move 'S' to ws-erro-arquivo
                   close copia-receita
                   go to le-copia-receita-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-receita
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add cps-rec-quantidade to ws-total-lido
                       if ws-carrega-mestre = 'S'
                           move cps-receita-reg to receita-registro
                           write receita-registro
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-receita
           if ws-carrega-mestre = 'S'
               close receita-arquivo
           end-if

           .
       le-copia-receita-exit.
           exit.


      *---- PIZZAEST: total = soma de EST-SALDO ----------------------
       le-mestre-estoque section.

           open input estoque-saldo
           if fs-estoque not = "00"
               display "Erro ao abrir o estoque (PIZZAEST), status "
                       fs-estoque "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-estoque-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-estoque
               if fs-cps-estoque not = "00"
                   display "Erro ao abrir a copia (CPSEST), status "
                           fs-cps-estoque "."
                   move 'S' to ws-erro-arquivo
                   close estoque-saldo
                   go to le-mestre-estoque-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read estoque-saldo next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add est-saldo to ws-total-lido
                       if ws-grava-copia = 'S'
                           move estoque-registro to cps-estoque-reg
                           write cps-estoque-reg
                           if fs-cps-estoque not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSEST), status "
                                       fs-cps-estoque "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close estoque-saldo
           if ws-grava-copia = 'S'
               close copia-estoque
           end-if

           .
       le-mestre-estoque-exit.
           exit.


       le-copia-estoque section.

           open input copia-estoque
           if fs-cps-estoque not = "00"
               display "Erro ao abrir a copia (CPSEST), status "
                       fs-cps-estoque "."
               move 'S' to ws-erro-arquivo
               go to le-copia-estoque-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output estoque-saldo
               if fs-estoque not = "00"
                   display "Erro ao recriar o estoque (PIZZAEST),"
                           " status " fs-estoque "."
                   move 'S' to ws-erro-arquivo
                   close copia-estoque
                   go to le-copia-estoque-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-estoque
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add cps-est-saldo to ws-total-lido
                       if ws-carrega-mestre = 'S'
                           move cps-estoque-reg to estoque-registro
                           write estoque-registro
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-estoque
           if ws-carrega-mestre = 'S'
               close estoque-saldo
           end-if

           .
       le-copia-estoque-exit.
           exit.


      *---- LOJAMST: total = lojas ativas ----------------------------
       le-mestre-loja section.

           open input loja-master
           if fs-loja not = "00"
               display "Erro ao abrir as lojas (LOJAMST), status "
                       fs-loja "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-loja-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-loja
               if fs-cps-loja not = "00"
                   display "Erro ao abrir a copia (CPSLOJ), status "
                           fs-cps-loja "."
                   move 'S' to ws-erro-arquivo
                   close loja-master
                   go to le-mestre-loja-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read loja-master next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       if loj-ativa
                           add 1 to ws-total-lido
                       end-if
                       if ws-grava-copia = 'S'
                           move loja-registro to cps-loja-reg
                           write cps-loja-reg
                           if fs-cps-loja not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSLOJ), status "
                                       fs-cps-loja "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close loja-master
           if ws-grava-copia = 'S'
               close copia-loja
           end-if

           .
       le-mestre-loja-exit.
           exit.


       le-copia-loja section.

           open input copia-loja
           if fs-cps-loja not = "00"
               display "Erro ao abrir a copia (CPSLOJ), status "
                       fs-cps-loja "."
               move 'S' to ws-erro-arquivo
               go to le-copia-loja-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output loja-master
               if fs-loja not = "00"
                   display "Erro ao recriar as lojas (LOJAMST),"
                           " status " fs-loja "."
                   move 'S' to ws-erro-arquivo
                   close copia-loja
                   go to le-copia-loja-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-loja
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       if cps-loj-situacao = 'A'
                           add 1 to ws-total-lido
                       end-if
                       if ws-carrega-mestre = 'S'
                           move cps-loja-reg to loja-registro
                           write loja-registro
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-loja
           if ws-carrega-mestre = 'S'
               close loja-master
           end-if

           .
       le-copia-loja-exit.
           exit.


      *---- PIZZAOPE: total = operadores ativos ----------------------
       le-mestre-operador section.

           open input pizza-operadores
           if fs-operadores not = "00"
               display "Erro ao abrir os operadores (PIZZAOPE),"
                       " status " fs-operadores "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-operador-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-operadores
               if fs-cps-operadores not = "00"
                   display "Erro ao abrir a copia (CPSOPE), status "
                           fs-cps-operadores "."
                   move 'S' to ws-erro-arquivo
                   close pizza-operadores
                   go to le-mestre-operador-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read pizza-operadores next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       if ope-ativo
                           add 1 to ws-total-lido
                       end-if
                       if ws-grava-copia = 'S'
                           move operador-registro to cps-operador-reg
                           write cps-operador-reg
                           if fs-cps-operadores not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSOPE), status "
                                       fs-cps-operadores "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-operadores
           if ws-grava-copia = 'S'
               close copia-operadores
           end-if

           .
       le-mestre-operador-exit.
           exit.


       le-copia-operador section.

           open input copia-operadores
           if fs-cps-operadores not = "00"
               display "Erro ao abrir a copia (CPSOPE), status "
                       fs-cps-operadores "."
               move 'S' to ws-erro-arquivo
               go to le-copia-operador-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output pizza-operadores
               if fs-operadores not = "00"
                   display "Erro ao recriar os operadores (PIZZAOPE),"
                           " status " fs-operadores "."
                   move 'S' to ws-erro-arquivo
                   close copia-operadores
                   go to le-copia-operador-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-operadores
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       if cps-ope-situacao = 'A'
                           add 1 to ws-total-lido
                       end-if
                       if ws-carrega-mestre = 'S'
                           move cps-operador-reg to operador-registro
                           write operador-registro
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-operadores
           if ws-carrega-mestre = 'S'
               close pizza-operadores
           end-if

           .
       le-copia-operador-exit.
           exit.


      *---- PIZZAPRO: total = soma de PRO-DESCONTO -------------------
       le-mestre-promocao section.

           open input pizza-promocoes
           if fs-promocoes not = "00"
               display "Erro ao abrir as promocoes (PIZZAPRO),"
                       " status " fs-promocoes "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-promocao-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-promocoes
               if fs-cps-promocoes not = "00"
                   display "Erro ao abrir a copia (CPSPRO), status "
                           fs-cps-promocoes "."
                   move 'S' to ws-erro-arquivo
                   close pizza-promocoes
                   go to le-mestre-promocao-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read pizza-promocoes next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add pro-desconto to ws-total-lido
                       if ws-grava-copia = 'S'
                           move promocao-registro to cps-promocao-reg
                           write cps-promocao-reg
                           if fs-cps-promocoes not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSPRO), status "
                                       fs-cps-promocoes "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-promocoes
           if ws-grava-copia = 'S'
               close copia-promocoes
           end-if

           .
       le-mestre-promocao-exit.
           exit.


       le-copia-promocao section.

           open input copia-promocoes
           if fs-cps-promocoes not = "00"
               display "Erro ao abrir a copia (CPSPRO), status "
                       fs-cps-promocoes "."
               move 'S' to ws-erro-arquivo
               go to le-copia-promocao-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output pizza-promocoes
               if fs-promocoes not = "00"
                   display "Erro ao recriar as promocoes (PIZZAPRO),"
                           " status " fs-promocoes "."
                   move 'S' to ws-erro-arquivo
                   close copia-promocoes
                   go to le-copia-promocao-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-promocoes
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add cps-pro-desconto to ws-total-lido
                       if ws-carrega-mestre = 'S'
                           move cps-promocao-reg to promocao-registro
                           write promocao-registro
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-promocoes
           if ws-carrega-mestre = 'S'
               close pizza-promocoes
           end-if

           .
       le-copia-promocao-exit.
           exit.


      *---- PIZZAPEN: total = soma de PEN-PRECO-NOVO -----------------
       le-mestre-pendente section.

           open input pizza-pendentes
           if fs-pendentes not = "00"
               display "Erro ao abrir as pendencias (PIZZAPEN),"
                       " status " fs-pendentes "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-pendente-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-pendentes
               if fs-cps-pendentes not = "00"
                   display "Erro ao abrir a copia (CPSPEN), status "
                           fs-cps-pendentes "."
                   move 'S' to ws-erro-arquivo
                   close pizza-pendentes
                   go to le-mestre-pendente-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read pizza-pendentes next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add pen-preco-novo to ws-total-lido
                       if ws-grava-copia = 'S'
                           move pendente-registro to cps-pendente-reg
                           write cps-pendente-reg
                           if fs-cps-pendentes not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSPEN), status "
                                       fs-cps-pendentes "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-pendentes
           if ws-grava-copia = 'S'
               close copia-pendentes
           end-if

           .
       le-mestre-pendente-exit.
           exit.


       le-copia-pendente section.

           open input copia-pendentes
           if fs-cps-pendentes not = "00"
               display "Erro ao abrir a copia (CPSPEN), status "
                       fs-cps-pendentes "."
               move 'S' to ws-erro-arquivo
               go to le-copia-pendente-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output pizza-pendentes
               if fs-pendentes not = "00"
                   display "Erro ao recriar as pendencias (PIZZAPEN),"
                           " status " fs-pendentes "."
                   move 'S' to ws-erro-arquivo
                   close copia-pendentes
                   go to le-copia-pendente-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-pendentes
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add cps-pen-preco-novo to ws-total-lido
                       if ws-carrega-mestre = 'S'
                           move cps-pendente-reg to pendente-registro
                           write pendente-registro
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-pendentes
           if ws-carrega-mestre = 'S'
               close pizza-pendentes
           end-if

           .
       le-copia-pendente-exit.
           exit.


      *---- PIZZAPLJ: total = soma de PLJ-PRECO ----------------------
       le-mestre-preco-loja section.

           open input pizza-precos-loja
           if fs-precos-loja not = "00"
               display "Erro ao abrir os precos das lojas (PIZZAPLJ),"
                       " status " fs-precos-loja "."
               move 'S' to ws-erro-arquivo
               go to le-mestre-preco-loja-exit
           end-if

           if ws-grava-copia = 'S'
               open output copia-precos-loja
               if fs-cps-precos-loja not = "00"
                   display "Erro ao abrir a copia (CPSPLJ), status "
                           fs-cps-precos-loja "."
                   move 'S' to ws-erro-arquivo
                   close pizza-precos-loja
                   go to le-mestre-preco-loja-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read pizza-precos-loja next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add plj-preco to ws-total-lido
                       if ws-grava-copia = 'S'
                           move preco-loja-registro
                             to cps-preco-loja-reg
                           write cps-preco-loja-reg
                           if fs-cps-precos-loja not = "00"
                               display "Erro ao gravar a copia"
                                       " (CPSPLJ), status "
                                       fs-cps-precos-loja "."
                               move 'S' to ws-erro-arquivo
                               move 'S' to ws-fim-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-precos-loja
           if ws-grava-copia = 'S'
               close copia-precos-loja
           end-if

           .
       le-mestre-preco-loja-exit.
           exit.


       le-copia-preco-loja section.

           open input copia-precos-loja
           if fs-cps-precos-loja not = "00"
               display "Erro ao abrir a copia (CPSPLJ), status "
                       fs-cps-precos-loja "."
               move 'S' to ws-erro-arquivo
               go to le-copia-preco-loja-exit
           end-if

           if ws-carrega-mestre = 'S'
               open output pizza-precos-loja
               if fs-precos-loja not = "00"
                   display "Erro ao recriar os precos das lojas"
                           " (PIZZAPLJ), status " fs-precos-loja "."
                   move 'S' to ws-erro-arquivo
                   close copia-precos-loja
                   go to le-copia-preco-loja-exit
               end-if
           end-if

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read copia-precos-loja
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lida
                       add cps-plj-preco to ws-total-lido
                       if ws-carrega-mestre = 'S'
                           move cps-preco-loja-reg
                             to preco-loja-registro
                           write preco-loja-registro
                               invalid key
                                   add 1 to ws-qtd-rejeitada
                           end-write
                       end-if
               end-read
           end-perform

           close copia-precos-loja
           if ws-carrega-mestre = 'S'
               close pizza-precos-loja
           end-if

           .
       le-copia-preco-loja-exit.
           exit.


      *---- Cabecalho do resumo impresso ------------------------------
       imprime-cabecalho section.

           move spaces to linha-resumo
           evaluate true
               when modo-copia
                   string "COPIA DE SEGURANCA DOS MESTRES - "
                          delimited by size
                          ws-data-sistema delimited by size
                          into linha-resumo
                   end-string
               when modo-confere
                   string "CONFERENCIA DA COPIA DE " delimited by size
                          ws-arquivo delimited by space
                          " - "      delimited by size
                          ws-data-sistema delimited by size
                          into linha-resumo
                   end-string
               when modo-restaura
                   string "RESTAURACAO DE " delimited by size
                          ws-arquivo delimited by space
                          " - "      delimited by size
                          ws-data-sistema delimited by size
                          into linha-resumo
                   end-string
           end-evaluate
           write linha-resumo

           move spaces to linha-resumo
           write linha-resumo

           move spaces to linha-resumo
           string "ARQUIVO  PASSADA   REGISTROS" delimited by size
                  "    TOTAL DE CONTROLE  SITUACAO"
                  delimited by size
                  into linha-resumo
           end-string
           write linha-resumo

           move spaces to linha-resumo
           write linha-resumo

           .
       imprime-cabecalho-exit.
           exit.


      *---- Uma linha do resumo: arquivo, passada, contagem e total ---
       imprime-linha-arquivo section.

           move spaces to linha-resumo
           move ws-arquivo to linha-resumo(1:8)
           move ws-passada to linha-resumo(10:8)
           move ws-qtd-lida to ws-contador-ed
           move ws-contador-ed to linha-resumo(21:7)
           move ws-total-lido to ws-total-ed
           move ws-total-ed to linha-resumo(30:17)
           move ws-situacao to linha-resumo(49:8)
           write linha-resumo

           .
       imprime-linha-arquivo-exit.
           exit.


       finaliza section.

           perform grava-execucao

           stop run
           .
       finaliza-exit.
           exit.


      *---- Anexa o registro desta execucao no controle (PIZZARUN) ----
      * Na copia os contadores levam os registros copiados (1) e os
      * arquivos com controle gravado (2); na restauracao, os
      * registros carregados (1) e os relidos do arquivo recriado (2).
      * As contagens por arquivo ficam no CPSCTL e no PIZZACPL.
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

           move "PZZACOP" to run-programa
           accept run-data from date yyyymmdd
           move ws-hora-inicio to run-hora-inicio
           accept run-hora-fim from time
           move return-code to run-rc
           if modo-copia
               move ws-registros-total to run-contador-1
               move ws-arquivos-ok to run-contador-2
           else
               move ws-registros-carregados to run-contador-1
               move ws-registros-relidos to run-contador-2
           end-if

           write execucao-registro

           close pizza-execucoes

           .
       grava-execucao-exit.
           exit.
