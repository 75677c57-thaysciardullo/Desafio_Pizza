      * Divisão de identificação do programa
       Identification Division.
       Program-id. "comanda".
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

           select pizza-comanda assign to "PIZZACMD"
               organization is indexed
               access mode is dynamic
               record key is cmd-numero
               file status is fs-comanda.

           select pizza-comanda-item assign to "PIZZACMI"
               organization is indexed
               access mode is dynamic
               record key is cmi-chave
               file status is fs-comanda-item.

           select pizza-clientes assign to "PIZZACLI"
               organization is indexed
               access mode is dynamic
               record key is cli-telefone
               file status is fs-clientes.

           select pizza-master assign to "PIZZAMST"
               organization is indexed
               access mode is dynamic
               record key is mst-chave
               file status is fs-master.

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

           select loja-master assign to "LOJAMST"
               organization is indexed
               access mode is dynamic
               record key is loj-codigo
               file status is fs-loja.

           select fechamento-relat assign to "PIZZACMR"
               organization is line sequential
               file status is fs-relatorio.

           select clientes-relat assign to "PIZZACLR"
               organization is line sequential
               file status is fs-relatorio.

           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is fs-execucao.

           select pizza-auditoria assign to "PIZZAAUD"
               organization is line sequential
               file status is fs-auditoria.

           select pizza-operadores assign to "PIZZAOPE"
               organization is indexed
               access mode is dynamic
               record key is ope-codigo
               file status is fs-operadores.

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

      *---- Pedido do cliente (cabecalho), um por atendimento ---------
      * Modalidade B = balcao, R = retirada na loja, E = entrega (com
      * endereco e taxa). Situacao A = aberto (em preparo), S = saiu
      * para entrega, E = entregue ao cliente (balcao e retirada vao
      * direto de A para E), C = cancelado. CMD-DATA-LANCAMENTO fica
      * zerada ate o fechamento do dia lancar o pedido entregue no
      * PIZZAVND (ou encerrar o cancelado); preenchida, o pedido nao
      * muda mais e nao e lancado de novo.
       FD  pizza-comanda
           label records are standard.
       01  comanda-registro.
           05 cmd-numero                            pic 9(07).
           05 cmd-loja                              pic x(03).
           05 cmd-data                              pic 9(08).
           05 cmd-hora                              pic 9(04).
           05 cmd-telefone                          pic x(15).
           05 cmd-cliente                           pic x(30).
           05 cmd-modalidade                        pic x(01).
               88 cmd-balcao                        value 'B'.
               88 cmd-retirada                      value 'R'.
               88 cmd-entrega                       value 'E'.
           05 cmd-endereco                          pic x(50).
           05 cmd-taxa-entrega                      pic 9(03)v99.
           05 cmd-valor-pizzas                      pic 9(05)v99.
           05 cmd-situacao                          pic x(01).
               88 cmd-aberto                        value 'A'.
               88 cmd-saiu                          value 'S'.
               88 cmd-entregue                      value 'E'.
               88 cmd-cancelado                     value 'C'.
           05 cmd-hora-situacao                     pic 9(04).
           05 cmd-operador                          pic x(10).
           05 cmd-data-lancamento                   pic 9(08).

      *---- Itens do pedido do cliente, um por pizza/tamanho ----------
      * Precos congelados no momento do pedido: o de tabela da loja
      * (PIZZAPLJ, ou o do PIZZAMST), o desconto da promocao vigente
      * no PIZZAPRO e o unitario cobrado (o que vai para
      * VND-PRECO-UNITARIO).
       FD  pizza-comanda-item
           label records are standard.
       01  comanda-item-registro.
           05 cmi-chave.
               10 cmi-numero                        pic 9(07).
               10 cmi-linha                         pic 9(02).
           05 cmi-nome                              pic x(15).
           05 cmi-tamanho                           pic x(01).
           05 cmi-quantidade                        pic 9(03).
           05 cmi-preco-tabela                      pic 9(05)v99.
           05 cmi-desconto                          pic 9(03)v99.
           05 cmi-preco-unitario                    pic 9(05)v99.

      *---- Clientes, um por telefone ---------------------------------
      * Montado pelo fechamento do dia a partir dos pedidos entregues
      * (ver ATUALIZA-CLIENTE); no atendimento so e consultado, para
      * trazer nome e endereco de quem ja pediu.
       FD  pizza-clientes
           label records are standard.
       01  cliente-registro.
           05 cli-telefone                          pic x(15).
           05 cli-nome                              pic x(30).
           05 cli-endereco                          pic x(50).
           05 cli-primeiro-pedido                   pic 9(08).
           05 cli-ultimo-pedido                     pic 9(08).
           05 cli-qtd-pedidos                       pic 9(05).
           05 cli-valor-total                       pic 9(07)v99.

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

      *---- Promocoes, mesmo layout mantido pela opcao P do VENDAS ----
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
      * (inclusive VND-PRECO-UNITARIO, o preco realmente cobrado;
      * ver o comentario no FD do vendas.cbl)
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

      *---- Relatorio do fechamento dos pedidos do dia ----------------
       FD  fechamento-relat
           label records are standard.
       01  linha-fechamento                         pic x(80).

      *---- Relatorio de clientes que voltaram e horarios de pico -----
       FD  clientes-relat
           label records are standard.
       01  linha-clientes                           pic x(80).

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

      *---- Trilha de auditoria, mesmo arquivo/layout do RELATORIO ----
       FD  pizza-auditoria
           label records are standard.
       01  linha-auditoria                          pic x(80).

      *---- Cadastro de operadores, mesmo layout mantido pelo ---------
      * OPERADOR (codigo, nome, senha e alcada; ver operador.cbl)
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

      *---- Variáveis da identificacao do operador (sign-on) ----------
      * So o modo interativo se identifica; o fechamento noturno roda
      * com o pseudo-operador FECHA e o relatorio com CLIENTES.
       77 fs-auditoria                             pic x(02).
       77 fs-operadores                            pic x(02).
       77 ws-senha-digitada                        pic x(08).
       77 ws-tentativas-acesso                     pic 9(01).
       77 ws-acesso-liberado                       pic x(01).
       77 ws-acesso-valido                         pic x(01).
       77 ws-nivel-operador                        pic x(01).
           88 operador-supervisor                  value '2'.
       77 ws-auditoria-data                        pic 9(08).
       77 ws-auditoria-hora                        pic 9(08).
       77 ws-auditoria-nome                        pic x(15).
       77 ws-status-auditoria                      pic x(09).

      *---- Variáveis do registro de execucao (PIZZARUN) --------------
      * (so gravado nos modos FECHA e CLIENTES via PARM)
       77 fs-execucao                              pic x(02).
       77 ws-hora-inicio                           pic 9(08).

       77 fs-comanda                               pic x(02).
       77 fs-comanda-item                          pic x(02).
       77 fs-clientes                              pic x(02).
       77 fs-master                                pic x(02).
       77 fs-promocoes                             pic x(02).
       77 fs-vendas                                pic x(02).
       77 fs-loja                                  pic x(02).
       77 fs-relatorio                             pic x(02).

       77 opcao                                    pic x(01).
       77 ws-operador                              pic x(10).
       77 entrada-valida                           pic x(01).

      *---- Variáveis de modo de execucao (interativo x lote) ---------
      * PARM='FECHA [AAAAMMDD]' fecha os pedidos do dia e lanca os
      * entregues no PIZZAVND (ver jcl/pizzacmd.jcl); PARM='CLIENTES
      * [AAAAMMDD [AAAAMMDD]]' so imprime os clientes que voltaram e
      * os horarios de pico (jcl/pizzacli.jcl); sem PARM abre o menu
      * do atendimento.
       77 ws-parametro                             pic x(30).
       77 modo-execucao                            pic x(05).
           88 modo-fechamento                      value "FECHA".
           88 modo-clientes                        value "CLIEN".
           88 modo-lote                            value "FECHA"
                                                         "CLIEN".
           88 modo-interativo                      value "INTER".

       77 ws-data-sistema                          pic 9(08).
       77 ws-hora-sistema                          pic 9(08).
       01 ws-data-relatorio.
           05 ws-data-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-ano                          pic 9(04).

      *---- Indisponibilidades toleradas ------------------------------
      * Sem promocoes o pedido sai a preco de tabela; sem clientes o
      * atendimento segue sem trazer nome/endereco de quem ja pediu.
       77 ws-promo-indisponivel                    pic x(01) value 'N'.
       77 ws-clientes-indisponivel                 pic x(01) value 'N'.

      *---- Busca da promocao vigente (mesma logica de BUSCA-PROMOCAO
      * no vendas.cbl; entradas em WS-PROMO-NOME/TAMANHO/DATA).
       77 ws-promo-nome                            pic x(15).
       77 ws-promo-tamanho                         pic x(01).
       77 ws-promo-data                            pic 9(08).
       77 ws-desconto-promo                        pic 9(03)v99.
       77 ws-fim-promocoes                         pic x(01).
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

      *---- Pedido em digitacao (gravado so na confirmacao) -----------
       78 max-itens-comanda                         value 20.
       01 item-comanda occurs 20.
           05 itc-nome                              pic x(15).
           05 itc-tamanho                           pic x(01).
           05 itc-quantidade                        pic 9(03).
           05 itc-preco-tabela                      pic 9(05)v99.
           05 itc-desconto                          pic 9(03)v99.
           05 itc-preco-unitario                    pic 9(05)v99.
       77 qtd-itens-comanda                        pic 9(02).
       77 ws-loja-pedido                           pic x(03).
       77 ws-telefone                              pic x(15).
       77 ws-cliente-nome                          pic x(30).
       77 ws-cliente-endereco                      pic x(50).
       77 ws-entrada-texto                         pic x(50).
       77 ws-modalidade                            pic x(01).
       77 ws-taxa-entrega                          pic 9(03)v99.
       77 ws-valor-pizzas                          pic 9(05)v99.
       77 ws-valor-item                            pic 9(07)v99.
       77 ws-item-nome                             pic x(15).
       77 ws-item-tamanho                          pic x(01).
       77 ws-item-qtd                              pic 9(03).
       77 ws-fim-itens                             pic x(01).
       77 ws-nova-situacao                         pic x(01).

      *---- Numeracao dos pedidos -------------------------------------
      * O ultimo numero e lido uma vez na abertura; numero ja usado
      * por outro terminal no meio tempo faz a gravacao tentar o
      * seguinte.
       77 ws-numero-comanda                        pic 9(07).
       77 ws-ultimo-numero                         pic 9(07).
       77 ws-tentativas-numero                     pic 9(02).
       77 ws-comanda-gravada                       pic x(01).
       77 ws-fim-comanda                           pic x(01).
       77 ws-fim-item                              pic x(01).
       77 ind                                      pic 9(04).
       77 ws-ind-busca                             pic 9(04).
       77 ws-ind-hora                              pic 9(02).

      *---- Fechamento do dia -----------------------------------------
      * Data base = o dia fechado (PARM; sem data, o dia da execucao).
      * Pedido entregue de dia anterior que ficou para tras (aberto no
      * fechamento daquele dia) e lancado na data base, dia em que a
      * pizza saiu, para a baixa do ESTOQUE ainda o alcancar.
       77 ws-data-base                             pic 9(08).
       77 ws-comandas-lancadas                     pic 9(06).
       77 ws-comandas-atrasadas                    pic 9(06).
       77 ws-comandas-pendentes                    pic 9(06).
       77 ws-comandas-encerradas                   pic 9(06).
       77 ws-itens-com-erro                        pic 9(04).
       77 ws-erro-lancamento                       pic 9(06).

      *---- Pedidos ainda abertos no fechamento (listados no fim) -----
       78 max-pendentes                             value 200.
       01 pendente occurs 200.
           05 pen-numero                            pic 9(07).
           05 pen-loja                              pic x(03).
           05 pen-data                              pic 9(08).
           05 pen-hora                              pic 9(04).
           05 pen-situacao                          pic x(01).
           05 pen-cliente                           pic x(30).
       77 qtd-pendentes                            pic 9(03).

      *---- Totais por loja do dia (e horas do dia, para o pico) ------
       78 max-lojas                                 value 20.
       01 loja-dia occurs 20.
           05 ldi-loja                              pic x(03).
           05 ldi-pedidos                           pic 9(05).
           05 ldi-balcao                            pic 9(05).
           05 ldi-retirada                          pic 9(05).
           05 ldi-entrega                           pic 9(05).
           05 ldi-cancelados                        pic 9(05).
           05 ldi-pizzas                            pic 9(06).
           05 ldi-valor                             pic 9(08)v99.
           05 ldi-taxas                             pic 9(06)v99.
           05 ldi-hora occurs 24.
               10 ldi-hora-pedidos                  pic 9(05).
               10 ldi-hora-valor                    pic 9(08)v99.
       77 qtd-lojas-dia                            pic 9(03).
       77 ws-ind-loja                              pic 9(03).
       77 ws-pico-pedidos                          pic 9(05).
       77 ws-pico-hora                             pic 9(02).
       77 ws-pizzas-comanda                        pic 9(05).

      *---- Relatorio de clientes e horarios de pico ------------------
       77 ws-data-inicial                          pic 9(08).
       77 ws-data-final                            pic 9(08).
       77 ws-fim-clientes                          pic x(01).
       77 ws-clientes-periodo                      pic 9(06).
       77 ws-clientes-voltaram                     pic 9(06).
       77 ws-pedidos-periodo                       pic 9(06).
       77 ws-percentual                            pic 9(03)v9.

      *---- Campos de edicao dos relatorios ---------------------------
       78 linhas-por-pagina                         value 20.
       77 ws-pagina                                pic 9(03).
       77 ws-linhas-na-pagina                      pic 9(02).
       77 ws-pagina-ed                             pic zz9.
       77 ws-numero-ed                             pic 9(07).
       77 ws-quantidade-ed                         pic zzzz9.
       77 ws-qtd-item-ed                           pic zz9.
       77 ws-valor-ed                              pic z(07)9,99.
       77 ws-preco-ed                              pic zzzz9,99.
       77 ws-desconto-ed                           pic zz9,99.
       77 ws-percentual-ed                         pic zz9,9.
       77 ws-barra                                 pic x(30).
       77 ws-linha-hora                            pic x(80).
       77 ws-tamanho-barra                         pic 9(02).
       01 ws-hora-formatada.
           05 ws-hfm-hora                          pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-hfm-minuto                        pic 9(02).

      *---- Data AAAAMMDD editada como DD/MM/AAAA (ver FORMATA-DATA) --
       77 ws-data-entrada                          pic 9(08).
       01 ws-data-formatada.
           05 ws-fmt-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fmt-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fmt-ano                           pic 9(04).

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

           move "INTER" to modo-execucao
           move spaces to ws-parametro
           accept ws-parametro from command-line
           if ws-parametro(1:5) = "FECHA"
               move "FECHA" to modo-execucao
           end-if
           if ws-parametro(1:8) = "CLIENTES"
               move "CLIEN" to modo-execucao
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(7:2) to ws-data-dia
           move ws-data-sistema(5:2) to ws-data-mes
           move ws-data-sistema(1:4) to ws-data-ano

      *---- Datas do PARM: a do dia fechado, ou a faixa do relatorio --
      * de clientes (sem a primeira, desde sempre; sem a segunda, ate
      * hoje).
           move ws-data-sistema to ws-data-base
           move 0 to ws-data-inicial
           move ws-data-sistema to ws-data-final
           evaluate true
               when modo-fechamento
                   move "FECHA" to ws-operador
                   if ws-parametro(7:8) is numeric
                       move ws-parametro(7:8) to ws-data-base
                   end-if
               when modo-clientes
                   move "CLIENTES" to ws-operador
                   if ws-parametro(10:8) is numeric
                       move ws-parametro(10:8) to ws-data-inicial
                   end-if
                   if ws-parametro(19:8) is numeric
                       move ws-parametro(19:8) to ws-data-final
                   end-if
               when other
                   perform identifica-operador
           end-evaluate

           perform abre-comandas
           perform abre-clientes

           open input pizza-master
           if fs-master not = "00"
               display "Erro ao abrir o arquivo mestre (PIZZAMST),"
                       " status " fs-master "."
               perform encerra-com-erro
           end-if

           open input loja-master
           if fs-loja not = "00"
               display "Erro ao abrir o cadastro de lojas (LOJAMST),"
                       " status " fs-loja "; cadastre as lojas no"
                       " LOJA."
               perform encerra-com-erro
           end-if

           move 'N' to ws-promo-indisponivel
           open input pizza-promocoes
           if fs-promocoes not = "00"
               move 'S' to ws-promo-indisponivel
               if modo-interativo
                   display "Promocoes (PIZZAPRO) indisponiveis,"
                           " status " fs-promocoes "; os pedidos"
                           " desta execucao saem a preco de tabela."
               end-if
           end-if

           if modo-fechamento
               perform abre-vendas
           end-if

           if modo-interativo
               perform localiza-ultimo-numero
               perform abre-precos-loja
           end-if

           .
       inicializa-exit.
           exit.


      *---- Encerra a execucao quando um arquivo essencial nao abriu --
      * No lote registra o RC=16 para o RESUMO; no atendimento so
      * encerra, com a mensagem ja dada na tela.
       encerra-com-erro section.

           if modo-lote
               move 16 to return-code
               perform grava-execucao
           end-if

           stop run

           .
       encerra-com-erro-exit.
           exit.


      *---- Identifica o operador por codigo e senha (PIZZAOPE) -------
      * Mesma regra em todos os programas interativos: sem o cadastro
      * de operadores o acesso e bloqueado (implante-o pelo OPERADOR)
      * e cada tentativa invalida vai para a trilha com o status
      * NEGADA. Tres falhas encerram a sessao.
       identifica-operador section.

           open input pizza-operadores
           if fs-operadores not = "00"
               display "Cadastro de operadores (PIZZAOPE)"
                       " indisponivel, status " fs-operadores ";"
                       " acesso bloqueado. Implante o cadastro pelo"
                       " OPERADOR."
               stop run
           end-if

           move 0 to ws-tentativas-acesso
           move 'N' to ws-acesso-liberado

           perform until ws-acesso-liberado = 'S'
               display "Informe o Codigo do Operador"
               accept ws-operador
               display "Informe a Senha"
               accept ws-senha-digitada

               move 'N' to ws-acesso-valido
               move ws-operador to ope-codigo
               read pizza-operadores
                   invalid key
                       continue
                   not invalid key
                       if ope-ativo
                           and ope-senha = ws-senha-digitada
                           move 'S' to ws-acesso-valido
                       end-if
               end-read

               if ws-acesso-valido = 'S'
                   move ope-nivel to ws-nivel-operador
                   display "Operador identificado: " ope-nome
                   move 'S' to ws-acesso-liberado
               else
                   add 1 to ws-tentativas-acesso
                   display "Operador ou senha invalidos."
                   perform grava-auditoria-acesso
                   if ws-tentativas-acesso >= 3
                       display "Tentativas esgotadas; encerrando."
                       close pizza-operadores
                       stop run
                   end-if
               end-if
           end-perform

           close pizza-operadores

           .
       identifica-operador-exit.
           exit.


      *---- Registra na trilha uma tentativa de acesso negada ---------
      * Mesmas colunas das demais linhas da trilha, com *ACESSO* no
      * lugar do nome da pizza e os numericos zerados; abre e fecha a
      * trilha na hora porque o sign-on roda antes de tudo.
       grava-auditoria-acesso section.

           open extend pizza-auditoria
           if fs-auditoria not = "00"
               open output pizza-auditoria
           end-if

           accept ws-auditoria-data from date yyyymmdd
           accept ws-auditoria-hora from time

           move spaces to linha-auditoria
           string ws-operador         delimited by size
                  " "                 delimited by size
                  ws-auditoria-data   delimited by size
                  " "                 delimited by size
                  ws-auditoria-hora   delimited by size
                  " "                 delimited by size
                  "*ACESSO*       "   delimited by size
                  " "                 delimited by size
                  "- "                delimited by size
                  "000 "              delimited by size
                  "0000,00 "          delimited by size
                  "NEGADA"            delimited by size
                  into linha-auditoria
           end-string

           write linha-auditoria

           close pizza-auditoria

           .
       grava-auditoria-acesso-exit.
           exit.


      *---- Abre (ou cria, se ainda não existirem) os pedidos ---------
       abre-comandas section.

           open i-o pizza-comanda
           if fs-comanda = "35"
               open output pizza-comanda
               close pizza-comanda
               open i-o pizza-comanda
           end-if

           if fs-comanda not = "00"
               display "Erro ao abrir os pedidos dos clientes"
                       " (PIZZACMD), status " fs-comanda "."
               perform encerra-com-erro
           end-if

           open i-o pizza-comanda-item
           if fs-comanda-item = "35"
               open output pizza-comanda-item
               close pizza-comanda-item
               open i-o pizza-comanda-item
           end-if

           if fs-comanda-item not = "00"
               display "Erro ao abrir os itens dos pedidos"
                       " (PIZZACMI), status " fs-comanda-item "."
               perform encerra-com-erro
           end-if

           .
       abre-comandas-exit.
           exit.


      *---- Abre o cadastro de clientes -------------------------------
      * Quem grava e o fechamento (i-o, criando na primeira noite); o
      * atendimento e o relatorio so consultam, e seguem sem ele.
       abre-clientes section.

           move 'N' to ws-clientes-indisponivel

           if modo-fechamento
               open i-o pizza-clientes
               if fs-clientes = "35"
                   open output pizza-clientes
                   close pizza-clientes
                   open i-o pizza-clientes
               end-if
               if fs-clientes not = "00"
                   display "Erro ao abrir os clientes (PIZZACLI),"
                           " status " fs-clientes "; fechamento"
                           " abortado."
                   perform encerra-com-erro
               end-if
               go to abre-clientes-exit
           end-if

           open input pizza-clientes
           if fs-clientes not = "00"
               move 'S' to ws-clientes-indisponivel
           end-if

           .
       abre-clientes-exit.
           exit.


      *---- Abre os precos proprios das lojas apenas para consulta ----
      * (so o atendimento precifica; o fechamento lanca o preco
      * gravado no item).
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


      *---- Abre (ou cria, se ainda não existir) o arquivo de vendas --
      * (mesma convencao de ABRE-VENDAS no vendas.cbl).
       abre-vendas section.

           open i-o pizza-vendas

           if fs-vendas = "35"
               open output pizza-vendas
               close pizza-vendas
               open i-o pizza-vendas
           end-if

           if fs-vendas not = "00"
               display "Erro ao abrir as vendas (PIZZAVND), status "
                       fs-vendas "; fechamento abortado."
               perform encerra-com-erro
           end-if

           .
       abre-vendas-exit.
           exit.


      *---- Le os pedidos ate o ultimo para saber o proximo numero ----
       localiza-ultimo-numero section.

           move 0 to ws-ultimo-numero

           move 0 to cmd-numero
           start pizza-comanda key is not less than cmd-numero
               invalid key move "10" to fs-comanda
           end-start

           move 'N' to ws-fim-comanda
           if fs-comanda = "10"
               move 'S' to ws-fim-comanda
           end-if

           perform until ws-fim-comanda = 'S'
               read pizza-comanda next record
                   at end
                       move 'S' to ws-fim-comanda
                   not at end
                       move cmd-numero to ws-ultimo-numero
               end-read
           end-perform

           .
       localiza-ultimo-numero-exit.
           exit.


      *---- Menu do atendimento (interativo) ou passo batch (lote) ----
       processamento section.

           if modo-fechamento
               perform fecha-dia
               go to processamento-exit
           end-if

           if modo-clientes
               perform relatorio-clientes
               go to processamento-exit
           end-if

           move space to opcao

           perform until opcao = 'S'

               display erase
               display "Pedidos de Clientes"
               display "N - Novo Pedido"
               display "A - Atualizar Situacao do Pedido"
               display "C - Consultar Pedido"
               display "L - Listar Pedidos em Aberto da Loja"
               display "R - Relatorio de Clientes e Horarios de Pico"
               display "S - Sair"
               display "Informe a Opcao"
               accept opcao

               evaluate opcao
                   when 'N'
                       perform novo-pedido
                   when 'A'
                       perform atualiza-situacao
                   when 'C'
                       perform consultar-pedido
                   when 'L'
                       perform listar-abertos
                   when 'R'
                       perform pede-periodo-clientes
                   when 'S'
                       continue
                   when other
                       display "Opcao Invalida"
               end-evaluate

           end-perform

           .
       processamento-exit.
           exit.


      *---- Registra um pedido novo (opcao N) -------------------------
      * Loja, cliente, modalidade e itens; nada e gravado antes da
      * confirmacao do total. Retirada e entrega exigem telefone e
      * nome; o balcao pode ficar sem.
       novo-pedido section.

           display "Informe o codigo da loja"
           accept ws-loja-pedido

           move ws-loja-pedido to loj-codigo
           read loja-master
               invalid key
                   display "Loja nao cadastrada."
                   go to novo-pedido-exit
           end-read

           if loj-inativa
               display "Loja desativada; pedido nao registrado."
               go to novo-pedido-exit
           end-if

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Modalidade: B - Balcao, R - Retirada,"
                       " E - Entrega"
               accept ws-modalidade
               if ws-modalidade = 'B' or 'R' or 'E'
                   move 'S' to entrada-valida
               else
                   display "Modalidade invalida. Informe novamente"
               end-if
           end-perform

           perform aceita-cliente
           if ws-modalidade not = 'B'
               and (ws-telefone = spaces or ws-cliente-nome = spaces)
               display "Retirada e entrega exigem telefone e nome;"
                       " pedido nao registrado."
               go to novo-pedido-exit
           end-if

           move 0 to ws-taxa-entrega
           if ws-modalidade = 'E'
               perform aceita-entrega
               if ws-cliente-endereco = spaces
                   display "Entrega sem endereco; pedido nao"
                           " registrado."
                   go to novo-pedido-exit
               end-if
           else
               move spaces to ws-cliente-endereco
           end-if

           perform aceita-itens

           if qtd-itens-comanda = zero
               display "Pedido sem itens; nada registrado."
               go to novo-pedido-exit
           end-if

           move ws-valor-pizzas to ws-valor-ed
           display "Total das pizzas: " ws-valor-ed
           if ws-taxa-entrega > zero
               move ws-taxa-entrega to ws-preco-ed
               display "Taxa de entrega:  " ws-preco-ed
           end-if
           display "Confirma o pedido? (S/N)"
           accept opcao
           if opcao not = 'S'
               move space to opcao
               display "Pedido abandonado; nada registrado."
               go to novo-pedido-exit
           end-if
           move space to opcao

           perform grava-pedido

           .
       novo-pedido-exit.
           exit.


      *---- Pede o telefone e o nome; quem ja pediu vem do cadastro ---
       aceita-cliente section.

           move spaces to ws-cliente-nome
           move spaces to ws-cliente-endereco

           display "Informe o telefone do cliente (Enter = sem)"
           accept ws-telefone

           if ws-telefone not = spaces
               and ws-clientes-indisponivel = 'N'
               move ws-telefone to cli-telefone
               read pizza-clientes
                   invalid key
                       display "Cliente novo."
                   not invalid key
                       move cli-nome to ws-cliente-nome
                       move cli-endereco to ws-cliente-endereco
                       move cli-qtd-pedidos to ws-quantidade-ed
                       display "Cliente: " cli-nome
                       display "Pedidos anteriores: " ws-quantidade-ed
               end-read
           end-if

           if ws-cliente-nome = spaces
               display "Informe o nome do cliente"
           else
               display "Informe o nome do cliente (Enter = mantem)"
           end-if
           move spaces to ws-entrada-texto
           accept ws-entrada-texto
           if ws-entrada-texto not = spaces
               move ws-entrada-texto to ws-cliente-nome
           end-if

           .
       aceita-cliente-exit.
           exit.


      *---- Endereco e taxa de um pedido de entrega -------------------
       aceita-entrega section.

           if ws-cliente-endereco = spaces
               display "Informe o endereco de entrega"
           else
               display "Endereco: " ws-cliente-endereco
               display "Informe o endereco de entrega (Enter ="
                       " mantem)"
           end-if
           move spaces to ws-entrada-texto
           accept ws-entrada-texto
           if ws-entrada-texto not = spaces
               move ws-entrada-texto to ws-cliente-endereco
           end-if

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe a taxa de entrega (ate 999,99)"
               accept ws-taxa-entrega
               if ws-taxa-entrega is not numeric
                   display "Taxa invalida. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           .
       aceita-entrega-exit.
           exit.


      *---- Digita os itens ate um nome em branco ---------------------
       aceita-itens section.

           move 0 to qtd-itens-comanda
           move 0 to ws-valor-pizzas
           move 'N' to ws-fim-itens

           perform until ws-fim-itens = 'S'
               if qtd-itens-comanda >= max-itens-comanda
                   display "Limite de " max-itens-comanda
                           " itens por pedido atingido."
                   move 'S' to ws-fim-itens
               else
                   display "Informe a pizza (Enter = fim dos itens)"
                   move spaces to ws-item-nome
                   accept ws-item-nome
                   if ws-item-nome = spaces
                       move 'S' to ws-fim-itens
                   else
                       perform aceita-item
                   end-if
               end-if
           end-perform

           .
       aceita-itens-exit.
           exit.


      *---- Tamanho, quantidade e preco de um item ---------------------
       aceita-item section.

           display "Informe o tamanho (B/M/G)"
           accept ws-item-tamanho

           move ws-item-nome to mst-nome
           move ws-item-tamanho to mst-tamanho
           read pizza-master
               invalid key
                   display "Pizza nao cadastrada no mestre."
                   go to aceita-item-exit
           end-read

           if mst-pizza-inativa
               display "Pizza desativada no catalogo; item nao"
                       " incluido."
               go to aceita-item-exit
           end-if

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe a quantidade"
               accept ws-item-qtd
               if ws-item-qtd is not numeric
                   or ws-item-qtd = zero
                   display "Quantidade invalida. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           perform precifica-item

           add 1 to qtd-itens-comanda
           move ws-item-nome to itc-nome(qtd-itens-comanda)
           move ws-item-tamanho to itc-tamanho(qtd-itens-comanda)
           move ws-item-qtd to itc-quantidade(qtd-itens-comanda)
           move ws-preco-tabela
             to itc-preco-tabela(qtd-itens-comanda)
           move ws-desconto-promo to itc-desconto(qtd-itens-comanda)
           move ws-preco-realizado
             to itc-preco-unitario(qtd-itens-comanda)

           compute ws-valor-item = ws-item-qtd * ws-preco-realizado
           add ws-valor-item to ws-valor-pizzas

           move ws-preco-realizado to ws-preco-ed
           move ws-valor-item to ws-valor-ed
           if ws-desconto-promo > zero
               move ws-desconto-promo to ws-desconto-ed
               display "Promocao vigente: " ws-desconto-ed
                       "% de desconto"
           end-if
           display "Unitario: " ws-preco-ed "  Item: " ws-valor-ed

           .
       aceita-item-exit.
           exit.


      *---- Preco do item: tabela da loja do pedido menos a promocao --
      * vigente na data (mesma regra do REGISTRAR-VENDA no
      * vendas.cbl). Entrada no registro lido do PIZZAMST; devolve
      * WS-PRECO-TABELA, WS-DESCONTO-PROMO e WS-PRECO-REALIZADO.
       precifica-item section.

           move ws-loja-pedido to ws-plj-loja
           move ws-data-sistema to ws-plj-data
           perform busca-preco-loja

           move mst-nome to ws-promo-nome
           move mst-tamanho to ws-promo-tamanho
           move ws-data-sistema to ws-promo-data
           perform busca-promocao

           .
       precifica-item-exit.
           exit.


      *---- Grava o cabecalho e os itens do pedido confirmado ---------
       grava-pedido section.

           accept ws-hora-sistema from time

           move 'N' to ws-comanda-gravada
           move 0 to ws-tentativas-numero

           perform until ws-comanda-gravada = 'S'
                      or ws-tentativas-numero >= 10
               add 1 to ws-ultimo-numero
               add 1 to ws-tentativas-numero
               move ws-ultimo-numero to ws-numero-comanda

               move spaces to comanda-registro
               move ws-numero-comanda to cmd-numero
               move ws-loja-pedido to cmd-loja
               move ws-data-sistema to cmd-data
               move ws-hora-sistema(1:4) to cmd-hora
               move ws-telefone to cmd-telefone
               move ws-cliente-nome to cmd-cliente
               move ws-modalidade to cmd-modalidade
               move ws-cliente-endereco to cmd-endereco
               move ws-taxa-entrega to cmd-taxa-entrega
               move ws-valor-pizzas to cmd-valor-pizzas
               move 'A' to cmd-situacao
               move ws-hora-sistema(1:4) to cmd-hora-situacao
               move ws-operador to cmd-operador
               move 0 to cmd-data-lancamento

               write comanda-registro
                   invalid key
                       continue
                   not invalid key
                       move 'S' to ws-comanda-gravada
               end-write
           end-perform

           if ws-comanda-gravada = 'N'
               display "Erro ao gravar o pedido, status " fs-comanda
                       "; nada registrado."
               go to grava-pedido-exit
           end-if

           move 1 to ind
           perform until ind > qtd-itens-comanda
               move ws-numero-comanda to cmi-numero
               move ind to cmi-linha
               move itc-nome(ind) to cmi-nome
               move itc-tamanho(ind) to cmi-tamanho
               move itc-quantidade(ind) to cmi-quantidade
               move itc-preco-tabela(ind) to cmi-preco-tabela
               move itc-desconto(ind) to cmi-desconto
               move itc-preco-unitario(ind) to cmi-preco-unitario
               write comanda-item-registro
                   invalid key
                       display "Erro ao gravar o item " ind
                               " do pedido, status " fs-comanda-item
               end-write
               add 1 to ind
           end-perform

           display "Pedido " ws-numero-comanda " registrado."

           .
       grava-pedido-exit.
           exit.


      *---- Le o pedido cujo numero o operador informa ----------------
      * Devolve FS-COMANDA "00" com o pedido lido.
       le-pedido-informado section.

           display "Informe o numero do pedido"
           accept ws-numero-comanda

           move ws-numero-comanda to cmd-numero
           read pizza-comanda
               invalid key
                   display "Pedido nao encontrado."
           end-read

           .
       le-pedido-informado-exit.
           exit.


      *---- Mostra o cabecalho do pedido lido -------------------------
       mostra-pedido section.

           move cmd-data to ws-data-entrada
           perform formata-data
           move cmd-hora(1:2) to ws-hfm-hora
           move cmd-hora(3:2) to ws-hfm-minuto

           display "Pedido " cmd-numero "  Loja " cmd-loja "  "
                   ws-data-formatada " " ws-hora-formatada
           display "Cliente: " cmd-cliente "  Tel: " cmd-telefone

           evaluate true
               when cmd-balcao
                   display "Modalidade: BALCAO"
               when cmd-retirada
                   display "Modalidade: RETIRADA"
               when cmd-entrega
                   move cmd-taxa-entrega to ws-preco-ed
                   display "Modalidade: ENTREGA  Taxa: " ws-preco-ed
                   display "Endereco: " cmd-endereco
           end-evaluate

           move cmd-valor-pizzas to ws-valor-ed
           evaluate true
               when cmd-aberto
                   display "Situacao: ABERTO  Pizzas: " ws-valor-ed
               when cmd-saiu
                   display "Situacao: SAIU P/ENTREGA  Pizzas: "
                           ws-valor-ed
               when cmd-entregue
                   display "Situacao: ENTREGUE  Pizzas: " ws-valor-ed
               when cmd-cancelado
                   display "Situacao: CANCELADO  Pizzas: " ws-valor-ed
           end-evaluate

           .
       mostra-pedido-exit.
           exit.


      *---- Consulta um pedido com seus itens (opcao C) ---------------
       consultar-pedido section.

           perform le-pedido-informado
           if fs-comanda not = "00"
               go to consultar-pedido-exit
           end-if

           perform mostra-pedido

           move cmd-numero to cmi-numero
           move 0 to cmi-linha
           start pizza-comanda-item key is not less than cmi-chave
               invalid key move "10" to fs-comanda-item
           end-start

           move 'N' to ws-fim-item
           if fs-comanda-item = "10"
               move 'S' to ws-fim-item
           end-if

           perform until ws-fim-item = 'S'
               read pizza-comanda-item next record
                   at end
                       move 'S' to ws-fim-item
                   not at end
                       if cmi-numero not = cmd-numero
                           move 'S' to ws-fim-item
                       else
                           move cmi-quantidade to ws-qtd-item-ed
                           move cmi-preco-unitario to ws-preco-ed
                           display ws-qtd-item-ed " x " cmi-nome " "
                                   cmi-tamanho "  " ws-preco-ed
                       end-if
               end-read
           end-perform

           if cmd-data-lancamento not = zero
               move cmd-data-lancamento to ws-data-entrada
               perform formata-data
               display "Fechado no dia " ws-data-formatada
           end-if

           .
       consultar-pedido-exit.
           exit.


      *---- Muda a situacao de um pedido (opcao A) ---------------------
      * A -> S (so entrega), A/S -> E e A/S -> C. Pedido ja fechado
      * no dia, entregue ou cancelado nao muda mais. O cancelamento
      * vai para a trilha de auditoria.
       atualiza-situacao section.

           perform le-pedido-informado
           if fs-comanda not = "00"
               go to atualiza-situacao-exit
           end-if

           perform mostra-pedido

           if cmd-data-lancamento not = zero
               or cmd-entregue or cmd-cancelado
               display "Pedido ja encerrado; situacao mantida."
               go to atualiza-situacao-exit
           end-if

           display "Nova situacao: S - Saiu p/entrega,"
                   " E - Entregue, C - Cancelado"
           accept ws-nova-situacao

           evaluate ws-nova-situacao
               when 'S'
                   if not cmd-entrega or not cmd-aberto
                       display "So pedido de entrega em aberto pode"
                               " sair para entrega."
                       go to atualiza-situacao-exit
                   end-if
               when 'E'
                   continue
               when 'C'
                   display "Confirma o cancelamento do pedido "
                           cmd-numero "? (S/N)"
                   accept opcao
                   if opcao not = 'S'
                       move space to opcao
                       display "Cancelamento abandonado."
                       go to atualiza-situacao-exit
                   end-if
                   move space to opcao
               when other
                   display "Situacao invalida; pedido mantido."
                   go to atualiza-situacao-exit
           end-evaluate

           accept ws-hora-sistema from time
           move ws-nova-situacao to cmd-situacao
           move ws-hora-sistema(1:4) to cmd-hora-situacao
           move ws-operador to cmd-operador

           rewrite comanda-registro
               invalid key
                   display "Erro ao atualizar o pedido, status "
                           fs-comanda
                   go to atualiza-situacao-exit
           end-rewrite

           if cmd-cancelado
               move cmd-numero to ws-numero-comanda
               move "INATIVADA" to ws-status-auditoria
               perform grava-auditoria-comanda
               display "Pedido cancelado."
           else
               display "Situacao do pedido atualizada."
           end-if

           .
       atualiza-situacao-exit.
           exit.


      *---- Lista os pedidos ainda em aberto de uma loja (opcao L) ----
       listar-abertos section.

           display "Informe o codigo da loja"
           accept ws-loja-pedido

           move 0 to ind
           move 0 to cmd-numero
           start pizza-comanda key is not less than cmd-numero
               invalid key move "10" to fs-comanda
           end-start

           move 'N' to ws-fim-comanda
           if fs-comanda = "10"
               move 'S' to ws-fim-comanda
           end-if

           perform until ws-fim-comanda = 'S'
               read pizza-comanda next record
                   at end
                       move 'S' to ws-fim-comanda
                   not at end
                       if cmd-loja = ws-loja-pedido
                           and (cmd-aberto or cmd-saiu)
                           add 1 to ind
                           move cmd-hora(1:2) to ws-hfm-hora
                           move cmd-hora(3:2) to ws-hfm-minuto
                           move cmd-valor-pizzas to ws-preco-ed
                           display cmd-numero " " cmd-data " "
                                   ws-hora-formatada " "
                                   cmd-modalidade " " cmd-situacao " "
                                   cmd-cliente " " ws-preco-ed
                       end-if
               end-read
           end-perform

           if ind = zero
               display "Nenhum pedido em aberto nesta loja."
           end-if

           .
       listar-abertos-exit.
           exit.


      *---- Fechamento do dia (PARM FECHA) -----------------------------
      * Uma passada pelos pedidos: entregue ainda nao lancado vai para
      * o PIZZAVND (e para o cadastro de clientes), cancelado e so
      * encerrado, aberto ou na rua fica pendente e e listado (RC=4);
      * os pedidos da data base alimentam os totais e o pico do dia.
       fecha-dia section.

           move 0 to ws-comandas-lancadas
           move 0 to ws-comandas-atrasadas
           move 0 to ws-comandas-pendentes
           move 0 to ws-comandas-encerradas
           move 0 to ws-erro-lancamento
           move 0 to qtd-pendentes
           perform limpa-lojas-dia

           move 0 to cmd-numero
           start pizza-comanda key is not less than cmd-numero
               invalid key move "10" to fs-comanda
           end-start

           move 'N' to ws-fim-comanda
           if fs-comanda = "10"
               move 'S' to ws-fim-comanda
           end-if

           perform until ws-fim-comanda = 'S'
               read pizza-comanda next record
                   at end
                       move 'S' to ws-fim-comanda
                   not at end
                       if cmd-data <= ws-data-base
                           perform fecha-comanda
                       end-if
               end-read
           end-perform

           perform imprime-fechamento

           if ws-erro-lancamento > zero
               move 16 to return-code
           else
               if ws-comandas-pendentes > zero
                   move 4 to return-code
               end-if
           end-if

           display "Fechamento de " ws-data-base "; lancados: "
                   ws-comandas-lancadas "; pendentes: "
                   ws-comandas-pendentes

           .
       fecha-dia-exit.
           exit.


      *---- Zera a tabela de totais por loja --------------------------
       limpa-lojas-dia section.

           move 0 to qtd-lojas-dia
           move 1 to ws-ind-loja
           perform until ws-ind-loja > max-lojas
               move spaces to ldi-loja(ws-ind-loja)
               move 0 to ldi-pedidos(ws-ind-loja)
               move 0 to ldi-balcao(ws-ind-loja)
               move 0 to ldi-retirada(ws-ind-loja)
               move 0 to ldi-entrega(ws-ind-loja)
               move 0 to ldi-cancelados(ws-ind-loja)
               move 0 to ldi-pizzas(ws-ind-loja)
               move 0 to ldi-valor(ws-ind-loja)
               move 0 to ldi-taxas(ws-ind-loja)
               move 1 to ws-ind-hora
               perform until ws-ind-hora > 24
                   move 0 to ldi-hora-pedidos(ws-ind-loja, ws-ind-hora)
                   move 0 to ldi-hora-valor(ws-ind-loja, ws-ind-hora)
                   add 1 to ws-ind-hora
               end-perform
               add 1 to ws-ind-loja
           end-perform

           .
       limpa-lojas-dia-exit.
           exit.


      *---- Trata um pedido com data ate a data base ------------------
       fecha-comanda section.

           if cmd-data = ws-data-base
               perform acumula-comanda-dia
           end-if

           if cmd-data-lancamento not = zero
               go to fecha-comanda-exit
           end-if

           evaluate true
               when cmd-entregue
                   perform lanca-comanda
               when cmd-cancelado
                   move ws-data-base to cmd-data-lancamento
                   rewrite comanda-registro
                       invalid key
                           display "Erro ao encerrar o pedido "
                                   cmd-numero ", status " fs-comanda
                       not invalid key
                           add 1 to ws-comandas-encerradas
                   end-rewrite
               when other
                   perform guarda-pendente
           end-evaluate

           .
       fecha-comanda-exit.
           exit.


      *---- Soma o pedido da data base nos totais da sua loja ---------
      * (cancelado conta so como cancelado; o pico e o valor levam os
      * demais)
       acumula-comanda-dia section.

           perform localiza-loja-dia
           if ws-ind-loja = zero
               go to acumula-comanda-dia-exit
           end-if

           if cmd-cancelado
               add 1 to ldi-cancelados(ws-ind-loja)
               go to acumula-comanda-dia-exit
           end-if

           add 1 to ldi-pedidos(ws-ind-loja)
           evaluate true
               when cmd-balcao
                   add 1 to ldi-balcao(ws-ind-loja)
               when cmd-retirada
                   add 1 to ldi-retirada(ws-ind-loja)
               when cmd-entrega
                   add 1 to ldi-entrega(ws-ind-loja)
           end-evaluate
           add cmd-valor-pizzas to ldi-valor(ws-ind-loja)
           add cmd-taxa-entrega to ldi-taxas(ws-ind-loja)

           perform conta-pizzas-comanda
           add ws-pizzas-comanda to ldi-pizzas(ws-ind-loja)

           perform acumula-hora-comanda

           .
       acumula-comanda-dia-exit.
           exit.


      *---- Soma o pedido na hora em que foi feito --------------------
       acumula-hora-comanda section.

           if cmd-hora(1:2) is not numeric
               or cmd-hora(1:2) > "23"
               go to acumula-hora-comanda-exit
           end-if

           move cmd-hora(1:2) to ws-ind-hora
           add 1 to ws-ind-hora
           add 1 to ldi-hora-pedidos(ws-ind-loja, ws-ind-hora)
           add cmd-valor-pizzas
             to ldi-hora-valor(ws-ind-loja, ws-ind-hora)

           .
       acumula-hora-comanda-exit.
           exit.


      *---- Localiza (ou abre) a linha da loja do pedido corrente -----
      * Devolve o indice em WS-IND-LOJA (zero com a tabela cheia).
       localiza-loja-dia section.

           move 0 to ws-ind-loja
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-lojas-dia
                       or ws-ind-loja > 0
               if ldi-loja(ws-ind-busca) = cmd-loja
                   move ws-ind-busca to ws-ind-loja
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-loja = zero
               if qtd-lojas-dia >= max-lojas
                   display "Tabela de lojas cheia (" max-lojas
                           "); pedido fora dos totais: " cmd-numero
               else
                   add 1 to qtd-lojas-dia
                   move qtd-lojas-dia to ws-ind-loja
                   move cmd-loja to ldi-loja(ws-ind-loja)
               end-if
           end-if

           .
       localiza-loja-dia-exit.
           exit.


      *---- Conta as pizzas do pedido corrente ------------------------
       conta-pizzas-comanda section.

           move 0 to ws-pizzas-comanda

           move cmd-numero to cmi-numero
           move 0 to cmi-linha
           start pizza-comanda-item key is not less than cmi-chave
               invalid key move "10" to fs-comanda-item
           end-start

           move 'N' to ws-fim-item
           if fs-comanda-item = "10"
               move 'S' to ws-fim-item
           end-if

           perform until ws-fim-item = 'S'
               read pizza-comanda-item next record
                   at end
                       move 'S' to ws-fim-item
                   not at end
                       if cmi-numero not = cmd-numero
                           move 'S' to ws-fim-item
                       else
                           add cmi-quantidade to ws-pizzas-comanda
                       end-if
               end-read
           end-perform

           .
       conta-pizzas-comanda-exit.
           exit.


      *---- Lanca um pedido entregue no PIZZAVND -----------------------
      * Cada item soma no registro pizza/tamanho/data/loja com a media
      * ponderada do preco cobrado, como a carga do caixa faz; a data
      * e a base do fechamento (ver WS-DATA-BASE). So com todos os
      * itens gravados o pedido e marcado como lancado.
       lanca-comanda section.

           move 0 to ws-itens-com-erro

           move cmd-numero to cmi-numero
           move 0 to cmi-linha
           start pizza-comanda-item key is not less than cmi-chave
               invalid key move "10" to fs-comanda-item
           end-start

           move 'N' to ws-fim-item
           if fs-comanda-item = "10"
               move 'S' to ws-fim-item
           end-if

           perform until ws-fim-item = 'S'
               read pizza-comanda-item next record
                   at end
                       move 'S' to ws-fim-item
                   not at end
                       if cmi-numero not = cmd-numero
                           move 'S' to ws-fim-item
                       else
                           perform lanca-item-venda
                       end-if
               end-read
           end-perform

           if ws-itens-com-erro > zero
               display "Pedido " cmd-numero " lancado em parte;"
                       " confira o PIZZAVND antes de refechar."
               add 1 to ws-erro-lancamento
               go to lanca-comanda-exit
           end-if

           perform atualiza-cliente

           move ws-data-base to cmd-data-lancamento
           rewrite comanda-registro
               invalid key
                   display "Erro ao marcar o pedido " cmd-numero
                           " como lancado, status " fs-comanda
                   add 1 to ws-erro-lancamento
                   go to lanca-comanda-exit
           end-rewrite

           add 1 to ws-comandas-lancadas
           if cmd-data < ws-data-base
               add 1 to ws-comandas-atrasadas
           end-if

           .
       lanca-comanda-exit.
           exit.


      *---- Soma um item do pedido no registro de vendas --------------
       lanca-item-venda section.

           move cmi-nome to vnd-nome
           move cmi-tamanho to vnd-tamanho
           move ws-data-base to vnd-data
           move cmd-loja to vnd-loja

           read pizza-vendas
               invalid key
                   move cmi-quantidade to vnd-quantidade
                   move cmi-preco-unitario to vnd-preco-unitario
                   write venda-registro
                       invalid key
                           display "Erro ao gravar a venda, status "
                                   fs-vendas "; pedido " cmd-numero
                           add 1 to ws-itens-com-erro
                   end-write
               not invalid key
                   perform soma-venda-registro
                   rewrite venda-registro
                       invalid key
                           display "Erro ao atualizar a venda,"
                                   " status " fs-vendas "; pedido "
                                   cmd-numero
                           add 1 to ws-itens-com-erro
                   end-rewrite
           end-read

           .
       lanca-item-venda-exit.
           exit.


      *---- Soma a quantidade nova no registro existente mantendo -----
      * VND-PRECO-UNITARIO como media ponderada do que foi cobrado
      * (mesma regra de SOMA-VENDA-REGISTRO no vendas.cbl; registro
      * antigo com o campo zerado entra na media a preco de tabela).
       soma-venda-registro section.

           if vnd-preco-unitario = zero
               move cmi-preco-tabela to ws-preco-medio-antigo
           else
               move vnd-preco-unitario to ws-preco-medio-antigo
           end-if

           compute vnd-preco-unitario rounded =
                   ((vnd-quantidade * ws-preco-medio-antigo)
                    + (cmi-quantidade * cmi-preco-unitario))
                   / (vnd-quantidade + cmi-quantidade)

           add cmi-quantidade to vnd-quantidade

           .
       soma-venda-registro-exit.
           exit.


      *---- Atualiza o cliente do pedido lancado ----------------------
      * Pedido sem telefone (balcao) nao gera cliente. Nome e endereco
      * ficam os do pedido mais recente.
       atualiza-cliente section.

           if cmd-telefone = spaces
               go to atualiza-cliente-exit
           end-if

           move cmd-telefone to cli-telefone
           read pizza-clientes
               invalid key
                   move cmd-cliente to cli-nome
                   move cmd-endereco to cli-endereco
                   move cmd-data to cli-primeiro-pedido
                   move cmd-data to cli-ultimo-pedido
                   move 1 to cli-qtd-pedidos
                   compute cli-valor-total =
                           cmd-valor-pizzas + cmd-taxa-entrega
                   write cliente-registro
                       invalid key
                           display "Erro ao gravar o cliente "
                                   cmd-telefone ", status "
                                   fs-clientes
                   end-write
                   go to atualiza-cliente-exit
           end-read

           add 1 to cli-qtd-pedidos
           add cmd-valor-pizzas to cli-valor-total
           add cmd-taxa-entrega to cli-valor-total
           if cmd-data < cli-primeiro-pedido
               move cmd-data to cli-primeiro-pedido
           end-if
           if cmd-data >= cli-ultimo-pedido
               move cmd-data to cli-ultimo-pedido
               if cmd-cliente not = spaces
                   move cmd-cliente to cli-nome
               end-if
               if cmd-endereco not = spaces
                   move cmd-endereco to cli-endereco
               end-if
           end-if

           rewrite cliente-registro
               invalid key
                   display "Erro ao atualizar o cliente "
                           cmd-telefone ", status " fs-clientes
           end-rewrite

           .
       atualiza-cliente-exit.
           exit.


      *---- Guarda um pedido ainda aberto para a lista do relatorio ---
       guarda-pendente section.

           add 1 to ws-comandas-pendentes

           if qtd-pendentes >= max-pendentes
               go to guarda-pendente-exit
           end-if

           add 1 to qtd-pendentes
           move cmd-numero to pen-numero(qtd-pendentes)
           move cmd-loja to pen-loja(qtd-pendentes)
           move cmd-data to pen-data(qtd-pendentes)
           move cmd-hora to pen-hora(qtd-pendentes)
           move cmd-situacao to pen-situacao(qtd-pendentes)
           move cmd-cliente to pen-cliente(qtd-pendentes)

           .
       guarda-pendente-exit.
           exit.


      *---- Imprime o relatorio do fechamento (PIZZACMR) --------------
       imprime-fechamento section.

           open output fechamento-relat
           if fs-relatorio not = "00"
               display "Erro ao abrir o relatorio do fechamento"
                       " (PIZZACMR), status " fs-relatorio "."
               go to imprime-fechamento-exit
           end-if

           move 1 to ws-pagina
           perform imprime-cabecalho-fechamento

           move spaces to linha-fechamento
           string "LJA  PEDIDOS BALCAO RETIR. ENTREGA CANCEL."
                  delimited by size
                  " PIZZAS       VALOR    TAXAS"
                  delimited by size
                  into linha-fechamento
           end-string
           write linha-fechamento
           move spaces to linha-fechamento
           write linha-fechamento

           move 1 to ws-ind-loja
           perform until ws-ind-loja > qtd-lojas-dia
               perform imprime-loja-dia
               add 1 to ws-ind-loja
           end-perform

           if qtd-lojas-dia = zero
               move "NENHUM PEDIDO NO DIA." to linha-fechamento
               write linha-fechamento
           end-if

           move spaces to linha-fechamento
           write linha-fechamento

           move ws-comandas-lancadas to ws-quantidade-ed
           move spaces to linha-fechamento
           string "PEDIDOS LANCADOS NO PIZZAVND: " delimited by size
                  ws-quantidade-ed                 delimited by size
                  into linha-fechamento
           end-string
           write linha-fechamento

           move ws-comandas-atrasadas to ws-quantidade-ed
           move spaces to linha-fechamento
           string "  DE DIAS ANTERIORES, LANCADOS HOJE: "
                  delimited by size
                  ws-quantidade-ed delimited by size
                  into linha-fechamento
           end-string
           write linha-fechamento

           move ws-comandas-encerradas to ws-quantidade-ed
           move spaces to linha-fechamento
           string "CANCELADOS ENCERRADOS: " delimited by size
                  ws-quantidade-ed          delimited by size
                  into linha-fechamento
           end-string
           write linha-fechamento

           if ws-erro-lancamento > zero
               move ws-erro-lancamento to ws-quantidade-ed
               move spaces to linha-fechamento
               string "PEDIDOS COM ERRO DE LANCAMENTO: "
                      delimited by size
                      ws-quantidade-ed delimited by size
                      into linha-fechamento
               end-string
               write linha-fechamento
           end-if

           perform imprime-pendentes
           perform imprime-pico-dia

           close fechamento-relat

           .
       imprime-fechamento-exit.
           exit.


      *---- Imprime a linha de totais de uma loja ---------------------
       imprime-loja-dia section.

           move spaces to linha-fechamento
           move ldi-loja(ws-ind-loja) to linha-fechamento(1:3)
           move ldi-pedidos(ws-ind-loja) to ws-quantidade-ed
           move ws-quantidade-ed to linha-fechamento(8:5)
           move ldi-balcao(ws-ind-loja) to ws-quantidade-ed
           move ws-quantidade-ed to linha-fechamento(14:5)
           move ldi-retirada(ws-ind-loja) to ws-quantidade-ed
           move ws-quantidade-ed to linha-fechamento(21:5)
           move ldi-entrega(ws-ind-loja) to ws-quantidade-ed
           move ws-quantidade-ed to linha-fechamento(29:5)
           move ldi-cancelados(ws-ind-loja) to ws-quantidade-ed
           move ws-quantidade-ed to linha-fechamento(37:5)
           move ldi-pizzas(ws-ind-loja) to ws-quantidade-ed
           move ws-quantidade-ed to linha-fechamento(44:5)
           move ldi-valor(ws-ind-loja) to ws-valor-ed
           move ws-valor-ed to linha-fechamento(50:11)
           move ldi-taxas(ws-ind-loja) to ws-preco-ed
           move ws-preco-ed to linha-fechamento(62:8)
           write linha-fechamento

           .
       imprime-loja-dia-exit.
           exit.


      *---- Lista os pedidos que ficaram abertos ou na rua -------------
       imprime-pendentes section.

           if ws-comandas-pendentes = zero
               go to imprime-pendentes-exit
           end-if

           move spaces to linha-fechamento
           write linha-fechamento
           move "PEDIDOS NAO ENCERRADOS (NAO LANCADOS; ENTREGAR OU"
             to linha-fechamento
           write linha-fechamento
           move "CANCELAR NO COMANDA - ENTRAM NO PROXIMO FECHAMENTO)"
             to linha-fechamento
           write linha-fechamento
           move spaces to linha-fechamento
           write linha-fechamento
           move "NUMERO  LJA DATA       HORA  SIT CLIENTE"
             to linha-fechamento
           write linha-fechamento

           move 1 to ind
           perform until ind > qtd-pendentes
               move spaces to linha-fechamento
               move pen-numero(ind) to ws-numero-ed
               move ws-numero-ed to linha-fechamento(1:7)
               move pen-loja(ind) to linha-fechamento(9:3)
               move pen-data(ind) to ws-data-entrada
               perform formata-data
               move ws-data-formatada to linha-fechamento(13:10)
               move pen-hora(ind)(1:2) to ws-hfm-hora
               move pen-hora(ind)(3:2) to ws-hfm-minuto
               move ws-hora-formatada to linha-fechamento(24:5)
               move pen-situacao(ind) to linha-fechamento(31:1)
               move pen-cliente(ind) to linha-fechamento(34:30)
               write linha-fechamento
               add 1 to ind
           end-perform

           if ws-comandas-pendentes > qtd-pendentes
               move ws-comandas-pendentes to ws-quantidade-ed
               move spaces to linha-fechamento
               string "(LISTA LIMITADA; TOTAL DE PENDENTES: "
                      delimited by size
                      ws-quantidade-ed delimited by size
                      ")"              delimited by size
                      into linha-fechamento
               end-string
               write linha-fechamento
           end-if

           .
       imprime-pendentes-exit.
           exit.


      *---- Pedidos por hora do dia, por loja, com o horario de pico --
       imprime-pico-dia section.

           move 1 to ws-ind-loja
           perform until ws-ind-loja > qtd-lojas-dia
               move spaces to linha-fechamento
               write linha-fechamento
               move spaces to linha-fechamento
               string "PEDIDOS POR HORA - LOJA " delimited by size
                      ldi-loja(ws-ind-loja)     delimited by size
                      into linha-fechamento
               end-string
               write linha-fechamento

               perform localiza-pico-loja
               move 1 to ws-ind-hora
               perform until ws-ind-hora > 24
                   if ldi-hora-pedidos(ws-ind-loja, ws-ind-hora)
                       > zero
                       perform monta-linha-hora
                       move ws-linha-hora to linha-fechamento
                       write linha-fechamento
                   end-if
                   add 1 to ws-ind-hora
               end-perform
               add 1 to ws-ind-loja
           end-perform

           .
       imprime-pico-dia-exit.
           exit.


      *---- Acha a hora com mais pedidos da loja WS-IND-LOJA ----------
       localiza-pico-loja section.

           move 0 to ws-pico-pedidos
           move 0 to ws-pico-hora
           move 1 to ws-ind-hora
           perform until ws-ind-hora > 24
               if ldi-hora-pedidos(ws-ind-loja, ws-ind-hora)
                   > ws-pico-pedidos
                   move ldi-hora-pedidos(ws-ind-loja, ws-ind-hora)
                     to ws-pico-pedidos
                   move ws-ind-hora to ws-pico-hora
               end-if
               add 1 to ws-ind-hora
           end-perform

           .
       localiza-pico-loja-exit.
           exit.


      *---- Monta em WS-LINHA-HORA a linha de uma hora da loja -------
      * HH:00  pedidos  valor  barra de asteriscos proporcional ao
      * pico (30 = pico), com << PICO na hora de mais pedidos; serve
      * aos dois relatorios.
       monta-linha-hora section.

           move spaces to ws-linha-hora
           compute ws-hfm-hora = ws-ind-hora - 1
           move 0 to ws-hfm-minuto
           move ws-hora-formatada to ws-linha-hora(3:5)
           move ldi-hora-pedidos(ws-ind-loja, ws-ind-hora)
             to ws-quantidade-ed
           move ws-quantidade-ed to ws-linha-hora(10:5)
           move ldi-hora-valor(ws-ind-loja, ws-ind-hora)
             to ws-valor-ed
           move ws-valor-ed to ws-linha-hora(16:11)

           compute ws-tamanho-barra rounded =
                   (ldi-hora-pedidos(ws-ind-loja, ws-ind-hora) * 30)
                   / ws-pico-pedidos
           if ws-tamanho-barra = zero
               move 1 to ws-tamanho-barra
           end-if
           move all "*" to ws-barra
           move ws-barra(1:ws-tamanho-barra) to ws-linha-hora(29:30)

           if ws-ind-hora = ws-pico-hora
               move "<< PICO" to ws-linha-hora(61:7)
           end-if

           .
       monta-linha-hora-exit.
           exit.


      *---- Escreve o cabecalho do relatorio do fechamento ------------
       imprime-cabecalho-fechamento section.

           move ws-data-base to ws-data-entrada
           perform formata-data

           move spaces to linha-fechamento
           string "FECHAMENTO DOS PEDIDOS DE CLIENTES - DIA "
                  delimited by size
                  ws-data-formatada delimited by size
                  into linha-fechamento
           end-string
           write linha-fechamento

           move ws-pagina to ws-pagina-ed
           move spaces to linha-fechamento
           string "Programa: COMANDA"       delimited by size
                  "   Data: "               delimited by size
                  ws-data-dia               delimited by size
                  "/"                       delimited by size
                  ws-data-mes               delimited by size
                  "/"                       delimited by size
                  ws-data-ano               delimited by size
                  "   Pagina: "             delimited by size
                  ws-pagina-ed              delimited by size
                  into linha-fechamento
           end-string
           write linha-fechamento

           move spaces to linha-fechamento
           write linha-fechamento

           add 1 to ws-pagina

           .
       imprime-cabecalho-fechamento-exit.
           exit.


      *---- Pede o periodo do relatorio de clientes (opcao R) ---------
       pede-periodo-clientes section.

           display "Informe a data inicial (AAAAMMDD, 0 = desde"
                   " sempre)"
           accept ws-data-inicial
           display "Informe a data final (AAAAMMDD, 0 = hoje)"
           accept ws-data-final

           if ws-data-inicial is not numeric
               move 0 to ws-data-inicial
           end-if
           if ws-data-final is not numeric
               or ws-data-final = zero
               move ws-data-sistema to ws-data-final
           end-if

           if ws-data-inicial > ws-data-final
               display "Periodo invalido."
               go to pede-periodo-clientes-exit
           end-if

           perform relatorio-clientes

           .
       pede-periodo-clientes-exit.
           exit.


      *---- Clientes que voltaram e horarios de pico (PIZZACLR) -------
      * Primeiro os clientes com ultimo pedido no periodo e mais de um
      * pedido na casa, depois os pedidos do periodo (menos os
      * cancelados) por hora do dia em cada loja, com o pico marcado.
       relatorio-clientes section.

           open output clientes-relat
           if fs-relatorio not = "00"
               display "Erro ao abrir o relatorio de clientes"
                       " (PIZZACLR), status " fs-relatorio "."
               if modo-lote
                   move 16 to return-code
               end-if
               go to relatorio-clientes-exit
           end-if

           move 1 to ws-pagina
           perform imprime-cabecalho-clientes
           perform imprime-clientes-voltaram
           perform imprime-pico-periodo

           close clientes-relat

           display "Relatorio de clientes gerado (PIZZACLR);"
                   " voltaram: " ws-clientes-voltaram
                   "; pedidos no periodo: " ws-pedidos-periodo

           .
       relatorio-clientes-exit.
           exit.


      *---- Lista os clientes que voltaram ----------------------------
       imprime-clientes-voltaram section.

           move 0 to ws-clientes-periodo
           move 0 to ws-clientes-voltaram

           move "CLIENTES QUE VOLTARAM (MAIS DE UM PEDIDO)"
             to linha-clientes
           write linha-clientes
           move spaces to linha-clientes
           write linha-clientes

           if ws-clientes-indisponivel = 'S'
               move "CADASTRO DE CLIENTES (PIZZACLI) INDISPONIVEL."
                 to linha-clientes
               write linha-clientes
               go to imprime-clientes-voltaram-exit
           end-if

           move "TELEFONE        NOME                          PEDIDOS"
             to linha-clientes
           move "       VALOR ULTIMO" to linha-clientes(55:19)
           write linha-clientes
           move 4 to ws-linhas-na-pagina

           move low-values to cli-telefone
           start pizza-clientes key is not less than cli-telefone
               invalid key move "10" to fs-clientes
           end-start

           move 'N' to ws-fim-clientes
           if fs-clientes = "10"
               move 'S' to ws-fim-clientes
           end-if

           perform until ws-fim-clientes = 'S'
               read pizza-clientes next record
                   at end
                       move 'S' to ws-fim-clientes
                   not at end
                       if cli-ultimo-pedido >= ws-data-inicial
                           and cli-ultimo-pedido <= ws-data-final
                           add 1 to ws-clientes-periodo
                           if cli-qtd-pedidos > 1
                               perform imprime-cliente
                           end-if
                       end-if
               end-read
           end-perform

           move spaces to linha-clientes
           write linha-clientes

           if ws-clientes-periodo > zero
               compute ws-percentual rounded =
                       (ws-clientes-voltaram * 100)
                       / ws-clientes-periodo
           else
               move 0 to ws-percentual
           end-if
           move ws-percentual to ws-percentual-ed

           move spaces to linha-clientes
           move ws-clientes-periodo to ws-quantidade-ed
           string "CLIENTES NO PERIODO: "  delimited by size
                  ws-quantidade-ed          delimited by size
                  "   VOLTARAM: "           delimited by size
                  into linha-clientes
           end-string
           move ws-clientes-voltaram to ws-quantidade-ed
           move ws-quantidade-ed to linha-clientes(40:5)
           move "(" to linha-clientes(46:1)
           move ws-percentual-ed to linha-clientes(47:5)
           move "%)" to linha-clientes(52:2)
           write linha-clientes

           .
       imprime-clientes-voltaram-exit.
           exit.


      *---- Imprime um cliente que voltou -----------------------------
       imprime-cliente section.

           add 1 to ws-clientes-voltaram

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-clientes
               move 0 to ws-linhas-na-pagina
           end-if

           move spaces to linha-clientes
           move cli-telefone to linha-clientes(1:15)
           move cli-nome to linha-clientes(17:30)
           move cli-qtd-pedidos to ws-quantidade-ed
           move ws-quantidade-ed to linha-clientes(50:5)
           move cli-valor-total to ws-valor-ed
           move ws-valor-ed to linha-clientes(56:11)
           move cli-ultimo-pedido to ws-data-entrada
           perform formata-data
           move ws-data-formatada to linha-clientes(68:10)
           write linha-clientes
           add 1 to ws-linhas-na-pagina

           .
       imprime-cliente-exit.
           exit.


      *---- Pedidos do periodo por hora do dia, por loja --------------
       imprime-pico-periodo section.

           move 0 to ws-pedidos-periodo
           perform limpa-lojas-dia

           move 0 to cmd-numero
           start pizza-comanda key is not less than cmd-numero
               invalid key move "10" to fs-comanda
           end-start

           move 'N' to ws-fim-comanda
           if fs-comanda = "10"
               move 'S' to ws-fim-comanda
           end-if

           perform until ws-fim-comanda = 'S'
               read pizza-comanda next record
                   at end
                       move 'S' to ws-fim-comanda
                   not at end
                       if cmd-data >= ws-data-inicial
                           and cmd-data <= ws-data-final
                           and not cmd-cancelado
                           perform localiza-loja-dia
                           if ws-ind-loja > zero
                               add 1 to ws-pedidos-periodo
                               add 1 to ldi-pedidos(ws-ind-loja)
                               perform acumula-hora-comanda
                           end-if
                       end-if
               end-read
           end-perform

           move 1 to ws-ind-loja
           perform until ws-ind-loja > qtd-lojas-dia
               perform imprime-cabecalho-clientes
               move spaces to linha-clientes
               move ldi-pedidos(ws-ind-loja) to ws-quantidade-ed
               string "PEDIDOS POR HORA - LOJA " delimited by size
                      ldi-loja(ws-ind-loja)     delimited by size
                      "   TOTAL: "              delimited by size
                      ws-quantidade-ed          delimited by size
                      into linha-clientes
               end-string
               write linha-clientes
               move spaces to linha-clientes
               write linha-clientes
               move "  HORA  PEDIDOS      VALOR" to linha-clientes
               write linha-clientes

               perform localiza-pico-loja
               move 1 to ws-ind-hora
               perform until ws-ind-hora > 24
                   if ldi-hora-pedidos(ws-ind-loja, ws-ind-hora)
                       > zero
                       perform monta-linha-hora
                       move ws-linha-hora to linha-clientes
                       write linha-clientes
                   end-if
                   add 1 to ws-ind-hora
               end-perform
               add 1 to ws-ind-loja
           end-perform

           if qtd-lojas-dia = zero
               move spaces to linha-clientes
               write linha-clientes
               move "NENHUM PEDIDO NO PERIODO." to linha-clientes
               write linha-clientes
           end-if

           .
       imprime-pico-periodo-exit.
           exit.


      *---- Escreve o cabecalho de uma pagina do relatorio de clientes
       imprime-cabecalho-clientes section.

           if ws-pagina > 1
               move spaces to linha-clientes
               write linha-clientes before advancing page
           end-if

           move spaces to linha-clientes
           string "CLIENTES E HORARIOS DE PICO - PERIODO "
                  delimited by size
                  ws-data-inicial delimited by size
                  " A "           delimited by size
                  ws-data-final   delimited by size
                  into linha-clientes
           end-string
           write linha-clientes

           move ws-pagina to ws-pagina-ed
           move spaces to linha-clientes
           string "Programa: COMANDA"       delimited by size
                  "   Data: "               delimited by size
                  ws-data-dia               delimited by size
                  "/"                       delimited by size
                  ws-data-mes               delimited by size
                  "/"                       delimited by size
                  ws-data-ano               delimited by size
                  "   Pagina: "             delimited by size
                  ws-pagina-ed              delimited by size
                  into linha-clientes
           end-string
           write linha-clientes

           move spaces to linha-clientes
           write linha-clientes

           add 1 to ws-pagina

           .
       imprime-cabecalho-clientes-exit.
           exit.


      *---- Procura a promocao vigente para o item corrente -----------
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
           end-if

           move ws-promo-nome to pro-nome
           move ws-promo-tamanho to pro-tamanho
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
                       if pro-nome = ws-promo-nome
                           and pro-tamanho = ws-promo-tamanho
                           if pro-data-inicio <= ws-promo-data
                               and pro-data-fim >= ws-promo-data
                               and pro-desconto > ws-desconto-promo
                               move pro-desconto
                                 to ws-desconto-promo
                           end-if
                       else
                           move 'S' to ws-fim-promocoes
                       end-if
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


      *---- Edita WS-DATA-ENTRADA (AAAAMMDD) como DD/MM/AAAA ----------
       formata-data section.

           move ws-data-entrada(7:2) to ws-fmt-dia
           move ws-data-entrada(5:2) to ws-fmt-mes
           move ws-data-entrada(1:4) to ws-fmt-ano

           .
       formata-data-exit.
           exit.


      *---- Registra na trilha de auditoria o cancelamento de pedido --
      * Mesmas colunas gravadas pelos demais programas, com "COMANDA"
      * e o numero no lugar do nome da pizza e os numericos zerados.
       grava-auditoria-comanda section.

           open extend pizza-auditoria
           if fs-auditoria not = "00"
               open output pizza-auditoria
           end-if

           accept ws-auditoria-data from date yyyymmdd
           accept ws-auditoria-hora from time

           move ws-numero-comanda to ws-numero-ed
           move spaces to ws-auditoria-nome
           string "COMANDA "   delimited by size
                  ws-numero-ed delimited by size
                  into ws-auditoria-nome
           end-string

           move spaces to linha-auditoria
           string ws-operador         delimited by size
                  " "                 delimited by size
                  ws-auditoria-data   delimited by size
                  " "                 delimited by size
                  ws-auditoria-hora   delimited by size
                  " "                 delimited by size
                  ws-auditoria-nome   delimited by size
                  " "                 delimited by size
                  "- "                delimited by size
                  "000 "              delimited by size
                  "0000,00 "          delimited by size
                  ws-status-auditoria delimited by size
                  into linha-auditoria
           end-string

           write linha-auditoria

           close pizza-auditoria

           .
       grava-auditoria-comanda-exit.
           exit.


       finaliza section.

           close pizza-comanda
           close pizza-comanda-item
           if ws-clientes-indisponivel = 'N'
               close pizza-clientes
           end-if
           close pizza-master
           close loja-master
           if ws-promo-indisponivel = 'N'
               close pizza-promocoes
           end-if
           if modo-fechamento
               close pizza-vendas
           end-if
           if modo-interativo
               and ws-precos-loja-indisponivel = 'N'
               close pizza-precos-loja
           end-if

           if modo-lote
               perform grava-execucao
           end-if

           stop run
           .
       finaliza-exit.
           exit.


      *---- Anexa o registro desta execucao no controle (PIZZARUN) ----
      * FECHA grava como PZZACMD (pedidos lancados e pendentes) e
      * CLIENTES como PZZACLI (clientes que voltaram e pedidos do
      * periodo), como o RELATORIO separa PZZAREL de PZZAREP.
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

           accept run-data from date yyyymmdd
           move ws-hora-inicio to run-hora-inicio
           accept run-hora-fim from time
           move return-code to run-rc
           if modo-fechamento
               move "PZZACMD" to run-programa
               move ws-comandas-lancadas to run-contador-1
               move ws-comandas-pendentes to run-contador-2
           else
               move "PZZACLI" to run-programa
               move ws-clientes-voltaram to run-contador-1
               move ws-pedidos-periodo to run-contador-2
           end-if

           write execucao-registro

           close pizza-execucoes

           .
       grava-execucao-exit.
           exit.
