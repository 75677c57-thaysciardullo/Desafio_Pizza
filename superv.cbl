               record key is pen-chave
               file status is fs-pendentes.

           select pizza-precos-loja assign to "PIZZAPLJ"
               organization is indexed
               access mode is dynamic
               record key is plj-chave
               file status is fs-precos-loja.

           select pizza-auditoria assign to "PIZZAAUD"
               organization is line sequential
               file status is fs-auditoria.
                 ==status_pizza== by ==mst-status-pizza==.

      *---- Pendencias de correcao de preco gravadas pelo CADASTRO ----
      * (mesmo layout declarado la; ver ENVIA-PARA-APROVACAO). Com
      * PEN-LOJA preenchida a pendencia e de preco proprio da loja,
      * valido a partir de PEN-DATA-VIGENCIA (ver PRECO-POR-LOJA).
       FD  pizza-pendentes
           label records are standard.
       01  pendente-registro.
               88 pen-pendente                      value 'P'.
               88 pen-aprovada                      value 'A'.
               88 pen-recusada                      value 'R'.
           05 pen-loja                              pic x(03).
           05 pen-data-vigencia                     pic 9(08).

      *---- Precos proprios das lojas (PIZZAPLJ), gravados aqui na ----
      * aprovacao das pendencias de loja. Um registro por loja, sabor,
      * tamanho e data de vigencia; lido por VENDAS, CARGA, COMANDA,
      * ALERTA, CONTABIL, TABELA e PROMOCAO (ver BUSCA-PRECO-LOJA).
      * Preco zerado devolve a loja ao MST-PRECO a partir da vigencia.
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

      *---- Trilha de auditoria, mesmo arquivo/layout do RELATORIO ----
       FD  pizza-auditoria
       77 fs-master                                pic x(02).
       77 fs-pendentes                             pic x(02).
       77 fs-auditoria                             pic x(02).
       77 fs-precos-loja                           pic x(02).
       77 ws-precos-loja-indisponivel              pic x(01) value 'N'.

       77 ws-supervisor                            pic x(10).
       77 opcao                                    pic x(01).
               stop run
           end-if

           perform abre-precos-loja
           perform abre-auditoria

           .
           exit.


      *---- Abre (ou cria) os precos proprios das lojas ---------------
      * Sem o arquivo as pendencias de loja nao sao aplicadas (saem
      * como ERRO e voltam na proxima sessao); as do catalogo seguem.
       abre-precos-loja section.

           open i-o pizza-precos-loja

           if fs-precos-loja = "35"
               open output pizza-precos-loja
               close pizza-precos-loja
               open i-o pizza-precos-loja
           end-if

           if fs-precos-loja not = "00"
               display "Precos das lojas (PIZZAPLJ) indisponiveis,"
                       " status " fs-precos-loja "."
               move 'S' to ws-precos-loja-indisponivel
           end-if

           .
       abre-precos-loja-exit.
           exit.


      *---- Abre (ou cria) a trilha de auditoria em modo de anexacao --
       abre-auditoria section.

           display " "
           display "Pizza:          " pen-nome
           display "Tamanho:        " pen-tamanho
           if pen-loja not = spaces
               display "Loja:           " pen-loja
               display "Vigencia:       " pen-data-vigencia
           end-if
           display "Preco atual:    " ws-preco-antigo-ed
           display "Preco proposto: " ws-preco-ed
           if pen-loja = spaces
               display "Diametro novo:  " ws-diametro-ed
           end-if
           display "Operador:       " pen-operador
           display "Registrada em:  " pen-data " " pen-hora
           display "A - Aplicar  R - Recusar  P - Pular  S - Sair"


      *---- Aplica a correcao pendente no mestre ----------------------
      * A pendencia de loja vai para o PIZZAPLJ e deixa o mestre como
      * esta; a leitura do mestre so confirma que a pizza existe.
       aplica-pendencia section.

           move pen-nome to mst-nome
                   go to aplica-pendencia-exit
           end-read

      *---- Mesma convencao do CADASTRO: a decisao so vira APROVADA --
      * na trilha se o mestre (ou o preco da loja) e a baixa da
      * pendencia realmente foram gravados; qualquer falha sai como
      * ERRO, e a pendencia volta a ser apresentada na proxima sessao.
           if pen-loja not = spaces
               perform grava-preco-loja
               if fs-precos-loja not = "00"
                   display "Erro ao gravar o preco da loja,"
                           " status " fs-precos-loja "."
                   move "ERRO" to ws-status-auditoria
                   perform grava-auditoria
                   go to aplica-pendencia-exit
               end-if
           else
               move pen-diametro-novo to mst-diametro
               move pen-preco-novo    to mst-preco

               rewrite pizza-master-reg
                   invalid key
                       continue
               end-rewrite

               if fs-master not = "00"
                   display "Erro ao aplicar a correcao no mestre,"
                           " status " fs-master "."
                   move "ERRO" to ws-status-auditoria
                   perform grava-auditoria
                   go to aplica-pendencia-exit
               end-if
           end-if

           move 'A' to pen-situacao
               go to aplica-pendencia-exit
           end-if

           if pen-loja not = spaces
               display "Preco da loja " pen-loja " gravado, vigente a"
                       " partir de " pen-data-vigencia "."
           else
               display "Correcao aplicada no mestre."
           end-if

           move "APROVADA" to ws-status-auditoria
           perform grava-auditoria
           exit.


      *---- Grava o preco proprio da loja aprovado --------------------
      * Nova vigencia entra como registro novo; a mesma loja, pizza e
      * data aprovada de novo substitui o preco anterior. Com o
      * arquivo fechado (ver ABRE-PRECOS-LOJA) FS-PRECOS-LOJA ja traz
      * o status da abertura e a aprovacao sai como ERRO.
       grava-preco-loja section.

           if ws-precos-loja-indisponivel = 'S'
               go to grava-preco-loja-exit
           end-if

           move pen-loja            to plj-loja
           move pen-nome            to plj-nome
           move pen-tamanho         to plj-tamanho
           move pen-data-vigencia   to plj-data-vigencia
           move pen-preco-novo      to plj-preco
           move ws-supervisor       to plj-supervisor
           accept plj-data-aprovacao from date yyyymmdd

           write preco-loja-registro
               invalid key
                   continue
           end-write

           if fs-precos-loja = "22"
               rewrite preco-loja-registro
                   invalid key
                       continue
               end-rewrite
           end-if

           .
       grava-preco-loja-exit.
           exit.


      *---- Recusa a correcao pendente (o mestre fica como esta) ------
       recusa-pendencia section.

                  ws-preco-ed         delimited by size
                  " "                 delimited by size
                  ws-status-auditoria delimited by size
                  " "                 delimited by size
                  pen-loja            delimited by size
                  into linha-auditoria
           end-string


           close pizza-master
           close pizza-pendentes
           if ws-precos-loja-indisponivel = 'N'
               close pizza-precos-loja
           end-if
           close pizza-auditoria

           perform libera-trava
