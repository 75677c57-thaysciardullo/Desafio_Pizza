           select estoque-saldo assign to "PIZZAEST"
               organization is indexed
               access mode is dynamic
               record key is est-chave
               file status is fs-estoque.

           select estoque-movimento assign to "PIZZAESM"
               record key is vnd-chave
               file status is fs-vendas.

           select loja-master assign to "LOJAMST"
               organization is indexed
               access mode is dynamic
               record key is loj-codigo
               file status is fs-loja.

           select pizza-pedido assign to "PIZZAPED"
               organization is indexed
               access mode is dynamic
               record key is ped-numero
               file status is fs-pedido.

           select pizza-pedido-item assign to "PIZZAPEI"
               organization is indexed
               access mode is dynamic
               record key is pei-chave
               file status is fs-pedido-item.

           select estoque-recebimento assign to "PIZZARCB"
               organization is line sequential
               file status is fs-recebimento.

           select estoque-relat assign to "PIZZAESR"
               organization is line sequential
               file status is fs-relatorio.
      *-----Variáveis de arquivos
       File Section.

      *---- Saldo de estoque por loja e ingrediente --------------------
      * Uma linha por loja do LOJAMST e ing-codigo do INGRMST: o saldo
      * corrente (com sinal, para um consumo lancado antes da compra
      * nao travar a baixa) e o estoque minimo abaixo do qual o
      * relatorio diario avisa o comprador daquela loja.
       FD  estoque-saldo
           label records are standard.
       01  estoque-registro.
           05 est-chave.
               10 est-loja                          pic x(03).
               10 est-codigo                        pic x(08).
           05 est-saldo                             pic s9(07)v999.
           05 est-minimo                            pic 9(05)v999.

      *---- Diario de movimentos do estoque (anexado, nunca reescrito)
      * Tipo E = entrada de compra, B = baixa do consumo de um dia,
      * M = alteracao do minimo, S = saida por transferencia para a
      * loja em MOV-LOJA-PAR, T = entrada por transferencia vinda da
      * loja em MOV-LOJA-PAR (cada transferencia grava o par S/T),
      * A/P = ajuste aprovado de contagem fisica para mais (sobra) ou
      * para menos (perda), gravado pelo CONTAGEM.
      * MOV-DATA-REF guarda a data da venda baixada (ou a data da
      * nota, na entrada); e por ela que VERIFICA-BAIXA-FEITA impede
      * baixar o mesmo dia duas vezes. MOV-LOJA e a loja do saldo
      * movimentado. Na entrada, MOV-PEDIDO e o pedido de compra
      * recebido e MOV-CUSTO-UNITARIO o custo da nota; nos demais
      * tipos os dois vao zerados.
       FD  estoque-movimento
           label records are standard.
       01  movimento-registro.
           05 mov-quantidade                        pic 9(07)v999.
           05 mov-data-ref                          pic 9(08).
           05 mov-operador                          pic x(10).
           05 mov-loja                              pic x(03).
           05 mov-loja-par                          pic x(03).
           05 mov-pedido                            pic 9(06).
           05 mov-custo-unitario                    pic 9(05)v99.

      *---- Catalogo de ingredientes, mesmo layout usado pelo INSUMOS -
       FD  ingrediente-master
           05 ing-descricao                         pic x(30).
           05 ing-unidade                           pic x(03).
           05 ing-custo-unitario                    pic 9(05)v99.
           05 ing-alergenos.
               10 ing-alergeno occurs 8             pic x(01).
           05 ing-vegetariano                       pic x(01).
           05 ing-vegano                            pic x(01).

      *---- Receita, mesmo layout usado pelo INSUMOS -------------------
       FD  receita-arquivo
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

      *---- Pedido de compra (cabecalho), mesmo layout do PEDIDO -----
      * Situacao R = rascunho, A = emitido, P = recebido em parte,
      * F = recebido por inteiro, C = cancelado; so A e P recebem.
       FD  pizza-pedido
           label records are standard.
       01  pedido-registro.
           05 ped-numero                            pic 9(06).
           05 ped-fornecedor                        pic x(05).
           05 ped-loja                              pic x(03).
           05 ped-data-emissao                      pic 9(08).
           05 ped-data-prevista                     pic 9(08).
           05 ped-operador                          pic x(10).
           05 ped-situacao                          pic x(01).
               88 ped-rascunho                      value 'R'.
               88 ped-aberto                        value 'A'.
               88 ped-parcial                       value 'P'.
               88 ped-recebido                      value 'F'.
               88 ped-cancelado                     value 'C'.

      *---- Itens do pedido de compra, mesmo layout do PEDIDO ---------
       FD  pizza-pedido-item
           label records are standard.
       01  pedido-item-registro.
           05 pei-chave.
               10 pei-numero                        pic 9(06).
               10 pei-ing-codigo                    pic x(08).
           05 pei-qtd-pedida                        pic 9(07)v999.
           05 pei-qtd-recebida                      pic 9(07)v999.
           05 pei-custo-unitario                    pic 9(05)v99.
           05 pei-situacao                          pic x(01).
               88 pei-aberto                        value 'A'.
               88 pei-recebido                      value 'F'.

      *---- Recebimentos contra pedido (anexado, nunca reescrito) -----
      * Um registro por entrada de compra, com a quantidade que ainda
      * faltava na linha e as divergencias marcadas com 'S': entrega
      * menor (falta) ou maior (excesso) que o pendente, custo da
      * nota diferente do pedido ou do INSUMOS. O PEDIDO lista as do
      * dia no relatorio de pedidos em aberto.
       FD  estoque-recebimento
           label records are standard.
       01  recebimento-registro.
           05 rcb-data                              pic 9(08).
           05 rcb-hora                              pic 9(08).
           05 rcb-pedido                            pic 9(06).
           05 rcb-loja                              pic x(03).
           05 rcb-codigo                            pic x(08).
           05 rcb-quantidade                        pic 9(07)v999.
           05 rcb-qtd-pendente                      pic 9(07)v999.
           05 rcb-custo-nota                        pic 9(05)v99.
           05 rcb-custo-pedido                      pic 9(05)v99.
           05 rcb-custo-cadastro                    pic 9(05)v99.
           05 rcb-falta                             pic x(01).
           05 rcb-excesso                           pic x(01).
           05 rcb-difere-pedido                     pic x(01).
           05 rcb-difere-cadastro                   pic x(01).
           05 rcb-operador                          pic x(10).

      *---- Relatorio impresso do estoque ------------------------------
       FD  estoque-relat
           label records are standard.
       77 fs-execucao                              pic x(02).
       77 ws-hora-inicio                           pic 9(08).

      *---- Teto de loja/ingrediente na tabela de consumo de um dia ---
       78 max-ingredientes                          value 2000.

       78 linhas-por-pagina                         value 20.

      *---- Consumo teorico do dia, acumulado por loja e ingrediente --
      * antes de aplicar no saldo (uma baixa e um movimento por loja e
      * ingrediente, em vez de um por pizza vendida).
       01 consumo occurs 2000.
           05 con-loja                              pic x(03).
           05 con-codigo                            pic x(08).
           05 con-quantidade                        pic 9(07)v999.

       77 fs-receita                               pic x(02).
       77 fs-vendas                                pic x(02).
       77 fs-relatorio                             pic x(02).
       77 fs-loja                                  pic x(02).
       77 fs-pedido                                pic x(02).
       77 fs-pedido-item                           pic x(02).
       77 fs-recebimento                           pic x(02).

       77 opcao                                    pic x(01).
       77 ws-operador                              pic x(10).

      *---- Campos da entrada de compra / alteracao de minimo ---------
       77 codigo-consulta                          pic x(08).
       77 loja-consulta                            pic x(03).
       77 ws-quantidade                            pic 9(07)v999.
       77 ws-minimo                                pic 9(05)v999.

      *---- Variáveis do recebimento contra pedido de compra ----------
       77 ws-pedido-indisponivel                   pic x(01) value 'N'.
       77 ws-numero-pedido                         pic 9(06).
       77 ws-custo-nota                            pic 9(05)v99.
       77 ws-pendente                              pic 9(07)v999.
       77 ws-diferenca                             pic 9(07)v999.
       77 ws-fim-item                              pic x(01).
       77 ws-itens-abertos                         pic 9(03).
       77 ws-custo-ed                              pic zzzz9,99.

      *---- Variáveis das lojas (LOJAMST) e da transferencia ----------
       77 ws-loja-indisponivel                     pic x(01) value 'N'.
       77 ws-loja-valida                           pic x(01).
       77 ws-loja-origem                           pic x(03).
       77 ws-loja-destino                          pic x(03).
       77 ws-loja-corrente                         pic x(03).
       77 ws-nome-loja                             pic x(30).
       77 ws-saldo-origem                          pic s9(07)v999.

      *---- Variáveis da baixa do consumo de um dia -------------------
       77 ws-data-baixa                            pic 9(08).
       77 ws-vendas-indisponivel                   pic x(01) value 'N'.
       77 ws-fim-movimento                         pic x(01).
       77 ws-vendas-baixadas                       pic 9(05).
       77 ws-consumo-item                          pic 9(07)v999.
       77 qtd-consumo                              pic 9(04).
       77 ind                                      pic 9(04).
       77 ws-ind-busca                             pic 9(04).
       77 ws-ind-encontrado                        pic 9(04).

      *---- Variáveis do relatorio de estoque -------------------------
       77 ws-fim-estoque                           pic x(01).
           perform abre-ingrediente
           perform abre-receita
           perform abre-vendas
           perform abre-lojas
           if modo-interativo
               perform abre-pedidos
           end-if

           .
       inicializa-exit.
           exit.


      *---- Abre o cadastro de lojas apenas para consulta -------------
      * Sem o cadastro a baixa noturna continua (a loja vem da propria
      * venda), mas entrada, minimo e transferencia ficam bloqueados:
      * sem loja valida nao ha saldo a movimentar (mesma regra do
      * REGISTRAR-VENDA no vendas.cbl).
       abre-lojas section.

           move 'N' to ws-loja-indisponivel

           open input loja-master

           if fs-loja not = "00"
               display "Cadastro de lojas (LOJAMST) indisponivel,"
                       " status " fs-loja "; cadastre as lojas no"
                       " LOJA antes de movimentar o estoque."
               move 'S' to ws-loja-indisponivel
           end-if

           .
       abre-lojas-exit.
           exit.


      *---- Abre os pedidos de compra (PIZZAPED/PIZZAPEI) ------------
      * So o modo interativo usa: a entrada de compra e sempre contra
      * um pedido emitido pelo PEDIDO. Sem os pedidos a entrada fica
      * bloqueada; minimo, transferencia e baixa seguem normais.
       abre-pedidos section.

           move 'N' to ws-pedido-indisponivel

           open i-o pizza-pedido
           if fs-pedido not = "00"
               display "Pedidos de compra (PIZZAPED) indisponiveis,"
                       " status " fs-pedido "; a entrada de compra"
                       " fica bloqueada."
               move 'S' to ws-pedido-indisponivel
               go to abre-pedidos-exit
           end-if

           open i-o pizza-pedido-item
           if fs-pedido-item not = "00"
               display "Itens dos pedidos (PIZZAPEI) indisponiveis,"
                       " status " fs-pedido-item "; a entrada de"
                       " compra fica bloqueada."
               close pizza-pedido
               move 'S' to ws-pedido-indisponivel
           end-if

           .
       abre-pedidos-exit.
           exit.


      *---- Menu principal (interativo) ou baixa direta (lote) --------
       processamento section.

               display "Controle de Estoque de Ingredientes"
               display "E - Entrada de Compra"
               display "M - Alterar Estoque Minimo"
               display "T - Transferencia entre Lojas"
               display "B - Baixar Consumo de um Dia"
               display "R - Relatorio de Estoque"
               display "S - Sair"
                       perform entrada-compra
                   when 'M'
                       perform altera-minimo
                   when 'T'
                       perform transferencia-lojas
                   when 'B'
                       perform pede-data-baixa
                   when 'R'


      *---- Registra o recebimento de uma compra no saldo -------------
      * Sempre contra uma linha aberta de um pedido emitido (A) ou
      * recebido em parte (P): a loja vem do pedido, o recebido soma
      * na linha e o pedido so fecha (F) quando todas as linhas
      * chegaram por inteiro. Entrega menor ou maior que o pendente e
      * custo da nota diferente do pedido ou do INSUMOS sao avisados
      * na tela e gravados no PIZZARCB; a mercadoria entra assim mesmo
      * (ja esta na loja) e a divergencia vai para o comprador.
       entrada-compra section.

           if ws-pedido-indisponivel = 'S'
               display "Entrada bloqueada: pedidos de compra"
                       " (PIZZAPED/PIZZAPEI) indisponiveis."
               go to entrada-compra-exit
           end-if

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe o numero do pedido de compra"
               accept ws-numero-pedido
               if ws-numero-pedido is not numeric
                   display "Numero invalido. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           move ws-numero-pedido to ped-numero
           read pizza-pedido
               invalid key
                   display "Pedido nao encontrado."
                   go to entrada-compra-exit
           end-read

           if not (ped-aberto or ped-parcial)
               display "Pedido nao esta em aberto (situacao "
                       ped-situacao "); entrada nao registrada."
               go to entrada-compra-exit
           end-if

           move ped-loja to loja-consulta
           perform valida-loja
           if ws-loja-valida = 'N'
               go to entrada-compra-exit
           end-if

           display "Pedido " ped-numero " do fornecedor "
                   ped-fornecedor " para a loja " ped-loja

           display "Informe o codigo do ingrediente"
           accept codigo-consulta
           move codigo-consulta to ing-codigo
                   go to entrada-compra-exit
           end-read

           move ped-numero to pei-numero
           move codigo-consulta to pei-ing-codigo
           read pizza-pedido-item
               invalid key
                   display "Ingrediente fora deste pedido; entrada"
                           " nao registrada."
                   go to entrada-compra-exit
           end-read

           if pei-recebido
               display "Item ja recebido por inteiro neste pedido."
               go to entrada-compra-exit
           end-if

           move 0 to ws-pendente
           if pei-qtd-recebida < pei-qtd-pedida
               compute ws-pendente = pei-qtd-pedida - pei-qtd-recebida
           end-if

           move ws-pendente to ws-quantidade-ed
           move pei-custo-unitario to ws-custo-ed
           display "Ingrediente: " ing-descricao
           display "Pendente: " ws-quantidade-ed " " ing-unidade
                   " a " ws-custo-ed

           perform aceita-quantidade-estoque
           perform aceita-custo-nota

           perform confere-recebimento

           move ped-loja to est-loja
           move codigo-consulta to est-codigo
           read estoque-saldo
               invalid key
           move ws-quantidade to mov-quantidade
           move ws-data-sistema to mov-data-ref
           move codigo-consulta to mov-codigo
           move ped-loja to mov-loja
           move spaces to mov-loja-par
           move ped-numero to mov-pedido
           move ws-custo-nota to mov-custo-unitario
           perform grava-movimento

           perform grava-recebimento

           add ws-quantidade to pei-qtd-recebida
           if pei-qtd-recebida >= pei-qtd-pedida
               move 'F' to pei-situacao
           end-if
           rewrite pedido-item-registro
               invalid key
                   display "Erro ao atualizar o item do pedido,"
                           " status " fs-pedido-item
           end-rewrite

           perform atualiza-situacao-pedido

           move est-saldo to ws-saldo-ed
           display "Entrada registrada; saldo atual: " ws-saldo-ed
                   " " ing-unidade
           exit.


      *---- Pede o custo unitario da nota ate vir um numero valido ---
       aceita-custo-nota section.

           move 'N' to entrada-valida

           perform until entrada-valida = 'S'
               display "Informe o custo unitario da nota"
               accept ws-custo-nota

               if ws-custo-nota is not numeric
                   display "Custo invalido. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           .
       aceita-custo-nota-exit.
           exit.


      *---- Confere o recebido contra o pedido e o INSUMOS -------------
      * Marca as divergencias no registro do PIZZARCB e avisa na tela.
       confere-recebimento section.

           move 'N' to rcb-falta
           move 'N' to rcb-excesso
           move 'N' to rcb-difere-pedido
           move 'N' to rcb-difere-cadastro

           if ws-quantidade < ws-pendente
               move 'S' to rcb-falta
               compute ws-diferenca = ws-pendente - ws-quantidade
               move ws-diferenca to ws-quantidade-ed
               display "ENTREGA PARCIAL: faltam " ws-quantidade-ed
                       " " ing-unidade "; o item segue em aberto."
           end-if

           if ws-quantidade > ws-pendente
               move 'S' to rcb-excesso
               compute ws-diferenca = ws-quantidade - ws-pendente
               move ws-diferenca to ws-quantidade-ed
               display "ENTREGA A MAIOR: " ws-quantidade-ed
                       " " ing-unidade " acima do pedido."
           end-if

           if ws-custo-nota not = pei-custo-unitario
               move 'S' to rcb-difere-pedido
               move pei-custo-unitario to ws-custo-ed
               display "CUSTO DA NOTA DIFERE DO PEDIDO ("
                       ws-custo-ed ")."
           end-if

           if ws-custo-nota not = ing-custo-unitario
               move 'S' to rcb-difere-cadastro
               move ing-custo-unitario to ws-custo-ed
               display "CUSTO DA NOTA DIFERE DO INSUMOS ("
                       ws-custo-ed ")."
           end-if

           .
       confere-recebimento-exit.
           exit.


      *---- Anexa o recebimento no PIZZARCB ----------------------------
      * As marcas de divergencia ja vem de CONFERE-RECEBIMENTO.
       grava-recebimento section.

           open extend estoque-recebimento
           if fs-recebimento not = "00"
               open output estoque-recebimento
           end-if
           if fs-recebimento not = "00"
               display "Aviso: diario de recebimentos (PIZZARCB)"
                       " indisponivel, status " fs-recebimento ";"
                       " recebimento nao registrado nele."
               go to grava-recebimento-exit
           end-if

           accept rcb-data from date yyyymmdd
           accept rcb-hora from time
           move ped-numero to rcb-pedido
           move ped-loja to rcb-loja
           move codigo-consulta to rcb-codigo
           move ws-quantidade to rcb-quantidade
           move ws-pendente to rcb-qtd-pendente
           move ws-custo-nota to rcb-custo-nota
           move pei-custo-unitario to rcb-custo-pedido
           move ing-custo-unitario to rcb-custo-cadastro
           move ws-operador to rcb-operador
           write recebimento-registro

           close estoque-recebimento

           .
       grava-recebimento-exit.
           exit.


      *---- Recalcula a situacao do pedido apos uma entrada -----------
      * F quando nenhuma linha ficou aberta, senao P.
       atualiza-situacao-pedido section.

           move 0 to ws-itens-abertos

           move ped-numero to pei-numero
           move low-values to pei-ing-codigo
           start pizza-pedido-item key is not less than pei-chave
               invalid key move "10" to fs-pedido-item
           end-start

           move 'N' to ws-fim-item
           if fs-pedido-item = "10"
               move 'S' to ws-fim-item
           end-if

           perform until ws-fim-item = 'S'
               read pizza-pedido-item next record
                   at end
                       move 'S' to ws-fim-item
                   not at end
                       if pei-numero not = ped-numero
                           move 'S' to ws-fim-item
                       else
                           if pei-aberto
                               add 1 to ws-itens-abertos
                           end-if
                       end-if
               end-read
           end-perform

           if ws-itens-abertos = zero
               move 'F' to ped-situacao
               display "Pedido " ped-numero " recebido por inteiro."
           else
               move 'P' to ped-situacao
           end-if

           rewrite pedido-registro
               invalid key
                   display "Erro ao atualizar o pedido, status "
                           fs-pedido
           end-rewrite

           .
       atualiza-situacao-pedido-exit.
           exit.


      *---- Pede a quantidade ate vir um numero valido ----------------
      * (ACCEPT nao valida o dado digitado, mesma regra dos demais
      * campos numericos em VENDAS/INSUMOS).
      *---- Altera o estoque minimo de um ingrediente -----------------
       altera-minimo section.

           display "Informe o codigo da loja"
           accept loja-consulta
           perform valida-loja
           if ws-loja-valida = 'N'
               go to altera-minimo-exit
           end-if

           display "Informe o codigo do ingrediente"
           accept codigo-consulta
           move codigo-consulta to ing-codigo
               end-if
           end-perform

           move loja-consulta to est-loja
           move codigo-consulta to est-codigo
           read estoque-saldo
               invalid key
           move ws-minimo to mov-quantidade
           move ws-data-sistema to mov-data-ref
           move codigo-consulta to mov-codigo
           move loja-consulta to mov-loja
           move spaces to mov-loja-par
           move 0 to mov-pedido
           move 0 to mov-custo-unitario
           perform grava-movimento

           display "Estoque minimo atualizado."
           exit.


      *---- Valida a loja em LOJA-CONSULTA no cadastro (LOJAMST) ------
      * Devolve WS-LOJA-VALIDA = 'S' so para loja cadastrada e ativa;
      * o motivo da recusa ja sai na tela.
       valida-loja section.

           move 'N' to ws-loja-valida

           if ws-loja-indisponivel = 'S'
               display "Movimento bloqueado: cadastre as lojas no"
                       " LOJA antes de movimentar o estoque."
               go to valida-loja-exit
           end-if

           move loja-consulta to loj-codigo
           read loja-master
               invalid key
                   display "Loja nao cadastrada."
                   go to valida-loja-exit
           end-read

           if loj-inativa
               display "Loja desativada; movimento nao registrado."
               go to valida-loja-exit
           end-if

           move 'S' to ws-loja-valida

           .
       valida-loja-exit.
           exit.


      *---- Transfere um ingrediente de uma loja para outra -----------
      * Tira do saldo da origem e soma no do destino, gravando os dois
      * lados no diario: S na origem e T no destino, cada um com a
      * outra loja em MOV-LOJA-PAR. A origem precisa ter saldo para
      * ceder - transferir o que a loja nao tem so empurraria a falta
      * de uma loja para a outra.
       transferencia-lojas section.

           display "Informe o codigo da loja de origem"
           accept loja-consulta
           perform valida-loja
           if ws-loja-valida = 'N'
               go to transferencia-lojas-exit
           end-if
           move loja-consulta to ws-loja-origem

           display "Informe o codigo da loja de destino"
           accept loja-consulta
           perform valida-loja
           if ws-loja-valida = 'N'
               go to transferencia-lojas-exit
           end-if
           move loja-consulta to ws-loja-destino

           if ws-loja-destino = ws-loja-origem
               display "Origem e destino iguais; transferencia nao"
                       " registrada."
               go to transferencia-lojas-exit
           end-if

           display "Informe o codigo do ingrediente"
           accept codigo-consulta
           move codigo-consulta to ing-codigo

           read ingrediente-master
               invalid key
                   display "Ingrediente nao cadastrado no INSUMOS."
                   go to transferencia-lojas-exit
           end-read

           display "Ingrediente: " ing-descricao

           move ws-loja-origem to est-loja
           move codigo-consulta to est-codigo
           read estoque-saldo
               invalid key
                   display "A loja " ws-loja-origem " nao tem saldo"
                           " deste ingrediente; transferencia nao"
                           " registrada."
                   go to transferencia-lojas-exit
           end-read
           move est-saldo to ws-saldo-origem

           perform aceita-quantidade-estoque

           if ws-quantidade > ws-saldo-origem
               move ws-saldo-origem to ws-saldo-ed
               display "Saldo insuficiente na origem (" ws-saldo-ed
                       " " ing-unidade "); transferencia nao"
                       " registrada."
               go to transferencia-lojas-exit
           end-if

      *---- Primeiro a saida da origem (registro ja lido acima) -------
           subtract ws-quantidade from est-saldo
           rewrite estoque-registro
               invalid key
                   display "Erro ao atualizar o saldo da origem,"
                           " status " fs-estoque
                   go to transferencia-lojas-exit
           end-rewrite

           move 'S' to mov-tipo
           move ws-quantidade to mov-quantidade
           move ws-data-sistema to mov-data-ref
           move codigo-consulta to mov-codigo
           move ws-loja-origem to mov-loja
           move ws-loja-destino to mov-loja-par
           move 0 to mov-pedido
           move 0 to mov-custo-unitario
           perform grava-movimento

      *---- Depois a entrada no destino (cria a linha se faltar) ------
           move ws-loja-destino to est-loja
           move codigo-consulta to est-codigo
           read estoque-saldo
               invalid key
                   move 0 to est-saldo
                   move 0 to est-minimo
                   add ws-quantidade to est-saldo
                   write estoque-registro
                       invalid key
                           display "Erro ao gravar o saldo do destino,"
                                   " status " fs-estoque "; acerte o"
                                   " destino por entrada de compra."
                           go to transferencia-lojas-exit
                   end-write
               not invalid key
                   add ws-quantidade to est-saldo
                   rewrite estoque-registro
                       invalid key
                           display "Erro ao atualizar o saldo do"
                                   " destino, status " fs-estoque
                                   "; acerte o destino por entrada"
                                   " de compra."
                           go to transferencia-lojas-exit
                   end-rewrite
           end-read

           move 'T' to mov-tipo
           move ws-quantidade to mov-quantidade
           move ws-data-sistema to mov-data-ref
           move codigo-consulta to mov-codigo
           move ws-loja-destino to mov-loja
           move ws-loja-origem to mov-loja-par
           move 0 to mov-pedido
           move 0 to mov-custo-unitario
           perform grava-movimento

           move est-saldo to ws-saldo-ed
           display "Transferencia registrada; saldo no destino: "
                   ws-saldo-ed " " ing-unidade

           .
       transferencia-lojas-exit.
           exit.


      *---- Pede a data cujo consumo sera baixado (interativo) --------
       pede-data-baixa section.


      *---- Baixa do saldo o consumo teorico das vendas de um dia -----
      * Explode cada registro de PIZZAVND da data pela RECEITA
      * (rec-quantidade x vnd-quantidade), acumula por loja (VND-LOJA)
      * e ingrediente na tabela CONSUMO e aplica uma unica baixa por
      * loja e ingrediente, com um movimento B no diario. O diario
      * tambem impede baixar a mesma data duas vezes (ver
      * VERIFICA-BAIXA-FEITA).
       baixa-consumo section.

           if ws-vendas-indisponivel = 'S'
           move 0 to ws-vendas-baixadas
           move 1 to ind
           perform until ind > max-ingredientes
               move spaces to con-loja(ind)
               move spaces to con-codigo(ind)
               move 0 to con-quantidade(ind)
               add 1 to ind


      *---- Soma um item da receita na tabela de consumo do dia -------
      * A linha e da loja da venda; venda antiga sem codigo de loja
      * baixa na loja em branco e aparece assim no relatorio.
       soma-consumo section.

           compute ws-consumo-item =
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-consumo
                       or ws-ind-encontrado > 0
               if con-loja(ws-ind-busca) = vnd-loja
                   and con-codigo(ws-ind-busca) = rec-ing-codigo
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
               end-if
               add 1 to qtd-consumo
               move qtd-consumo to ws-ind-encontrado
               move vnd-loja to con-loja(ws-ind-encontrado)
               move rec-ing-codigo to con-codigo(ws-ind-encontrado)
           end-if



      *---- Aplica a tabela de consumo no saldo, um movimento por -----
      * loja e ingrediente. Ingrediente vendido sem linha da loja no
      * PIZZAEST ganha uma com saldo zero antes da baixa: o saldo
      * negativo que sobra aparece no relatorio como abaixo do minimo,
      * em vez de o consumo sumir em silencio.
       aplica-consumo section.

           move 1 to ind
           perform until ind > qtd-consumo

               move con-loja(ind) to est-loja
               move con-codigo(ind) to est-codigo
               read estoque-saldo
                   invalid key
                       write estoque-registro
                           invalid key
                               display "Erro ao gravar o saldo de "
                                       est-loja "/" est-codigo
                                       ", status "
                                       fs-estoque
                       end-write
                   not invalid key
                       rewrite estoque-registro
                           invalid key
                               display "Erro ao atualizar o saldo de "
                                       est-loja "/" est-codigo
                                       ", status "
                                       fs-estoque
                       end-rewrite
               end-read
                   move con-quantidade(ind) to mov-quantidade
                   move ws-data-baixa to mov-data-ref
                   move con-codigo(ind) to mov-codigo
                   move con-loja(ind) to mov-loja
                   move spaces to mov-loja-par
                   move 0 to mov-pedido
                   move 0 to mov-custo-unitario
                   perform grava-movimento
               end-if



      *---- Anexa um movimento no diario do estoque -------------------
      * MOV-TIPO, MOV-QUANTIDADE, MOV-CODIGO, MOV-DATA-REF, MOV-LOJA,
      * MOV-LOJA-PAR, MOV-PEDIDO e MOV-CUSTO-UNITARIO ja vem
      * preenchidos por quem chama.
       grava-movimento section.


      *---- Relatorio diario do estoque, marcando o que esta ----------
      * abaixo do minimo (e o aviso das 6 da tarde virando papel de
      * manha: quem aparece marcado entra no pedido do dia). Uma
      * pagina (ou mais) por loja, na ordem da chave do PIZZAEST.
       relatorio-estoque section.

           open output estoque-relat
           move 0 to ws-itens-listados
           move 1 to ws-pagina
           move 0 to ws-linhas-na-pagina
           move high-values to ws-loja-corrente

           move spaces to est-loja
           move spaces to est-codigo
           start estoque-saldo key is not less than est-chave
               invalid key move "10" to fs-estoque
           end-start

               end-read
           end-perform

           if ws-itens-listados = zero
               move spaces to ws-loja-corrente
               move "(NENHUM SALDO REGISTRADO)" to ws-nome-loja
               perform imprime-cabecalho-estoque
           end-if

           move spaces to linha-relat
           write linha-relat

      *---- Imprime um ingrediente do saldo no relatorio --------------
       imprime-linha-estoque section.

           if est-loja not = ws-loja-corrente
               move est-loja to ws-loja-corrente
               perform busca-nome-loja
               perform imprime-cabecalho-estoque
           end-if

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-estoque
           end-if
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


      *---- Escreve o cabecalho de uma nova pagina do relatorio -------
       imprime-cabecalho-estoque section.

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

           if ws-vendas-indisponivel = 'N'
               close pizza-vendas
           end-if
           if ws-loja-indisponivel = 'N'
               close loja-master
           end-if
           if modo-interativo
               and ws-pedido-indisponivel = 'N'
               close pizza-pedido
               close pizza-pedido-item
           end-if

           if modo-lote
               perform grava-execucao
