      * Divisão de identificação do programa
       Identification Division.
       Program-id. "pedido".
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

           select fornecedor-master assign to "FORNMST"
               organization is indexed
               access mode is dynamic
               record key is for-codigo
               file status is fs-fornecedor.

           select fornecedor-ingrediente assign to "FORNING"
               organization is indexed
               access mode is dynamic
               record key is fin-ing-codigo
               file status is fs-vinculo.

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

           select compras-sugestao assign to "PIZZASUG"
               organization is line sequential
               file status is fs-sugestao.

           select estoque-recebimento assign to "PIZZARCB"
               organization is line sequential
               file status is fs-recebimento.

           select pedido-impresso assign to "PIZZAPDI"
               organization is line sequential
               file status is fs-impresso.

           select pedidos-abertos assign to "PIZZAPAB"
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

       I-O-Control.

      * Declaração de variáveis
       Data Division.
      *-----Variáveis de arquivos
       File Section.

      *---- Pedido de compra (cabecalho), um por fornecedor e loja ----
      * Situacao R = rascunho (gerado da sugestao, ainda editavel),
      * A = emitido (impresso e enviado ao fornecedor), P = recebido
      * em parte, F = recebido por inteiro, C = cancelado. A previsao
      * de chegada e a emissao mais o prazo do fornecedor (FORNMST).
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

      *---- Itens do pedido de compra, um por ingrediente -------------
      * PEI-QTD-RECEBIDA soma as entradas do ESTOQUE contra a linha;
      * a linha fecha (F) quando o recebido alcanca o pedido.
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

      *---- Cadastro de fornecedores, mesmo layout mantido pelo -------
      * FORNEC (codigo, nome, telefone, prazo e situacao)
       FD  fornecedor-master
           label records are standard.
       01  fornecedor-registro.
           05 for-codigo                            pic x(05).
           05 for-nome                              pic x(30).
           05 for-telefone                          pic x(15).
           05 for-prazo-entrega                     pic 9(03).
           05 for-situacao                          pic x(01).
               88 for-ativo                         value 'A'.
               88 for-inativo                       value 'I'.

      *---- Fornecedor de cada ingrediente, mantido pelo FORNEC -------
       FD  fornecedor-ingrediente
           label records are standard.
       01  vinculo-registro.
           05 fin-ing-codigo                        pic x(08).
           05 fin-fornecedor                        pic x(05).
           05 fin-custo-combinado                   pic 9(05)v99.

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
      * (codigo, nome e situacao; ver loja.cbl)
       FD  loja-master
           label records are standard.
       01  loja-registro.
           05 loj-codigo                            pic x(03).
           05 loj-nome                              pic x(30).
           05 loj-situacao                          pic x(01).
               88 loj-ativa                         value 'A'.
               88 loj-inativa                       value 'I'.

      *---- Sugestao de compras, mesmo layout gravado pelo COMPRAS ----
       FD  compras-sugestao
           label records are standard.
       01  sugestao-registro.
           05 sug-data                              pic 9(08).
           05 sug-loja                              pic x(03).
           05 sug-codigo                            pic x(08).
           05 sug-quantidade                        pic 9(07)v999.
           05 sug-custo-unitario                    pic 9(05)v99.

      *---- Recebimentos contra pedido, mesmo layout gravado pelo -----
      * ESTOQUE na ENTRADA-COMPRA (um registro por entrada, com as
      * divergencias encontradas marcadas com 'S').
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

      *---- Pedido impresso para envio ao fornecedor ------------------
       FD  pedido-impresso
           label records are standard.
       01  linha-impresso                           pic x(80).

      *---- Relatorio de pedidos em aberto (cobranca de atrasos) ------
       FD  pedidos-abertos
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


      *----- Variáveis de trabalho
       working-storage section.

      *---- Variáveis da identificacao do operador (sign-on) ----------
      * So o modo interativo se identifica; o relatorio noturno de
      * pedidos em aberto roda com o pseudo-operador ABERTOS.
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
      * (so gravado no modo ABERTOS via PARM, ver FINALIZA)
       77 fs-execucao                              pic x(02).
       77 ws-hora-inicio                           pic 9(08).

       77 fs-pedido                                pic x(02).
       77 fs-pedido-item                           pic x(02).
       77 fs-fornecedor                            pic x(02).
       77 fs-vinculo                               pic x(02).
       77 fs-ingrediente                           pic x(02).
       77 fs-loja                                  pic x(02).
       77 fs-sugestao                              pic x(02).
       77 fs-recebimento                           pic x(02).
       77 fs-impresso                              pic x(02).
       77 fs-relatorio                             pic x(02).

       77 opcao                                    pic x(01).
       77 ws-operador                              pic x(10).
       77 entrada-valida                           pic x(01).

      *---- Variáveis de modo de execucao (interativo x lote) ---------
      * PARM='ABERTOS' so imprime o relatorio de pedidos em aberto
      * (ver jcl/pizzaped.jcl); sem PARM abre o menu do comprador.
       77 ws-parametro                             pic x(20).
       77 modo-execucao                            pic x(05).
           88 modo-lote                            value "LOTE".
           88 modo-interativo                      value "INTER".

       77 ws-data-sistema                          pic 9(08).
       01 ws-data-relatorio.
           05 ws-data-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-ano                          pic 9(04).

      *---- Data AAAAMMDD editada como DD/MM/AAAA (ver FORMATA-DATA) --
       77 ws-data-entrada                          pic 9(08).
       01 ws-data-formatada.
           05 ws-fmt-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fmt-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fmt-ano                           pic 9(04).

      *---- Calculo da previsao de chegada (emissao + prazo) ----------
       77 ws-dias-a-somar                          pic 9(03).
       77 ws-dia                                   pic 9(02).
       77 ws-mes                                   pic 9(02).
       77 ws-ano                                   pic 9(04).
       77 ws-ultimo-dia                            pic 9(02).
       77 ws-quociente-ano                         pic 9(04).
       77 ws-resto-ano                             pic 9(04).

      *---- Quantidade ja encomendada e ainda nao recebida, por loja --
      * e ingrediente (pedidos R/A/P): e descontada da sugestao para
      * nao pedir duas vezes o que ja esta a caminho.
       78 max-em-aberto                             value 2000.
       01 em-aberto occurs 2000.
           05 eab-loja                              pic x(03).
           05 eab-codigo                            pic x(08).
           05 eab-quantidade                        pic 9(07)v999.
       77 qtd-em-aberto                            pic 9(04).

      *---- Pedidos montados nesta geracao, um por fornecedor/loja ----
       78 max-gerados                               value 100.
       01 gerado occurs 100.
           05 ger-fornecedor                        pic x(05).
           05 ger-loja                              pic x(03).
           05 ger-numero                            pic 9(06).
       77 qtd-gerados                              pic 9(03).

       77 ind                                      pic 9(04).
       77 ws-ind-busca                             pic 9(04).
       77 ws-ind-encontrado                        pic 9(04).

      *---- Variáveis da geracao, edicao e emissao --------------------
       77 ws-numero-pedido                         pic 9(06).
       77 ws-ultimo-numero                         pic 9(06).
       77 ws-fim-pedido                            pic x(01).
       77 ws-fim-item                              pic x(01).
       77 ws-fim-sugestao                          pic x(01).
       77 ws-fim-recebimento                       pic x(01).
       77 ws-fornecedor-pedido                     pic x(05).
       77 ws-quantidade                            pic 9(07)v999.
       77 ws-a-pedir                               pic s9(07)v999.
       77 ws-pendente                              pic 9(07)v999.
       77 ws-custo                                 pic 9(05)v99.
       77 ws-valor-item                            pic 9(09)v99.
       77 ws-valor-pedido                          pic 9(09)v99.
       77 ws-itens-pedido                          pic 9(03).
       77 ws-itens-pendentes                       pic 9(03).
       77 ws-linhas-geradas                        pic 9(05).
       77 ws-sem-fornecedor                        pic 9(05).
       77 ws-ja-encomendado                        pic 9(05).
       77 codigo-consulta                          pic x(08).

      *---- Variáveis do relatorio de pedidos em aberto ---------------
       78 linhas-por-pagina                         value 20.
       77 ws-pedidos-abertos                       pic 9(05).
       77 ws-pedidos-atrasados                     pic 9(05).
       77 ws-divergencias                          pic 9(05).
       77 ws-pagina                                pic 9(03).
       77 ws-linhas-na-pagina                      pic 9(02).
       77 ws-pagina-ed                             pic zz9.
       77 ws-numero-ed                             pic 9(06).
       77 ws-quantidade-ed                         pic z(06)9,999.
       77 ws-custo-ed                              pic zzzz9,99.
       77 ws-valor-ed                              pic z(08)9,99.
       77 ws-contador-ed                           pic zzzz9.

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
           if ws-parametro(1:7) = "ABERTOS"
               move "LOTE" to modo-execucao
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(7:2) to ws-data-dia
           move ws-data-sistema(5:2) to ws-data-mes
           move ws-data-sistema(1:4) to ws-data-ano

           if modo-lote
               move "ABERTOS" to ws-operador
           else
               perform identifica-operador
           end-if

           perform abre-pedidos

           open input fornecedor-master
           if fs-fornecedor not = "00"
               display "Erro ao abrir o cadastro de fornecedores"
                       " (FORNMST), status " fs-fornecedor ";"
                       " cadastre os fornecedores no FORNEC."
               if modo-lote
                   move 16 to return-code
               end-if
               stop run
           end-if

           open input ingrediente-master
           if fs-ingrediente not = "00"
               display "Erro ao abrir o catalogo de ingredientes"
                       " (INGRMST), status " fs-ingrediente "."
               if modo-lote
                   move 16 to return-code
               end-if
               stop run
           end-if

           .
       inicializa-exit.
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
       abre-pedidos section.

           open i-o pizza-pedido
           if fs-pedido = "35"
               open output pizza-pedido
               close pizza-pedido
               open i-o pizza-pedido
           end-if

           if fs-pedido not = "00"
               display "Erro ao abrir os pedidos de compra (PIZZAPED),"
                       " status " fs-pedido "."
               if modo-lote
                   move 16 to return-code
               end-if
               stop run
           end-if

           open i-o pizza-pedido-item
           if fs-pedido-item = "35"
               open output pizza-pedido-item
               close pizza-pedido-item
               open i-o pizza-pedido-item
           end-if

           if fs-pedido-item not = "00"
               display "Erro ao abrir os itens dos pedidos"
                       " (PIZZAPEI), status " fs-pedido-item "."
               if modo-lote
                   move 16 to return-code
               end-if
               stop run
           end-if

           .
       abre-pedidos-exit.
           exit.


      *---- Menu do comprador (interativo) ou relatorio (lote) --------
       processamento section.

           if modo-lote
               perform relatorio-abertos
               go to processamento-exit
           end-if

           move space to opcao

           perform until opcao = 'S'

               display erase
               display "Pedidos de Compra"
               display "G - Gerar Pedidos da Sugestao de Compras"
               display "E - Editar Pedido em Rascunho"
               display "I - Imprimir e Emitir Pedido"
               display "C - Cancelar Pedido"
               display "A - Relatorio de Pedidos em Aberto"
               display "S - Sair"
               display "Informe a Opcao"
               accept opcao

               evaluate opcao
                   when 'G'
                       perform gerar-pedidos
                   when 'E'
                       perform editar-pedido
                   when 'I'
                       perform emitir-pedido
                   when 'C'
                       perform cancelar-pedido
                   when 'A'
                       perform relatorio-abertos
                   when 'S'
                       continue
                   when other
                       display "Opcao Invalida"
               end-evaluate

           end-perform

           .
       processamento-exit.
           exit.


      *---- Monta pedidos em rascunho a partir da sugestao ------------
      * Cada linha do PIZZASUG vai para o pedido do fornecedor do
      * ingrediente (FORNING) na loja da sugestao; o que ja esta
      * encomendado e nao chegou e descontado. Ingrediente sem
      * fornecedor ativo fica de fora, avisado na tela.
       gerar-pedidos section.

           open input compras-sugestao
           if fs-sugestao not = "00"
               display "Sugestao de compras (PIZZASUG) indisponivel,"
                       " status " fs-sugestao "; rode o COMPRAS"
                       " antes de gerar os pedidos."
               go to gerar-pedidos-exit
           end-if

           open input fornecedor-ingrediente
           if fs-vinculo not = "00"
               display "Vinculo fornecedor x ingrediente (FORNING)"
                       " indisponivel, status " fs-vinculo ";"
                       " vincule os ingredientes no FORNEC."
               close compras-sugestao
               go to gerar-pedidos-exit
           end-if

           perform carrega-em-aberto

           move 0 to qtd-gerados
           move 0 to ws-linhas-geradas
           move 0 to ws-sem-fornecedor
           move 0 to ws-ja-encomendado

           move 'N' to ws-fim-sugestao
           perform until ws-fim-sugestao = 'S'
               read compras-sugestao
                   at end
                       move 'S' to ws-fim-sugestao
                   not at end
                       perform gera-item-sugestao
               end-read
           end-perform

           close compras-sugestao
           close fornecedor-ingrediente

           display "Pedidos gerados em rascunho: " qtd-gerados
                   "; itens: " ws-linhas-geradas
           display "Itens ja encomendados: " ws-ja-encomendado
                   "; sem fornecedor: " ws-sem-fornecedor

           .
       gerar-pedidos-exit.
           exit.


      *---- Le os pedidos vivos somando o que falta chegar -----------
      * Aproveita a varredura para achar o ultimo numero usado.
       carrega-em-aberto section.

           move 0 to qtd-em-aberto
           move 0 to ws-ultimo-numero

           move 0 to ped-numero
           start pizza-pedido key is not less than ped-numero
               invalid key move "10" to fs-pedido
           end-start

           move 'N' to ws-fim-pedido
           if fs-pedido = "10"
               move 'S' to ws-fim-pedido
           end-if

           perform until ws-fim-pedido = 'S'
               read pizza-pedido next record
                   at end
                       move 'S' to ws-fim-pedido
                   not at end
                       move ped-numero to ws-ultimo-numero
                       if ped-rascunho or ped-aberto or ped-parcial
                           perform soma-pedido-em-aberto
                       end-if
               end-read
           end-perform

           .
       carrega-em-aberto-exit.
           exit.


      *---- Soma os itens abertos do pedido corrente na tabela -------
       soma-pedido-em-aberto section.

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
                               perform acumula-em-aberto
                           end-if
                       end-if
               end-read
           end-perform

           .
       soma-pedido-em-aberto-exit.
           exit.


      *---- Acumula o pendente de uma linha na tabela EM-ABERTO -------
       acumula-em-aberto section.

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-em-aberto
                       or ws-ind-encontrado > 0
               if eab-loja(ws-ind-busca) = ped-loja
                   and eab-codigo(ws-ind-busca) = pei-ing-codigo
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-encontrado = zero
               if qtd-em-aberto >= max-em-aberto
                   display "Tabela de pendentes cheia ("
                           max-em-aberto "); pendente ignorado: "
                           ped-loja " " pei-ing-codigo
                   go to acumula-em-aberto-exit
               end-if
               add 1 to qtd-em-aberto
               move qtd-em-aberto to ws-ind-encontrado
               move ped-loja to eab-loja(ws-ind-encontrado)
               move pei-ing-codigo to eab-codigo(ws-ind-encontrado)
               move 0 to eab-quantidade(ws-ind-encontrado)
           end-if

           if pei-qtd-recebida < pei-qtd-pedida
               compute eab-quantidade(ws-ind-encontrado) =
                       eab-quantidade(ws-ind-encontrado)
                       + pei-qtd-pedida - pei-qtd-recebida
           end-if

           .
       acumula-em-aberto-exit.
           exit.


      *---- Poe uma linha da sugestao no pedido do seu fornecedor -----
       gera-item-sugestao section.

           move sug-codigo to fin-ing-codigo
           read fornecedor-ingrediente
               invalid key
                   display "Ingrediente sem fornecedor, fora dos"
                           " pedidos: " sug-loja " " sug-codigo
                   add 1 to ws-sem-fornecedor
                   go to gera-item-sugestao-exit
           end-read

           move fin-fornecedor to for-codigo
           read fornecedor-master
               invalid key
                   display "Fornecedor " fin-fornecedor " sem"
                           " cadastro, fora dos pedidos: " sug-codigo
                   add 1 to ws-sem-fornecedor
                   go to gera-item-sugestao-exit
           end-read

           if for-inativo
               display "Fornecedor " for-codigo " desativado, fora"
                       " dos pedidos: " sug-codigo
               add 1 to ws-sem-fornecedor
               go to gera-item-sugestao-exit
           end-if

      *---- Desconta o que ja esta encomendado para a mesma loja ------
           move sug-quantidade to ws-a-pedir
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-em-aberto
               if eab-loja(ws-ind-busca) = sug-loja
                   and eab-codigo(ws-ind-busca) = sug-codigo
                   subtract eab-quantidade(ws-ind-busca)
                       from ws-a-pedir
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-a-pedir <= zero
               add 1 to ws-ja-encomendado
               go to gera-item-sugestao-exit
           end-if

           perform localiza-pedido-gerado
           if ws-ind-encontrado = zero
               go to gera-item-sugestao-exit
           end-if

           move ger-numero(ws-ind-encontrado) to pei-numero
           move sug-codigo to pei-ing-codigo
           move ws-a-pedir to pei-qtd-pedida
           move 0 to pei-qtd-recebida
           if fin-custo-combinado > zero
               move fin-custo-combinado to pei-custo-unitario
           else
               move sug-custo-unitario to pei-custo-unitario
           end-if
           move 'A' to pei-situacao

           write pedido-item-registro
               invalid key
                   display "Erro ao gravar o item " sug-codigo
                           " do pedido " pei-numero ", status "
                           fs-pedido-item
               not invalid key
                   add 1 to ws-linhas-geradas
           end-write

           .
       gera-item-sugestao-exit.
           exit.


      *---- Localiza (ou abre) o pedido do fornecedor/loja corrente ---
      * Devolve o indice em WS-IND-ENCONTRADO (zero com a tabela
      * cheia ou erro de gravacao, e a linha fica fora, avisada).
       localiza-pedido-gerado section.

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-gerados
                       or ws-ind-encontrado > 0
               if ger-fornecedor(ws-ind-busca) = for-codigo
                   and ger-loja(ws-ind-busca) = sug-loja
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-encontrado > zero
               go to localiza-pedido-gerado-exit
           end-if

           if qtd-gerados >= max-gerados
               display "Tabela de pedidos gerados cheia ("
                       max-gerados "); item fora dos pedidos: "
                       sug-loja " " sug-codigo
               go to localiza-pedido-gerado-exit
           end-if

           add 1 to ws-ultimo-numero
           move ws-ultimo-numero to ped-numero
           move for-codigo to ped-fornecedor
           move sug-loja to ped-loja
           move 0 to ped-data-emissao
           move 0 to ped-data-prevista
           move ws-operador to ped-operador
           move 'R' to ped-situacao

           write pedido-registro
               invalid key
                   display "Erro ao gravar o pedido " ped-numero
                           ", status " fs-pedido
                   go to localiza-pedido-gerado-exit
           end-write

           add 1 to qtd-gerados
           move qtd-gerados to ws-ind-encontrado
           move for-codigo to ger-fornecedor(ws-ind-encontrado)
           move sug-loja to ger-loja(ws-ind-encontrado)
           move ped-numero to ger-numero(ws-ind-encontrado)

           move ped-numero to ws-numero-pedido
           move "INCLUIDA" to ws-status-auditoria
           perform grava-auditoria-pedido

           .
       localiza-pedido-gerado-exit.
           exit.


      *---- Edita os itens de um pedido ainda em rascunho -------------
      * Ingrediente ja no pedido: nova quantidade (zero retira o item)
      * e novo custo; ingrediente fora do pedido: entra como item novo.
      * Codigo em branco encerra a edicao.
       editar-pedido section.

           perform le-pedido-informado
           if fs-pedido not = "00"
               go to editar-pedido-exit
           end-if

           if not ped-rascunho
               display "So pedido em rascunho pode ser editado;"
                       " situacao atual: " ped-situacao
               go to editar-pedido-exit
           end-if

           perform lista-itens-pedido

           move 'N' to ws-fim-item
           perform until ws-fim-item = 'S'
               display "Informe o codigo do ingrediente (branco ="
                       " encerrar)"
               move spaces to codigo-consulta
               accept codigo-consulta
               if codigo-consulta = spaces
                   move 'S' to ws-fim-item
               else
                   perform edita-item-pedido
               end-if
           end-perform

           move "CORRIGIDA" to ws-status-auditoria
           perform grava-auditoria-pedido

           .
       editar-pedido-exit.
           exit.


      *---- Altera, retira ou inclui um item do pedido em edicao ------
       edita-item-pedido section.

           move codigo-consulta to ing-codigo
           read ingrediente-master
               invalid key
                   display "Ingrediente nao cadastrado no INSUMOS."
                   go to edita-item-pedido-exit
           end-read

           display "Ingrediente: " ing-descricao " (" ing-unidade ")"

           move ws-numero-pedido to pei-numero
           move codigo-consulta to pei-ing-codigo
           read pizza-pedido-item
               invalid key
                   move "23" to fs-pedido-item
               not invalid key
                   move pei-qtd-pedida to ws-quantidade-ed
                   move pei-custo-unitario to ws-custo-ed
                   display "Pedido atual: " ws-quantidade-ed
                           " a " ws-custo-ed
           end-read

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe a quantidade (0 = retirar do pedido)"
               accept ws-quantidade
               if ws-quantidade is not numeric
                   display "Quantidade invalida. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           if ws-quantidade = zero
               if fs-pedido-item = "00"
                   delete pizza-pedido-item
                       invalid key
                           display "Erro ao retirar o item, status "
                                   fs-pedido-item
                       not invalid key
                           display "Item retirado do pedido."
                   end-delete
               end-if
               go to edita-item-pedido-exit
           end-if

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe o custo unitario combinado"
                       " (0 = custo do INSUMOS)"
               accept ws-custo
               if ws-custo is not numeric
                   display "Custo invalido. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           if ws-custo = zero
               move ing-custo-unitario to ws-custo
           end-if

           if fs-pedido-item = "00"
               move ws-quantidade to pei-qtd-pedida
               move ws-custo to pei-custo-unitario
               rewrite pedido-item-registro
                   invalid key
                       display "Erro ao atualizar o item, status "
                               fs-pedido-item
                   not invalid key
                       display "Item atualizado."
               end-rewrite
           else
               move ws-numero-pedido to pei-numero
               move codigo-consulta to pei-ing-codigo
               move ws-quantidade to pei-qtd-pedida
               move 0 to pei-qtd-recebida
               move ws-custo to pei-custo-unitario
               move 'A' to pei-situacao
               write pedido-item-registro
                   invalid key
                       display "Erro ao incluir o item, status "
                               fs-pedido-item
                   not invalid key
                       display "Item incluido no pedido."
               end-write
           end-if

           .
       edita-item-pedido-exit.
           exit.


      *---- Pede o numero do pedido e le o cabecalho ------------------
      * FS-PEDIDO = "00" so com o pedido encontrado; o numero lido
      * fica em WS-NUMERO-PEDIDO.
       le-pedido-informado section.

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe o numero do pedido"
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
           end-read

           .
       le-pedido-informado-exit.
           exit.


      *---- Mostra na tela os itens do pedido em WS-NUMERO-PEDIDO -----
       lista-itens-pedido section.

           move ws-numero-pedido to pei-numero
           move low-values to pei-ing-codigo
           start pizza-pedido-item key is not less than pei-chave
               invalid key move "10" to fs-pedido-item
           end-start

           move 'N' to ws-fim-item
           if fs-pedido-item = "10"
               move 'S' to ws-fim-item
               display "Pedido sem itens."
           end-if

           perform until ws-fim-item = 'S'
               read pizza-pedido-item next record
                   at end
                       move 'S' to ws-fim-item
                   not at end
                       if pei-numero not = ws-numero-pedido
                           move 'S' to ws-fim-item
                       else
                           move pei-qtd-pedida to ws-quantidade-ed
                           move pei-custo-unitario to ws-custo-ed
                           display pei-ing-codigo " "
                                   ws-quantidade-ed " "
                                   ws-custo-ed " " pei-situacao
                       end-if
               end-read
           end-perform

           .
       lista-itens-pedido-exit.
           exit.


      *---- Imprime o pedido (PIZZAPDI) e o da como emitido -----------
      * Rascunho vira A, com emissao hoje e previsao pela data de
      * hoje mais o prazo do fornecedor; pedido ja emitido pode ser
      * reimpresso sem mudar nada.
       emitir-pedido section.

           perform le-pedido-informado
           if fs-pedido not = "00"
               go to emitir-pedido-exit
           end-if

           if ped-cancelado or ped-recebido
               display "Pedido encerrado (situacao " ped-situacao
                       "); nada a emitir."
               go to emitir-pedido-exit
           end-if

           move ped-fornecedor to for-codigo
           read fornecedor-master
               invalid key
                   move "(FORNECEDOR SEM CADASTRO)" to for-nome
                   move spaces to for-telefone
                   move 0 to for-prazo-entrega
           end-read

           if ped-rascunho
               move ws-data-sistema to ped-data-emissao
               move for-prazo-entrega to ws-dias-a-somar
               perform calcula-data-prevista
           end-if

           open output pedido-impresso
           if fs-impresso not = "00"
               display "Erro ao abrir o pedido impresso (PIZZAPDI),"
                       " status " fs-impresso "."
               go to emitir-pedido-exit
           end-if

           perform imprime-pedido

           close pedido-impresso

           if ws-itens-pedido = zero
               display "Pedido sem itens; nao emitido."
               go to emitir-pedido-exit
           end-if

           if ped-rascunho
               move 'A' to ped-situacao
               move ws-operador to ped-operador
               rewrite pedido-registro
                   invalid key
                       display "Erro ao emitir o pedido, status "
                               fs-pedido
                       go to emitir-pedido-exit
               end-rewrite
               move "PUBLICADA" to ws-status-auditoria
               perform grava-auditoria-pedido
               display "Pedido emitido; previsto para "
                       ped-data-prevista
           else
               display "Pedido reimpresso (PIZZAPDI)."
           end-if

           .
       emitir-pedido-exit.
           exit.


      *---- Escreve o pedido corrente no PIZZAPDI ---------------------
       imprime-pedido section.

           move 0 to ws-itens-pedido
           move 0 to ws-valor-pedido

           move spaces to linha-impresso
           move ped-numero to ws-numero-ed
           string "PEDIDO DE COMPRA No. " delimited by size
                  ws-numero-ed            delimited by size
                  into linha-impresso
           end-string
           write linha-impresso

           move spaces to linha-impresso
           string "Fornecedor: " delimited by size
                  for-codigo     delimited by size
                  " - "          delimited by size
                  for-nome       delimited by size
                  "  Tel: "      delimited by size
                  for-telefone   delimited by size
                  into linha-impresso
           end-string
           write linha-impresso

           move ped-loja to loj-codigo
           open input loja-master
           if fs-loja = "00"
               read loja-master
                   invalid key
                       move "(LOJA SEM CADASTRO)" to loj-nome
               end-read
               close loja-master
           else
               move "(CADASTRO DE LOJAS AUSENTE)" to loj-nome
           end-if

           move spaces to linha-impresso
           string "Entregar na loja: " delimited by size
                  ped-loja             delimited by size
                  " - "                delimited by size
                  loj-nome             delimited by size
                  into linha-impresso
           end-string
           write linha-impresso

           move ped-data-emissao to ws-data-entrada
           perform formata-data
           move spaces to linha-impresso
           string "Emissao: "       delimited by size
                  ws-data-formatada delimited by size
                  into linha-impresso
           end-string
           move ped-data-prevista to ws-data-entrada
           perform formata-data
           move "Entrega prevista: " to linha-impresso(25:18)
           move ws-data-formatada to linha-impresso(43:10)
           write linha-impresso

           move spaces to linha-impresso
           write linha-impresso

           move spaces to linha-impresso
           string "CODIGO   "                      delimited by size
                  "DESCRICAO                     " delimited by size
                  " UN "                           delimited by size
                  " QUANTIDADE  "                  delimited by size
                  "CUSTO UNIT  "                   delimited by size
                  "      TOTAL"                    delimited by size
                  into linha-impresso
           end-string
           write linha-impresso

           move spaces to linha-impresso
           write linha-impresso

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
                           perform imprime-item-pedido
                       end-if
               end-read
           end-perform

           move spaces to linha-impresso
           write linha-impresso

           move ws-valor-pedido to ws-valor-ed
           move spaces to linha-impresso
           string "TOTAL DO PEDIDO: " delimited by size
                  ws-valor-ed         delimited by size
                  into linha-impresso
           end-string
           write linha-impresso

           .
       imprime-pedido-exit.
           exit.


      *---- Imprime um item do pedido ---------------------------------
       imprime-item-pedido section.

           move pei-ing-codigo to ing-codigo
           read ingrediente-master
               invalid key
                   move "(SEM CADASTRO NO INSUMOS)" to ing-descricao
                   move spaces to ing-unidade
           end-read

           compute ws-valor-item rounded =
                   pei-qtd-pedida * pei-custo-unitario
           add ws-valor-item to ws-valor-pedido
           add 1 to ws-itens-pedido

           move spaces to linha-impresso
           move pei-ing-codigo to linha-impresso(1:8)
           move ing-descricao to linha-impresso(10:30)
           move ing-unidade to linha-impresso(41:3)
           move pei-qtd-pedida to ws-quantidade-ed
           move ws-quantidade-ed to linha-impresso(45:11)
           move pei-custo-unitario to ws-custo-ed
           move ws-custo-ed to linha-impresso(58:8)
           move ws-valor-item to ws-valor-ed
           move ws-valor-ed to linha-impresso(67:12)
           write linha-impresso

           .
       imprime-item-pedido-exit.
           exit.


      *---- Previsao de chegada = emissao + WS-DIAS-A-SOMAR -----------
      * Avanca um dia por vez, com a virada de mes/ano e o fevereiro
      * bissexto tratados (mesmo calculo do CALCULA-DATA-CORTE no
      * compras.cbl, no sentido contrario).
       calcula-data-prevista section.

           move ped-data-emissao(1:4) to ws-ano
           move ped-data-emissao(5:2) to ws-mes
           move ped-data-emissao(7:2) to ws-dia

           perform until ws-dias-a-somar = zero
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
               subtract 1 from ws-dias-a-somar
           end-perform

           compute ped-data-prevista = (ws-ano * 10000)
                                     + (ws-mes * 100) + ws-dia

           .
       calcula-data-prevista-exit.
           exit.


      *---- Edita WS-DATA-ENTRADA (AAAAMMDD) em WS-DATA-FORMATADA -----
       formata-data section.

           move ws-data-entrada(7:2) to ws-fmt-dia
           move ws-data-entrada(5:2) to ws-fmt-mes
           move ws-data-entrada(1:4) to ws-fmt-ano

           .
       formata-data-exit.
           exit.


      *---- Cancela um pedido ainda nao recebido por inteiro ----------
      * Pedido recebido em parte pode ser cancelado para encerrar o
      * saldo que nao vira mais; o que ja entrou fica no estoque.
       cancelar-pedido section.

           perform le-pedido-informado
           if fs-pedido not = "00"
               go to cancelar-pedido-exit
           end-if

           if ped-cancelado or ped-recebido
               display "Pedido ja encerrado (situacao "
                       ped-situacao ")."
               go to cancelar-pedido-exit
           end-if

           display "Confirma o cancelamento do pedido "
                   ped-numero "? (S/N)"
           accept opcao
           if opcao not = 'S'
               move space to opcao
               display "Cancelamento abandonado."
               go to cancelar-pedido-exit
           end-if
           move space to opcao

           move 'C' to ped-situacao
           move ws-operador to ped-operador
           rewrite pedido-registro
               invalid key
                   display "Erro ao cancelar o pedido, status "
                           fs-pedido
                   go to cancelar-pedido-exit
           end-rewrite

           move "INATIVADA" to ws-status-auditoria
           perform grava-auditoria-pedido
           display "Pedido cancelado."

           .
       cancelar-pedido-exit.
           exit.


      *---- Relatorio de pedidos em aberto (PIZZAPAB) -----------------
      * Todo pedido emitido (A) ou recebido em parte (P), com os itens
      * que ainda faltam chegar, marcando ATRASADO quem passou da
      * previsao; ao final, as divergencias dos recebimentos do dia
      * gravadas pelo ESTOQUE (PIZZARCB). E a lista de cobranca do
      * comprador.
       relatorio-abertos section.

           open output pedidos-abertos
           if fs-relatorio not = "00"
               display "Erro ao abrir o relatorio de pedidos em"
                       " aberto (PIZZAPAB), status " fs-relatorio "."
               if modo-lote
                   move 16 to return-code
               end-if
               go to relatorio-abertos-exit
           end-if

           move 0 to ws-pedidos-abertos
           move 0 to ws-pedidos-atrasados
           move 0 to ws-divergencias
           move 1 to ws-pagina
           move 0 to ws-linhas-na-pagina
           perform imprime-cabecalho-abertos

           move 0 to ped-numero
           start pizza-pedido key is not less than ped-numero
               invalid key move "10" to fs-pedido
           end-start

           move 'N' to ws-fim-pedido
           if fs-pedido = "10"
               move 'S' to ws-fim-pedido
           end-if

           perform until ws-fim-pedido = 'S'
               read pizza-pedido next record
                   at end
                       move 'S' to ws-fim-pedido
                   not at end
                       if ped-aberto or ped-parcial
                           perform imprime-pedido-aberto
                       end-if
               end-read
           end-perform

           move spaces to linha-relat
           write linha-relat

           move ws-pedidos-abertos to ws-contador-ed
           move spaces to linha-relat
           string "PEDIDOS EM ABERTO:  " delimited by size
                  ws-contador-ed         delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-pedidos-atrasados to ws-contador-ed
           move spaces to linha-relat
           string "PEDIDOS ATRASADOS:  " delimited by size
                  ws-contador-ed         delimited by size
                  into linha-relat
           end-string
           write linha-relat

           perform imprime-divergencias

           close pedidos-abertos

           display "Relatorio de pedidos em aberto gerado (PIZZAPAB);"
                   " abertos: " ws-pedidos-abertos "; atrasados: "
                   ws-pedidos-atrasados

      *---- RC 4 avisa o scheduler que ha entrega a cobrar ------------
      * (mesma convencao do ESTOQUE para o que esta abaixo do minimo).
           if modo-lote
               and return-code = zero
               and (ws-pedidos-atrasados > zero
                    or ws-divergencias > zero)
               move 4 to return-code
           end-if

           .
       relatorio-abertos-exit.
           exit.


      *---- Imprime um pedido em aberto e os itens que faltam ---------
       imprime-pedido-aberto section.

           add 1 to ws-pedidos-abertos

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-abertos
           end-if

           move ped-fornecedor to for-codigo
           read fornecedor-master
               invalid key
                   move "(FORNECEDOR SEM CADASTRO)" to for-nome
                   move spaces to for-telefone
           end-read

           move spaces to linha-relat
           move ped-numero to ws-numero-ed
           string "PEDIDO "     delimited by size
                  ws-numero-ed  delimited by size
                  "  "          delimited by size
                  for-codigo    delimited by size
                  " "           delimited by size
                  for-nome      delimited by size
                  " "           delimited by size
                  for-telefone  delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           move "  LOJA " to linha-relat(1:7)
           move ped-loja to linha-relat(8:3)
           move ped-data-emissao to ws-data-entrada
           perform formata-data
           move "EMITIDO " to linha-relat(13:8)
           move ws-data-formatada to linha-relat(21:10)
           move ped-data-prevista to ws-data-entrada
           perform formata-data
           move "PREVISTO " to linha-relat(33:9)
           move ws-data-formatada to linha-relat(42:10)
           if ped-data-prevista < ws-data-sistema
               add 1 to ws-pedidos-atrasados
               move "*** ATRASADO ***" to linha-relat(54:16)
           end-if
           write linha-relat
           add 2 to ws-linhas-na-pagina

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
                               perform imprime-item-aberto
                           end-if
                       end-if
               end-read
           end-perform

           move spaces to linha-relat
           write linha-relat
           add 1 to ws-linhas-na-pagina

           .
       imprime-pedido-aberto-exit.
           exit.


      *---- Imprime um item que ainda falta chegar --------------------
       imprime-item-aberto section.

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-abertos
           end-if

           move pei-ing-codigo to ing-codigo
           read ingrediente-master
               invalid key
                   move "(SEM CADASTRO NO INSUMOS)" to ing-descricao
                   move spaces to ing-unidade
           end-read

           move 0 to ws-pendente
           if pei-qtd-recebida < pei-qtd-pedida
               compute ws-pendente = pei-qtd-pedida - pei-qtd-recebida
           end-if

           move spaces to linha-relat
           move pei-ing-codigo to linha-relat(3:8)
           move ing-descricao to linha-relat(12:20)
           move ing-unidade to linha-relat(33:3)
           move pei-qtd-pedida to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(37:11)
           move pei-qtd-recebida to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(49:11)
           move ws-pendente to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(61:11)
           write linha-relat
           add 1 to ws-linhas-na-pagina

           .
       imprime-item-aberto-exit.
           exit.


      *---- Lista as divergencias dos recebimentos do dia -------------
      * Recebimento sem nenhuma marca nao sai; diario ausente = nenhum
      * recebimento contra pedido ainda.
       imprime-divergencias section.

           open input estoque-recebimento
           if fs-recebimento not = "00"
               go to imprime-divergencias-exit
           end-if

           move spaces to linha-relat
           write linha-relat

           move spaces to linha-relat
           string "DIVERGENCIAS NOS RECEBIMENTOS DE "
                  delimited by size
                  ws-data-relatorio delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           string "PEDIDO LOJ CODIGO    RECEBIDO   PENDENTE   "
                  delimited by size
                  "C.NOTA  OCORRENCIAS"
                  delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move 'N' to ws-fim-recebimento
           perform until ws-fim-recebimento = 'S'
               read estoque-recebimento
                   at end
                       move 'S' to ws-fim-recebimento
                   not at end
                       if rcb-data = ws-data-sistema
                           and (rcb-falta = 'S'
                                or rcb-excesso = 'S'
                                or rcb-difere-pedido = 'S'
                                or rcb-difere-cadastro = 'S')
                           perform imprime-divergencia
                       end-if
               end-read
           end-perform

           close estoque-recebimento

           move ws-divergencias to ws-contador-ed
           move spaces to linha-relat
           string "RECEBIMENTOS COM DIVERGENCIA: " delimited by size
                  ws-contador-ed                   delimited by size
                  into linha-relat
           end-string
           write linha-relat

           .
       imprime-divergencias-exit.
           exit.


      *---- Imprime um recebimento com divergencia --------------------
       imprime-divergencia section.

           add 1 to ws-divergencias

           move spaces to linha-relat
           move rcb-pedido to ws-numero-ed
           move ws-numero-ed to linha-relat(1:6)
           move rcb-loja to linha-relat(8:3)
           move rcb-codigo to linha-relat(12:8)
           move rcb-quantidade to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(21:11)
           move rcb-qtd-pendente to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(33:11)
           move rcb-custo-nota to ws-custo-ed
           move ws-custo-ed to linha-relat(45:8)
           if rcb-falta = 'S'
               move "FALTA" to linha-relat(54:5)
           end-if
           if rcb-excesso = 'S'
               move "EXCESSO" to linha-relat(60:7)
           end-if
           if rcb-difere-pedido = 'S'
               move "C.PED" to linha-relat(68:5)
           end-if
           if rcb-difere-cadastro = 'S'
               move "C.CAD" to linha-relat(74:5)
           end-if
           write linha-relat

           .
       imprime-divergencia-exit.
           exit.


      *---- Escreve o cabecalho de uma nova pagina do relatorio -------
       imprime-cabecalho-abertos section.

           if ws-pagina > 1
               move spaces to linha-relat
               write linha-relat before advancing page
           end-if

           move spaces to linha-relat
           string "PEDIDOS DE COMPRA EM ABERTO"
                  delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-pagina to ws-pagina-ed
           move spaces to linha-relat
           string "Programa: PEDIDO"        delimited by size
                  "   Data: "               delimited by size
                  ws-data-dia               delimited by size
                  "/"                       delimited by size
                  ws-data-mes               delimited by size
                  "/"                       delimited by size
                  ws-data-ano               delimited by size
                  "   Pagina: "             delimited by size
                  ws-pagina-ed              delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           move spaces to linha-relat
           string "  CODIGO   "                   delimited by size
                  "DESCRICAO            "         delimited by size
                  "UN  "                          delimited by size
                  "    PEDIDO   "                 delimited by size
                  "  RECEBIDO   "                 delimited by size
                  "  PENDENTE"                    delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           add 1 to ws-pagina
           move 0 to ws-linhas-na-pagina

           .
       imprime-cabecalho-abertos-exit.
           exit.


      *---- Registra na trilha de auditoria uma acao sobre pedido -----
      * Mesmas colunas gravadas pelos demais programas, com "PEDIDO"
      * e o numero no lugar do nome da pizza e os numericos zerados.
       grava-auditoria-pedido section.

           open extend pizza-auditoria
           if fs-auditoria not = "00"
               open output pizza-auditoria
           end-if

           accept ws-auditoria-data from date yyyymmdd
           accept ws-auditoria-hora from time

           move ws-numero-pedido to ws-numero-ed
           move spaces to ws-auditoria-nome
           string "PEDIDO "    delimited by size
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
       grava-auditoria-pedido-exit.
           exit.


       finaliza section.

           close pizza-pedido
           close pizza-pedido-item
           close fornecedor-master
           close ingrediente-master

           if modo-lote
               perform grava-execucao
           end-if

           stop run
           .
       finaliza-exit.
           exit.


      *---- Anexa o registro desta execucao no controle (PIZZARUN) ----
      * So o modo ABERTOS grava; os contadores levam os pedidos em
      * aberto (1) e os atrasados (2).
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

           move "PZZAPED" to run-programa
           accept run-data from date yyyymmdd
           move ws-hora-inicio to run-hora-inicio
           accept run-hora-fim from time
           move return-code to run-rc
           move ws-pedidos-abertos to run-contador-1
           move ws-pedidos-atrasados to run-contador-2

           write execucao-registro

           close pizza-execucoes

           .
       grava-execucao-exit.
           exit.
