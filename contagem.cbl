      * Divisão de identificação do programa
       Identification Division.
       Program-id. "contagem".
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

           select estoque-contagem assign to "PIZZACNT"
               organization is indexed
               access mode is dynamic
               record key is cnt-chave
               file status is fs-contagem.

           select estoque-saldo assign to "PIZZAEST"
               organization is indexed
               access mode is dynamic
               record key is est-chave
               file status is fs-estoque.

           select estoque-movimento assign to "PIZZAESM"
               organization is line sequential
               file status is fs-movimento.

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

           select folha-contagem assign to "PIZZAFCT"
               organization is line sequential
               file status is fs-folha.

           select variacao-relat assign to "PIZZAVAR"
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

      *---- Contagem fisica, uma linha por loja, data e ingrediente ---
      * Nasce na emissao da folha (E); no lancamento recebe a
      * quantidade contada e a diferenca contra o saldo do PIZZAEST
      * naquele momento (C), valorizada pelo ING-CUSTO-UNITARIO. O
      * ajuste so vai para o saldo e o diario depois da aprovacao de
      * um supervisor (A); recusada (R) volta a ser lancada. Contagem
      * sem diferenca ja nasce aprovada, nao ha o que ajustar.
       FD  estoque-contagem
           label records are standard.
       01  contagem-registro.
           05 cnt-chave.
               10 cnt-loja                          pic x(03).
               10 cnt-data                          pic 9(08).
               10 cnt-codigo                        pic x(08).
           05 cnt-saldo-sistema                     pic s9(07)v999.
           05 cnt-qtd-contada                       pic 9(07)v999.
           05 cnt-diferenca                         pic s9(07)v999.
           05 cnt-custo-unitario                    pic 9(05)v99.
           05 cnt-valor-diferenca                   pic s9(07)v99.
           05 cnt-operador                          pic x(10).
           05 cnt-supervisor                        pic x(10).
           05 cnt-situacao                          pic x(01).
               88 cnt-emitida                       value 'E'.
               88 cnt-contada                       value 'C'.
               88 cnt-aprovada                      value 'A'.
               88 cnt-recusada                      value 'R'.

      *---- Saldo de estoque por loja e ingrediente, mesmo layout -----
      * usado pelo ESTOQUE
       FD  estoque-saldo
           label records are standard.
       01  estoque-registro.
           05 est-chave.
               10 est-loja                          pic x(03).
               10 est-codigo                        pic x(08).
           05 est-saldo                             pic s9(07)v999.
           05 est-minimo                            pic 9(05)v999.

      *---- Diario de movimentos do estoque, mesmo layout do ESTOQUE --
      * Os ajustes aprovados entram como A (sobra, soma no saldo) ou
      * P (perda, abate do saldo), com MOV-DATA-REF na data da
      * contagem e o custo da contagem em MOV-CUSTO-UNITARIO.
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

      *---- Folha de contagem impressa, uma por loja ------------------
       FD  folha-contagem
           label records are standard.
       01  linha-folha                              pic x(80).

      *---- Relatorio semanal de variacao (real x teorico) ------------
       FD  variacao-relat
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
      * So o modo interativo se identifica; o relatorio semanal roda
      * com o pseudo-operador VARIACAO.
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
      * (so gravado no modo VARIACAO via PARM, ver FINALIZA)
       77 fs-execucao                              pic x(02).
       77 ws-hora-inicio                           pic 9(08).

       77 fs-contagem                              pic x(02).
       77 fs-estoque                               pic x(02).
       77 fs-movimento                             pic x(02).
       77 fs-ingrediente                           pic x(02).
       77 fs-receita                               pic x(02).
       77 fs-vendas                                pic x(02).
       77 fs-loja                                  pic x(02).
       77 fs-folha                                 pic x(02).
       77 fs-relatorio                             pic x(02).

       77 opcao                                    pic x(01).
       77 ws-operador                              pic x(10).
       77 entrada-valida                           pic x(01).

      *---- Variáveis de modo de execucao (interativo x lote) ---------
      * PARM='VARIACAO [AAAAMMDD]' imprime o relatorio semanal tendo
      * como contagem final a ultima aprovada ate a data (sem data,
      * hoje); ver jcl/pizzacnt.jcl. Sem PARM abre o menu.
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

      *---- Campos da folha, do lancamento e da aprovacao -------------
       77 loja-consulta                            pic x(03).
       77 codigo-consulta                          pic x(08).
       77 ws-data-contagem                         pic 9(08).
       77 ws-loja-valida                           pic x(01).
       77 ws-nome-loja                             pic x(30).
       77 ws-quantidade                            pic 9(07)v999.
       77 ws-fim-contagem                          pic x(01).
       77 ws-fim-ingrediente                       pic x(01).
       77 ws-itens-folha                           pic 9(05).
       77 ws-itens-novos                           pic 9(05).
       77 ws-ajustes-vistos                        pic 9(05).

      *---- Tabela da variacao de uma loja, por ingrediente -----------
      * Inicial e final sao as quantidades contadas nas duas
      * contagens aprovadas; entradas = compras + transferencias
      * recebidas - transferencias enviadas no periodo; teorico =
      * vendas do periodo x receita (o mesmo calculo da baixa).
       78 max-ingredientes                          value 2000.
       01 variacao occurs 2000.
           05 var-codigo                            pic x(08).
           05 var-tem-inicial                       pic x(01).
           05 var-tem-final                         pic x(01).
           05 var-inicial                           pic 9(07)v999.
           05 var-final                             pic 9(07)v999.
           05 var-entradas                          pic s9(07)v999.
           05 var-teorico                           pic 9(07)v999.
       77 qtd-variacao                             pic 9(04).
       77 ind                                      pic 9(04).
       77 ws-ind-busca                             pic 9(04).
       77 ws-ind-encontrado                        pic 9(04).

      *---- Tolerancia da diferenca sobre o uso teorico (%) -----------
      * Acima dela o item sai marcado com << para investigar.
       78 tolerancia-percentual                     value 10.

      *---- Variáveis do relatorio semanal de variacao ----------------
       77 ws-data-referencia                       pic 9(08).
       77 ws-data-inicial                          pic 9(08).
       77 ws-data-final                            pic 9(08).
       77 ws-data-limite                           pic 9(08).
       77 ws-dias-a-voltar                         pic 9(03).
       77 ws-dia                                   pic 9(02).
       77 ws-mes                                   pic 9(02).
       77 ws-ano                                   pic 9(04).
       77 ws-quociente-ano                         pic 9(04).
       77 ws-resto-ano                             pic 9(04).
       77 ws-fim-loja                              pic x(01).
       77 ws-fim-movimento                         pic x(01).
       77 ws-fim-vendas                            pic x(01).
       77 ws-fim-receita                           pic x(01).
       77 ws-loja-corrente                         pic x(03).
       77 ws-uso-real                              pic s9(07)v999.
       77 ws-diferenca                             pic s9(07)v999.
       77 ws-limite-tolerancia                     pic 9(07)v999.
       77 ws-valor-item                            pic s9(07)v99.
       77 ws-valor-loja                            pic s9(09)v99.
       77 ws-consumo-item                          pic 9(07)v999.
       77 ws-lojas-relatadas                       pic 9(05).
       77 ws-itens-fora                            pic 9(05).
       77 ws-itens-loja                            pic 9(05).
       77 ws-itens-incompletos                     pic 9(05).
       77 ws-receita-indisponivel                  pic x(01).
       77 ws-vendas-indisponivel                   pic x(01).

       78 linhas-por-pagina                         value 20.
       77 ws-pagina                                pic 9(03).
       77 ws-linhas-na-pagina                      pic 9(02).
       77 ws-pagina-ed                             pic zz9.
       77 ws-quantidade-ed                         pic z(06)9,999.
       77 ws-sinal-ed                              pic -(06)9,999.
       77 ws-valor-ed                              pic -(07)9,99.
       77 ws-valor-loja-ed                         pic -(09)9,99.
       77 ws-contador-ed                           pic zzzz9.

       01 ws-data-formatada.
           05 ws-fmt-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fmt-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fmt-ano                           pic 9(04).
       77 ws-data-entrada                          pic 9(08).

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
           if ws-parametro(1:8) = "VARIACAO"
               move "LOTE" to modo-execucao
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(7:2) to ws-data-dia
           move ws-data-sistema(5:2) to ws-data-mes
           move ws-data-sistema(1:4) to ws-data-ano

           if modo-lote
               move "VARIACAO" to ws-operador
               if ws-parametro(10:8) is numeric
                   move ws-parametro(10:8) to ws-data-referencia
               else
                   move ws-data-sistema to ws-data-referencia
               end-if
           else
               perform identifica-operador
           end-if

           perform abre-contagem

           open i-o estoque-saldo
           if fs-estoque not = "00"
               display "Erro ao abrir o saldo de estoque (PIZZAEST),"
                       " status " fs-estoque "."
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

           open input loja-master
           if fs-loja not = "00"
               display "Cadastro de lojas (LOJAMST) indisponivel,"
                       " status " fs-loja "; cadastre as lojas no"
                       " LOJA antes de contar o estoque."
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
      * NEGADA. Tres falhas encerram a sessao. A alcada lida aqui e
      * que libera a aprovacao dos ajustes (so supervisor).
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


      *---- Abre (ou cria, se ainda não existir) a contagem -----------
       abre-contagem section.

           open i-o estoque-contagem
           if fs-contagem = "35"
               open output estoque-contagem
               close estoque-contagem
               open i-o estoque-contagem
           end-if

           if fs-contagem not = "00"
               display "Erro ao abrir a contagem de estoque"
                       " (PIZZACNT), status " fs-contagem "."
               if modo-lote
                   move 16 to return-code
               end-if
               stop run
           end-if

           .
       abre-contagem-exit.
           exit.


      *---- Menu da contagem (interativo) ou relatorio (lote) ---------
       processamento section.

           if modo-lote
               perform relatorio-variacao
               go to processamento-exit
           end-if

           move space to opcao

           perform until opcao = 'S'

               display erase
               display "Contagem Fisica do Estoque"
               display "F - Emitir Folhas de Contagem"
               display "L - Lancar Quantidades Contadas"
               display "A - Aprovar Ajustes de Contagem"
               display "V - Relatorio Semanal de Variacao"
               display "S - Sair"
               display "Informe a Opcao"
               accept opcao

               evaluate opcao
                   when 'F'
                       perform emitir-folhas
                   when 'L'
                       perform lancar-contagem
                   when 'A'
                       perform aprovar-ajustes
                   when 'V'
                       perform pede-data-referencia
                       perform relatorio-variacao
                   when 'S'
                       continue
                   when other
                       display "Opcao Invalida"
               end-evaluate

           end-perform

           .
       processamento-exit.
           exit.


      *---- Valida a loja em LOJA-CONSULTA no cadastro (LOJAMST) ------
      * Devolve WS-LOJA-VALIDA = 'S' so para loja cadastrada e ativa,
      * com o nome em WS-NOME-LOJA; o motivo da recusa sai na tela.
       valida-loja section.

           move 'N' to ws-loja-valida

           move loja-consulta to loj-codigo
           read loja-master
               invalid key
                   display "Loja nao cadastrada."
                   go to valida-loja-exit
           end-read

           if loj-inativa
               display "Loja desativada; contagem nao registrada."
               go to valida-loja-exit
           end-if

           move loj-nome to ws-nome-loja
           move 'S' to ws-loja-valida

           .
       valida-loja-exit.
           exit.


      *---- Pede a loja e a data da contagem (zero = hoje) ------------
       pede-loja-data section.

           display "Informe o codigo da loja"
           accept loja-consulta
           perform valida-loja
           if ws-loja-valida = 'N'
               go to pede-loja-data-exit
           end-if

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe a data da contagem (AAAAMMDD, 0 ="
                       " hoje)"
               accept ws-data-contagem
               if ws-data-contagem is not numeric
                   display "Data invalida. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           if ws-data-contagem = zero
               move ws-data-sistema to ws-data-contagem
           end-if

           .
       pede-loja-data-exit.
           exit.


      *---- Emite a folha de contagem de uma loja (PIZZAFCT) ----------
      * Uma linha por ingrediente do INGRMST, na ordem do codigo, com
      * o espaco para a quantidade contada. O saldo do sistema NAO
      * sai na folha: a contagem e as cegas. Cada linha abre o
      * registro E da contagem; reemitir a folha do mesmo dia so
      * reimprime, sem mexer no que ja foi lancado.
       emitir-folhas section.

           display "Informe o codigo da loja"
           accept loja-consulta
           perform valida-loja
           if ws-loja-valida = 'N'
               go to emitir-folhas-exit
           end-if

           move ws-data-sistema to ws-data-contagem

           open output folha-contagem
           if fs-folha not = "00"
               display "Erro ao abrir a folha de contagem (PIZZAFCT),"
                       " status " fs-folha "."
               go to emitir-folhas-exit
           end-if

           move 0 to ws-itens-folha
           move 0 to ws-itens-novos
           move 1 to ws-pagina
           move 0 to ws-linhas-na-pagina
           perform imprime-cabecalho-folha

           move low-values to ing-codigo
           start ingrediente-master key is not less than ing-codigo
               invalid key move "10" to fs-ingrediente
           end-start

           move 'N' to ws-fim-ingrediente
           if fs-ingrediente = "10"
               move 'S' to ws-fim-ingrediente
           end-if

           perform until ws-fim-ingrediente = 'S'
               read ingrediente-master next record
                   at end
                       move 'S' to ws-fim-ingrediente
                   not at end
                       perform gera-linha-folha
               end-read
           end-perform

           move spaces to linha-folha
           write linha-folha

           move ws-itens-folha to ws-contador-ed
           move spaces to linha-folha
           string "INGREDIENTES NA FOLHA: " delimited by size
                  ws-contador-ed            delimited by size
                  into linha-folha
           end-string
           write linha-folha

           move spaces to linha-folha
           write linha-folha

           move spaces to linha-folha
           string "CONTADO POR: ____________________   "
                  delimited by size
                  "CONFERIDO POR: ____________________"
                  delimited by size
                  into linha-folha
           end-string
           write linha-folha

           close folha-contagem

           display "Folha de contagem emitida (PIZZAFCT); itens: "
                   ws-itens-folha "; novos na contagem: "
                   ws-itens-novos

           .
       emitir-folhas-exit.
           exit.


      *---- Imprime um ingrediente na folha e abre sua contagem -------
       gera-linha-folha section.

           move loja-consulta to cnt-loja
           move ws-data-contagem to cnt-data
           move ing-codigo to cnt-codigo
           read estoque-contagem
               invalid key
                   move 0 to cnt-saldo-sistema
                   move 0 to cnt-qtd-contada
                   move 0 to cnt-diferenca
                   move ing-custo-unitario to cnt-custo-unitario
                   move 0 to cnt-valor-diferenca
                   move ws-operador to cnt-operador
                   move spaces to cnt-supervisor
                   move 'E' to cnt-situacao
                   write contagem-registro
                       invalid key
                           display "Erro ao abrir a contagem de "
                                   ing-codigo ", status " fs-contagem
                       not invalid key
                           add 1 to ws-itens-novos
                   end-write
           end-read

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-folha
           end-if

           move spaces to linha-folha
           move ing-codigo to linha-folha(1:8)
           move ing-descricao to linha-folha(10:30)
           move ing-unidade to linha-folha(42:3)
           move "____________________" to linha-folha(48:20)
           write linha-folha

           add 1 to ws-itens-folha
           add 1 to ws-linhas-na-pagina

           .
       gera-linha-folha-exit.
           exit.


      *---- Escreve o cabecalho de uma nova pagina da folha -----------
       imprime-cabecalho-folha section.

           if ws-pagina > 1
               move spaces to linha-folha
               write linha-folha before advancing page
           end-if

           move spaces to linha-folha
           string "FOLHA DE CONTAGEM DE ESTOQUE"
                  delimited by size
                  into linha-folha
           end-string
           write linha-folha

           move ws-pagina to ws-pagina-ed
           move spaces to linha-folha
           string "Programa: CONTAGEM"      delimited by size
                  "   Data: "               delimited by size
                  ws-data-dia               delimited by size
                  "/"                       delimited by size
                  ws-data-mes               delimited by size
                  "/"                       delimited by size
                  ws-data-ano               delimited by size
                  "   Pagina: "             delimited by size
                  ws-pagina-ed              delimited by size
                  into linha-folha
           end-string
           write linha-folha

           move spaces to linha-folha
           string "Loja: "      delimited by size
                  loja-consulta delimited by size
                  " - "         delimited by size
                  ws-nome-loja  delimited by size
                  into linha-folha
           end-string
           write linha-folha

           move spaces to linha-folha
           write linha-folha

           move spaces to linha-folha
           string "CODIGO   "                       delimited by size
                  "DESCRICAO                       " delimited by size
                  " UN   "                          delimited by size
                  "QUANTIDADE CONTADA"              delimited by size
                  into linha-folha
           end-string
           write linha-folha

           move spaces to linha-folha
           write linha-folha

           add 1 to ws-pagina
           move 0 to ws-linhas-na-pagina

           .
       imprime-cabecalho-folha-exit.
           exit.


      *---- Lanca as quantidades contadas de uma loja e data ----------
      * A diferenca e calculada contra o saldo do PIZZAEST no momento
      * do lancamento: lance a folha antes de voltar a movimentar o
      * estoque da loja (nenhuma venda, entrada ou baixa no meio).
      * Codigo em branco encerra o lancamento.
       lancar-contagem section.

           perform pede-loja-data
           if ws-loja-valida = 'N'
               go to lancar-contagem-exit
           end-if

           move 'N' to ws-fim-contagem
           perform until ws-fim-contagem = 'S'
               display "Informe o codigo do ingrediente (branco ="
                       " encerrar)"
               move spaces to codigo-consulta
               accept codigo-consulta
               if codigo-consulta = spaces
                   move 'S' to ws-fim-contagem
               else
                   perform lanca-item-contagem
               end-if
           end-perform

           .
       lancar-contagem-exit.
           exit.


      *---- Lanca a quantidade contada de um ingrediente --------------
       lanca-item-contagem section.

           move codigo-consulta to ing-codigo
           read ingrediente-master
               invalid key
                   display "Ingrediente nao cadastrado no INSUMOS."
                   go to lanca-item-contagem-exit
           end-read

           move loja-consulta to cnt-loja
           move ws-data-contagem to cnt-data
           move codigo-consulta to cnt-codigo
           read estoque-contagem
               invalid key
                   display "Ingrediente fora da folha emitida; a"
                           " contagem sera incluida."
                   move "23" to fs-contagem
           end-read

           if fs-contagem = "00"
               and cnt-aprovada
               display "Contagem ja aprovada; nao pode ser alterada."
               go to lanca-item-contagem-exit
           end-if

           display "Ingrediente: " ing-descricao " (" ing-unidade ")"

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe a quantidade contada"
               accept ws-quantidade
               if ws-quantidade is not numeric
                   display "Quantidade invalida. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           move loja-consulta to est-loja
           move codigo-consulta to est-codigo
           read estoque-saldo
               invalid key
                   move 0 to est-saldo
           end-read

           move est-saldo to cnt-saldo-sistema
           move ws-quantidade to cnt-qtd-contada
           compute cnt-diferenca = ws-quantidade - est-saldo
           move ing-custo-unitario to cnt-custo-unitario
           compute cnt-valor-diferenca rounded =
                   cnt-diferenca * ing-custo-unitario
           move ws-operador to cnt-operador
           move spaces to cnt-supervisor

           if cnt-diferenca = zero
               move 'A' to cnt-situacao
           else
               move 'C' to cnt-situacao
           end-if

           if fs-contagem = "00"
               rewrite contagem-registro
                   invalid key
                       display "Erro ao gravar a contagem, status "
                               fs-contagem
                       go to lanca-item-contagem-exit
               end-rewrite
           else
               move loja-consulta to cnt-loja
               move ws-data-contagem to cnt-data
               move codigo-consulta to cnt-codigo
               write contagem-registro
                   invalid key
                       display "Erro ao gravar a contagem, status "
                               fs-contagem
                       go to lanca-item-contagem-exit
               end-write
           end-if

           move cnt-diferenca to ws-sinal-ed
           move cnt-valor-diferenca to ws-valor-ed
           if cnt-aprovada
               display "Contagem confere com o saldo; nada a ajustar."
           else
               display "Diferenca: " ws-sinal-ed " " ing-unidade
                       " (" ws-valor-ed "); aguarda aprovacao do"
                       " supervisor."
           end-if

           .
       lanca-item-contagem-exit.
           exit.


      *---- Decide os ajustes pendentes de uma loja e data ------------
      * Exclusivo da alcada de supervisor: sem ela a tentativa vai
      * para a trilha como NEGADA, como no SUPERV.
       aprovar-ajustes section.

           if not operador-supervisor
               display "Apenas supervisores aprovam ajustes de"
                       " contagem."
               perform grava-auditoria-acesso
               go to aprovar-ajustes-exit
           end-if

           perform pede-loja-data
           if ws-loja-valida = 'N'
               go to aprovar-ajustes-exit
           end-if

           move 0 to ws-ajustes-vistos

           move loja-consulta to cnt-loja
           move ws-data-contagem to cnt-data
           move low-values to cnt-codigo
           start estoque-contagem key is not less than cnt-chave
               invalid key move "10" to fs-contagem
           end-start

           move 'N' to ws-fim-contagem
           if fs-contagem = "10"
               move 'S' to ws-fim-contagem
           end-if

           perform until ws-fim-contagem = 'S'
               read estoque-contagem next record
                   at end
                       move 'S' to ws-fim-contagem
                   not at end
                       if cnt-loja not = loja-consulta
                           or cnt-data not = ws-data-contagem
                           move 'S' to ws-fim-contagem
                       else
                           if cnt-contada
                               add 1 to ws-ajustes-vistos
                               perform decide-ajuste
                           end-if
                       end-if
               end-read
           end-perform

           if ws-ajustes-vistos = zero
               display "Nenhum ajuste de contagem pendente de"
                       " aprovacao."
           end-if

           .
       aprovar-ajustes-exit.
           exit.


      *---- Mostra um ajuste e aplica/recusa conforme o supervisor ----
       decide-ajuste section.

           move cnt-codigo to ing-codigo
           read ingrediente-master
               invalid key
                   move "(SEM CADASTRO NO INSUMOS)" to ing-descricao
                   move spaces to ing-unidade
           end-read

           display " "
           display "Ingrediente:    " cnt-codigo " " ing-descricao
           move cnt-saldo-sistema to ws-sinal-ed
           display "Saldo sistema:  " ws-sinal-ed " " ing-unidade
           move cnt-qtd-contada to ws-quantidade-ed
           display "Contado:        " ws-quantidade-ed
           move cnt-diferenca to ws-sinal-ed
           display "Diferenca:      " ws-sinal-ed
           move cnt-valor-diferenca to ws-valor-ed
           display "Valor:          " ws-valor-ed
           display "Contado por:    " cnt-operador
           display "A - Aprovar  R - Recusar  P - Pular  S - Sair"
           accept opcao

           evaluate opcao
               when 'A'
                   perform aplica-ajuste
               when 'R'
                   perform recusa-ajuste
               when 'S'
                   move 'S' to ws-fim-contagem
               when other
                   display "Ajuste pulado."
           end-evaluate

           move space to opcao

           .
       decide-ajuste-exit.
           exit.


      *---- Aplica o ajuste aprovado no saldo e no diario -------------
      * Soma a diferenca (com sinal) no saldo corrente, em vez de
      * gravar o contado por cima: o que movimentou depois do
      * lancamento continua valendo.
       aplica-ajuste section.

           move cnt-loja to est-loja
           move cnt-codigo to est-codigo
           read estoque-saldo
               invalid key
                   move 0 to est-saldo
                   move 0 to est-minimo
                   add cnt-diferenca to est-saldo
                   write estoque-registro
                       invalid key
                           continue
                   end-write
               not invalid key
                   add cnt-diferenca to est-saldo
                   rewrite estoque-registro
                       invalid key
                           continue
                   end-rewrite
           end-read

           if fs-estoque not = "00"
               display "Erro ao ajustar o saldo, status "
                       fs-estoque "."
               move "ERRO" to ws-status-auditoria
               perform grava-auditoria-contagem
               go to aplica-ajuste-exit
           end-if

           if cnt-diferenca > zero
               move 'A' to mov-tipo
               move cnt-diferenca to mov-quantidade
           else
               move 'P' to mov-tipo
               compute mov-quantidade = 0 - cnt-diferenca
           end-if
           move cnt-data to mov-data-ref
           move cnt-codigo to mov-codigo
           move cnt-loja to mov-loja
           move spaces to mov-loja-par
           move 0 to mov-pedido
           move cnt-custo-unitario to mov-custo-unitario
           perform grava-movimento

           move 'A' to cnt-situacao
           move ws-operador to cnt-supervisor
           rewrite contagem-registro
               invalid key
                   display "Erro ao baixar o ajuste, status "
                           fs-contagem "."
                   move "ERRO" to ws-status-auditoria
                   perform grava-auditoria-contagem
                   go to aplica-ajuste-exit
           end-rewrite

           display "Ajuste aplicado no saldo da loja."

           move "APROVADA" to ws-status-auditoria
           perform grava-auditoria-contagem

           .
       aplica-ajuste-exit.
           exit.


      *---- Recusa o ajuste (o saldo fica como esta) ------------------
      * A linha volta a aceitar lancamento, para a recontagem.
       recusa-ajuste section.

           move 'R' to cnt-situacao
           move ws-operador to cnt-supervisor
           rewrite contagem-registro
               invalid key
                   continue
           end-rewrite

           if fs-contagem = "00"
               display "Ajuste recusado; recontar o ingrediente."
               move "RECUSADA" to ws-status-auditoria
           else
               display "Erro ao baixar o ajuste, status "
                       fs-contagem "."
               move "ERRO" to ws-status-auditoria
           end-if
           perform grava-auditoria-contagem

           .
       recusa-ajuste-exit.
           exit.


      *---- Anexa um movimento no diario do estoque -------------------
      * MOV-TIPO, MOV-QUANTIDADE, MOV-CODIGO, MOV-DATA-REF, MOV-LOJA,
      * MOV-LOJA-PAR, MOV-PEDIDO e MOV-CUSTO-UNITARIO ja vem
      * preenchidos por quem chama.
       grava-movimento section.

           open extend estoque-movimento
           if fs-movimento not = "00"
               open output estoque-movimento
           end-if

           accept mov-data from date yyyymmdd
           accept mov-hora from time
           move ws-operador to mov-operador
           write movimento-registro

           close estoque-movimento

           .
       grava-movimento-exit.
           exit.


      *---- Registra na trilha a decisao sobre um ajuste --------------
      * Mesmas colunas gravadas pelos demais programas, com loja e
      * ingrediente no lugar do nome da pizza e os numericos zerados.
       grava-auditoria-contagem section.

           open extend pizza-auditoria
           if fs-auditoria not = "00"
               open output pizza-auditoria
           end-if

           accept ws-auditoria-data from date yyyymmdd
           accept ws-auditoria-hora from time

           move spaces to ws-auditoria-nome
           string cnt-loja   delimited by size
                  "/"        delimited by size
                  cnt-codigo delimited by size
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
       grava-auditoria-contagem-exit.
           exit.


      *---- Pede a data de referencia do relatorio (zero = hoje) ------
       pede-data-referencia section.

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe a data da contagem final (AAAAMMDD,"
                       " 0 = ultima ate hoje)"
               accept ws-data-referencia
               if ws-data-referencia is not numeric
                   display "Data invalida. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           if ws-data-referencia = zero
               move ws-data-sistema to ws-data-referencia
           end-if

           .
       pede-data-referencia-exit.
           exit.


      *---- Relatorio semanal de variacao (PIZZAVAR) ------------------
      * Por loja: contagem final = ultima aprovada ate a data de
      * referencia; contagem inicial = ultima aprovada pelo menos
      * uma semana antes da final. Uso real = inicial + entradas -
      * final; uso teorico = vendas x receita no mesmo periodo
      * (vendas e movimentos com data depois da inicial ate a final,
      * pois a contagem e feita no fechamento do dia). Diferenca
      * positiva e produto que sumiu (desperdicio, porcao maior,
      * furto); diferenca grande nos dois sentidos em varias lojas
      * costuma ser quantidade errada na RECEITA.
       relatorio-variacao section.

           move 'N' to ws-receita-indisponivel
           open input receita-arquivo
           if fs-receita not = "00"
               display "Receita (RECEITA) indisponivel, status "
                       fs-receita "; uso teorico sai zerado."
               move 'S' to ws-receita-indisponivel
           end-if

           move 'N' to ws-vendas-indisponivel
           open input pizza-vendas
           if fs-vendas not = "00"
               display "Vendas (PIZZAVND) indisponiveis, status "
                       fs-vendas "; uso teorico sai zerado."
               move 'S' to ws-vendas-indisponivel
           end-if

           open output variacao-relat
           if fs-relatorio not = "00"
               display "Erro ao abrir o relatorio de variacao"
                       " (PIZZAVAR), status " fs-relatorio "."
               if modo-lote
                   move 16 to return-code
               end-if
               perform fecha-entradas-variacao
               go to relatorio-variacao-exit
           end-if

           move 0 to ws-lojas-relatadas
           move 0 to ws-itens-fora
           move 1 to ws-pagina

           move low-values to loj-codigo
           start loja-master key is not less than loj-codigo
               invalid key move "10" to fs-loja
           end-start

           move 'N' to ws-fim-loja
           if fs-loja = "10"
               move 'S' to ws-fim-loja
           end-if

           perform until ws-fim-loja = 'S'
               read loja-master next record
                   at end
                       move 'S' to ws-fim-loja
                   not at end
                       move loj-codigo to ws-loja-corrente
                       move loj-nome to ws-nome-loja
                       perform variacao-loja
               end-read
           end-perform

           if ws-lojas-relatadas = zero
               move spaces to ws-loja-corrente
               move "(NENHUMA LOJA COM DUAS CONTAGENS)"
                   to ws-nome-loja
               move 0 to ws-data-inicial
               move 0 to ws-data-final
               perform imprime-cabecalho-variacao
               move spaces to linha-relat
               move "NENHUMA LOJA TEM DUAS CONTAGENS APROVADAS COM UMA"
                   to linha-relat(1:49)
               move " SEMANA DE INTERVALO." to linha-relat(50:21)
               write linha-relat
           end-if

           close variacao-relat

           display "Relatorio de variacao gerado (PIZZAVAR); lojas: "
                   ws-lojas-relatadas "; itens fora da tolerancia: "
                   ws-itens-fora

      *---- RC 4 avisa que ha item a investigar -----------------------
           if modo-lote
               and return-code = zero
               and ws-itens-fora > zero
               move 4 to return-code
           end-if

           perform fecha-entradas-variacao

           .
       relatorio-variacao-exit.
           exit.


      *---- Fecha a receita e as vendas abertas para o relatorio ------
       fecha-entradas-variacao section.

           if ws-receita-indisponivel = 'N'
               close receita-arquivo
           end-if
           if ws-vendas-indisponivel = 'N'
               close pizza-vendas
           end-if

           .
       fecha-entradas-variacao-exit.
           exit.


      *---- Monta e imprime a variacao da loja corrente ---------------
       variacao-loja section.

           perform determina-datas-contagem
           if ws-data-final = zero
               or ws-data-inicial = zero
               go to variacao-loja-exit
           end-if

           add 1 to ws-lojas-relatadas

           move 0 to qtd-variacao
           perform carrega-contagens
           perform soma-entradas
           if ws-receita-indisponivel = 'N'
               and ws-vendas-indisponivel = 'N'
               perform soma-teorico
           end-if

           perform imprime-variacao-loja

           .
       variacao-loja-exit.
           exit.


      *---- Acha as datas das contagens final e inicial da loja -------
       determina-datas-contagem section.

           move 0 to ws-data-final
           move 0 to ws-data-inicial

           move ws-loja-corrente to cnt-loja
           move 0 to cnt-data
           move low-values to cnt-codigo
           start estoque-contagem key is not less than cnt-chave
               invalid key move "10" to fs-contagem
           end-start

           move 'N' to ws-fim-contagem
           if fs-contagem = "10"
               move 'S' to ws-fim-contagem
           end-if

           perform until ws-fim-contagem = 'S'
               read estoque-contagem next record
                   at end
                       move 'S' to ws-fim-contagem
                   not at end
                       if cnt-loja not = ws-loja-corrente
                           or cnt-data > ws-data-referencia
                           move 'S' to ws-fim-contagem
                       else
                           if cnt-aprovada
                               move cnt-data to ws-data-final
                           end-if
                       end-if
               end-read
           end-perform

           if ws-data-final = zero
               go to determina-datas-contagem-exit
           end-if

           perform calcula-data-limite

           move ws-loja-corrente to cnt-loja
           move 0 to cnt-data
           move low-values to cnt-codigo
           start estoque-contagem key is not less than cnt-chave
               invalid key move "10" to fs-contagem
           end-start

           move 'N' to ws-fim-contagem
           if fs-contagem = "10"
               move 'S' to ws-fim-contagem
           end-if

           perform until ws-fim-contagem = 'S'
               read estoque-contagem next record
                   at end
                       move 'S' to ws-fim-contagem
                   not at end
                       if cnt-loja not = ws-loja-corrente
                           or cnt-data > ws-data-limite
                           move 'S' to ws-fim-contagem
                       else
                           if cnt-aprovada
                               move cnt-data to ws-data-inicial
                           end-if
                       end-if
               end-read
           end-perform

           .
       determina-datas-contagem-exit.
           exit.


      *---- Data limite da contagem inicial = final - 7 dias ----------
      * Mesmo calculo do CALCULA-DATA-CORTE no compras.cbl.
       calcula-data-limite section.

           move ws-data-final(1:4) to ws-ano
           move ws-data-final(5:2) to ws-mes
           move ws-data-final(7:2) to ws-dia

           move 7 to ws-dias-a-voltar

           perform until ws-dias-a-voltar = zero
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
               subtract 1 from ws-dias-a-voltar
           end-perform

           compute ws-data-limite = (ws-ano * 10000)
                                  + (ws-mes * 100) + ws-dia

           .
       calcula-data-limite-exit.
           exit.


      *---- Carrega as quantidades das duas contagens na tabela -------
       carrega-contagens section.

           move ws-loja-corrente to cnt-loja
           move ws-data-inicial to cnt-data
           move low-values to cnt-codigo
           start estoque-contagem key is not less than cnt-chave
               invalid key move "10" to fs-contagem
           end-start

           move 'N' to ws-fim-contagem
           if fs-contagem = "10"
               move 'S' to ws-fim-contagem
           end-if

           perform until ws-fim-contagem = 'S'
               read estoque-contagem next record
                   at end
                       move 'S' to ws-fim-contagem
                   not at end
                       if cnt-loja not = ws-loja-corrente
                           or cnt-data > ws-data-final
                           move 'S' to ws-fim-contagem
                       else
                           if cnt-aprovada
                               and (cnt-data = ws-data-inicial
                                    or cnt-data = ws-data-final)
                               move cnt-codigo to codigo-consulta
                               perform localiza-variacao
                               perform guarda-contagem
                           end-if
                       end-if
               end-read
           end-perform

           .
       carrega-contagens-exit.
           exit.


      *---- Guarda a quantidade contada na linha localizada -----------
       guarda-contagem section.

           if ws-ind-encontrado = zero
               go to guarda-contagem-exit
           end-if

           if cnt-data = ws-data-inicial
               move cnt-qtd-contada to var-inicial(ws-ind-encontrado)
               move 'S' to var-tem-inicial(ws-ind-encontrado)
           else
               move cnt-qtd-contada to var-final(ws-ind-encontrado)
               move 'S' to var-tem-final(ws-ind-encontrado)
           end-if

           .
       guarda-contagem-exit.
           exit.


      *---- Localiza (ou abre) a linha de CODIGO-CONSULTA na tabela ---
      * Devolve o indice em WS-IND-ENCONTRADO (zero com tabela cheia).
       localiza-variacao section.

           move 0 to ws-ind-encontrado
           move 1 to ws-ind-busca
           perform until ws-ind-busca > qtd-variacao
                       or ws-ind-encontrado > 0
               if var-codigo(ws-ind-busca) = codigo-consulta
                   move ws-ind-busca to ws-ind-encontrado
               end-if
               add 1 to ws-ind-busca
           end-perform

           if ws-ind-encontrado > zero
               go to localiza-variacao-exit
           end-if

           if qtd-variacao >= max-ingredientes
               display "Tabela de variacao cheia (" max-ingredientes
                       "); ingrediente fora do relatorio: "
                       codigo-consulta
               go to localiza-variacao-exit
           end-if

           add 1 to qtd-variacao
           move qtd-variacao to ws-ind-encontrado
           move codigo-consulta to var-codigo(ws-ind-encontrado)
           move 'N' to var-tem-inicial(ws-ind-encontrado)
           move 'N' to var-tem-final(ws-ind-encontrado)
           move 0 to var-inicial(ws-ind-encontrado)
           move 0 to var-final(ws-ind-encontrado)
           move 0 to var-entradas(ws-ind-encontrado)
           move 0 to var-teorico(ws-ind-encontrado)

           .
       localiza-variacao-exit.
           exit.


      *---- Soma as entradas do periodo a partir do PIZZAESM ----------
      * Compras (E) e transferencias recebidas (T) entram; as
      * enviadas (S) saem. Baixas e ajustes de contagem ficam de
      * fora: sao justamente o que se quer medir.
       soma-entradas section.

           open input estoque-movimento
           if fs-movimento not = "00"
               go to soma-entradas-exit
           end-if

           move 'N' to ws-fim-movimento
           perform until ws-fim-movimento = 'S'
               read estoque-movimento
                   at end
                       move 'S' to ws-fim-movimento
                   not at end
                       if mov-loja = ws-loja-corrente
                           and mov-data-ref > ws-data-inicial
                           and mov-data-ref <= ws-data-final
                           and (mov-tipo = 'E' or mov-tipo = 'T'
                                or mov-tipo = 'S')
                           perform acumula-entrada
                       end-if
               end-read
           end-perform

           close estoque-movimento

           .
       soma-entradas-exit.
           exit.


      *---- Acumula um movimento nas entradas do ingrediente ----------
       acumula-entrada section.

           move mov-codigo to codigo-consulta
           perform localiza-variacao
           if ws-ind-encontrado = zero
               go to acumula-entrada-exit
           end-if

           if mov-tipo = 'S'
               subtract mov-quantidade
                   from var-entradas(ws-ind-encontrado)
           else
               add mov-quantidade to var-entradas(ws-ind-encontrado)
           end-if

           .
       acumula-entrada-exit.
           exit.


      *---- Soma o uso teorico: vendas do periodo x receita -----------
       soma-teorico section.

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
                       if vnd-loja = ws-loja-corrente
                           and vnd-data > ws-data-inicial
                           and vnd-data <= ws-data-final
                           perform explode-receita-venda
                       end-if
               end-read
           end-perform

           .
       soma-teorico-exit.
           exit.


      *---- Explode a receita da venda corrente no uso teorico --------
      * Mesma explosao do ACUMULA-CONSUMO-PIZZA no estoque.cbl.
       explode-receita-venda section.

           move vnd-nome to rec-nome
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
                       if rec-nome = vnd-nome
                           and rec-tamanho = vnd-tamanho
                           move rec-ing-codigo to codigo-consulta
                           perform localiza-variacao
                           if ws-ind-encontrado > zero
                               compute ws-consumo-item =
                                       rec-quantidade * vnd-quantidade
                               add ws-consumo-item
                                   to var-teorico(ws-ind-encontrado)
                           end-if
                       else
                           move 'S' to ws-fim-receita
                       end-if
               end-read
           end-perform

           .
       explode-receita-venda-exit.
           exit.


      *---- Imprime a pagina (ou paginas) de variacao da loja ---------
      * So entra o ingrediente contado nas duas contagens; os demais
      * sao somados no rodape como incompletos.
       imprime-variacao-loja section.

           move 0 to ws-valor-loja
           move 0 to ws-itens-loja
           move 0 to ws-itens-incompletos

           perform imprime-cabecalho-variacao

           move 1 to ind
           perform until ind > qtd-variacao
               if var-tem-inicial(ind) = 'S'
                   and var-tem-final(ind) = 'S'
                   perform imprime-item-variacao
               else
                   add 1 to ws-itens-incompletos
               end-if
               add 1 to ind
           end-perform

           move spaces to linha-relat
           write linha-relat

           move ws-itens-loja to ws-contador-ed
           move spaces to linha-relat
           string "INGREDIENTES COMPARADOS: " delimited by size
                  ws-contador-ed              delimited by size
                  into linha-relat
           end-string
           write linha-relat

           if ws-itens-incompletos > zero
               move ws-itens-incompletos to ws-contador-ed
               move spaces to linha-relat
               string "FORA DE UMA DAS CONTAGENS: " delimited by size
                      ws-contador-ed                delimited by size
                      into linha-relat
               end-string
               write linha-relat
           end-if

           move ws-valor-loja to ws-valor-loja-ed
           move spaces to linha-relat
           string "VALOR DA DIFERENCA NA LOJA: " delimited by size
                  ws-valor-loja-ed               delimited by size
                  into linha-relat
           end-string
           write linha-relat

           .
       imprime-variacao-loja-exit.
           exit.


      *---- Imprime as duas linhas de um ingrediente ------------------
       imprime-item-variacao section.

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-variacao
           end-if

           move var-codigo(ind) to ing-codigo
           read ingrediente-master
               invalid key
                   move "(SEM CADASTRO NO INSUMOS)" to ing-descricao
                   move spaces to ing-unidade
                   move 0 to ing-custo-unitario
           end-read

           compute ws-uso-real = var-inicial(ind) + var-entradas(ind)
                               - var-final(ind)
           compute ws-diferenca = ws-uso-real - var-teorico(ind)
           compute ws-valor-item rounded =
                   ws-diferenca * ing-custo-unitario
           add ws-valor-item to ws-valor-loja
           add 1 to ws-itens-loja

           move spaces to linha-relat
           move var-codigo(ind) to linha-relat(1:8)
           move ing-descricao to linha-relat(10:24)
           move ing-unidade to linha-relat(35:3)
           move var-inicial(ind) to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(39:11)
           move var-entradas(ind) to ws-sinal-ed
           move ws-sinal-ed to linha-relat(51:11)
           move var-final(ind) to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(63:11)
           write linha-relat

           move spaces to linha-relat
           move ws-valor-item to ws-valor-ed
           move ws-valor-ed to linha-relat(25:11)
           move ws-uso-real to ws-sinal-ed
           move ws-sinal-ed to linha-relat(39:11)
           move var-teorico(ind) to ws-quantidade-ed
           move ws-quantidade-ed to linha-relat(51:11)
           move ws-diferenca to ws-sinal-ed
           move ws-sinal-ed to linha-relat(63:11)

      *---- Fora da tolerancia nos dois sentidos: sobra grande tambem -
      * aponta receita errada ou entrada lancada a maior.
           compute ws-limite-tolerancia =
                   var-teorico(ind) * tolerancia-percentual / 100
           if (ws-diferenca > ws-limite-tolerancia
               or (0 - ws-diferenca) > ws-limite-tolerancia)
               and ws-diferenca not = zero
               move "<<" to linha-relat(76:2)
               add 1 to ws-itens-fora
           end-if
           write linha-relat

           add 2 to ws-linhas-na-pagina

           .
       imprime-item-variacao-exit.
           exit.


      *---- Escreve o cabecalho de uma pagina do relatorio de ---------
      * variacao (sempre com a loja e as datas das contagens).
       imprime-cabecalho-variacao section.

           if ws-pagina > 1
               move spaces to linha-relat
               write linha-relat before advancing page
           end-if

           move spaces to linha-relat
           string "VARIACAO SEMANAL DE ESTOQUE - USO REAL X TEORICO"
                  delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move ws-pagina to ws-pagina-ed
           move spaces to linha-relat
           string "Programa: CONTAGEM"      delimited by size
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
           string "Loja: "         delimited by size
                  ws-loja-corrente delimited by size
                  " - "            delimited by size
                  ws-nome-loja     delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           move "Contagem inicial: " to linha-relat(1:18)
           move ws-data-inicial to ws-data-entrada
           perform formata-data
           move ws-data-formatada to linha-relat(19:10)
           move "Contagem final: " to linha-relat(32:16)
           move ws-data-final to ws-data-entrada
           perform formata-data
           move ws-data-formatada to linha-relat(48:10)
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           move spaces to linha-relat
           string "CODIGO   DESCRICAO                UN  "
                  delimited by size
                  "    INICIAL    ENTRADAS       FINAL"
                  delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           string "                            VALOR     "
                  delimited by size
                  "   USO REAL     TEORICO   DIFERENCA"
                  delimited by size
                  into linha-relat
           end-string
           write linha-relat

           move spaces to linha-relat
           write linha-relat

           add 1 to ws-pagina
           move 0 to ws-linhas-na-pagina

           .
       imprime-cabecalho-variacao-exit.
           exit.


      *---- Edita WS-DATA-ENTRADA (AAAAMMDD) em WS-DATA-FORMATADA -----
       formata-data section.

           move ws-data-entrada(7:2) to ws-fmt-dia
           move ws-data-entrada(5:2) to ws-fmt-mes
           move ws-data-entrada(1:4) to ws-fmt-ano

           .
       formata-data-exit.
           exit.


       finaliza section.

           close estoque-contagem
           close estoque-saldo
           close ingrediente-master
           close loja-master

           if modo-lote
               perform grava-execucao
           end-if

           stop run
           .
       finaliza-exit.
           exit.


      *---- Anexa o registro desta execucao no controle (PIZZARUN) ----
      * So o modo VARIACAO grava; os contadores levam as lojas no
      * relatorio (1) e os itens fora da tolerancia (2).
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

           move "PZZACNT" to run-programa
           accept run-data from date yyyymmdd
           move ws-hora-inicio to run-hora-inicio
           accept run-hora-fim from time
           move return-code to run-rc
           move ws-lojas-relatadas to run-contador-1
           move ws-itens-fora to run-contador-2

           write execucao-registro

           close pizza-execucoes

           .
       grava-execucao-exit.
           exit.
