      * Divisão de identificação do programa
       Identification Division.
       Program-id. "fornec".
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

      *---- Cadastro de fornecedores ----------------------------------
      * O codigo e o que viaja no pedido de compra (ped-fornecedor);
      * o prazo de entrega em dias corridos e o que o PEDIDO usa para
      * prever a chegada e cobrar os atrasados.
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

      *---- Fornecedor de cada ingrediente ----------------------------
      * Um fornecedor por ingrediente (o de costume); FIN-CUSTO-
      * COMBINADO e o preco negociado com ele, zero = vale o
      * ING-CUSTO-UNITARIO do INGRMST. E por aqui que o PEDIDO
      * separa a sugestao de compras em pedidos por fornecedor.
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

       77 fs-fornecedor                            pic x(02).
       77 fs-vinculo                               pic x(02).
       77 fs-ingrediente                           pic x(02).
       77 fs-auditoria                             pic x(02).

      *---- Variáveis da identificacao do operador (sign-on) ----------
       77 fs-operadores                            pic x(02).
       77 ws-operador                              pic x(10).
       77 ws-senha-digitada                        pic x(08).
       77 ws-tentativas-acesso                     pic 9(01).
       77 ws-acesso-liberado                       pic x(01).
       77 ws-acesso-valido                         pic x(01).
       77 ws-nivel-operador                        pic x(01).
           88 operador-supervisor                  value '2'.

       77 opcao                                    pic x(01).
       77 entrada-valida                           pic x(01).
       77 codigo-consulta                          pic x(05).
       77 ingrediente-consulta                     pic x(08).
       77 ws-prazo                                 pic 9(03).
       77 ws-custo                                 pic 9(05)v99.
       77 ws-custo-ed                              pic zzzz9,99.

      *---- Variáveis da trilha de auditoria --------------------------
      * Mesmas colunas gravadas pelos demais programas; o campo do
      * nome da pizza leva o codigo do fornecedor (ou do ingrediente,
      * no vinculo) e o do preco o custo combinado.
       77 ws-status-auditoria                      pic x(09).
       77 ws-auditoria-data                        pic 9(08).
       77 ws-auditoria-hora                        pic 9(08).
       77 ws-auditoria-nome                        pic x(15).
       77 ws-auditoria-preco-ed                    pic 9(04),99.

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

           perform identifica-operador

           perform abre-fornecedor
           perform abre-vinculo

           open input ingrediente-master
           if fs-ingrediente not = "00"
               display "Erro ao abrir o catalogo de ingredientes"
                       " (INGRMST), status " fs-ingrediente ";"
                       " cadastre os ingredientes no INSUMOS antes"
                       " dos fornecedores."
               stop run
           end-if

           .
       inicializa-exit.
           exit.


      *---- Abre (ou cria, se ainda não existir) o cadastro -----------
       abre-fornecedor section.

           open i-o fornecedor-master

           if fs-fornecedor = "35"
               open output fornecedor-master
               close fornecedor-master
               open i-o fornecedor-master
           end-if

           if fs-fornecedor not = "00"
               display "Erro ao abrir o cadastro de fornecedores"
                       " (FORNMST), status " fs-fornecedor "."
               stop run
           end-if

           .
       abre-fornecedor-exit.
           exit.


      *---- Abre (ou cria, se ainda não existir) o vinculo ------------
       abre-vinculo section.

           open i-o fornecedor-ingrediente

           if fs-vinculo = "35"
               open output fornecedor-ingrediente
               close fornecedor-ingrediente
               open i-o fornecedor-ingrediente
           end-if

           if fs-vinculo not = "00"
               display "Erro ao abrir o vinculo fornecedor x"
                       " ingrediente (FORNING), status " fs-vinculo
                       "."
               stop run
           end-if

           .
       abre-vinculo-exit.
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


      *---- Menu principal da manutencao de fornecedores --------------
       processamento section.

           move space to opcao

           perform until opcao = 'S'

               display erase
               display "Cadastro de Fornecedores"
               display "I - Incluir Fornecedor"
               display "C - Corrigir Fornecedor"
               display "D - Desativar Fornecedor"
               display "L - Listar Fornecedores"
               display "V - Vincular Ingrediente ao Fornecedor"
               display "S - Sair"
               display "Informe a Opcao"
               accept opcao

               evaluate opcao
                   when 'I'
                       perform incluir-fornecedor
                   when 'C'
                       perform corrigir-fornecedor
                   when 'D'
                       perform desativar-fornecedor
                   when 'L'
                       perform listar-fornecedores
                   when 'V'
                       perform vincular-ingrediente
                   when 'S'
                       continue
                   when other
                       display "Opcao Invalida"
               end-evaluate

           end-perform

           .
       processamento-exit.
           exit.


      *---- Inclui um fornecedor novo ---------------------------------
       incluir-fornecedor section.

           display "Informe o codigo do fornecedor (5 posicoes)"
           accept for-codigo
           move for-codigo to codigo-consulta

           if for-codigo = spaces
               display "Codigo em branco; fornecedor nao incluido."
               go to incluir-fornecedor-exit
           end-if

           display "Informe o nome do fornecedor"
           accept for-nome

           display "Informe o telefone"
           accept for-telefone

           perform aceita-prazo-entrega
           move ws-prazo to for-prazo-entrega

           move 'A' to for-situacao

           write fornecedor-registro
               invalid key
                   display "Fornecedor ja cadastrado. Use Corrigir."
               not invalid key
                   display "Fornecedor incluido com sucesso."
           end-write

           if fs-fornecedor = "00"
               move "INCLUIDA" to ws-status-auditoria
           else
               move "ERRO" to ws-status-auditoria
           end-if
           move codigo-consulta to ws-auditoria-nome
           move 0 to ws-auditoria-preco-ed
           perform grava-auditoria-fornecedor

           .
       incluir-fornecedor-exit.
           exit.


      *---- Corrige nome, telefone e prazo de um fornecedor -----------
       corrigir-fornecedor section.

           display "Informe o codigo do fornecedor a corrigir"
           accept codigo-consulta
           move codigo-consulta to for-codigo

           read fornecedor-master
               invalid key
                   display "Fornecedor nao encontrado."
                   go to corrigir-fornecedor-exit
           end-read

           display "Nome atual: " for-nome
           display "Informe o novo nome"
           accept for-nome

           display "Telefone atual: " for-telefone
           display "Informe o novo telefone"
           accept for-telefone

           display "Prazo de entrega atual (dias): " for-prazo-entrega
           perform aceita-prazo-entrega
           move ws-prazo to for-prazo-entrega

           move 'A' to for-situacao

           rewrite fornecedor-registro
               invalid key
                   display "Erro ao corrigir o fornecedor."
               not invalid key
                   display "Fornecedor corrigido com sucesso."
           end-rewrite

           if fs-fornecedor = "00"
               move "CORRIGIDA" to ws-status-auditoria
           else
               move "ERRO" to ws-status-auditoria
           end-if
           move codigo-consulta to ws-auditoria-nome
           move 0 to ws-auditoria-preco-ed
           perform grava-auditoria-fornecedor

           .
       corrigir-fornecedor-exit.
           exit.


      *---- Pede o prazo de entrega ate vir um numero valido ----------
       aceita-prazo-entrega section.

           move 'N' to entrada-valida

           perform until entrada-valida = 'S'
               display "Informe o prazo de entrega (dias corridos)"
               accept ws-prazo

               if ws-prazo is not numeric
                   display "Prazo invalido. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           .
       aceita-prazo-entrega-exit.
           exit.


      *---- Desativa um fornecedor (mantido, sem pedidos novos) -------
       desativar-fornecedor section.

           display "Informe o codigo do fornecedor a desativar"
           accept codigo-consulta
           move codigo-consulta to for-codigo

           read fornecedor-master
               invalid key
                   display "Fornecedor nao encontrado."
                   go to desativar-fornecedor-exit
           end-read

           move 'I' to for-situacao

           rewrite fornecedor-registro
               invalid key
                   display "Erro ao desativar o fornecedor."
               not invalid key
                   display "Fornecedor desativado com sucesso."
           end-rewrite

           if fs-fornecedor = "00"
               move "INATIVADA" to ws-status-auditoria
           else
               move "ERRO" to ws-status-auditoria
           end-if
           move codigo-consulta to ws-auditoria-nome
           move 0 to ws-auditoria-preco-ed
           perform grava-auditoria-fornecedor

           .
       desativar-fornecedor-exit.
           exit.


      *---- Lista todos os fornecedores cadastrados -------------------
       listar-fornecedores section.

           move spaces to for-codigo
           start fornecedor-master key is not less than for-codigo
               invalid key move "10" to fs-fornecedor
           end-start

           perform until fs-fornecedor = "10"
               read fornecedor-master next record
                   at end
                       move "10" to fs-fornecedor
                   not at end
                       display for-codigo " " for-nome " "
                               for-telefone " " for-prazo-entrega
                               " " for-situacao
               end-read
           end-perform

           .
       listar-fornecedores-exit.
           exit.


      *---- Vincula (ou troca) o fornecedor de um ingrediente ---------
      * O custo combinado e opcional: zero deixa o pedido usar o
      * ING-CUSTO-UNITARIO corrente do INGRMST.
       vincular-ingrediente section.

           display "Informe o codigo do ingrediente"
           accept ingrediente-consulta
           move ingrediente-consulta to ing-codigo

           read ingrediente-master
               invalid key
                   display "Ingrediente nao cadastrado no INSUMOS."
                   go to vincular-ingrediente-exit
           end-read

           display "Ingrediente: " ing-descricao

           display "Informe o codigo do fornecedor"
           accept codigo-consulta
           move codigo-consulta to for-codigo

           read fornecedor-master
               invalid key
                   display "Fornecedor nao encontrado."
                   go to vincular-ingrediente-exit
           end-read

           if for-inativo
               display "Fornecedor desativado; vinculo nao gravado."
               go to vincular-ingrediente-exit
           end-if

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display "Informe o custo combinado por unidade"
                       " (0 = custo do INSUMOS)"
               accept ws-custo

               if ws-custo is not numeric
                   display "Custo invalido. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           move ingrediente-consulta to fin-ing-codigo
           read fornecedor-ingrediente
               invalid key
                   move codigo-consulta to fin-fornecedor
                   move ws-custo to fin-custo-combinado
                   write vinculo-registro
                       invalid key
                           display "Erro ao gravar o vinculo, status "
                                   fs-vinculo
                   end-write
                   move "INCLUIDA" to ws-status-auditoria
               not invalid key
                   move codigo-consulta to fin-fornecedor
                   move ws-custo to fin-custo-combinado
                   rewrite vinculo-registro
                       invalid key
                           display "Erro ao atualizar o vinculo,"
                                   " status " fs-vinculo
                   end-rewrite
                   move "CORRIGIDA" to ws-status-auditoria
           end-read

           if fs-vinculo = "00"
               display "Ingrediente vinculado ao fornecedor "
                       for-nome
           else
               move "ERRO" to ws-status-auditoria
           end-if
           move ingrediente-consulta to ws-auditoria-nome
           move ws-custo to ws-auditoria-preco-ed
           perform grava-auditoria-fornecedor

           .
       vincular-ingrediente-exit.
           exit.


      *---- Registra na trilha de auditoria uma acao deste cadastro ---
      * Mesmas colunas gravadas pelos demais programas, com o codigo
      * mantido no lugar do nome da pizza.
       grava-auditoria-fornecedor section.

           open extend pizza-auditoria
           if fs-auditoria not = "00"
               open output pizza-auditoria
           end-if

           accept ws-auditoria-data from date yyyymmdd
           accept ws-auditoria-hora from time

           move spaces to linha-auditoria
           string ws-operador           delimited by size
                  " "                   delimited by size
                  ws-auditoria-data     delimited by size
                  " "                   delimited by size
                  ws-auditoria-hora     delimited by size
                  " "                   delimited by size
                  ws-auditoria-nome     delimited by size
                  " "                   delimited by size
                  "- "                  delimited by size
                  "000 "                delimited by size
                  ws-auditoria-preco-ed delimited by size
                  " "                   delimited by size
                  ws-status-auditoria   delimited by size
                  into linha-auditoria
           end-string

           write linha-auditoria

           close pizza-auditoria

           .
       grava-auditoria-fornecedor-exit.
           exit.


       finaliza section.

           close fornecedor-master
           close fornecedor-ingrediente
           close ingrediente-master

           stop run
           .
       finaliza-exit.
           exit.
