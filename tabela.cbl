               record key is mst-chave
               file status is fs-master.

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

           select tabela-impressa assign to "PIZZAPLI"
               organization is line sequential
               file status is fs-impressa.
               organization is line sequential
               file status is fs-interface.

           select pizza-perfil assign to "PIZZAALG"
               organization is indexed
               access mode is dynamic
               record key is alg-chave
               file status is fs-perfil.

           select matriz-alergenos assign to "PIZZAMAL"
               organization is line sequential
               file status is fs-matriz.

           select pizza-auditoria assign to "PIZZAAUD"
               organization is line sequential
               file status is fs-auditoria.
                 ==pizza-inativa== by ==mst-pizza-inativa==
                 ==status_pizza== by ==mst-status-pizza==.

      *---- Cadastro de lojas, mesmo layout mantido pelo LOJA ---------
      * Cada loja ativa recebe a sua tabela (ver PUBLICA-LOJA).
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
      * layout declarado la. Loja sem preco vigente sai com MST-PRECO.
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

      *---- Tabela de precos impressa (quadro do balcao) --------------
       FD  tabela-impressa
           label records are standard.
       01  linha-impressa                           pic x(80).

      *---- Interface para a plataforma de entrega --------------------
      * Uma linha por sabor e loja, campos de largura fixa separados
      * por ponto e virgula: data de vigencia (8), loja (3; em branco
      * na tabela unica do catalogo), nome (15), preco do broto, da
      * media e da grande (7 cada, com virgula decimal; tamanho nao
      * cadastrado sai zerado), os 8 alergenos na ordem da
      * TABELA-ALERGENOS (S contem, N nao contem, ? a confirmar),
      * vegetariana e vegana (S/N/?).
       FD  tabela-interface
           label records are standard.
       01  linha-interface                          pic x(65).

      *---- Perfil de alergenos e dieta por pizza/tamanho ------------
      * Mantido pelo INSUMOS a partir da receita e das marcas de cada
      * ingrediente (mesmo layout do insumos.cbl).
       FD  pizza-perfil
           label records are standard.
       01  perfil-registro.
           05 alg-chave.
               10 alg-nome                          pic x(15).
               10 alg-tamanho                       pic x(01).
           05 alg-alergenos.
               10 alg-alergeno occurs 8             pic x(01).
           05 alg-vegetariano                       pic x(01).
           05 alg-vegano                            pic x(01).
           05 alg-situacao                          pic x(01).
               88 alg-completo                      value 'C'.
               88 alg-incompleto                    value 'I'.
           05 alg-itens                             pic 9(03).
           05 alg-data-calculo                      pic 9(08).

      *---- Matriz de alergenos (uma linha por pizza/tamanho ativo) ---
       FD  matriz-alergenos
           label records are standard.
       01  linha-matriz                             pic x(80).

      *---- Trilha de auditoria, mesmo arquivo/layout do RELATORIO ----
      * (aqui registra quem publicou qual tabela e quando, para
       77 fs-impressa                              pic x(02).
       77 fs-interface                             pic x(02).
       77 fs-auditoria                             pic x(02).
       77 fs-perfil                                pic x(02).
       77 fs-matriz                                pic x(02).
       77 fs-loja                                  pic x(02).

      *---- Preco de tabela da loja (ver BUSCA-PRECO-LOJA); entradas --
      * em WS-PLJ-LOJA/DATA mais o registro lido do PIZZAMST.
       77 fs-precos-loja                           pic x(02).
       77 ws-precos-loja-indisponivel              pic x(01) value 'N'.
       77 ws-plj-loja                              pic x(03).
       77 ws-plj-data                              pic 9(08).
       77 ws-preco-tabela                          pic 9(05)v99.
       77 ws-fim-precos-loja                       pic x(01).

      *---- Uma tabela por loja ativa do LOJAMST; sem o cadastro (ou --
      * sem loja ativa) sai a tabela unica do catalogo, como antes.
      * A matriz de alergenos nao depende da loja e sai so na
      * primeira passada pelo mestre.
       77 ws-lojas-indisponivel                    pic x(01) value 'N'.
       77 ws-fim-lojas                             pic x(01).
       77 ws-lojas-publicadas                      pic 9(03).
       77 ws-primeira-passada                      pic x(01).

      *---- Variáveis do registro de execucao (PIZZARUN) --------------
       77 fs-execucao                              pic x(02).
       77 ws-fim-mestre                            pic x(01).
       77 ws-sabores-exportados                    pic 9(03).

      *---- Alergenos, na ordem de ALG-ALERGENO (ver insumos.cbl) -----
      * Sigla da tabela impressa e cabecalho da coluna da matriz.
       78 qtd-alergenos                             value 8.
       01 tabela-alergenos.
           05 filler                   pic x(14) value "GGLUGLUTEN".
           05 filler                   pic x(14) value "LLACLACTOSE".
           05 filler                   pic x(14) value "CCASCASTANHAS".
           05 filler                   pic x(14) value "AAMDAMENDOIM".
           05 filler                   pic x(14)
                                       value "RCRUCRUSTACEOS".
           05 filler                   pic x(14) value "PPEIPEIXE".
           05 filler                   pic x(14) value "OOVOOVO".
           05 filler                   pic x(14) value "SSOJSOJA".
       01 filler redefines tabela-alergenos.
           05 alergeno-item occurs 8.
               10 alergeno-sigla                   pic x(01).
               10 alergeno-coluna                  pic x(03).
               10 alergeno-nome                    pic x(10).

      *---- Alergenos acumulados do sabor corrente --------------------
      * Um alergeno de qualquer tamanho marca o sabor; vegetariana e
      * vegana so se todos os tamanhos forem. Tamanho sem perfil ou
      * com perfil incompleto deixa o sabor "a confirmar" (?).
       01 ws-sabor-alergenos.
           05 ws-sabor-alergeno occurs 8           pic x(01).
       77 ws-sabor-vegetariano                     pic x(01).
       77 ws-sabor-vegano                          pic x(01).
       77 ws-sabor-completo                        pic x(01).
       77 ws-perfil-disponivel                     pic x(01).
       77 ws-perfil-lido                           pic x(01).
       77 ws-perfis-pendentes                      pic 9(06).
       77 ind-alergeno                             pic 9(02).
       77 ws-coluna                                pic 9(02).
       77 ws-siglas                                pic x(08).
       77 ws-pagina-matriz                         pic 9(03).
       77 ws-linhas-na-matriz                      pic 9(02).

      *---- Variáveis da trilha de auditoria --------------------------
       77 ws-operador                              pic x(10).
       77 ws-auditoria-data                        pic 9(08).
           accept ws-hora-inicio from time

           move 0 to ws-sabores-exportados
           move 0 to ws-perfis-pendentes
           move 0 to ws-lojas-publicadas
           move 'S' to ws-primeira-passada

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(7:2) to ws-data-dia
               stop run
           end-if

           open output matriz-alergenos
           if fs-matriz not = "00"
               display "Erro ao abrir a matriz de alergenos"
                       " (PIZZAMAL), status " fs-matriz "; tabela"
                       " nao publicada."
               move 16 to return-code
               stop run
           end-if

      *---- Sem o perfil a tabela sai, mas com os alergenos "?" -------
           move 'S' to ws-perfil-disponivel
           open input pizza-perfil
           if fs-perfil not = "00"
               display "Aviso: perfil de alergenos (PIZZAALG)"
                       " indisponivel, status " fs-perfil ";"
                       " alergenos saem a confirmar (?)."
               move 'N' to ws-perfil-disponivel
           end-if

           open input loja-master
           if fs-loja not = "00"
               display "Aviso: cadastro de lojas (LOJAMST)"
                       " indisponivel, status " fs-loja "; sai so a"
                       " tabela do catalogo."
               move 'S' to ws-lojas-indisponivel
           end-if

           move 'N' to ws-precos-loja-indisponivel
           open input pizza-precos-loja
           if fs-precos-loja not = "00"
               move 'S' to ws-precos-loja-indisponivel
           end-if

           move 1 to ws-pagina
           move 0 to ws-linhas-na-pagina

           move 1 to ws-pagina-matriz
           move 0 to ws-linhas-na-matriz
           perform imprime-cabecalho-matriz

           .
       inicializa-exit.
           exit.


      *---- Publica uma tabela para cada loja ativa -------------------
       processamento section.

           move ws-data-vigencia to ws-plj-data

           if ws-lojas-indisponivel = 'N'
               move low-values to loj-codigo
               start loja-master key is not less than loj-codigo
                   invalid key move "10" to fs-loja
               end-start

               move 'N' to ws-fim-lojas
               if fs-loja = "10"
                   move 'S' to ws-fim-lojas
               end-if

               perform until ws-fim-lojas = 'S'
                   read loja-master next record
                       at end
                           move 'S' to ws-fim-lojas
                       not at end
                           if loj-ativa
                               move loj-codigo to ws-plj-loja
                               perform publica-loja
                           end-if
                   end-read
      *---- Falha de gravacao da interface encerra a publicacao ------
                   if return-code >= 16
                       move 'S' to ws-fim-lojas
                   end-if
               end-perform
           end-if

           if ws-lojas-publicadas = zero
               and return-code < 16
               move spaces to ws-plj-loja
               perform publica-loja
           end-if

           .
       processamento-exit.
           exit.


      *---- Varre o mestre agrupando os tamanhos de cada sabor --------
      * Uma passada por tabela publicada, com os precos da loja
      * WS-PLJ-LOJA (em branco = MST-PRECO) vigentes na data da
      * tabela. Cada loja comeca numa pagina nova.
       publica-loja section.

           perform imprime-cabecalho-tabela

           move spaces to ws-nome-corrente
           perform limpa-sabor-corrente

               perform descarrega-sabor
           end-if

           add 1 to ws-lojas-publicadas
           move 'N' to ws-primeira-passada

           .
       publica-loja-exit.
           exit.


           move 'N' to ws-tem-media
           move 'N' to ws-tem-grande

           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               move 'N' to ws-sabor-alergeno(ind-alergeno)
               add 1 to ind-alergeno
           end-perform
           move 'S' to ws-sabor-vegetariano
           move 'S' to ws-sabor-vegano
           move 'S' to ws-sabor-completo

           .
       limpa-sabor-corrente-exit.
           exit.
               perform limpa-sabor-corrente
           end-if

           perform busca-preco-loja

           evaluate mst-tamanho
               when 'B'
                   move ws-preco-tabela to ws-preco-broto
                   move 'S' to ws-tem-broto
               when 'M'
                   move ws-preco-tabela to ws-preco-media
                   move 'S' to ws-tem-media
               when 'G'
                   move ws-preco-tabela to ws-preco-grande
                   move 'S' to ws-tem-grande
               when other
                   display "Tamanho fora do cardapio no mestre,"
                           " ignorado: " mst-nome " " mst-tamanho
                   go to acumula-sabor-exit
           end-evaluate

           perform acumula-perfil

           .
       acumula-sabor-exit.
           exit.


      *---- Le o perfil da pizza corrente e escreve a linha da matriz -
      * Junta as marcas do tamanho nas do sabor. Pizza ativa sem
      * perfil (sem receita montada) ou com perfil incompleto conta
      * como pendente e leva o RC=4. A linha da matriz e a contagem
      * de pendentes so valem na primeira passada (a primeira loja).
       acumula-perfil section.

           move 'N' to ws-perfil-lido
           if ws-perfil-disponivel = 'S'
               move mst-nome to alg-nome
               move mst-tamanho to alg-tamanho
               read pizza-perfil
                   invalid key
                       continue
                   not invalid key
                       move 'S' to ws-perfil-lido
               end-read
           end-if

           if ws-linhas-na-matriz >= linhas-por-pagina
               and ws-primeira-passada = 'S'
               perform imprime-cabecalho-matriz
           end-if

           move spaces to linha-matriz
           move mst-nome to linha-matriz(1:15)
           move mst-tamanho to linha-matriz(17:1)

           if ws-perfil-lido = 'N'
               perform marca-perfil-ausente
           else
               perform marca-perfil-lido
           end-if

           if ws-primeira-passada = 'S'
               write linha-matriz
               add 1 to ws-linhas-na-matriz
           end-if

           .
       acumula-perfil-exit.
           exit.


      *---- Linha da matriz de pizza ativa sem perfil -----------------
       marca-perfil-ausente section.

           move 'N' to ws-sabor-completo
           if ws-primeira-passada = 'S'
               add 1 to ws-perfis-pendentes
           end-if
           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               compute ws-coluna = 21 + (ind-alergeno - 1) * 4
               move "?" to linha-matriz(ws-coluna:1)
               add 1 to ind-alergeno
           end-perform
           move " ?" to linha-matriz(53:2)
           move " ?" to linha-matriz(58:2)
           if ws-perfil-disponivel = 'S'
               move "SEM RECEITA" to linha-matriz(63:11)
           else
               move "SEM PERFIL" to linha-matriz(63:10)
           end-if

           .
       marca-perfil-ausente-exit.
           exit.


      *---- Linha da matriz com o perfil lido; junta-o no sabor -------
       marca-perfil-lido section.

           if alg-incompleto
               move 'N' to ws-sabor-completo
               if ws-primeira-passada = 'S'
                   add 1 to ws-perfis-pendentes
               end-if
           end-if

           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               compute ws-coluna = 21 + (ind-alergeno - 1) * 4
               if alg-alergeno(ind-alergeno) = 'S'
                   move 'S' to ws-sabor-alergeno(ind-alergeno)
                   move "X" to linha-matriz(ws-coluna:1)
               else
                   if alg-incompleto
                       move "?" to linha-matriz(ws-coluna:1)
                   else
                       move "-" to linha-matriz(ws-coluna:1)
                   end-if
               end-if
               add 1 to ind-alergeno
           end-perform

           if alg-vegetariano not = 'S'
               move 'N' to ws-sabor-vegetariano
           end-if
           if alg-vegano not = 'S'
               move 'N' to ws-sabor-vegano
           end-if

           if alg-incompleto
               move " ?" to linha-matriz(53:2)
               move " ?" to linha-matriz(58:2)
               move "INCOMPLETO" to linha-matriz(63:10)
           else
               if alg-vegetariano = 'S'
                   move "SIM" to linha-matriz(53:3)
               else
                   move "NAO" to linha-matriz(53:3)
               end-if
               if alg-vegano = 'S'
                   move "SIM" to linha-matriz(58:3)
               else
                   move "NAO" to linha-matriz(58:3)
               end-if
           end-if

           .
       marca-perfil-lido-exit.
           exit.


      *---- Escreve a linha do sabor nos dois arquivos ----------------
       descarrega-sabor section.

           if ws-primeira-passada = 'S'
               add 1 to ws-sabores-exportados
           end-if

           if ws-linhas-na-pagina >= linhas-por-pagina
               perform imprime-cabecalho-tabela
               move "     -" to linha-impressa(36:6)
           end-if

      *---- Siglas dos alergenos do sabor e marca de dieta ------------
      * (so o que e certo; sabor pendente leva um ? no fim)
           move spaces to ws-siglas
           move 0 to ws-coluna
           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               if ws-sabor-alergeno(ind-alergeno) = 'S'
                   add 1 to ws-coluna
                   move alergeno-sigla(ind-alergeno)
                     to ws-siglas(ws-coluna:1)
               end-if
               add 1 to ind-alergeno
           end-perform
           move ws-siglas to linha-impressa(44:8)

           if ws-sabor-completo = 'S'
               if ws-sabor-vegano = 'S'
                   move "VG" to linha-impressa(53:2)
               else
                   if ws-sabor-vegetariano = 'S'
                       move "V" to linha-impressa(53:1)
                   end-if
               end-if
           else
               move "?" to linha-impressa(56:1)
           end-if

           write linha-impressa
           add 1 to ws-linhas-na-pagina

      * por ponto e virgula (tamanho sem cadastro sai zerado)
           move spaces to linha-interface
           string ws-data-vigencia    delimited by size
                  ";"                 delimited by size
                  ws-plj-loja         delimited by size
                  ";"                 delimited by size
                  ws-nome-corrente    delimited by size
                  ";"                 delimited by size
           end-string

           move ws-preco-broto to ws-preco-int-ed
           move ws-preco-int-ed to linha-interface(30:7)
           move ";" to linha-interface(37:1)

           move ws-preco-media to ws-preco-int-ed
           move ws-preco-int-ed to linha-interface(38:7)
           move ";" to linha-interface(45:1)

           move ws-preco-grande to ws-preco-int-ed
           move ws-preco-int-ed to linha-interface(46:7)
           move ";" to linha-interface(53:1)

           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               compute ws-coluna = 53 + ind-alergeno
               if ws-sabor-alergeno(ind-alergeno) = 'S'
                   move "S" to linha-interface(ws-coluna:1)
               else
                   if ws-sabor-completo = 'S'
                       move "N" to linha-interface(ws-coluna:1)
                   else
                       move "?" to linha-interface(ws-coluna:1)
                   end-if
               end-if
               add 1 to ind-alergeno
           end-perform
           move ";" to linha-interface(62:1)
           move ";" to linha-interface(64:1)

           if ws-sabor-completo = 'S'
               move ws-sabor-vegetariano to linha-interface(63:1)
               move ws-sabor-vegano to linha-interface(65:1)
           else
               move "?" to linha-interface(63:1)
               move "?" to linha-interface(65:1)
           end-if

           write linha-interface
           if fs-interface not = "00"
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


      *---- Escreve o cabecalho de uma nova pagina da tabela ----------
       imprime-cabecalho-tabela section.

           end-string
           write linha-impressa

           move spaces to linha-impressa
           if ws-plj-loja = spaces
               move "LOJA: TODAS (PRECOS DO CATALOGO)"
                 to linha-impressa
           else
               string "LOJA: "        delimited by size
                      ws-plj-loja     delimited by size
                      " - "           delimited by size
                      loj-nome        delimited by size
                      into linha-impressa
               end-string
           end-if
           write linha-impressa

           move spaces to linha-impressa
           write linha-impressa

           string "SABOR            " delimited by size
                  "BROTO    "         delimited by size
                  "MEDIA    "         delimited by size
                  "GRANDE   "         delimited by size
                  "  ALERGENOS DIETA" delimited by size
                  into linha-impressa
           end-string
           write linha-impressa
           exit.


      *---- Escreve o cabecalho de uma nova pagina da matriz ----------
       imprime-cabecalho-matriz section.

           if ws-pagina-matriz > 1
               move spaces to linha-matriz
               write linha-matriz before advancing page
           end-if

           move spaces to linha-matriz
           string "MATRIZ DE ALERGENOS - VIGENCIA "
                  delimited by size
                  ws-data-vigencia delimited by size
                  into linha-matriz
           end-string
           write linha-matriz

           move ws-pagina-matriz to ws-pagina-ed
           move spaces to linha-matriz
           string "Programa: TABELA"        delimited by size
                  "   Gerada em: "          delimited by size
                  ws-data-dia               delimited by size
                  "/"                       delimited by size
                  ws-data-mes               delimited by size
                  "/"                       delimited by size
                  ws-data-ano               delimited by size
                  "   Pagina: "             delimited by size
                  ws-pagina-ed              delimited by size
                  into linha-matriz
           end-string
           write linha-matriz

           move spaces to linha-matriz
           write linha-matriz

           move spaces to linha-matriz
           move "SABOR" to linha-matriz(1:5)
           move "T" to linha-matriz(17:1)
           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               compute ws-coluna = 20 + (ind-alergeno - 1) * 4
               move alergeno-coluna(ind-alergeno)
                 to linha-matriz(ws-coluna:3)
               add 1 to ind-alergeno
           end-perform
           move "VEG" to linha-matriz(53:3)
           move "VGN" to linha-matriz(58:3)
           move "OBSERVACAO" to linha-matriz(63:10)
           write linha-matriz

           move spaces to linha-matriz
           write linha-matriz

           add 1 to ws-pagina-matriz
           move 0 to ws-linhas-na-matriz

           .
       imprime-cabecalho-matriz-exit.
           exit.


      *---- Registra a publicacao na trilha de auditoria --------------
      * Mesmas colunas das demais linhas da trilha, com *TABELA* no
      * lugar do nome da pizza e o status PUBLICADA. A data/hora da
           end-string
           write linha-impressa

           move ws-lojas-publicadas to ws-contador-ed
           move spaces to linha-impressa
           string "TABELAS PUBLICADAS: " delimited by size
                  ws-contador-ed         delimited by size
                  into linha-impressa
           end-string
           write linha-impressa

      *---- Legenda das siglas de alergeno e dieta --------------------
           move spaces to linha-impressa
           write linha-impressa
           move "ALERGENOS: G=GLUTEN L=LACTOSE C=CASTANHAS A=AMENDOIM"
             to linha-impressa
           write linha-impressa
           move "           R=CRUSTACEOS P=PEIXE O=OVO S=SOJA"
             to linha-impressa
           write linha-impressa
           move "DIETA: V=VEGETARIANA VG=VEGANA   ?=A CONFIRMAR"
             to linha-impressa
           write linha-impressa

           move spaces to linha-matriz
           write linha-matriz
           move ws-perfis-pendentes to ws-contador-ed
           move spaces to linha-matriz
           string "PIZZAS COM PERFIL PENDENTE: " delimited by size
                  ws-contador-ed                 delimited by size
                  into linha-matriz
           end-string
           write linha-matriz

           close pizza-master
           close tabela-impressa
           close tabela-interface
           close matriz-alergenos
           if ws-perfil-disponivel = 'S'
               close pizza-perfil
           end-if
           if ws-lojas-indisponivel = 'N'
               close loja-master
           end-if
           if ws-precos-loja-indisponivel = 'N'
               close pizza-precos-loja
           end-if

      *---- Perfil pendente nao segura a publicacao (RC=4): ----------
      * os precos saem e o alergeno incerto vai como ? ate o INSUMOS
      * completar as marcas.
           if ws-perfis-pendentes > zero
               and return-code = zero
               display "Aviso: " ws-perfis-pendentes
                       " pizza(s) ativa(s) sem perfil de alergenos"
                       " completo; veja o PIZZAMAL."
               move 4 to return-code
           end-if

      *---- So uma publicacao completa vira PUBLICADA na trilha: ------
      * uma interface truncada por falha de gravacao (RC=16 em
      * DESCARREGA-SABOR) nao pode ser provada como publicada.
           if return-code < 16
               perform grava-auditoria-publicacao
               display "Tabela de precos publicada"
                       " (PIZZAPLI/PIZZAPLD); sabores: "


      *---- Anexa o registro desta execucao no controle (PIZZARUN) ----
      * O contador 1 leva os sabores publicados e o 2 as pizzas com
      * perfil de alergenos pendente.
       grava-execucao section.

           open extend pizza-execucoes
           accept run-hora-fim from time
           move return-code to run-rc
           move ws-sabores-exportados to run-contador-1
           move ws-perfis-pendentes to run-contador-2

           write execucao-registro

