               record key is pen-chave
               file status is fs-pendentes.

           select pizza-precos-loja assign to "PIZZAPLJ"
               organization is indexed
               access mode is dynamic
               record key is plj-chave
               file status is fs-precos-loja.

           select loja-master assign to "LOJAMST"
               organization is indexed
               access mode is dynamic
               record key is loj-codigo
               file status is fs-loja.

           select pizza-trava assign to "PIZZALCK"
               organization is line sequential
               file status is fs-trava.

      *---- Correcoes de preco aguardando o supervisor (ver SUPERV) ---
      * Uma correcao acima do limite percentual nao vai direto para o
      * mestre: fica aqui ate o supervisor aplicar ou recusar. O preco
      * proprio de uma loja (opcao L) tambem passa por aqui, com
      * PEN-LOJA e PEN-DATA-VIGENCIA preenchidas; na correcao do
      * catalogo PEN-LOJA fica em branco.
       FD  pizza-pendentes
           label records are standard.
       01  pendente-registro.
               88 pen-pendente                      value 'P'.
               88 pen-aprovada                      value 'A'.
               88 pen-recusada                      value 'R'.
           05 pen-loja                              pic x(03).
           05 pen-data-vigencia                     pic 9(08).

      *---- Precos proprios das lojas (PIZZAPLJ), gravados pelo -------
      * SUPERV na aprovacao; aqui so lidos, para mostrar o preco
      * vigente da loja ao propor um novo (ver PRECO-POR-LOJA).
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

      *---- Cadastro de lojas, mesmo layout mantido pelo LOJA ---------
       FD  loja-master
           label records are standard.
       01  loja-registro.
           05 loj-codigo                            pic x(03).
           05 loj-nome                              pic x(30).
           05 loj-situacao                          pic x(01).
               88 loj-ativa                         value 'A'.
               88 loj-inativa                       value 'I'.



       77 ws-limite-ed                             pic zz9,99.
       77 ws-variacao-ed                           pic z(6)9,99.

      *---- Preco de tabela da loja (ver BUSCA-PRECO-LOJA); entradas --
      * em WS-PLJ-LOJA/DATA mais o registro lido do PIZZAMST.
       77 fs-precos-loja                           pic x(02).
       77 ws-precos-loja-indisponivel              pic x(01) value 'N'.
       77 ws-plj-loja                              pic x(03).
       77 ws-plj-data                              pic 9(08).
       77 ws-preco-tabela                          pic 9(05)v99.
       77 ws-fim-precos-loja                       pic x(01).

      *---- Variáveis do preco por loja (opcao L) ---------------------
       77 fs-loja                                  pic x(02).
       77 ws-lojas-indisponivel                    pic x(01) value 'N'.
       77 ws-data-sistema                          pic 9(08).
       77 ws-preco-loja-novo                       pic s9(03)v99.
       77 ws-preco-tabela-ed                       pic zz.zz9,99.

      *---- Variáveis para comunicação entre programas
       linkage section.

           perform abre-auditoria
           perform le-parametros
           perform abre-pendentes
           perform abre-precos-loja

           .
       inicializa-exit.
           exit.


      *---- Abre o cadastro de lojas e os precos proprios delas -------
      * So a opcao L os usa; sem o cadastro de lojas ela fica
      * bloqueada, e sem os precos (arquivo ainda nao criado pelo
      * SUPERV) toda loja parte do MST-PRECO.
       abre-precos-loja section.

           accept ws-data-sistema from date yyyymmdd

           move 'N' to ws-lojas-indisponivel
           open input loja-master
           if fs-loja not = "00"
               move 'S' to ws-lojas-indisponivel
           end-if

           move 'N' to ws-precos-loja-indisponivel
           open input pizza-precos-loja
           if fs-precos-loja not = "00"
               move 'S' to ws-precos-loja-indisponivel
           end-if

           .
       abre-precos-loja-exit.
           exit.


      *---- Abre (ou cria) a trilha de auditoria em modo de anexacao --
      * (mesmo arquivo PIZZAAUD que o RELATORIO usa, ver req 005).
       abre-auditoria section.
               display "I - Incluir Pizza"
               display "C - Corrigir Pizza"
               display "D - Desativar Pizza"
               display "L - Preco por Loja"
               display "S - Sair"
               display "Informe a Opcao"
               accept opcao
                       perform corrigir-pizza
                   when 'D'
                       perform desativar-pizza
                   when 'L'
                       perform preco-por-loja
                   when 'S'
                       continue
                   when other
           move mst-preco        to pen-preco-novo
           move ws-operador      to pen-operador
           move 'P'              to pen-situacao
           move spaces           to pen-loja
           move 0                to pen-data-vigencia

           write pendente-registro
               invalid key
           exit.


      *---- Propoe o preco proprio de uma loja para uma pizza ---------
      * Exclusivo da alcada de supervisor. O preco nunca vai direto
      * para o PIZZAPLJ: vira pendencia no PIZZAPEN, com a loja e a
      * data de vigencia, e so vale depois de aprovado no SUPERV,
      * como as correcoes de preco do catalogo. Preco zero devolve a
      * loja ao preco do catalogo a partir da vigencia.
       preco-por-loja section.

      *---- A recusa vai para a trilha como NEGADA; a rotina do ------
      * sign-on abre e fecha o PIZZAAUD, entao a trilha desta sessao
      * e fechada antes e reaberta depois.
           if not operador-supervisor
               display "Apenas supervisores mantem precos por loja."
               close pizza-auditoria
               perform grava-auditoria-acesso
               perform abre-auditoria
               go to preco-por-loja-exit
           end-if

           if ws-lojas-indisponivel = 'S'
               display "Cadastro de lojas (LOJAMST) indisponivel,"
                       " status " fs-loja "; opcao bloqueada."
               go to preco-por-loja-exit
           end-if

           display "Informe a loja"
           accept ws-plj-loja
           move ws-plj-loja to loj-codigo
           read loja-master
               invalid key
                   display "Loja nao cadastrada."
                   go to preco-por-loja-exit
           end-read

           if not loj-ativa
               display "Loja desativada; preco nao proposto."
               go to preco-por-loja-exit
           end-if

           display "Informe o nome da pizza"
           accept nome-consulta
           display "Informe o tamanho (B/M/G)"
           accept tamanho-consulta
           move nome-consulta to mst-nome
           move tamanho-consulta to mst-tamanho

           read pizza-master
               invalid key
                   display "Pizza nao encontrada."
                   go to preco-por-loja-exit
           end-read

           if mst-pizza-inativa
               display "Pizza desativada no catalogo; preco nao"
                       " proposto."
               go to preco-por-loja-exit
           end-if

           display "Informe a data de vigencia (AAAAMMDD)"
           accept ws-plj-data

           if ws-plj-data is not numeric
               or ws-plj-data < ws-data-sistema
               display "Data de vigencia invalida (a partir de hoje,"
                       " " ws-data-sistema ")."
               go to preco-por-loja-exit
           end-if

           perform busca-preco-loja

           move mst-preco to ws-preco-tabela-ed
           display " Preco do catalogo:       " ws-preco-tabela-ed
           move ws-preco-tabela to ws-preco-tabela-ed
           display " Preco da loja na data:   " ws-preco-tabela-ed

           move 'N' to entrada-valida
           perform until entrada-valida = 'S'
               display " Informe o novo preco da loja"
                       " (0 = volta ao catalogo)"
               accept ws-preco-loja-novo

               if ws-preco-loja-novo is not numeric
                   or ws-preco-loja-novo < zero
                   display "Preco invalido. Informe novamente"
               else
                   move 'S' to entrada-valida
               end-if
           end-perform

           move mst-nome         to pen-nome
           move mst-tamanho      to pen-tamanho
           accept pen-data from date yyyymmdd
           accept pen-hora from time
           move mst-diametro     to pen-diametro-novo
           move ws-preco-tabela  to pen-preco-antigo
           move ws-preco-loja-novo to pen-preco-novo
           move ws-operador      to pen-operador
           move 'P'              to pen-situacao
           move ws-plj-loja      to pen-loja
           move ws-plj-data      to pen-data-vigencia

           write pendente-registro
               invalid key
                   display "Erro ao gravar a pendencia, status "
                           fs-pendentes
           end-write

           if fs-pendentes = "00"
               display "Preco da loja " pen-loja " enviado para"
                       " aprovacao do supervisor (SUPERV)."
               move "PENDENTE" to ws-status-auditoria
           else
               move "ERRO" to ws-status-auditoria
           end-if
           perform grava-auditoria-loja

           .
       preco-por-loja-exit.
           exit.


      *---- Registra na trilha a proposta de preco de uma loja --------
      * Mesmo layout de GRAVA-AUDITORIA, com o preco proposto para a
      * loja e o codigo da loja depois do status (como no SUPERV).
       grava-auditoria-loja section.

           accept ws-auditoria-data from date yyyymmdd
           accept ws-auditoria-hora from time

           move pen-diametro-novo to ws-diametro-ed
           move pen-preco-novo    to ws-preco-ed

           move spaces to linha-auditoria
           string ws-operador         delimited by size
                  " "                 delimited by size
                  ws-auditoria-data   delimited by size
                  " "                 delimited by size
                  ws-auditoria-hora   delimited by size
                  " "                 delimited by size
                  pen-nome            delimited by size
                  " "                 delimited by size
                  pen-tamanho         delimited by size
                  " "                 delimited by size
                  ws-diametro-ed      delimited by size
                  " "                 delimited by size
                  ws-preco-ed         delimited by size
                  " "                 delimited by size
                  ws-status-auditoria delimited by size
                  " "                 delimited by size
                  pen-loja            delimited by size
                  into linha-auditoria
           end-string

           write linha-auditoria

           .
       grava-auditoria-loja-exit.
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


      *---- Verifica se diametro/preco informados sao aceitaveis, ----
      * reapresentando o campo ate ficar valido (mesma regra usada
      * pelo RELATORIO em VALIDA-ENTRADA / VERIFICA-LIMITES).
           close pizza-master
           close pizza-auditoria
           close pizza-pendentes
           if ws-lojas-indisponivel = 'N'
               close loja-master
           end-if
           if ws-precos-loja-indisponivel = 'N'
               close pizza-precos-loja
           end-if

           perform libera-trava

