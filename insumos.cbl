               record key is rec-chave
               file status is fs-receita.

           select pizza-perfil assign to "PIZZAALG"
               organization is indexed
               access mode is dynamic
               record key is alg-chave
               file status is fs-perfil.

           select pizza-master assign to "PIZZAMST"
               organization is indexed
               access mode is dynamic
       File Section.

      *---- Catalogo de ingredientes (codigo, descricao, custo atual) -
      * Marcas de alergenos na ordem da TABELA-ALERGENOS (gluten,
      * lactose, castanhas, amendoim, crustaceos, peixe, ovo, soja) e
      * de dieta: 'S' contem / e, 'N' nao contem / nao e, espaco =
      * ainda nao informado (o perfil da pizza fica incompleto).
       FD  ingrediente-master
           label records are standard.
       01  ingrediente-registro.
           05 ing-descricao                         pic x(30).
           05 ing-unidade                           pic x(03).
           05 ing-custo-unitario                    pic 9(05)v99.
           05 ing-alergenos.
               10 ing-alergeno occurs 8             pic x(01).
           05 ing-vegetariano                       pic x(01).
           05 ing-vegano                            pic x(01).

      *---- Receita: um registro por pizza/ingrediente -----------------
       FD  receita-arquivo
               10 rec-ing-codigo                    pic x(08).
           05 rec-quantidade                        pic 9(03)v999.

      *---- Perfil de alergenos e dieta por pizza/tamanho ------------
      * Calculado aqui a partir da receita e das marcas de cada
      * ingrediente sempre que um item da receita ou as marcas de um
      * ingrediente mudam (ver CALCULA-PERFIL-PIZZA); lido pelo
      * TABELA. Alergeno = 'S' se algum ingrediente contem;
      * vegetariano/vegano = 'S' so se todos os ingredientes sao.
      * Situacao I = algum ingrediente sem marcas informadas ou fora
      * do catalogo: o perfil nao pode ser garantido ao cliente.
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

      *---- Arquivo mestre de pizzas, mesmo layout usado pelo RELATORIO
       FD  pizza-master
           label records are standard.
       77 ws-custo-ed                              pic z(05)9,99.
       77 ws-quantidade-ed                         pic zz9,999.

      *---- Alergenos, na ordem de ING-ALERGENO/ALG-ALERGENO ---------
      * A sigla e a que sai na tabela de precos (ver tabela.cbl).
       78 qtd-alergenos                             value 8.
       01 tabela-alergenos.
           05 filler                   pic x(11) value "GGLUTEN".
           05 filler                   pic x(11) value "LLACTOSE".
           05 filler                   pic x(11) value "CCASTANHAS".
           05 filler                   pic x(11) value "AAMENDOIM".
           05 filler                   pic x(11) value "RCRUSTACEOS".
           05 filler                   pic x(11) value "PPEIXE".
           05 filler                   pic x(11) value "OOVO".
           05 filler                   pic x(11) value "SSOJA".
       01 filler redefines tabela-alergenos.
           05 alergeno-item occurs 8.
               10 alergeno-sigla                   pic x(01).
               10 alergeno-nome                    pic x(10).

      *---- Variáveis do perfil de alergenos (PIZZAALG) ---------------
       77 fs-perfil                                pic x(02).
       77 ws-perfil-indisponivel                   pic x(01) value 'N'.
       77 ws-perfil-nome                           pic x(15).
       77 ws-perfil-tamanho                        pic x(01).
       77 ws-perfil-completo                       pic x(01).
       77 ws-perfil-encontrado                     pic x(01).
       77 ws-itens-perfil                          pic 9(03).
       77 ws-fim-perfil                            pic x(01).
       77 ind-alergeno                             pic 9(02).
       77 ws-marca                                 pic x(01).
       77 ws-pergunta                              pic x(40).
       77 ws-lista-alergenos                       pic x(80).
       77 ws-ponteiro                              pic 9(03).

      *---- Pizzas cujo perfil precisa ser recalculado ----------------
      * (colhidas numa passada pela receita antes de recalcular, ja
      * que o calculo reposiciona o mesmo arquivo)
       78 max-perfis                                value 500.
       01 perfil-afetado occurs 500.
           05 paf-nome                              pic x(15).
           05 paf-tamanho                           pic x(01).
       77 qtd-perfis-afetados                      pic 9(03).
       77 ws-ind-perfil                            pic 9(03).
       77 ws-perfis-incompletos                    pic 9(03).
       77 ws-perfis-removidos                      pic 9(03).
       77 ws-recalcula-todos                       pic x(01).

      *---- Variáveis para comunicação entre programas
       linkage section.


           perform abre-ingrediente
           perform abre-receita
           if modo-interativo
               perform abre-perfil
           else
               move 'S' to ws-perfil-indisponivel
           end-if
           perform obtem-trava
           perform abre-mestre
           perform abre-auditoria
           exit.


      *---- Abre (ou cria, se ainda não existir) o perfil de alergenos
      * So a sessao interativa mexe em receita e marcas; o lote de
      * custos nao muda perfil nenhum e nem abre o arquivo. Sem ele
      * as alteracoes seguem gravando, mas o operador e avisado de
      * que os perfis ficam para a opcao T.
       abre-perfil section.

           move 'N' to ws-perfil-indisponivel

           open i-o pizza-perfil

           if fs-perfil = "35"
               open output pizza-perfil
               close pizza-perfil
               open i-o pizza-perfil
           end-if

           if fs-perfil not = "00"
               display "Perfil de alergenos (PIZZAALG) indisponivel,"
                       " status " fs-perfil "; recalcule os perfis"
                       " pela opcao T quando o arquivo voltar."
               move 'S' to ws-perfil-indisponivel
           end-if

           .
       abre-perfil-exit.
           exit.


      *---- Abre (ou cria, se ainda não existir) o arquivo mestre -----
       abre-mestre section.

               display "A - Alterar Custo de Ingrediente"
               display "R - Montar Receita de Pizza"
               display "E - Excluir Item de Receita"
               display "M - Marcar Alergenos e Dieta do Ingrediente"
               display "C - Consultar Alergenos de uma Pizza"
               display "T - Recalcular Todos os Perfis de Alergenos"
               display "P - Reprecificar o Catalogo"
               display "S - Sair"
               display "Informe a Opcao"
                       perform montar-receita
                   when 'E'
                       perform excluir-item-receita
                   when 'M'
                       perform marcar-alergenos
                   when 'C'
                       perform consultar-perfil
                   when 'T'
                       perform recalcula-todos-perfis
                   when 'P'
      *---- Reprecificar mexe no preco de tabela inteiro; alcada ------
      * de supervisor obrigatoria, e a recusa fica na trilha.
           accept ing-unidade

           perform aceita-custo-unitario
           perform aceita-alergenos

           write ingrediente-registro
               invalid key
           exit.


      *---- Pede as marcas de alergeno e de dieta do ingrediente ------
      * Uma pergunta S/N por alergeno da TABELA-ALERGENOS; o que nao e
      * vegetariano nao pergunta vegano.
       aceita-alergenos section.

           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               move spaces to ws-pergunta
               string "Contem "                     delimited by size
                      alergeno-nome(ind-alergeno)   delimited by space
                      "? (S/N)"                     delimited by size
                      into ws-pergunta
               end-string
               perform aceita-marca
               move ws-marca to ing-alergeno(ind-alergeno)
               add 1 to ind-alergeno
           end-perform

           move "E vegetariano? (S/N)" to ws-pergunta
           perform aceita-marca
           move ws-marca to ing-vegetariano

           if ing-vegetariano = 'S'
               move "E vegano? (S/N)" to ws-pergunta
               perform aceita-marca
               move ws-marca to ing-vegano
           else
               move 'N' to ing-vegano
           end-if

           .
       aceita-alergenos-exit.
           exit.


      *---- Pede uma resposta S/N ate vir uma das duas ----------------
       aceita-marca section.

           move space to ws-marca

           perform until ws-marca = 'S' or ws-marca = 'N'
               display ws-pergunta
               accept ws-marca
               if ws-marca not = 'S' and ws-marca not = 'N'
                   display "Responda S ou N."
               end-if
           end-perform

           .
       aceita-marca-exit.
           exit.


      *---- Marca os alergenos e a dieta de um ingrediente (opcao M) --
      * Regrava as marcas e recalcula na hora o perfil de toda pizza
      * cuja receita usa o ingrediente.
       marcar-alergenos section.

           display "Informe o codigo do ingrediente"
           accept codigo-consulta
           move codigo-consulta to ing-codigo

           read ingrediente-master
               invalid key
                   display "Ingrediente nao encontrado."
                   go to marcar-alergenos-exit
           end-read

           display "Ingrediente: " ing-descricao
           move spaces to ws-lista-alergenos
           move 1 to ws-ponteiro
           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               if ing-alergeno(ind-alergeno) = 'S'
                   string alergeno-nome(ind-alergeno) delimited by space
                          " "                         delimited by size
                          into ws-lista-alergenos
                          with pointer ws-ponteiro
                   end-string
               end-if
               add 1 to ind-alergeno
           end-perform
           if ing-alergenos = spaces
               display "Marcas atuais: ainda nao informadas"
           else
               display "Contem hoje: " ws-lista-alergenos
               display "Vegetariano: " ing-vegetariano
                       "  Vegano: " ing-vegano
           end-if

           perform aceita-alergenos

           rewrite ingrediente-registro
               invalid key
                   display "Erro ao gravar as marcas do ingrediente."
                   go to marcar-alergenos-exit
           end-rewrite

           display "Marcas gravadas com sucesso."

           perform recalcula-perfis-ingrediente

           .
       marcar-alergenos-exit.
           exit.


      *---- Mostra o perfil de alergenos de uma pizza (opcao C) -------
       consultar-perfil section.

           if ws-perfil-indisponivel = 'S'
               display "Perfil de alergenos (PIZZAALG) indisponivel"
                       " nesta sessao."
               go to consultar-perfil-exit
           end-if

           display "Informe o nome da pizza"
           accept alg-nome
           display "Informe o tamanho (B/M/G)"
           accept alg-tamanho

           read pizza-perfil
               invalid key
                   display "Pizza sem perfil: nao ha receita montada"
                           " para este tamanho."
                   go to consultar-perfil-exit
           end-read

           move spaces to ws-lista-alergenos
           move 1 to ws-ponteiro
           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               if alg-alergeno(ind-alergeno) = 'S'
                   string alergeno-nome(ind-alergeno) delimited by space
                          " "                         delimited by size
                          into ws-lista-alergenos
                          with pointer ws-ponteiro
                   end-string
               end-if
               add 1 to ind-alergeno
           end-perform

           if ws-lista-alergenos = spaces
               display "Contem: nenhum alergeno marcado"
           else
               display "Contem: " ws-lista-alergenos
           end-if
           display "Vegetariana: " alg-vegetariano
                   "  Vegana: " alg-vegano
                   "  (" alg-itens " itens na receita)"

           if alg-incompleto
               display "ATENCAO: ingrediente sem marcas na receita;"
                       " perfil NAO garantido, confirme na cozinha."
           end-if

           .
       consultar-perfil-exit.
           exit.


      *---- Recalcula o perfil das pizzas que usam CODIGO-CONSULTA ----
      * A receita nao tem indice por ingrediente: uma passada inteira
      * colhe as pizzas e so depois cada perfil e recalculado.
       recalcula-perfis-ingrediente section.

           if ws-perfil-indisponivel = 'S'
               display "Perfis de alergenos nao recalculados"
                       " (PIZZAALG indisponivel); use a opcao T."
               go to recalcula-perfis-ingrediente-exit
           end-if

           move 'N' to ws-recalcula-todos
           perform colhe-perfis-afetados
           perform recalcula-perfis-afetados

           display "Perfis de alergenos recalculados: "
                   qtd-perfis-afetados "; incompletos: "
                   ws-perfis-incompletos

           .
       recalcula-perfis-ingrediente-exit.
           exit.


      *---- Recalcula o perfil de todas as pizzas com receita ---------
      * (opcao T) Para depois de uma restauracao do INGRMST ou da
      * RECEITA, ou da primeira marcacao do catalogo; perfil de pizza
      * que ficou sem receita e removido.
       recalcula-todos-perfis section.

           if ws-perfil-indisponivel = 'S'
               display "Perfil de alergenos (PIZZAALG) indisponivel"
                       " nesta sessao."
               go to recalcula-todos-perfis-exit
           end-if

           move 'S' to ws-recalcula-todos
           perform colhe-perfis-afetados
           perform remove-perfis-sem-receita
           perform recalcula-perfis-afetados

           display "Perfis de alergenos recalculados: "
                   qtd-perfis-afetados "; incompletos: "
                   ws-perfis-incompletos "; removidos: "
                   ws-perfis-removidos

           .
       recalcula-todos-perfis-exit.
           exit.


      *---- Passada pela receita colhendo as pizzas a recalcular ------
      * Todas (WS-RECALCULA-TODOS = 'S') ou so as que usam o
      * ingrediente em CODIGO-CONSULTA. A receita vem em ordem de
      * pizza, entao basta comparar com a ultima colhida.
       colhe-perfis-afetados section.

           move 0 to qtd-perfis-afetados

           move low-values to rec-nome
           move low-values to rec-tamanho
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
                       if ws-recalcula-todos = 'S'
                           or rec-ing-codigo = codigo-consulta
                           perform guarda-perfil-afetado
                       end-if
               end-read
           end-perform

           .
       colhe-perfis-afetados-exit.
           exit.


       guarda-perfil-afetado section.

           if qtd-perfis-afetados > zero
               if paf-nome(qtd-perfis-afetados) = rec-nome
                   and paf-tamanho(qtd-perfis-afetados) = rec-tamanho
                   go to guarda-perfil-afetado-exit
               end-if
           end-if

           if qtd-perfis-afetados >= max-perfis
               display "Tabela de perfis cheia (" max-perfis
                       "); perfil nao recalculado: " rec-nome " "
                       rec-tamanho
               go to guarda-perfil-afetado-exit
           end-if

           add 1 to qtd-perfis-afetados
           move rec-nome to paf-nome(qtd-perfis-afetados)
           move rec-tamanho to paf-tamanho(qtd-perfis-afetados)

           .
       guarda-perfil-afetado-exit.
           exit.


      *---- Remove os perfis de pizzas que nao tem mais receita -------
       remove-perfis-sem-receita section.

           move 0 to ws-perfis-removidos

           move low-values to alg-nome
           move low-values to alg-tamanho

           start pizza-perfil key is not less than alg-chave
               invalid key move "10" to fs-perfil
           end-start

           move 'N' to ws-fim-perfil
           if fs-perfil = "10"
               move 'S' to ws-fim-perfil
           end-if

           perform until ws-fim-perfil = 'S'
               read pizza-perfil next record
                   at end
                       move 'S' to ws-fim-perfil
                   not at end
                       move 'N' to ws-perfil-encontrado
                       move 1 to ws-ind-perfil
                       perform until ws-ind-perfil >
                                         qtd-perfis-afetados
                                  or ws-perfil-encontrado = 'S'
                           if paf-nome(ws-ind-perfil) = alg-nome
                               and paf-tamanho(ws-ind-perfil)
                                   = alg-tamanho
                               move 'S' to ws-perfil-encontrado
                           end-if
                           add 1 to ws-ind-perfil
                       end-perform
                       if ws-perfil-encontrado = 'N'
                           delete pizza-perfil
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-perfis-removidos
                           end-delete
                       end-if
               end-read
           end-perform

           .
       remove-perfis-sem-receita-exit.
           exit.


       recalcula-perfis-afetados section.

           move 0 to ws-perfis-incompletos

           move 1 to ws-ind-perfil
           perform until ws-ind-perfil > qtd-perfis-afetados
               move paf-nome(ws-ind-perfil) to ws-perfil-nome
               move paf-tamanho(ws-ind-perfil) to ws-perfil-tamanho
               perform calcula-perfil-pizza
               if ws-perfil-completo = 'N'
                   add 1 to ws-perfis-incompletos
               end-if
               add 1 to ws-ind-perfil
           end-perform

           .
       recalcula-perfis-afetados-exit.
           exit.


      *---- Recalcula o perfil da pizza WS-PERFIL-NOME/TAMANHO --------
      * Junta as marcas de todos os itens da receita: um alergeno de
      * qualquer item marca a pizza; vegetariana/vegana so se todos os
      * itens forem. Item sem marcas ou fora do catalogo deixa o
      * perfil incompleto. Pizza sem item nenhum perde o perfil.
       calcula-perfil-pizza section.

           if ws-perfil-indisponivel = 'S'
               go to calcula-perfil-pizza-exit
           end-if

           move spaces to perfil-registro
           move ws-perfil-nome to alg-nome
           move ws-perfil-tamanho to alg-tamanho
           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               move 'N' to alg-alergeno(ind-alergeno)
               add 1 to ind-alergeno
           end-perform
           move 'S' to alg-vegetariano
           move 'S' to alg-vegano
           move 'S' to ws-perfil-completo
           move 0 to ws-itens-perfil

           move ws-perfil-nome to rec-nome
           move ws-perfil-tamanho to rec-tamanho
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
                       if rec-nome = ws-perfil-nome
                           and rec-tamanho = ws-perfil-tamanho
                           perform soma-perfil-item
                       else
                           move 'S' to ws-fim-receita
                       end-if
               end-read
           end-perform

           if ws-itens-perfil = zero
               delete pizza-perfil
                   invalid key
                       continue
                   not invalid key
                       display "Pizza sem receita; perfil de"
                               " alergenos removido: " ws-perfil-nome
                               " " ws-perfil-tamanho
               end-delete
               go to calcula-perfil-pizza-exit
           end-if

           if ws-perfil-completo = 'S'
               move 'C' to alg-situacao
           else
               move 'I' to alg-situacao
               display "Perfil de alergenos incompleto (ingrediente"
                       " sem marcas): " ws-perfil-nome " "
                       ws-perfil-tamanho
           end-if
           move ws-itens-perfil to alg-itens
           accept alg-data-calculo from date yyyymmdd

           write perfil-registro
               invalid key
                   rewrite perfil-registro
                       invalid key
                           display "Erro ao gravar o perfil de"
                                   " alergenos, status " fs-perfil
                   end-rewrite
           end-write

           .
       calcula-perfil-pizza-exit.
           exit.


      *---- Junta as marcas de um item da receita no perfil -----------
       soma-perfil-item section.

           add 1 to ws-itens-perfil

           move rec-ing-codigo to ing-codigo
           read ingrediente-master
               invalid key
                   display "Receita de " rec-nome " usa ingrediente"
                           " sem cadastro: " rec-ing-codigo
                   move 'N' to ws-perfil-completo
                   go to soma-perfil-item-exit
           end-read

           move 1 to ind-alergeno
           perform until ind-alergeno > qtd-alergenos
               evaluate ing-alergeno(ind-alergeno)
                   when 'S'
                       move 'S' to alg-alergeno(ind-alergeno)
                   when 'N'
                       continue
                   when other
                       move 'N' to ws-perfil-completo
               end-evaluate
               add 1 to ind-alergeno
           end-perform

           evaluate ing-vegetariano
               when 'S'
                   continue
               when 'N'
                   move 'N' to alg-vegetariano
               when other
                   move 'N' to alg-vegetariano
                   move 'N' to ws-perfil-completo
           end-evaluate

           evaluate ing-vegano
               when 'S'
                   continue
               when 'N'
                   move 'N' to alg-vegano
               when other
                   move 'N' to alg-vegano
                   move 'N' to ws-perfil-completo
           end-evaluate

           .
       soma-perfil-item-exit.
           exit.


      *---- Acrescenta (ou atualiza) um item da receita de uma pizza --
       montar-receita section.

                   display "Item incluido na receita."
           end-write

           move nome-consulta to ws-perfil-nome
           move tamanho-consulta to ws-perfil-tamanho
           perform calcula-perfil-pizza

           .
       montar-receita-exit.
           exit.
                   display "Item excluido da receita."
           end-delete

           move nome-consulta to ws-perfil-nome
           move tamanho-consulta to ws-perfil-tamanho
           perform calcula-perfil-pizza

           .
       excluir-item-receita-exit.
           exit.
           close receita-arquivo
           close pizza-master
           close pizza-auditoria
           if ws-perfil-indisponivel = 'N'
               close pizza-perfil
           end-if

           perform libera-trava

