       01 tabela-esperados.
           05 filler                               pic x(08)
                                                    value "PZZACRG".
           05 filler                               pic x(08)
                                                    value "PZZACMD".
           05 filler                               pic x(08)
                                                    value "PZZAREL".
           05 filler                               pic x(08)
                                                    value "PZZACMP".
           05 filler                               pic x(08)
                                                    value "PZZAALR".
           05 filler                               pic x(08)
                                                    value "PZZAPED".
           05 filler                               pic x(08)
                                                    value "PZZACTB".
           05 filler                               pic x(08)
                                                    value "PZZAPRP".
           05 filler                               pic x(08)
                                                    value "PZZACOP".
       01 filler redefines tabela-esperados.
           05 programa-esperado occurs 11          pic x(08).

       78 qtd-esperados                             value 11.

      *---- Teto de programas distintos vistos no dia -----------------
       78 max-vistos                                value 20.
