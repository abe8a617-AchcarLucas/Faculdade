      *> Shared price lookup: the unit selling price of W-PRC-NAME for
      *> customer W-PRC-CLIENTE on W-PRC-DATA (PRECOWS.cpy). The most
      *> specific line in effect wins - the customer's own line over
      *> the list line, and between two of the same kind the one that
      *> started last. No line in effect: cost times W-MARKUP-FATOR
      *> (MERCWS.cpy), the global markup. Every program that prices a
      *> sale copies this paragraph, so the rule never drifts.
       BUSCAR-PRECO-VIGENTE.
           MOVE ZEROS TO W-PRC-IDX.
           MOVE ZEROS TO W-PRC-MELHOR-NIVEL.
           MOVE ZEROS TO W-PRC-MELHOR-INICIO.
           MOVE ZEROS TO W-PRC-I.
           PERFORM CONFERIR-UM-PRECO
               UNTIL W-PRC-I NOT < W-QTD-PRECOS.
           IF W-PRC-IDX = ZEROS
               MOVE "G" TO W-PRC-ORIGEM
               COMPUTE W-PRC-PRECO-UNIT ROUNDED =
                   W-PRC-CUSTO * W-MARKUP-FATOR
           ELSE
               IF W-PRC-MELHOR-NIVEL = 2
                   MOVE "C" TO W-PRC-ORIGEM
               ELSE
                   MOVE "L" TO W-PRC-ORIGEM
               END-IF
               IF W-PRC-TAB-TIPO(W-PRC-IDX) = "P"
                   MOVE W-PRC-TAB-PRECO(W-PRC-IDX) TO W-PRC-PRECO-UNIT
               ELSE
                   COMPUTE W-PRC-PRECO-UNIT ROUNDED = W-PRC-CUSTO *
                       (1 + (W-PRC-TAB-PCT(W-PRC-IDX) / 100))
               END-IF
           END-IF.

       CONFERIR-UM-PRECO.
           ADD 1 TO W-PRC-I.
           MOVE ZEROS TO W-PRC-NIVEL.
           IF W-PRC-TAB-NAME(W-PRC-I) = W-PRC-NAME
               AND W-PRC-TAB-INICIO(W-PRC-I) NOT > W-PRC-DATA
               AND (W-PRC-TAB-FIM(W-PRC-I) = ZEROS
                   OR W-PRC-TAB-FIM(W-PRC-I) NOT < W-PRC-DATA)
               IF W-PRC-TAB-CLIENTE(W-PRC-I) = SPACES
                   MOVE 1 TO W-PRC-NIVEL
               ELSE
                   IF W-PRC-TAB-CLIENTE(W-PRC-I) = W-PRC-CLIENTE
                       MOVE 2 TO W-PRC-NIVEL
                   END-IF
               END-IF
           END-IF.
           IF W-PRC-NIVEL > W-PRC-MELHOR-NIVEL
               OR (W-PRC-NIVEL = W-PRC-MELHOR-NIVEL
                   AND W-PRC-NIVEL > ZEROS
                   AND W-PRC-TAB-INICIO(W-PRC-I) > W-PRC-MELHOR-INICIO)
               MOVE W-PRC-I TO W-PRC-IDX
               MOVE W-PRC-NIVEL TO W-PRC-MELHOR-NIVEL
               MOVE W-PRC-TAB-INICIO(W-PRC-I) TO W-PRC-MELHOR-INICIO
           END-IF.
