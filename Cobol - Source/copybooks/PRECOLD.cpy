      *> Shared loader for the price list. Expects PRECO-LISTA-FILE
      *> (PRECOLST.cpy record, own FD/SELECT), WS-PRECO-STATUS and
      *> WS-EOF-PRECO/EOF-PRECO to be declared by the caller and
      *> W-TABELA-PRECOS (PRECOWS.cpy) to receive the lines. Perform
      *> it UNTIL EOF-PRECO. No PRECOLST.DAT leaves the table empty and
      *> every item priced by the global markup, as before the list.
       CARREGAR-PRECOS.
           IF WS-PRECO-STATUS = SPACES
               OPEN INPUT PRECO-LISTA-FILE
               IF WS-PRECO-STATUS NOT = "00"
                   MOVE "S" TO WS-EOF-PRECO
               END-IF
           END-IF.
           IF NOT EOF-PRECO
               READ PRECO-LISTA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-PRECO
                       CLOSE PRECO-LISTA-FILE
                   NOT AT END
                       PERFORM GUARDAR-PRECO
               END-READ
           END-IF.

      *> A line that is neither "P" nor "M" is left out: pricing an
      *> invoice from a mistyped line is worse than the global markup.
       GUARDAR-PRECO.
           IF NOT PL-PRECO-FIXO AND NOT PL-MARKUP
               DISPLAY "PRECOLST IGNORADO - TIPO INVALIDO: " PL-NAME
           ELSE
               IF W-QTD-PRECOS < 300
                   ADD 1 TO W-QTD-PRECOS
                   MOVE PL-NAME TO W-PRC-TAB-NAME(W-QTD-PRECOS)
                   MOVE PL-CLIENTE TO W-PRC-TAB-CLIENTE(W-QTD-PRECOS)
                   IF PL-PRECO-FIXO
                       MOVE "P" TO W-PRC-TAB-TIPO(W-QTD-PRECOS)
                   ELSE
                       MOVE "M" TO W-PRC-TAB-TIPO(W-QTD-PRECOS)
                   END-IF
                   MOVE PL-PRECO-UNIT TO W-PRC-TAB-PRECO(W-QTD-PRECOS)
                   MOVE PL-MARKUP-PCT TO W-PRC-TAB-PCT(W-QTD-PRECOS)
                   MOVE PL-VIGENCIA-INICIO
                       TO W-PRC-TAB-INICIO(W-QTD-PRECOS)
                   MOVE PL-VIGENCIA-FIM TO W-PRC-TAB-FIM(W-QTD-PRECOS)
               ELSE
                   DISPLAY "PRECOLST IGNORADO - TABELA CHEIA: " PL-NAME
               END-IF
           END-IF.
