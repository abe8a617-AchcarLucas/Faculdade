      *> Rewrites EMPREST.DAT from the loan table (EMPRWS.cpy) in two
      *> phases, like the backorder file: the table goes to
      *> EMPREST.NEW, and EMPREST.NEW then goes whole back to
      *> EMPREST.DAT - if the job stops between the two, EMPREST.NEW
      *> still holds every contract. Expects EMPRESTIMO-FILE
      *> (EMPREST.cpy record) and EMPRESTIMO-NOVO-FILE (one 91-byte
      *> EMPRESTIMO-NOVO-LINHA) with WS-EMPN-STATUS and
      *> WS-EOF-EMPN/EOF-EMPN declared by the caller. Nothing is
      *> written when EMPREST.DAT was missing or too big for the table.
       REGRAVAR-EMPRESTIMOS.
           IF WS-EMPR-STATUS = "00" AND NOT EMPR-ESTOURO
               OPEN OUTPUT EMPRESTIMO-NOVO-FILE
               MOVE ZEROS TO W-EMPR-I
               PERFORM GRAVAR-UM-EMPRESTIMO
                   UNTIL W-EMPR-I NOT < W-QTD-EMPR
               CLOSE EMPRESTIMO-NOVO-FILE
               OPEN INPUT EMPRESTIMO-NOVO-FILE
               OPEN OUTPUT EMPRESTIMO-FILE
               PERFORM DEVOLVER-UM-EMPRESTIMO UNTIL EOF-EMPN
               CLOSE EMPRESTIMO-FILE
               CLOSE EMPRESTIMO-NOVO-FILE
           END-IF.

       GRAVAR-UM-EMPRESTIMO.
           ADD 1 TO W-EMPR-I.
           MOVE W-EMPR-ENTRADA(W-EMPR-I) TO EMPRESTIMO-NOVO-LINHA.
           WRITE EMPRESTIMO-NOVO-LINHA.

       DEVOLVER-UM-EMPRESTIMO.
           READ EMPRESTIMO-NOVO-FILE
               AT END
                   MOVE "S" TO WS-EOF-EMPN
               NOT AT END
                   MOVE EMPRESTIMO-NOVO-LINHA TO EMPRESTIMO-RECORD
                   WRITE EMPRESTIMO-RECORD
           END-READ.
