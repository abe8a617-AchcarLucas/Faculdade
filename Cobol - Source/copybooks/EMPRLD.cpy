      *> Shared loader for the loan file. Expects EMPRESTIMO-FILE
      *> (EMPREST.cpy record, own FD/SELECT), WS-EMPR-STATUS and
      *> WS-EOF-EMPR/EOF-EMPR to be declared by the caller and
      *> W-EMPRESTIMOS (EMPRWS.cpy) to receive the lines. Perform it
      *> UNTIL EOF-EMPR. No EMPREST.DAT leaves the table empty: nobody
      *> has a loan and there is nothing to rewrite.
       CARREGAR-EMPRESTIMOS.
           IF WS-EMPR-STATUS = SPACES
               OPEN INPUT EMPRESTIMO-FILE
               IF WS-EMPR-STATUS NOT = "00"
                   MOVE "S" TO WS-EOF-EMPR
               END-IF
           END-IF.
           IF NOT EOF-EMPR
               READ EMPRESTIMO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-EMPR
                       CLOSE EMPRESTIMO-FILE
                       IF EMPR-ESTOURO
                           MOVE ZEROS TO W-QTD-EMPR
                       END-IF
                   NOT AT END
                       PERFORM GUARDAR-EMPRESTIMO
               END-READ
           END-IF.

      *> Dropping a contract here would drop it from the file at the
      *> rewrite, so a full table stops the loan processing instead.
       GUARDAR-EMPRESTIMO.
           IF W-QTD-EMPR < 2000
               IF EMPR-SITUACAO = SPACE
                   MOVE "A" TO EMPR-SITUACAO
               END-IF
               ADD 1 TO W-QTD-EMPR
               MOVE EMPRESTIMO-RECORD TO W-EMPR-ENTRADA(W-QTD-EMPR)
           ELSE
               IF NOT EMPR-ESTOURO
                   DISPLAY "EMPREST.DAT MAIOR QUE A TABELA - "
                       "EMPRESTIMOS NAO PROCESSADOS"
                   MOVE "S" TO W-EMPR-ESTOURO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
