      *> Working storage for the loan file: the table that
      *> CARREGAR-EMPRESTIMOS (EMPRLD.cpy) fills from EMPREST.DAT and
      *> REGRAVAR-EMPRESTIMOS (EMPRGRV.cpy) writes back. Each entry is
      *> a whole EMPREST.cpy record; the caller moves an entry to
      *> EMPRESTIMO-RECORD, works on it there and moves it back. A file
      *> larger than the table sets W-EMPR-ESTOURO: the table is
      *> emptied, nothing is deducted and the file is not rewritten.
       01 W-EMPRESTIMOS.
           02 W-EMPR-I              PIC 9(04) VALUE ZEROS.
           02 W-EMPR-ESTOURO        PIC X(01) VALUE "N".
               88 EMPR-ESTOURO      VALUE "S".
           02 W-QTD-EMPR            PIC 9(04) VALUE ZEROS.
           02 W-EMPR-ENTRADA OCCURS 2000 TIMES.
               03 W-EMPR-TAB-EMP-ID PIC 9(06).
               03 W-EMPR-TAB-RESTO  PIC X(85).
