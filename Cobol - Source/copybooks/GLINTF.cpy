      *> accounting can sweep the file on its own schedule. The
      *> posting log (GLLOG.DAT) guarantees one posting per
      *> processing date, so a rerun can never double these lines.
      *> GL-CENTRO-CUSTO is the cost center (EMP-DEPARTAMENTO) of a
      *> payroll gross-pay debit; spaces on every other line.
       01 GL-INTERFACE-RECORD.
           02 GL-DATA               PIC 9(08).
           02 GL-CONTA              PIC 9(06).
               88 GL-CREDITO        VALUE "C".
           02 GL-VALOR              PIC 9(11)V99.
           02 GL-EVENTO             PIC X(08).
           02 GL-CENTRO-CUSTO       PIC X(04).
