      *> Indexed pending salary-change record (SALPEND.DAT), keyed by
      *> SP-EMP-ID: the change Program1 held back because it passed
      *> the approval limits of APROVCTL.DAT. The rest of the edit is
      *> saved to EMPMAST.DAT at once; the salary stays at
      *> SP-SALARIO-ANTIGO until a supervisor other than SP-OPERADOR
      *> decides. Approval rewrites EMP-SALARIO and writes the
      *> SALAUDIT.DAT line; rejection leaves the master alone. Either
      *> way the record stays with the decision, who made it and
      *> when, until the next held change for the same employee
      *> replaces it. A pending change whose SP-SALARIO-ANTIGO no
      *> longer matches the master (the salary moved meanwhile) can
      *> only be rejected. The nightly raise run lists the changes
      *> still pending on its exception report.
       01 SALARIO-PENDENTE-RECORD.
           02 SP-EMP-ID             PIC 9(06).
           02 SP-SITUACAO           PIC X(01).
               88 SP-PENDENTE       VALUE "P".
               88 SP-APROVADA       VALUE "A".
               88 SP-REJEITADA      VALUE "R".
           02 SP-SALARIO-ANTIGO     PIC 9(05)V99.
           02 SP-SALARIO-NOVO       PIC 9(05)V99.
           02 SP-OPERADOR           PIC X(08).
           02 SP-DATA               PIC 9(08).
           02 SP-HORA               PIC 9(06).
           02 SP-APROVADOR          PIC X(08).
           02 SP-DATA-DECISAO       PIC 9(08).
           02 SP-HORA-DECISAO       PIC 9(06).
