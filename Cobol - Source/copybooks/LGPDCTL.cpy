      *> Retention control for the personal-data anonymization job
      *> (ANONIMIZACAO-LGPD): a terminated employee's name, CPF and
      *> bank details are kept for LG-ANOS-RETENCAO years after
      *> EMP-DATA-DESLIGAMENTO and anonymized on the first run after
      *> that. Zeros or a missing file mean 5 years. Change the
      *> retention here, not in the program.
       01 LGPD-CONTROLE-RECORD.
           02 LG-ANOS-RETENCAO      PIC 9(02).
