      *> Vacation schedule kept by HR, one record per vacation period
      *> granted (an employee may split the year's vacation in up to
      *> three periods, each its own record). FOLHA-MENSAL pays the
      *> whole period - FER-DIAS days of salary plus the one-third
      *> constitutional bonus - in the month of FER-DATA-INICIO, on a
      *> payslip of its own, and takes the vacation days out of the
      *> regular salary of the month(s) they fall in (30-day
      *> commercial month; days past the 30th of the start month
      *> come out of the next month's salary).
       01 FERIAS-RECORD.
           02 FER-EMP-ID            PIC 9(06).
           02 FER-DATA-INICIO       PIC 9(08).
           02 FER-DIAS              PIC 9(02).
