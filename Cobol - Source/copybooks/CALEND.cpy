      *> Business-calendar record read by the nightly sequencer: one
      *> record per date, in ascending date order. CAL-TIPO says what
      *> kind of day it is; a month-end or year-end closing day is
      *> also a working day. A date missing from the file is taken
      *> as a working day Monday to Friday and a non-working day on
      *> weekends, and is never a closing day - closing days must be
      *> listed.
      *>   U - working day (dia util)
      *>   N - non-working day (weekend)
      *>   F - holiday (feriado)
      *>   M - month-end closing day
      *>   A - year-end closing day (also closes the month)
       01 CALENDARIO-RECORD.
           02 CAL-DATA              PIC 9(08).
           02 CAL-TIPO              PIC X(01).
               88 CAL-DIA-UTIL      VALUE "U" "M" "A".
               88 CAL-NAO-UTIL      VALUE "N".
               88 CAL-FERIADO       VALUE "F".
               88 CAL-FECHA-MES     VALUE "M" "A".
               88 CAL-FECHA-ANO     VALUE "A".
           02 CAL-DESCRICAO         PIC X(20).
