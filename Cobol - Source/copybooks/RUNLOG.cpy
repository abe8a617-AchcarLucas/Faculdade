      *>   ERRO     - step command completed with a nonzero return code
      *>   PULADO   - step skipped because a predecessor did not end OK
      *>   RECUSADO - step refused: a live checkpoint shows an abended
      *>              run that must be restarted or cleaned first,
      *>              or the step's PJ-FREQUENCIA is not a known code
      *>   NAO DEVIDO - step not due tonight by its PJ-FREQUENCIA and
      *>              the business calendar; not a failure, and the
      *>              steps after it still run
       01 RUN-LOG-RECORD.
           02 RL-DATA               PIC 9(08).
           02 RL-HORA-INICIO        PIC 9(06).
