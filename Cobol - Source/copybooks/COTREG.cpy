      *> (COTACAO-ACEITE) flips the status of every line of the
      *> pedido; the monthly summary (COTACAO-RESUMO) expires open
      *> quotes past their validity and works out the win rate per
      *> material; the billing run (FATURAMENTO-VENDAS) invoices
      *> every accepted line at QR-VALOR. Appended EXTEND by the
      *> batch; rewritten whole by the update programs, via
      *> COTREG.NEW, never in place.
      *> The pedido reference opens with the customer code
      *> (CLI-CODIGO in CLIMAST.DAT) the work is billed to, followed
      *> by the shop's own order sequence.
      *>   QR-STATUS "A" aberta    - quoted, awaiting the customer
      *>             "C" aceita    - accepted (consumption issued)
      *>             "F" faturada  - accepted and invoiced; never
      *>                             billed again
      *>             "D" declinada - customer said no
      *>             "E" expirada  - validity ran out
       01 COTACAO-REGISTRO-RECORD.
           02 QR-PEDIDO.
               03 QR-PEDIDO-CLIENTE PIC X(06).
               03 QR-PEDIDO-SEQ     PIC X(04).
           02 QR-MATERIAL           PIC X(06).
           02 QR-AREA               PIC 9(07)V99.
           02 QR-VALOR              PIC 9(09)V99.
           02 QR-STATUS             PIC X(01).
               88 QR-ABERTA         VALUE "A" "a".
               88 QR-ACEITA         VALUE "C" "c".
               88 QR-FATURADA       VALUE "F" "f".
               88 QR-DECLINADA      VALUE "D" "d".
               88 QR-EXPIRADA       VALUE "E" "e".
