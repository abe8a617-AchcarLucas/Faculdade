	FD EMP-BACKUP-FILE.
	01 EMP-BKP-DETALHE.
		02 EBD-TIPO				PIC X(01).
		02 EBD-REGISTRO			PIC X(95).
	01 EMP-BKP-TRAILER.
		02 EBT-TIPO				PIC X(01).
		02 EBT-CONTADOR			PIC 9(08).
		02 WS-SOMA-SALARIO		PIC 9(12)V99 VALUE ZEROS.
		02 WS-SOMA-QTD			PIC 9(10) VALUE ZEROS.
	01 WS-EB-AREA.
		02 WS-EB-REG			PIC X(95).
		02 FILLER REDEFINES WS-EB-REG.
			03 FILLER			PIC X(50).
			03 WS-EB-SALARIO	PIC 9(05)V99.
			03 FILLER			PIC X(38).
	01 WS-MB-AREA.
		02 WS-MB-REG			PIC X(44).
		02 FILLER REDEFINES WS-MB-REG.
