IDENTIFICATION DIVISION.
PROGRAM-ID. BAIXA-RECEBIMENTOS.
*> Baixa dos recebimentos de clientes contra os titulos em aberto
*> de CRECEB.DAT (gravados pelo FATURAMENTO-VENDAS): le
*> RECEBTO.DAT, confere numero da fatura e cliente e abate o valor
*> do saldo do titulo. Pagamento menor que o saldo deixa o titulo
*> parcial; igual, quitado; maior, o excedente fica no titulo como
*> credito do cliente (saldo negativo) e sai destacado no
*> relatorio. Fatura inexistente ou de outro cliente e rejeitada
*> sem tocar em titulo nenhum. Relatorio em BAIXAREP.DAT.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT RECEBIMENTO-FILE ASSIGN TO "RECEBTO.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-RCB-STATUS.
			SELECT CONTA-RECEBER-FILE ASSIGN TO "CRECEB.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS CR-NUMERO
				FILE STATUS IS WS-CR-STATUS.
			SELECT BAIXA-REPORT-FILE ASSIGN TO "BAIXAREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD RECEBIMENTO-FILE.
	COPY RECEBTO.
	FD CONTA-RECEBER-FILE.
	COPY CRECEB.
	FD BAIXA-REPORT-FILE.
	01 REPORT-LINE PIC X(100).
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-RCB-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CR-STATUS			PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-RCB			PIC X VALUE "N".
			88 EOF-RCB VALUE "S".
		02 WS-TITULO-ENCONTRADO	PIC X VALUE "N".
			88 TITULO-ENCONTRADO VALUE "S".
		02 WS-CR-ABERTO			PIC X VALUE "N".
			88 CRECEB-ABERTO VALUE "S".
		02 WS-EXCEDENTE			PIC 9(09)V99 VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-LIDOS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-QUITADOS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-PARCIAIS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-EXCEDENTES	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-REJEITADOS	PIC 9(06) VALUE ZEROS.
		02 W-SOMA-BAIXADA		PIC 9(11)V99 VALUE ZEROS.
		02 W-SOMA-EXCEDENTE		PIC 9(11)V99 VALUE ZEROS.
		02 W-SOMA-REJEITADA		PIC 9(11)V99 VALUE ZEROS.
	01 LINHA-CABECALHO.
		02 FILLER PIC X(08) VALUE "FATURA".
		02 FILLER PIC X(08) VALUE "CLIENTE".
		02 FILLER PIC X(14) VALUE "     RECEBIDO".
		02 FILLER PIC X(16) VALUE "    SALDO FINAL".
		02 FILLER PIC X(30) VALUE "  RESULTADO".
	01 LINHA-DETALHE.
		02 LD-NUMERO			PIC 9(06).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-CLIENTE			PIC X(06).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-VALOR				PIC ZZZZZZZZ9,99.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-SALDO				PIC ZZZZZZZZ9,99-.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-RESULTADO			PIC X(30).
	01 LINHA-TOTAL-1.
		02 FILLER PIC X(10) VALUE "LIDOS: ".
		02 LT-LIDOS				PIC ZZZZZ9.
		02 FILLER PIC X(12) VALUE "  QUITADOS: ".
		02 LT-QUITADOS			PIC ZZZZZ9.
		02 FILLER PIC X(12) VALUE "  PARCIAIS: ".
		02 LT-PARCIAIS			PIC ZZZZZ9.
		02 FILLER PIC X(14) VALUE "  EXCEDENTES: ".
		02 LT-EXCEDENTES		PIC ZZZZZ9.
		02 FILLER PIC X(14) VALUE "  REJEITADOS: ".
		02 LT-REJEITADOS		PIC ZZZZZ9.
	01 LINHA-TOTAL-2.
		02 FILLER PIC X(10) VALUE "BAIXADO: ".
		02 LT-BAIXADO			PIC ZZZZZZZZZZ9,99.
		02 FILLER PIC X(14) VALUE "  EXCEDENTE: ".
		02 LT-EXCEDENTE			PIC ZZZZZZZZZZ9,99.
		02 FILLER PIC X(14) VALUE "  REJEITADO: ".
		02 LT-REJEITADO			PIC ZZZZZZZZZZ9,99.
PROCEDURE DIVISION.
	INIT.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM PROCESSAR-RECEBIMENTOS UNTIL EOF-RCB.
		PERFORM ESCREVER-TOTAL.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

	ABRIR-ARQUIVOS.
		OPEN INPUT RECEBIMENTO-FILE.
		IF WS-RCB-STATUS NOT = "00"
			DISPLAY "RECEBTO.DAT NAO ENCONTRADO - NADA A BAIXAR"
			MOVE "S" TO WS-EOF-RCB
		END-IF.
		OPEN I-O CONTA-RECEBER-FILE.
		IF WS-CR-STATUS = "00"
			MOVE "S" TO WS-CR-ABERTO
		ELSE
			DISPLAY "CRECEB.DAT NAO ENCONTRADO - STATUS " WS-CR-STATUS
				" - TODO RECEBIMENTO SERA REJEITADO"
		END-IF.
		OPEN OUTPUT BAIXA-REPORT-FILE.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.

	PROCESSAR-RECEBIMENTOS.
		READ RECEBIMENTO-FILE
			AT END
				MOVE "S" TO WS-EOF-RCB
			NOT AT END
				PERFORM PROCESSAR-UM-RECEBIMENTO
		END-READ.

	PROCESSAR-UM-RECEBIMENTO.
		ADD 1 TO W-TOTAL-LIDOS.
		MOVE RCB-NUMERO TO LD-NUMERO.
		MOVE RCB-CLIENTE TO LD-CLIENTE.
		MOVE RCB-VALOR TO LD-VALOR.
		MOVE ZEROS TO LD-SALDO.
		PERFORM LER-TITULO.
		IF NOT TITULO-ENCONTRADO
			MOVE "REJEITADO - FATURA SEM TITULO" TO LD-RESULTADO
			PERFORM REJEITAR-RECEBIMENTO
		ELSE
			IF CR-CLIENTE NOT = RCB-CLIENTE
				MOVE "REJEITADO - OUTRO CLIENTE" TO LD-RESULTADO
				PERFORM REJEITAR-RECEBIMENTO
			ELSE
				IF RCB-VALOR = ZEROS
					MOVE "REJEITADO - VALOR ZERADO" TO LD-RESULTADO
					PERFORM REJEITAR-RECEBIMENTO
				ELSE
					PERFORM BAIXAR-TITULO
				END-IF
			END-IF
		END-IF.

	LER-TITULO.
		MOVE "N" TO WS-TITULO-ENCONTRADO.
		IF CRECEB-ABERTO
			MOVE RCB-NUMERO TO CR-NUMERO
			READ CONTA-RECEBER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE "S" TO WS-TITULO-ENCONTRADO
			END-READ
		END-IF.

*> O excedente e a parte do pagamento alem do que ainda se devia;
*> num titulo que ja era credito o pagamento inteiro e excedente.
	BAIXAR-TITULO.
		IF CR-SALDO > ZEROS AND RCB-VALOR > CR-SALDO
			COMPUTE WS-EXCEDENTE = RCB-VALOR - CR-SALDO
		ELSE
			IF CR-SALDO > ZEROS
				MOVE ZEROS TO WS-EXCEDENTE
			ELSE
				MOVE RCB-VALOR TO WS-EXCEDENTE
			END-IF
		END-IF.
		ADD RCB-VALOR TO CR-VALOR-RECEBIDO.
		SUBTRACT RCB-VALOR FROM CR-SALDO.
		MOVE RCB-DATA TO CR-DATA-ULTIMO-RECEB.
		EVALUATE TRUE
			WHEN CR-SALDO > ZEROS
				MOVE "P" TO CR-SITUACAO
				MOVE "PARCIAL" TO LD-RESULTADO
				ADD 1 TO W-TOTAL-PARCIAIS
			WHEN CR-SALDO = ZEROS
				MOVE "Q" TO CR-SITUACAO
				MOVE "QUITADO" TO LD-RESULTADO
				ADD 1 TO W-TOTAL-QUITADOS
			WHEN OTHER
				MOVE "C" TO CR-SITUACAO
				MOVE "QUITADO - EXCEDENTE EM CREDITO" TO LD-RESULTADO
				ADD 1 TO W-TOTAL-EXCEDENTES
				ADD WS-EXCEDENTE TO W-SOMA-EXCEDENTE
		END-EVALUATE.
		REWRITE CONTA-RECEBER-RECORD
			INVALID KEY
				MOVE "ERRO AO REGRAVAR TITULO" TO LD-RESULTADO
				MOVE 8 TO RETURN-CODE
		END-REWRITE.
		ADD RCB-VALOR TO W-SOMA-BAIXADA.
		MOVE CR-SALDO TO LD-SALDO.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.

	REJEITAR-RECEBIMENTO.
		ADD 1 TO W-TOTAL-REJEITADOS.
		ADD RCB-VALOR TO W-SOMA-REJEITADA.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.

	ESCREVER-TOTAL.
		MOVE W-TOTAL-LIDOS TO LT-LIDOS.
		MOVE W-TOTAL-QUITADOS TO LT-QUITADOS.
		MOVE W-TOTAL-PARCIAIS TO LT-PARCIAIS.
		MOVE W-TOTAL-EXCEDENTES TO LT-EXCEDENTES.
		MOVE W-TOTAL-REJEITADOS TO LT-REJEITADOS.
		MOVE LINHA-TOTAL-1 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE W-SOMA-BAIXADA TO LT-BAIXADO.
		MOVE W-SOMA-EXCEDENTE TO LT-EXCEDENTE.
		MOVE W-SOMA-REJEITADA TO LT-REJEITADO.
		MOVE LINHA-TOTAL-2 TO REPORT-LINE.
		WRITE REPORT-LINE.

	FECHAR-ARQUIVOS.
		IF WS-RCB-STATUS NOT = "35"
			CLOSE RECEBIMENTO-FILE
		END-IF.
		IF CRECEB-ABERTO
			CLOSE CONTA-RECEBER-FILE
		END-IF.
		CLOSE BAIXA-REPORT-FILE.
