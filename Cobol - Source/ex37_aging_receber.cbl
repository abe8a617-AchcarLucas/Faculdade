IDENTIFICATION DIVISION.
PROGRAM-ID. AGING-RECEBER.
*> Aging semanal das contas a receber: varre CRECEB.DAT e abre o
*> saldo em aberto de cada cliente (CLI-CODIGO) nas faixas de
*> 0-30, 31-60, 61-90 e mais de 90 dias contados da emissao da
*> fatura ate a data da rodada. Titulo quitado fica de fora;
*> titulo com excedente (saldo negativo) entra na coluna de
*> credito do cliente em vez de abater uma faixa. Uma linha por
*> cliente em AGINGREP.DAT e o total da empresa no fim, para a
*> cobranca trabalhar do relatorio e nao das faturas impressas.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT CONTA-RECEBER-FILE ASSIGN TO "CRECEB.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS CR-NUMERO
				FILE STATUS IS WS-CR-STATUS.
			SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CLI-STATUS.
			SELECT AGING-REPORT-FILE ASSIGN TO "AGINGREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD CONTA-RECEBER-FILE.
	COPY CRECEB.
	FD CLIENTE-MASTER-FILE.
	COPY CLIREC.
	FD AGING-REPORT-FILE.
	01 REPORT-LINE PIC X(120).
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-CR-STATUS			PIC X(02) VALUE SPACES.
		02 WS-CLI-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-CR			PIC X VALUE "N".
			88 EOF-CR VALUE "S".
		02 WS-EOF-CLI			PIC X VALUE "N".
			88 EOF-CLI VALUE "S".
		02 WS-I					PIC 9(03) VALUE ZEROS.
		02 WS-CLI-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-FAIXA				PIC 9(01) VALUE ZERO.
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-HOJE-INT			PIC 9(08) VALUE ZEROS.
		02 WS-IDADE-DIAS		PIC S9(08) VALUE ZEROS.
		02 WS-CREDITO			PIC 9(09)V99 VALUE ZEROS.
*> Saldos por cliente: faixas 1 a 4 sao 0-30, 31-60, 61-90 e 90+.
	01 WS-TABELA-CLIENTES.
		02 WS-QTD-CLIENTES		PIC 9(03) VALUE ZEROS.
		02 WS-CLIENTE OCCURS 200 TIMES.
			03 WS-CLI-CODIGO	PIC X(06).
			03 WS-CLI-NOME		PIC X(30).
			03 WS-CLI-TITULOS	PIC 9(04).
			03 WS-CLI-FAIXA		PIC 9(11)V99 OCCURS 4 TIMES.
			03 WS-CLI-CREDITO	PIC 9(11)V99.
	01 WS-TOTAIS.
		02 W-TOTAL-TITULOS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-FAIXA		PIC 9(11)V99 OCCURS 4 TIMES.
		02 W-TOTAL-CREDITO		PIC 9(11)V99 VALUE ZEROS.
		02 W-TOTAL-ABERTO		PIC S9(11)V99 VALUE ZEROS.
		02 W-TOTAL-CLIENTE		PIC S9(11)V99 VALUE ZEROS.
	01 LINHA-TITULO.
		02 FILLER PIC X(30) VALUE "AGING DE CONTAS A RECEBER EM ".
		02 LTI-DATA				PIC 9(08).
	01 LINHA-CABECALHO.
		02 FILLER PIC X(08) VALUE "CLIENTE".
		02 FILLER PIC X(20) VALUE "NOME".
		02 FILLER PIC X(12) VALUE "        0-30".
		02 FILLER PIC X(12) VALUE "       31-60".
		02 FILLER PIC X(12) VALUE "       61-90".
		02 FILLER PIC X(12) VALUE "         90+".
		02 FILLER PIC X(12) VALUE "     CREDITO".
		02 FILLER PIC X(17) VALUE "   TOTAL ABERTO ".
	01 LINHA-DETALHE.
		02 LD-CLIENTE			PIC X(06).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-NOME				PIC X(20).
		02 LD-FAIXA				PIC ZZZZZZZZ9,99 OCCURS 4 TIMES.
		02 LD-CREDITO			PIC ZZZZZZZZ9,99.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-TOTAL				PIC ZZZZZZZZZZ9,99-.
	01 LINHA-TOTAL.
		02 FILLER PIC X(28) VALUE "TOTAL DA EMPRESA".
		02 LT-FAIXA				PIC ZZZZZZZZ9,99 OCCURS 4 TIMES.
		02 LT-CREDITO			PIC ZZZZZZZZ9,99.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LT-TOTAL				PIC ZZZZZZZZZZ9,99-.
	01 LINHA-RODAPE.
		02 FILLER PIC X(20) VALUE "TITULOS EM ABERTO: ".
		02 LR-TITULOS			PIC ZZZZZ9.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		COMPUTE WS-HOJE-INT =
			FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA).
		INITIALIZE WS-TOTAIS.
		PERFORM CARREGAR-CLIENTES UNTIL EOF-CLI.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM ACUMULAR-TITULOS UNTIL EOF-CR.
		PERFORM ESCREVER-CLIENTES.
		PERFORM ESCREVER-TOTAL.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

	CARREGAR-CLIENTES.
		IF WS-CLI-STATUS = SPACES
			OPEN INPUT CLIENTE-MASTER-FILE
			IF WS-CLI-STATUS NOT = "00"
				DISPLAY "CLIMAST.DAT NAO ENCONTRADO - "
					"RELATORIO SAI SEM NOME DE CLIENTE"
				MOVE "S" TO WS-EOF-CLI
			END-IF
		END-IF.
		IF NOT EOF-CLI
			READ CLIENTE-MASTER-FILE
				AT END
					MOVE "S" TO WS-EOF-CLI
					CLOSE CLIENTE-MASTER-FILE
				NOT AT END
					MOVE CLI-CODIGO TO CR-CLIENTE
					PERFORM INCLUIR-CLIENTE
					IF WS-CLI-IDX > ZEROS
						MOVE CLI-NOME TO WS-CLI-NOME(WS-CLI-IDX)
					END-IF
			END-READ
		END-IF.

	ABRIR-ARQUIVOS.
		OPEN OUTPUT AGING-REPORT-FILE.
		MOVE WS-DATA-COMPLETA TO LTI-DATA.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.
		OPEN INPUT CONTA-RECEBER-FILE.
		IF WS-CR-STATUS NOT = "00"
			DISPLAY "CRECEB.DAT NAO ENCONTRADO - NADA A ENVELHECER"
			MOVE "S" TO WS-EOF-CR
		ELSE
			MOVE ZEROS TO CR-NUMERO
			START CONTA-RECEBER-FILE KEY IS GREATER THAN CR-NUMERO
				INVALID KEY
					MOVE "S" TO WS-EOF-CR
			END-START
		END-IF.

	ACUMULAR-TITULOS.
		READ CONTA-RECEBER-FILE NEXT RECORD
			AT END
				MOVE "S" TO WS-EOF-CR
			NOT AT END
				IF CR-SALDO NOT = ZEROS
					PERFORM ACUMULAR-UM-TITULO
				END-IF
		END-READ.

	ACUMULAR-UM-TITULO.
		PERFORM LOCALIZAR-CLIENTE.
		IF WS-CLI-IDX = ZEROS
			PERFORM INCLUIR-CLIENTE
		END-IF.
		IF WS-CLI-IDX = ZEROS
			DISPLAY "TITULO FORA DO AGING - TABELA DE CLIENTES "
				"CHEIA: " CR-NUMERO
		ELSE
			ADD 1 TO W-TOTAL-TITULOS
			ADD 1 TO WS-CLI-TITULOS(WS-CLI-IDX)
			IF CR-SALDO < ZEROS
				COMPUTE WS-CREDITO = ZEROS - CR-SALDO
				ADD WS-CREDITO TO WS-CLI-CREDITO(WS-CLI-IDX)
			ELSE
				PERFORM DEFINIR-FAIXA
				ADD CR-SALDO TO WS-CLI-FAIXA(WS-CLI-IDX, WS-FAIXA)
			END-IF
		END-IF.

	DEFINIR-FAIXA.
		COMPUTE WS-IDADE-DIAS = WS-HOJE-INT
			- FUNCTION INTEGER-OF-DATE(CR-DATA-EMISSAO).
		EVALUATE TRUE
			WHEN WS-IDADE-DIAS NOT > 30
				MOVE 1 TO WS-FAIXA
			WHEN WS-IDADE-DIAS NOT > 60
				MOVE 2 TO WS-FAIXA
			WHEN WS-IDADE-DIAS NOT > 90
				MOVE 3 TO WS-FAIXA
			WHEN OTHER
				MOVE 4 TO WS-FAIXA
		END-EVALUATE.

	LOCALIZAR-CLIENTE.
		MOVE ZEROS TO WS-CLI-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-CLIENTE
			UNTIL WS-CLI-IDX > ZEROS OR WS-I > WS-QTD-CLIENTES.

	PROCURAR-CLIENTE.
		IF WS-CLI-CODIGO(WS-I) = CR-CLIENTE
			MOVE WS-I TO WS-CLI-IDX
		END-IF.
		ADD 1 TO WS-I.

*> Cliente com titulo mas fora do CLIMAST.DAT ainda entra no aging,
*> com o nome marcado, para o saldo nao sumir do total.
	INCLUIR-CLIENTE.
		MOVE ZEROS TO WS-CLI-IDX.
		IF WS-QTD-CLIENTES < 200
			ADD 1 TO WS-QTD-CLIENTES
			MOVE WS-QTD-CLIENTES TO WS-CLI-IDX
			MOVE CR-CLIENTE TO WS-CLI-CODIGO(WS-CLI-IDX)
			MOVE "*** NAO CADASTRADO ***" TO WS-CLI-NOME(WS-CLI-IDX)
			MOVE ZEROS TO WS-CLI-TITULOS(WS-CLI-IDX)
			MOVE ZEROS TO WS-CLI-FAIXA(WS-CLI-IDX, 1)
			MOVE ZEROS TO WS-CLI-FAIXA(WS-CLI-IDX, 2)
			MOVE ZEROS TO WS-CLI-FAIXA(WS-CLI-IDX, 3)
			MOVE ZEROS TO WS-CLI-FAIXA(WS-CLI-IDX, 4)
			MOVE ZEROS TO WS-CLI-CREDITO(WS-CLI-IDX)
		END-IF.

	ESCREVER-CLIENTES.
		MOVE ZEROS TO WS-CLI-IDX.
		PERFORM ESCREVER-UM-CLIENTE
			UNTIL WS-CLI-IDX NOT < WS-QTD-CLIENTES.

*> Total aberto do cliente e o que ele deve nas quatro faixas menos
*> o credito que ja tem; so cliente com titulo em aberto e impresso.
	ESCREVER-UM-CLIENTE.
		ADD 1 TO WS-CLI-IDX.
		IF WS-CLI-TITULOS(WS-CLI-IDX) > ZEROS
			MOVE WS-CLI-CODIGO(WS-CLI-IDX) TO LD-CLIENTE
			MOVE WS-CLI-NOME(WS-CLI-IDX) TO LD-NOME
			MOVE ZEROS TO W-TOTAL-CLIENTE
			MOVE ZEROS TO WS-FAIXA
			PERFORM SOMAR-FAIXA-CLIENTE UNTIL WS-FAIXA NOT < 4
			MOVE WS-CLI-CREDITO(WS-CLI-IDX) TO LD-CREDITO
			ADD WS-CLI-CREDITO(WS-CLI-IDX) TO W-TOTAL-CREDITO
			SUBTRACT WS-CLI-CREDITO(WS-CLI-IDX) FROM W-TOTAL-CLIENTE
			MOVE W-TOTAL-CLIENTE TO LD-TOTAL
			MOVE LINHA-DETALHE TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

	SOMAR-FAIXA-CLIENTE.
		ADD 1 TO WS-FAIXA.
		MOVE WS-CLI-FAIXA(WS-CLI-IDX, WS-FAIXA) TO LD-FAIXA(WS-FAIXA).
		ADD WS-CLI-FAIXA(WS-CLI-IDX, WS-FAIXA) TO W-TOTAL-CLIENTE.
		ADD WS-CLI-FAIXA(WS-CLI-IDX, WS-FAIXA)
			TO W-TOTAL-FAIXA(WS-FAIXA).
		ADD WS-CLI-FAIXA(WS-CLI-IDX, WS-FAIXA) TO W-TOTAL-ABERTO.

	ESCREVER-TOTAL.
		MOVE ZEROS TO WS-FAIXA.
		PERFORM MOVER-FAIXA-TOTAL UNTIL WS-FAIXA NOT < 4.
		MOVE W-TOTAL-CREDITO TO LT-CREDITO.
		SUBTRACT W-TOTAL-CREDITO FROM W-TOTAL-ABERTO.
		MOVE W-TOTAL-ABERTO TO LT-TOTAL.
		MOVE LINHA-TOTAL TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE W-TOTAL-TITULOS TO LR-TITULOS.
		MOVE LINHA-RODAPE TO REPORT-LINE.
		WRITE REPORT-LINE.

	MOVER-FAIXA-TOTAL.
		ADD 1 TO WS-FAIXA.
		MOVE W-TOTAL-FAIXA(WS-FAIXA) TO LT-FAIXA(WS-FAIXA).

	FECHAR-ARQUIVOS.
		IF WS-CR-STATUS NOT = "35"
			CLOSE CONTA-RECEBER-FILE
		END-IF.
		CLOSE AGING-REPORT-FILE.
