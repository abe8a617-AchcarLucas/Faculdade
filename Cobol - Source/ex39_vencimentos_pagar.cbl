IDENTIFICATION DIVISION.
PROGRAM-ID. VENCIMENTOS-PAGAR.
*> Relatorio semanal de contas a pagar para a tesouraria: os
*> titulos em aberto de CPAGAR.DAT agrupados pela semana de
*> vencimento (segunda a domingo), a partir da semana corrente.
*> Titulo ja vencido sai no grupo VENCIDOS, no topo; o que vence
*> depois do horizonte de 12 semanas sai num grupo unico POSTERIOR.
*> Cada grupo tem subtotal e o relatorio fecha com o total geral.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT CONTA-PAGAR-FILE ASSIGN TO "CPAGAR.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CP-STATUS.
			SELECT VENCIMENTOS-REPORT-FILE ASSIGN TO "CPAGREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD CONTA-PAGAR-FILE.
	COPY CPAGAR.
	FD VENCIMENTOS-REPORT-FILE.
	01 REPORT-LINE PIC X(100).
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-CP-STATUS			PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-CP			PIC X VALUE "N".
			88 EOF-CP VALUE "S".
		02 WS-DATA-HOJE			PIC 9(08) VALUE ZEROS.
		02 WS-HOJE-INT			PIC 9(08) VALUE ZEROS.
		02 WS-SEMANA-ATUAL-INT	PIC 9(08) VALUE ZEROS.
		02 WS-VENC-INT			PIC 9(08) VALUE ZEROS.
		02 WS-INICIO-INT		PIC 9(08) VALUE ZEROS.
		02 WS-FIM-INT			PIC 9(08) VALUE ZEROS.
		02 WS-SEMANAS			PIC 9(05) VALUE ZEROS.
		02 WS-I					PIC 9(03) VALUE ZEROS.
		02 WS-GRUPO				PIC 9(02) VALUE ZEROS.
		02 WS-GRUPO-ATUAL		PIC 9(02) VALUE ZEROS.
		02 WS-NO-GRUPO			PIC 9(04) VALUE ZEROS.
		02 WS-TOTAL-GRUPO		PIC 9(11)V99 VALUE ZEROS.
*> Grupo 1 = vencidos, 2 a 13 = semana corrente e as 11 seguintes,
*> 14 = posterior ao horizonte.
	01 WS-HORIZONTE-SEMANAS		PIC 9(02) VALUE 12.
	01 WS-TOTAIS.
		02 W-TOTAL-TITULOS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-GERAL		PIC 9(11)V99 VALUE ZEROS.
	01 WS-TABELA-TITULOS.
		02 WS-QTD-TITULOS		PIC 9(03) VALUE ZEROS.
		02 WS-TITULO OCCURS 500 TIMES.
			03 WS-TIT-GRUPO		PIC 9(02).
			03 WS-TIT-FORNECEDOR PIC X(06).
			03 WS-TIT-NOTA		PIC X(10).
			03 WS-TIT-PEDIDO	PIC 9(06).
			03 WS-TIT-NAME		PIC X(20).
			03 WS-TIT-VENCIMENTO PIC 9(08).
			03 WS-TIT-VALOR		PIC 9(09)V99.
	01 LINHA-CABECALHO.
		02 FILLER PIC X(36) VALUE "CONTAS A PAGAR POR SEMANA - DATA: ".
		02 LC-DATA				PIC 9(08).
	01 LINHA-CABECALHO-2.
		02 FILLER PIC X(08) VALUE "FORNEC".
		02 FILLER PIC X(12) VALUE "NOTA".
		02 FILLER PIC X(08) VALUE "PEDIDO".
		02 FILLER PIC X(22) VALUE "ITEM".
		02 FILLER PIC X(10) VALUE "VENCTO".
		02 FILLER PIC X(15) VALUE "          VALOR".
	01 LINHA-GRUPO.
		02 LG-TITULO			PIC X(20).
		02 LG-INICIO			PIC 9(08).
		02 LG-ATE				PIC X(05).
		02 LG-FIM				PIC 9(08).
	01 LINHA-GRUPO-R REDEFINES LINHA-GRUPO.
		02 LG-TEXTO				PIC X(41).
	01 LINHA-DETALHE.
		02 LD-FORNECEDOR		PIC X(06).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-NOTA				PIC X(10).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-PEDIDO			PIC 9(06).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-NAME				PIC X(20).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-VENCIMENTO		PIC 9(08).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-VALOR				PIC ZZZZZZZZ9,99.
	01 LINHA-SUBTOTAL.
		02 FILLER PIC X(30) VALUE "     SUBTOTAL".
		02 LS-QTD				PIC ZZZ9.
		02 FILLER PIC X(26) VALUE " TITULO(S)".
		02 LS-VALOR				PIC ZZZZZZZZZZ9,99.
	01 LINHA-TOTAL.
		02 FILLER PIC X(30) VALUE "TOTAL A PAGAR".
		02 LT-QTD				PIC ZZZZZ9.
		02 FILLER PIC X(24) VALUE " TITULO(S)".
		02 LT-VALOR				PIC ZZZZZZZZZZ9,99.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
		COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
*> O dia 1 do calendario inteiro (01/01/1601) foi uma segunda-feira,
*> entao a segunda da semana corrente e o dia menos o resto por 7.
		COMPUTE WS-SEMANA-ATUAL-INT =
			WS-HOJE-INT - FUNCTION MOD(WS-HOJE-INT - 1, 7).
		PERFORM CARREGAR-TITULOS UNTIL EOF-CP.
		OPEN OUTPUT VENCIMENTOS-REPORT-FILE.
		MOVE WS-DATA-HOJE TO LC-DATA.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO-2 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE 1 TO WS-GRUPO-ATUAL.
		PERFORM IMPRIMIR-GRUPO
			UNTIL WS-GRUPO-ATUAL > WS-HORIZONTE-SEMANAS + 2.
		MOVE W-TOTAL-TITULOS TO LT-QTD.
		MOVE W-TOTAL-GERAL TO LT-VALOR.
		MOVE LINHA-TOTAL TO REPORT-LINE.
		WRITE REPORT-LINE.
		CLOSE VENCIMENTOS-REPORT-FILE.
		STOP RUN.

	CARREGAR-TITULOS.
		IF WS-CP-STATUS = SPACES
			OPEN INPUT CONTA-PAGAR-FILE
			IF WS-CP-STATUS NOT = "00"
				DISPLAY "CPAGAR.DAT NAO ENCONTRADO - NADA A PAGAR"
				MOVE "S" TO WS-EOF-CP
			END-IF
		END-IF.
		IF NOT EOF-CP
			READ CONTA-PAGAR-FILE
				AT END
					MOVE "S" TO WS-EOF-CP
					CLOSE CONTA-PAGAR-FILE
				NOT AT END
					IF CP-A-PAGAR
						PERFORM GUARDAR-TITULO
					END-IF
			END-READ
		END-IF.

	GUARDAR-TITULO.
		IF WS-QTD-TITULOS NOT < 500
			DISPLAY "TITULO FORA DO RELATORIO - TABELA CHEIA: "
				CP-FORNECEDOR " " CP-NUMERO-NOTA
		ELSE
			ADD 1 TO WS-QTD-TITULOS
			PERFORM DEFINIR-GRUPO
			MOVE WS-GRUPO TO WS-TIT-GRUPO(WS-QTD-TITULOS)
			MOVE CP-FORNECEDOR TO WS-TIT-FORNECEDOR(WS-QTD-TITULOS)
			MOVE CP-NUMERO-NOTA TO WS-TIT-NOTA(WS-QTD-TITULOS)
			MOVE CP-PEDIDO TO WS-TIT-PEDIDO(WS-QTD-TITULOS)
			MOVE CP-NAME TO WS-TIT-NAME(WS-QTD-TITULOS)
			MOVE CP-VENCIMENTO TO WS-TIT-VENCIMENTO(WS-QTD-TITULOS)
			MOVE CP-VALOR TO WS-TIT-VALOR(WS-QTD-TITULOS)
		END-IF.

	DEFINIR-GRUPO.
		COMPUTE WS-VENC-INT = FUNCTION INTEGER-OF-DATE(CP-VENCIMENTO).
		IF WS-VENC-INT < WS-HOJE-INT
			MOVE 1 TO WS-GRUPO
		ELSE
			COMPUTE WS-SEMANAS =
				(WS-VENC-INT - WS-SEMANA-ATUAL-INT) / 7
			IF WS-SEMANAS < WS-HORIZONTE-SEMANAS
				COMPUTE WS-GRUPO = WS-SEMANAS + 2
			ELSE
				COMPUTE WS-GRUPO = WS-HORIZONTE-SEMANAS + 2
			END-IF
		END-IF.

	IMPRIMIR-GRUPO.
		MOVE ZEROS TO WS-NO-GRUPO.
		MOVE ZEROS TO WS-TOTAL-GRUPO.
		MOVE ZEROS TO WS-I.
		PERFORM CONTAR-GRUPO UNTIL WS-I NOT < WS-QTD-TITULOS.
		IF WS-NO-GRUPO > ZEROS
			PERFORM ESCREVER-CABECALHO-GRUPO
			MOVE ZEROS TO WS-I
			PERFORM ESCREVER-TITULO-GRUPO
				UNTIL WS-I NOT < WS-QTD-TITULOS
			MOVE WS-NO-GRUPO TO LS-QTD
			MOVE WS-TOTAL-GRUPO TO LS-VALOR
			MOVE LINHA-SUBTOTAL TO REPORT-LINE
			WRITE REPORT-LINE
			ADD WS-NO-GRUPO TO W-TOTAL-TITULOS
			ADD WS-TOTAL-GRUPO TO W-TOTAL-GERAL
		END-IF.
		ADD 1 TO WS-GRUPO-ATUAL.

	CONTAR-GRUPO.
		ADD 1 TO WS-I.
		IF WS-TIT-GRUPO(WS-I) = WS-GRUPO-ATUAL
			ADD 1 TO WS-NO-GRUPO
			ADD WS-TIT-VALOR(WS-I) TO WS-TOTAL-GRUPO
		END-IF.

	ESCREVER-CABECALHO-GRUPO.
		MOVE SPACES TO LINHA-GRUPO.
		EVALUATE TRUE
			WHEN WS-GRUPO-ATUAL = 1
				MOVE "VENCIDOS" TO LG-TEXTO
			WHEN WS-GRUPO-ATUAL > WS-HORIZONTE-SEMANAS + 1
				COMPUTE WS-INICIO-INT = WS-SEMANA-ATUAL-INT
					+ WS-HORIZONTE-SEMANAS * 7
				MOVE "POSTERIOR A " TO LG-TITULO
				MOVE FUNCTION DATE-OF-INTEGER(WS-INICIO-INT - 1)
					TO LG-INICIO
			WHEN OTHER
				COMPUTE WS-INICIO-INT = WS-SEMANA-ATUAL-INT
					+ (WS-GRUPO-ATUAL - 2) * 7
				COMPUTE WS-FIM-INT = WS-INICIO-INT + 6
				MOVE "SEMANA DE " TO LG-TITULO
				MOVE FUNCTION DATE-OF-INTEGER(WS-INICIO-INT)
					TO LG-INICIO
				MOVE " A " TO LG-ATE
				MOVE FUNCTION DATE-OF-INTEGER(WS-FIM-INT) TO LG-FIM
		END-EVALUATE.
		MOVE LINHA-GRUPO TO REPORT-LINE.
		WRITE REPORT-LINE.

	ESCREVER-TITULO-GRUPO.
		ADD 1 TO WS-I.
		IF WS-TIT-GRUPO(WS-I) = WS-GRUPO-ATUAL
			MOVE WS-TIT-FORNECEDOR(WS-I) TO LD-FORNECEDOR
			MOVE WS-TIT-NOTA(WS-I) TO LD-NOTA
			MOVE WS-TIT-PEDIDO(WS-I) TO LD-PEDIDO
			MOVE WS-TIT-NAME(WS-I) TO LD-NAME
			MOVE WS-TIT-VENCIMENTO(WS-I) TO LD-VENCIMENTO
			MOVE WS-TIT-VALOR(WS-I) TO LD-VALOR
			MOVE LINHA-DETALHE TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.
