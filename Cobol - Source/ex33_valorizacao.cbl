*> e a DIFERENCA NAO EXPLICADA quando a caminhada nao fecha - e
*> essa linha que pega problema de lancamento que a conferencia de
*> totais da reconciliacao diaria nao enxerga.
*> Mercadoria em transito entre locais (TRANSITO.DAT) continua no
*> MM-QTD e portanto no valor do item; a coluna TRANSITO mostra
*> quanto dela esta na estrada e a conciliacao destaca o valor, para
*> esse estoque nao parecer sumido. As diferencas apuradas no
*> recebimento das transferencias andam na caminhada em linha
*> propria.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			SELECT MERC-MOV-JORNAL-FILE ASSIGN TO "MERCMOVJ.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-MOVJ-STATUS.
			SELECT MERC-TRANSITO-FILE ASSIGN TO "TRANSITO.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS TR-CHAVE
				FILE STATUS IS WS-TRANSITO-STATUS.
			SELECT VALOR-REPORT-FILE ASSIGN TO "VALREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
		02 SNAT-VALOR-TOTAL		PIC 9(11)V99.
	FD MERC-MOV-JORNAL-FILE.
	COPY MERCMOVJ.
	FD MERC-TRANSITO-FILE.
	COPY TRANSITO.
	FD VALOR-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	WORKING-STORAGE SECTION.
			03 WS-AMA-ANO		PIC 9(04).
			03 WS-AMA-MES		PIC 9(02).
		02 WS-VALOR-ITEM		PIC 9(09)V99 VALUE ZEROS.
		02 WS-TRANSITO-STATUS	PIC X(02) VALUE SPACES.
		02 WS-EOF-TRANSITO		PIC X VALUE "N".
			88 EOF-TRANSITO VALUE "S".
		02 WS-TRS-I				PIC 9(03) VALUE ZEROS.
		02 WS-TRS-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-NOME-ALVO			PIC X(20) VALUE SPACES.
		02 WS-QTD-TRANSITO-ITEM	PIC 9(05) VALUE ZEROS.
	01 WS-TABELA-TRANSITO.
		02 WS-QTD-ITENS-TRANSITO PIC 9(03) VALUE ZEROS.
		02 WS-ITEM-TRANSITO OCCURS 500 TIMES.
			03 WS-TRS-NOME		PIC X(20).
			03 WS-TRS-QTD		PIC 9(05).
	01 WS-NOMES.
		02 WS-NOME-SNAPSHOT		PIC X(20) VALUE SPACES.
		02 WS-NOME-ANTERIOR		PIC X(20) VALUE SPACES.
		02 W-VALOR-ENTRADAS		PIC 9(11)V99 VALUE ZEROS.
		02 W-VALOR-SAIDAS		PIC 9(11)V99 VALUE ZEROS.
		02 W-VALOR-AJUSTES		PIC S9(11)V99 VALUE ZEROS.
		02 W-VALOR-DIF-TRANSF	PIC S9(11)V99 VALUE ZEROS.
		02 W-VALOR-EM-TRANSITO	PIC 9(11)V99 VALUE ZEROS.
		02 W-FECHAMENTO-ESPERADO PIC S9(12)V99 VALUE ZEROS.
		02 W-DIFERENCA			PIC S9(12)V99 VALUE ZEROS.
	01 LINHA-CABECALHO.
		02 FILLER PIC X(08) VALUE "QTD".
		02 FILLER PIC X(12) VALUE "CUSTO MEDIO".
		02 FILLER PIC X(14) VALUE "       VALOR".
		02 FILLER PIC X(10) VALUE "  TRANSITO".
	01 LINHA-DETALHE.
		02 LD-NOME				PIC X(20).
		02 LD-QTD				PIC ZZZ9.
		02 LD-CUSTO			PIC ZZZ9,99.
		02 FILLER				PIC X(04) VALUE SPACES.
		02 LD-VALOR			PIC ZZZZZZZZ9,99.
		02 FILLER				PIC X(05) VALUE SPACES.
		02 LD-TRANSITO			PIC ZZZZ9 BLANK WHEN ZERO.
	01 LINHA-CONCILIACAO.
		02 LC-ROTULO			PIC X(26).
		02 LC-VALOR			PIC -ZZZZZZZZZZ9,99.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		PERFORM MONTAR-NOMES.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-TRANSITO UNTIL EOF-TRANSITO.
		PERFORM VALORIZAR-ITENS UNTIL EOF-MASTER.
		PERFORM GRAVAR-TRAILER-SNAPSHOT.
		PERFORM LER-SNAPSHOT-ANTERIOR UNTIL EOF-ANT.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.

*> Quantidade em transito por item, somando todas as cargas abertas
*> de qualquer par de locais.
	CARREGAR-TRANSITO.
		IF WS-TRANSITO-STATUS = SPACES
			OPEN INPUT MERC-TRANSITO-FILE
			IF WS-TRANSITO-STATUS NOT = "00"
				MOVE "S" TO WS-EOF-TRANSITO
			END-IF
		END-IF.
		IF NOT EOF-TRANSITO
			READ MERC-TRANSITO-FILE NEXT RECORD
				AT END
					MOVE "S" TO WS-EOF-TRANSITO
					CLOSE MERC-TRANSITO-FILE
				NOT AT END
					MOVE TR-NAME TO WS-NOME-ALVO
					PERFORM LOCALIZAR-ITEM-TRANSITO
					IF WS-TRS-IDX = ZEROS
						IF WS-QTD-ITENS-TRANSITO < 500
							ADD 1 TO WS-QTD-ITENS-TRANSITO
							MOVE WS-QTD-ITENS-TRANSITO TO WS-TRS-IDX
							MOVE TR-NAME TO WS-TRS-NOME(WS-TRS-IDX)
							MOVE ZEROS TO WS-TRS-QTD(WS-TRS-IDX)
						ELSE
							DISPLAY "TRANSITO IGNORADO - TABELA CHEIA: "
								TR-NAME
						END-IF
					END-IF
					IF WS-TRS-IDX > ZEROS
						ADD TR-QTD TO WS-TRS-QTD(WS-TRS-IDX)
					END-IF
			END-READ
		END-IF.

	LOCALIZAR-ITEM-TRANSITO.
		MOVE ZEROS TO WS-TRS-IDX.
		MOVE 1 TO WS-TRS-I.
		PERFORM PROCURAR-ITEM-TRANSITO
			UNTIL WS-TRS-IDX > ZEROS
			OR WS-TRS-I > WS-QTD-ITENS-TRANSITO.

	PROCURAR-ITEM-TRANSITO.
		IF WS-TRS-NOME(WS-TRS-I) = WS-NOME-ALVO
			MOVE WS-TRS-I TO WS-TRS-IDX
		END-IF.
		ADD 1 TO WS-TRS-I.

	VALORIZAR-ITENS.
		READ MERCADORIA-MASTER-FILE NEXT RECORD
			AT END
		MOVE MM-QTD TO LD-QTD.
		MOVE MM-CUSTO-UNIT TO LD-CUSTO.
		MOVE WS-VALOR-ITEM TO LD-VALOR.
		MOVE MM-NAME TO WS-NOME-ALVO.
		PERFORM LOCALIZAR-ITEM-TRANSITO.
		IF WS-TRS-IDX > ZEROS
			MOVE WS-TRS-QTD(WS-TRS-IDX) TO WS-QTD-TRANSITO-ITEM
			COMPUTE W-VALOR-EM-TRANSITO = W-VALOR-EM-TRANSITO
				+ (WS-QTD-TRANSITO-ITEM * MM-CUSTO-UNIT)
		ELSE
			MOVE ZEROS TO WS-QTD-TRANSITO-ITEM
		END-IF.
		MOVE WS-QTD-TRANSITO-ITEM TO LD-TRANSITO.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.

				ADD MJ-VALOR TO W-VALOR-ENTRADAS
			WHEN "S" WHEN "s"
				SUBTRACT MJ-VALOR FROM W-VALOR-SAIDAS
			WHEN "R" WHEN "r"
				ADD MJ-VALOR TO W-VALOR-DIF-TRANSF
			WHEN OTHER
				ADD MJ-VALOR TO W-VALOR-AJUSTES
		END-EVALUATE.
		MOVE W-VALOR-FECHAMENTO TO LC-VALOR.
		MOVE LINHA-CONCILIACAO TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF W-VALOR-EM-TRANSITO > ZEROS
			MOVE "  DOS QUAIS EM TRANSITO" TO LC-ROTULO
			MOVE W-VALOR-EM-TRANSITO TO LC-VALOR
			MOVE LINHA-CONCILIACAO TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.
		IF NOT ANTERIOR-OK
			MOVE LINHA-SEM-ANTERIOR TO REPORT-LINE
			WRITE REPORT-LINE
			MOVE W-VALOR-AJUSTES TO LC-VALOR
			MOVE LINHA-CONCILIACAO TO REPORT-LINE
			WRITE REPORT-LINE
			MOVE "DIFERENCAS TRANSFERENCIAS" TO LC-ROTULO
			MOVE W-VALOR-DIF-TRANSF TO LC-VALOR
			MOVE LINHA-CONCILIACAO TO REPORT-LINE
			WRITE REPORT-LINE
			COMPUTE W-FECHAMENTO-ESPERADO = W-VALOR-ABERTURA
				+ W-VALOR-ENTRADAS - W-VALOR-SAIDAS
				+ W-VALOR-AJUSTES + W-VALOR-DIF-TRANSF
			MOVE "FECHAMENTO ESPERADO" TO LC-ROTULO
			MOVE W-FECHAMENTO-ESPERADO TO LC-VALOR
			MOVE LINHA-CONCILIACAO TO REPORT-LINE
