IDENTIFICATION DIVISION.
PROGRAM-ID. CONFERENCIA-NF-FORNECEDOR.
*> Conferencia de tres vias da nota do fornecedor: cada linha de
*> NFFORN.DAT e casada com o pedido de compra (PC-NUMERO e o preco
*> PC-CUSTO-UNIT) e com a quantidade efetivamente recebida, ambos
*> guardados em PEDRECEB.DAT pelo batch de precos no recebimento.
*> Nota que confere vira titulo a pagar em CPAGAR.DAT, vencendo
*> FORN-PRAZO-DIAS depois da data da nota; preco diferente do
*> pedido, quantidade diferente da recebida, ou linha sem
*> recebimento vai para a lista de retencao de compras
*> (NFRETEN.DAT) e nao e agendada. No fim PEDRECEB.DAT e regravado
*> so com as linhas que ainda aguardam nota.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT NOTA-FORNECEDOR-FILE ASSIGN TO "NFFORN.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-NF-STATUS.
			SELECT PEDIDO-RECEBIDO-FILE ASSIGN TO "PEDRECEB.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PREC-STATUS.
			SELECT FORNECEDOR-MASTER-FILE ASSIGN TO "FORNMAST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-FORN-STATUS.
			SELECT CONTA-PAGAR-FILE ASSIGN TO "CPAGAR.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CP-STATUS.
			SELECT RETENCAO-REPORT-FILE ASSIGN TO "NFRETEN.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD NOTA-FORNECEDOR-FILE.
	COPY NFFORN.
	FD PEDIDO-RECEBIDO-FILE.
	COPY PEDRECEB.
	FD FORNECEDOR-MASTER-FILE.
	COPY FORNREC.
	FD CONTA-PAGAR-FILE.
	COPY CPAGAR.
	FD RETENCAO-REPORT-FILE.
	01 REPORT-LINE PIC X(100).
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-NF-STATUS			PIC X(02) VALUE SPACES.
		02 WS-PREC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-FORN-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CP-STATUS			PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-NF			PIC X VALUE "N".
			88 EOF-NF VALUE "S".
		02 WS-EOF-PREC			PIC X VALUE "N".
			88 EOF-PREC VALUE "S".
		02 WS-EOF-FORN			PIC X VALUE "N".
			88 EOF-FORN VALUE "S".
		02 WS-PREC-ESTOURO		PIC X VALUE "N".
			88 PEDRECEB-ESTOUROU VALUE "S".
		02 WS-I					PIC 9(03) VALUE ZEROS.
		02 WS-REC-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-FORN-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-MOTIVO			PIC X(30) VALUE SPACES.
		02 WS-VALOR-NOTA		PIC 9(09)V99 VALUE ZEROS.
		02 WS-VENCIMENTO-INT	PIC 9(08) VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-LIDAS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-AGENDADAS	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-RETIDAS		PIC 9(06) VALUE ZEROS.
		02 W-VALOR-AGENDADO		PIC 9(11)V99 VALUE ZEROS.
		02 W-VALOR-RETIDO		PIC 9(11)V99 VALUE ZEROS.
	01 WS-TABELA-FORNECEDORES.
		02 WS-QTD-FORNECEDORES	PIC 9(03) VALUE ZEROS.
		02 WS-FORNECEDOR OCCURS 50 TIMES.
			03 WS-FORN-CODIGO	PIC X(06).
			03 WS-FORN-PRAZO	PIC 9(03).
	01 WS-TABELA-RECEBIDOS.
		02 WS-QTD-RECEBIDOS		PIC 9(03) VALUE ZEROS.
		02 WS-RECEBIDO OCCURS 500 TIMES.
			03 WS-REC-REGISTRO	PIC X(64).
			03 WS-REC-NUMERO	PIC 9(06).
			03 WS-REC-FORNECEDOR PIC X(06).
			03 WS-REC-NAME		PIC X(20).
			03 WS-REC-QTD-RECEBIDA PIC 9(04).
			03 WS-REC-CUSTO-PEDIDO PIC 9(04)V99.
			03 WS-REC-SITUACAO	PIC X(01).
	01 LINHA-CABECALHO.
		02 FILLER PIC X(30) VALUE "NOTAS RETIDAS PARA COMPRAS".
	01 LINHA-CABECALHO-2.
		02 FILLER PIC X(08) VALUE "FORNEC".
		02 FILLER PIC X(12) VALUE "NOTA".
		02 FILLER PIC X(08) VALUE "PEDIDO".
		02 FILLER PIC X(21) VALUE "ITEM".
		02 FILLER PIC X(05) VALUE "QTD".
		02 FILLER PIC X(10) VALUE "   PRECO".
		02 FILLER PIC X(30) VALUE "  MOTIVO".
	01 LINHA-DETALHE.
		02 LD-FORNECEDOR		PIC X(06).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-NOTA				PIC X(10).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-PEDIDO			PIC 9(06).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-NAME				PIC X(20).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-QTD				PIC ZZZ9.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-PRECO				PIC ZZZ9,99.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-MOTIVO			PIC X(30).
	01 LINHA-ESPERADO.
		02 FILLER PIC X(49) VALUE
			"          ESPERADO PELO PEDIDO/RECEBIMENTO:".
		02 LE-QTD				PIC ZZZ9.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LE-PRECO				PIC ZZZ9,99.
	01 LINHA-TOTAL.
		02 FILLER PIC X(08) VALUE "LIDAS: ".
		02 LT-LIDAS				PIC ZZZZZ9.
		02 FILLER PIC X(13) VALUE "  AGENDADAS: ".
		02 LT-AGENDADAS			PIC ZZZZZ9.
		02 FILLER PIC X(02) VALUE SPACES.
		02 LT-VALOR-AGENDADO	PIC ZZZZZZZZZZ9,99.
		02 FILLER PIC X(11) VALUE "  RETIDAS: ".
		02 LT-RETIDAS			PIC ZZZZZ9.
		02 FILLER PIC X(02) VALUE SPACES.
		02 LT-VALOR-RETIDO		PIC ZZZZZZZZZZ9,99.
PROCEDURE DIVISION.
	INIT.
		PERFORM CARREGAR-FORNECEDORES UNTIL EOF-FORN.
		PERFORM CARREGAR-RECEBIDOS UNTIL EOF-PREC.
		PERFORM ABRIR-ARQUIVOS.
		IF PEDRECEB-ESTOUROU
			DISPLAY "PEDRECEB.DAT MAIOR QUE A TABELA - "
				"NOTAS NAO CONFERIDAS"
			MOVE 8 TO RETURN-CODE
			MOVE "S" TO WS-EOF-NF
		END-IF.
		PERFORM PROCESSAR-NOTAS UNTIL EOF-NF.
		PERFORM ESCREVER-TOTAL.
		PERFORM FECHAR-ARQUIVOS.
		PERFORM REGRAVAR-RECEBIDOS.
		STOP RUN.

	CARREGAR-FORNECEDORES.
		IF WS-FORN-STATUS = SPACES
			OPEN INPUT FORNECEDOR-MASTER-FILE
			IF WS-FORN-STATUS NOT = "00"
				DISPLAY "FORNMAST.DAT NAO ENCONTRADO - "
					"TODA NOTA SERA RETIDA"
				MOVE "S" TO WS-EOF-FORN
			END-IF
		END-IF.
		IF NOT EOF-FORN
			READ FORNECEDOR-MASTER-FILE
				AT END
					MOVE "S" TO WS-EOF-FORN
					CLOSE FORNECEDOR-MASTER-FILE
				NOT AT END
					IF WS-QTD-FORNECEDORES < 50
						ADD 1 TO WS-QTD-FORNECEDORES
						MOVE FORN-CODIGO
							TO WS-FORN-CODIGO(WS-QTD-FORNECEDORES)
						MOVE FORN-PRAZO-DIAS
							TO WS-FORN-PRAZO(WS-QTD-FORNECEDORES)
					ELSE
						DISPLAY "FORNECEDOR IGNORADO - TABELA CHEIA: "
							FORN-CODIGO
					END-IF
			END-READ
		END-IF.

*> A linha inteira e guardada como veio, para a regravacao devolver
*> ao arquivo exatamente o que o batch de precos gravou.
	CARREGAR-RECEBIDOS.
		IF WS-PREC-STATUS = SPACES
			OPEN INPUT PEDIDO-RECEBIDO-FILE
			IF WS-PREC-STATUS NOT = "00"
				DISPLAY "PEDRECEB.DAT NAO ENCONTRADO - "
					"NENHUM RECEBIMENTO A CONFERIR"
				MOVE "S" TO WS-EOF-PREC
			END-IF
		END-IF.
		IF NOT EOF-PREC
			READ PEDIDO-RECEBIDO-FILE
				AT END
					MOVE "S" TO WS-EOF-PREC
					CLOSE PEDIDO-RECEBIDO-FILE
				NOT AT END
					IF PR-AGUARDANDO-NOTA
						IF WS-QTD-RECEBIDOS < 500
							PERFORM GUARDAR-RECEBIDO
						ELSE
							SET PEDRECEB-ESTOUROU TO TRUE
							DISPLAY "RECEBIMENTO FORA DA CONFERENCIA - "
								"TABELA CHEIA: " PR-NUMERO " " PR-NAME
						END-IF
					END-IF
			END-READ
		END-IF.

	GUARDAR-RECEBIDO.
		ADD 1 TO WS-QTD-RECEBIDOS.
		MOVE PEDIDO-RECEBIDO-RECORD
			TO WS-REC-REGISTRO(WS-QTD-RECEBIDOS).
		MOVE PR-NUMERO TO WS-REC-NUMERO(WS-QTD-RECEBIDOS).
		MOVE PR-FORNECEDOR TO WS-REC-FORNECEDOR(WS-QTD-RECEBIDOS).
		MOVE PR-NAME TO WS-REC-NAME(WS-QTD-RECEBIDOS).
		MOVE PR-QTD-RECEBIDA TO WS-REC-QTD-RECEBIDA(WS-QTD-RECEBIDOS).
		MOVE PR-CUSTO-PEDIDO TO WS-REC-CUSTO-PEDIDO(WS-QTD-RECEBIDOS).
		MOVE "A" TO WS-REC-SITUACAO(WS-QTD-RECEBIDOS).

	ABRIR-ARQUIVOS.
		OPEN INPUT NOTA-FORNECEDOR-FILE.
		IF WS-NF-STATUS NOT = "00"
			DISPLAY "NFFORN.DAT NAO ENCONTRADO - NADA A CONFERIR"
			MOVE "S" TO WS-EOF-NF
		END-IF.
		OPEN EXTEND CONTA-PAGAR-FILE.
		IF WS-CP-STATUS = "35"
			OPEN OUTPUT CONTA-PAGAR-FILE
		END-IF.
		OPEN OUTPUT RETENCAO-REPORT-FILE.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO-2 TO REPORT-LINE.
		WRITE REPORT-LINE.

	PROCESSAR-NOTAS.
		READ NOTA-FORNECEDOR-FILE
			AT END
				MOVE "S" TO WS-EOF-NF
			NOT AT END
				PERFORM CONFERIR-UMA-NOTA
		END-READ.

*> Preco e conferido contra o PEDIDO (o que compras negociou) e a
*> quantidade contra o RECEBIDO (o que entrou no estoque): sao as
*> tres vias. A linha recebida casada fica marcada na tabela e nao
*> casa uma segunda nota.
	CONFERIR-UMA-NOTA.
		ADD 1 TO W-TOTAL-LIDAS.
		COMPUTE WS-VALOR-NOTA = NF-QTD * NF-CUSTO-UNIT.
		MOVE SPACES TO WS-MOTIVO.
		PERFORM LOCALIZAR-RECEBIDO.
		PERFORM LOCALIZAR-FORNECEDOR.
		EVALUATE TRUE
			WHEN WS-REC-IDX = ZEROS
				MOVE "SEM RECEBIMENTO DO PEDIDO" TO WS-MOTIVO
			WHEN WS-REC-FORNECEDOR(WS-REC-IDX) NOT = NF-FORNECEDOR
				MOVE "PEDIDO DE OUTRO FORNECEDOR" TO WS-MOTIVO
			WHEN WS-FORN-IDX = ZEROS
				MOVE "FORNECEDOR NAO CADASTRADO" TO WS-MOTIVO
			WHEN NF-CUSTO-UNIT NOT = WS-REC-CUSTO-PEDIDO(WS-REC-IDX)
				AND NF-QTD NOT = WS-REC-QTD-RECEBIDA(WS-REC-IDX)
				MOVE "PRECO E QUANTIDADE DIVERGENTES" TO WS-MOTIVO
			WHEN NF-CUSTO-UNIT NOT = WS-REC-CUSTO-PEDIDO(WS-REC-IDX)
				MOVE "PRECO DIVERGE DO PEDIDO" TO WS-MOTIVO
			WHEN NF-QTD NOT = WS-REC-QTD-RECEBIDA(WS-REC-IDX)
				MOVE "QTD DIVERGE DO RECEBIDO" TO WS-MOTIVO
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
		IF WS-MOTIVO = SPACES
			PERFORM AGENDAR-PAGAMENTO
		ELSE
			PERFORM RETER-NOTA
		END-IF.

	LOCALIZAR-RECEBIDO.
		MOVE ZEROS TO WS-REC-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-RECEBIDO
			UNTIL WS-REC-IDX > ZEROS OR WS-I > WS-QTD-RECEBIDOS.

	PROCURAR-RECEBIDO.
		IF WS-REC-NUMERO(WS-I) = NF-PEDIDO
			AND WS-REC-NAME(WS-I) = NF-NAME
			AND WS-REC-SITUACAO(WS-I) = "A"
			MOVE WS-I TO WS-REC-IDX
		END-IF.
		ADD 1 TO WS-I.

	LOCALIZAR-FORNECEDOR.
		MOVE ZEROS TO WS-FORN-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-FORNECEDOR
			UNTIL WS-FORN-IDX > ZEROS OR WS-I > WS-QTD-FORNECEDORES.

	PROCURAR-FORNECEDOR.
		IF WS-FORN-CODIGO(WS-I) = NF-FORNECEDOR
			MOVE WS-I TO WS-FORN-IDX
		END-IF.
		ADD 1 TO WS-I.

	AGENDAR-PAGAMENTO.
		COMPUTE WS-VENCIMENTO-INT =
			FUNCTION INTEGER-OF-DATE(NF-DATA)
			+ WS-FORN-PRAZO(WS-FORN-IDX).
		MOVE NF-FORNECEDOR TO CP-FORNECEDOR.
		MOVE NF-NUMERO-NOTA TO CP-NUMERO-NOTA.
		MOVE NF-PEDIDO TO CP-PEDIDO.
		MOVE NF-NAME TO CP-NAME.
		MOVE NF-DATA TO CP-DATA-NOTA.
		MOVE FUNCTION DATE-OF-INTEGER(WS-VENCIMENTO-INT)
			TO CP-VENCIMENTO.
		MOVE WS-VALOR-NOTA TO CP-VALOR.
		MOVE "A" TO CP-SITUACAO.
		WRITE CONTA-PAGAR-RECORD.
		MOVE "F" TO WS-REC-SITUACAO(WS-REC-IDX).
		ADD 1 TO W-TOTAL-AGENDADAS.
		ADD WS-VALOR-NOTA TO W-VALOR-AGENDADO.

	RETER-NOTA.
		ADD 1 TO W-TOTAL-RETIDAS.
		ADD WS-VALOR-NOTA TO W-VALOR-RETIDO.
		MOVE NF-FORNECEDOR TO LD-FORNECEDOR.
		MOVE NF-NUMERO-NOTA TO LD-NOTA.
		MOVE NF-PEDIDO TO LD-PEDIDO.
		MOVE NF-NAME TO LD-NAME.
		MOVE NF-QTD TO LD-QTD.
		MOVE NF-CUSTO-UNIT TO LD-PRECO.
		MOVE WS-MOTIVO TO LD-MOTIVO.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF WS-REC-IDX > ZEROS
			MOVE WS-REC-QTD-RECEBIDA(WS-REC-IDX) TO LE-QTD
			MOVE WS-REC-CUSTO-PEDIDO(WS-REC-IDX) TO LE-PRECO
			MOVE LINHA-ESPERADO TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

	ESCREVER-TOTAL.
		MOVE W-TOTAL-LIDAS TO LT-LIDAS.
		MOVE W-TOTAL-AGENDADAS TO LT-AGENDADAS.
		MOVE W-VALOR-AGENDADO TO LT-VALOR-AGENDADO.
		MOVE W-TOTAL-RETIDAS TO LT-RETIDAS.
		MOVE W-VALOR-RETIDO TO LT-VALOR-RETIDO.
		MOVE LINHA-TOTAL TO REPORT-LINE.
		WRITE REPORT-LINE.

	FECHAR-ARQUIVOS.
		IF WS-NF-STATUS NOT = "35"
			CLOSE NOTA-FORNECEDOR-FILE
		END-IF.
		CLOSE CONTA-PAGAR-FILE.
		CLOSE RETENCAO-REPORT-FILE.

*> Como o PEDCOMP.DAT no batch de precos: com a tabela estourada a
*> regravacao perderia as linhas de fora, entao o arquivo fica como
*> esta. Por isso nenhuma nota e conferida nessa rodada (INIT): um
*> titulo agendado sem a baixa do recebimento seria pago de novo na
*> proxima nota do mesmo pedido e item.
	REGRAVAR-RECEBIDOS.
		IF PEDRECEB-ESTOUROU
			DISPLAY "PEDRECEB.DAT NAO REGRAVADO - TABELA DE "
				"RECEBIMENTOS INSUFICIENTE PARA O ARQUIVO"
			EXIT PARAGRAPH
		END-IF.
		IF WS-PREC-STATUS = "35"
			EXIT PARAGRAPH
		END-IF.
		OPEN OUTPUT PEDIDO-RECEBIDO-FILE.
		MOVE ZEROS TO WS-I.
		PERFORM REGRAVAR-UM-RECEBIDO
			UNTIL WS-I NOT < WS-QTD-RECEBIDOS.
		CLOSE PEDIDO-RECEBIDO-FILE.

	REGRAVAR-UM-RECEBIDO.
		ADD 1 TO WS-I.
		IF WS-REC-SITUACAO(WS-I) = "A"
			MOVE WS-REC-REGISTRO(WS-I) TO PEDIDO-RECEBIDO-RECORD
			WRITE PEDIDO-RECEBIDO-RECORD
		END-IF.
