			SELECT PEDIDO-SEQ-FILE ASSIGN TO "PEDSEQ.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PSEQ-STATUS.
			SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-BO-STATUS.
			SELECT LOCAL-CONTROLE-FILE ASSIGN TO "LOCCTL.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-LOC-STATUS.
			SELECT MERC-ABC-FILE ASSIGN TO "MERCABC.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-ABC-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD MERCADORIA-MASTER-FILE.
	COPY PEDCOMP.
	FD PEDIDO-SEQ-FILE.
	COPY PEDSEQ.
	FD BACKORDER-FILE.
	COPY BACKORD.
	FD LOCAL-CONTROLE-FILE.
	COPY LOCCTL.
	FD MERC-ABC-FILE.
	COPY MERCABC.
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-MASTER-STATUS		PIC X(02) VALUE SPACES.
		02 WS-ITEM-VISTO-FLAG	PIC X VALUE "N".
			88 ITEM-JA-VISTO VALUE "S".
		02 WS-QTD-SUGERIDA		PIC 9(04) VALUE ZEROS.
		02 WS-ABC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-ABC			PIC X VALUE "N".
			88 EOF-ABC VALUE "S".
		02 WS-CLASSE-ITEM		PIC X(01) VALUE SPACES.
			88 ITEM-CLASSE-A VALUE "A".
		02 WS-BO-STATUS			PIC X(02) VALUE SPACES.
		02 WS-EOF-BO			PIC X VALUE "N".
			88 EOF-BO VALUE "S".
		02 WS-LOC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-LOC			PIC X VALUE "N".
			88 EOF-LOC VALUE "S".
		02 WS-LOCAL-PADRAO		PIC X(03) VALUE SPACES.
		02 WS-PEND-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-QTD-PENDENTE		PIC 9(05) VALUE ZEROS.
		02 WS-SALDO-LIQUIDO		PIC S9(05) VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-ITENS-ABAIXO	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-VALOR-COMPRA	PIC 9(09)V99 VALUE ZEROS.
		02 W-VALOR-COMPRA		PIC 9(08)V99 VALUE ZEROS.
		02 W-TOTAL-CLASSE-A		PIC 9(06) VALUE ZEROS.
	01 WS-TABELA-FORNECEDORES.
		02 WS-QTD-FORNECEDORES	PIC 9(03) VALUE ZEROS.
		02 WS-FORNECEDOR OCCURS 50 TIMES.
		02 WS-EM-PEDIDO OCCURS 200 TIMES.
			03 WS-PED-NOME		PIC X(20).
			03 WS-PED-LOCAL		PIC X(03).
*> Quantidade ainda devida a clientes por item (BACKORD.DAT). Conta
*> como demanda: abate o saldo antes da comparacao com o minimo e
*> a sugestao cobre pelo menos o que falta entregar. O faturamento
*> atende as pendencias pelo local padrao, entao no modo por local
*> so o saldo do local padrao e abatido.
	01 WS-TABELA-PENDENCIAS.
		02 WS-QTD-PENDENCIAS	PIC 9(03) VALUE ZEROS.
		02 WS-PENDENCIA OCCURS 200 TIMES.
			03 WS-PEND-NOME		PIC X(20).
			03 WS-PEND-QTD		PIC 9(05).
*> Classe ABC do ultimo fechamento (MERCABC.DAT, gravado pela
*> margem bruta). Sem o arquivo a coluna sai em branco.
	01 WS-TABELA-CLASSES.
		02 WS-QTD-CLASSES		PIC 9(03) VALUE ZEROS.
		02 WS-ITEM-CLASSE OCCURS 500 TIMES.
			03 WS-CLS-NOME		PIC X(20).
			03 WS-CLS-CLASSE	PIC X(01).
	01 LINHA-CABECALHO.
		02 FILLER PIC X(20) VALUE "NOME".
		02 FILLER PIC X(07) VALUE "LOCAL".
		02 FILLER PIC X(08) VALUE "MINIMO".
		02 FILLER PIC X(10) VALUE "SUGERIDO".
		02 FILLER PIC X(12) VALUE "CUSTO UNIT".
		02 FILLER PIC X(12) VALUE "VALOR COMPRA".
		02 FILLER PIC X(03) VALUE "ABC".
	01 LINHA-DETALHE.
		02 LD-NOME				PIC X(20).
		02 LD-LOCAL				PIC X(03).
		02 LD-CUSTO				PIC ZZZ9,99.
		02 FILLER				PIC X(05) VALUE SPACES.
		02 LD-VALOR				PIC ZZZZZZ9,99.
		02 FILLER				PIC X(08) VALUE SPACES.
		02 LD-CLASSE			PIC X(01).
	01 LINHA-SEM-FORNECEDOR.
		02 LSF-NOME				PIC X(20).
		02 FILLER PIC X(34) VALUE
			"  SEM FORNECEDOR - PEDIDO MANUAL".
	01 LINHA-PENDENTE.
		02 LPD-NOME				PIC X(20).
		02 FILLER PIC X(28) VALUE
			"  DEVIDO A CLIENTES (PEND.):".
		02 LPD-QTD				PIC ZZZZ9.
	01 LINHA-JA-PEDIDO.
		02 LJP-NOME				PIC X(20).
		02 FILLER PIC X(34) VALUE
		02 LT-ITENS				PIC ZZZZZ9.
		02 FILLER PIC X(20) VALUE "  VALOR ESTIMADO: ".
		02 LT-VALOR				PIC ZZZZZZZZ9,99.
	01 LINHA-TOTAL-CLASSE-A.
		02 FILLER PIC X(20) VALUE "DOS QUAIS CLASSE A: ".
		02 LTA-ITENS			PIC ZZZZZ9.
		02 FILLER PIC X(30) VALUE "  - COMPRAR PRIMEIRO".
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-FORNECEDORES UNTIL EOF-FORN.
		PERFORM CARREGAR-CLASSES UNTIL EOF-ABC.
		PERFORM CARREGAR-LOCAIS UNTIL EOF-LOC.
		PERFORM CARREGAR-PENDENCIAS UNTIL EOF-BO.
		PERFORM LER-SEQUENCIA-PEDIDO.
		PERFORM CARREGAR-EM-PEDIDO UNTIL EOF-PED.
		IF REPOSICAO-POR-LOCAL
			END-READ
		END-IF.

	CARREGAR-CLASSES.
		IF WS-ABC-STATUS = SPACES
			OPEN INPUT MERC-ABC-FILE
			IF WS-ABC-STATUS NOT = "00"
				DISPLAY "MERCABC.DAT NAO ENCONTRADO - "
					"SUGESTOES SEM CLASSE ABC"
				MOVE "S" TO WS-EOF-ABC
			END-IF
		END-IF.
		IF NOT EOF-ABC
			READ MERC-ABC-FILE
				AT END
					MOVE "S" TO WS-EOF-ABC
					CLOSE MERC-ABC-FILE
				NOT AT END
					IF WS-QTD-CLASSES < 500
						ADD 1 TO WS-QTD-CLASSES
						MOVE MA-NAME TO WS-CLS-NOME(WS-QTD-CLASSES)
						MOVE MA-CLASSE
							TO WS-CLS-CLASSE(WS-QTD-CLASSES)
					END-IF
			END-READ
		END-IF.

	CARREGAR-LOCAIS.
		IF WS-LOC-STATUS = SPACES
			OPEN INPUT LOCAL-CONTROLE-FILE
			IF WS-LOC-STATUS NOT = "00"
				MOVE "S" TO WS-EOF-LOC
			END-IF
		END-IF.
		IF NOT EOF-LOC
			READ LOCAL-CONTROLE-FILE
				AT END
					MOVE "S" TO WS-EOF-LOC
					CLOSE LOCAL-CONTROLE-FILE
				NOT AT END
					IF WS-LOCAL-PADRAO = SPACES
						MOVE LOC-CODIGO TO WS-LOCAL-PADRAO
					END-IF
			END-READ
		END-IF.

	CARREGAR-PENDENCIAS.
		IF WS-BO-STATUS = SPACES
			OPEN INPUT BACKORDER-FILE
			IF WS-BO-STATUS NOT = "00"
				MOVE "S" TO WS-EOF-BO
			END-IF
		END-IF.
		IF NOT EOF-BO
			READ BACKORDER-FILE
				AT END
					MOVE "S" TO WS-EOF-BO
					CLOSE BACKORDER-FILE
				NOT AT END
					IF BO-QTD > BO-QTD-ATENDIDA
						PERFORM SOMAR-PENDENCIA
					END-IF
			END-READ
		END-IF.

	SOMAR-PENDENCIA.
		MOVE ZEROS TO WS-PEND-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-PENDENCIA-CARGA
			UNTIL WS-PEND-IDX > ZEROS OR WS-I > WS-QTD-PENDENCIAS.
		IF WS-PEND-IDX = ZEROS
			IF WS-QTD-PENDENCIAS < 200
				ADD 1 TO WS-QTD-PENDENCIAS
				MOVE WS-QTD-PENDENCIAS TO WS-PEND-IDX
				MOVE BO-NAME TO WS-PEND-NOME(WS-PEND-IDX)
				MOVE ZEROS TO WS-PEND-QTD(WS-PEND-IDX)
			ELSE
				DISPLAY "PENDENCIA FORA DA DEMANDA - TABELA CHEIA: "
					BO-NAME
			END-IF
		END-IF.
		IF WS-PEND-IDX > ZEROS
			COMPUTE WS-PEND-QTD(WS-PEND-IDX) =
				WS-PEND-QTD(WS-PEND-IDX) + BO-QTD - BO-QTD-ATENDIDA
		END-IF.

	PROCURAR-PENDENCIA-CARGA.
		IF WS-PEND-NOME(WS-I) = BO-NAME
			MOVE WS-I TO WS-PEND-IDX
		END-IF.
		ADD 1 TO WS-I.

	APURAR-PENDENCIA-ITEM.
		MOVE ZEROS TO WS-QTD-PENDENTE.
		IF WS-LOCAL-SUGESTAO = SPACES
			OR WS-LOCAL-SUGESTAO = WS-LOCAL-PADRAO
			MOVE ZEROS TO WS-PEND-IDX
			MOVE 1 TO WS-I
			PERFORM PROCURAR-PENDENCIA-ITEM
				UNTIL WS-PEND-IDX > ZEROS
				OR WS-I > WS-QTD-PENDENCIAS
			IF WS-PEND-IDX > ZEROS
				MOVE WS-PEND-QTD(WS-PEND-IDX) TO WS-QTD-PENDENTE
			END-IF
		END-IF.
		COMPUTE WS-SALDO-LIQUIDO =
			WS-SALDO-CONSIDERADO - WS-QTD-PENDENTE.

	PROCURAR-PENDENCIA-ITEM.
		IF WS-PEND-NOME(WS-I) = MM-NAME
			MOVE WS-I TO WS-PEND-IDX
		END-IF.
		ADD 1 TO WS-I.

*> As linhas ainda abertas de PEDCOMP.DAT entram numa tabela de
*> nomes ja em pedido: sugerir de novo um item que o fornecedor
*> ainda nao entregou geraria pedido duplicado toda noite. O maior
			NOT AT END
				PERFORM VERIFICAR-ITEM-VISTO
				IF NOT ITEM-JA-VISTO
					MOVE MM-QTD TO WS-SALDO-CONSIDERADO
					MOVE SPACES TO WS-LOCAL-SUGESTAO
					PERFORM AVALIAR-DEMANDA
				END-IF
		END-READ.

			NOT INVALID KEY
				MOVE "S" TO WS-ITEM-OK
		END-READ.
		IF ITEM-OK
			MOVE MS-QTD TO WS-SALDO-CONSIDERADO
			MOVE MS-LOCAL TO WS-LOCAL-SUGESTAO
			PERFORM AVALIAR-DEMANDA
		END-IF.

*> Abaixo do minimo pelo saldo liquido das pendencias; item sem
*> minimo cadastrado so entra quando deve a cliente mais do que tem.
	AVALIAR-DEMANDA.
		PERFORM APURAR-PENDENCIA-ITEM.
		IF (MM-QTD-MINIMA > ZEROS
			AND WS-SALDO-LIQUIDO NOT > MM-QTD-MINIMA)
			OR WS-SALDO-LIQUIDO < ZEROS
			PERFORM SUGERIR-REPOSICAO
		END-IF.

			MOVE MM-QTD-REPOSICAO TO WS-QTD-SUGERIDA
		ELSE
			COMPUTE WS-QTD-SUGERIDA =
				MM-QTD-MINIMA - WS-SALDO-LIQUIDO
		END-IF.
		IF WS-SALDO-LIQUIDO < ZEROS
			AND WS-QTD-SUGERIDA < ZEROS - WS-SALDO-LIQUIDO
			COMPUTE WS-QTD-SUGERIDA = ZEROS - WS-SALDO-LIQUIDO
		END-IF.
		IF WS-QTD-SUGERIDA = ZEROS
			MOVE 1 TO WS-QTD-SUGERIDA
		MOVE WS-QTD-SUGERIDA TO LD-SUGERIDO.
		MOVE MM-CUSTO-UNIT TO LD-CUSTO.
		MOVE W-VALOR-COMPRA TO LD-VALOR.
		PERFORM LOCALIZAR-CLASSE.
		MOVE WS-CLASSE-ITEM TO LD-CLASSE.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF WS-QTD-PENDENTE > ZEROS
			MOVE MM-NAME TO LPD-NOME
			MOVE WS-QTD-PENDENTE TO LPD-QTD
			MOVE LINHA-PENDENTE TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.
		ADD 1 TO W-TOTAL-ITENS-ABAIXO.
		IF ITEM-CLASSE-A
			ADD 1 TO W-TOTAL-CLASSE-A
		END-IF.
		ADD W-VALOR-COMPRA TO W-TOTAL-VALOR-COMPRA.
		PERFORM REGISTRAR-SUGESTAO.

	LOCALIZAR-CLASSE.
		MOVE SPACES TO WS-CLASSE-ITEM.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-CLASSE
			UNTIL WS-CLASSE-ITEM NOT = SPACES
			OR WS-I > WS-QTD-CLASSES.

	PROCURAR-CLASSE.
		IF WS-CLS-NOME(WS-I) = MM-NAME
			MOVE WS-CLS-CLASSE(WS-I) TO WS-CLASSE-ITEM
		END-IF.
		ADD 1 TO WS-I.

*> A sugestao so vira linha de pedido quando o item tem fornecedor
*> cadastrado e ainda nao esta em pedido aberto; caso contrario a
*> linha fica so no relatorio, com o motivo.
		MOVE W-TOTAL-VALOR-COMPRA TO LT-VALOR.
		MOVE LINHA-TOTAL TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF W-TOTAL-CLASSE-A > ZEROS
			MOVE W-TOTAL-CLASSE-A TO LTA-ITENS
			MOVE LINHA-TOTAL-CLASSE-A TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

	FECHAR-ARQUIVOS.
		CLOSE MERCADORIA-MASTER-FILE.
