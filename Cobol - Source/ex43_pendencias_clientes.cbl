IDENTIFICATION DIVISION.
PROGRAM-ID. PENDENCIAS-CLIENTES.
*> Relatorio das pendencias de entrega em aberto (BACKORD.DAT) por
*> cliente: cada linha ainda devida com a data do pedido original,
*> a quantidade pedida, a ja atendida, a em aberto, os dias de
*> espera e o valor estimado - ao preco que o faturamento cobraria
*> hoje (lista de precos em vigor para o cliente ou, sem ela,
*> MM-CUSTO-UNIT com o markup de MERCTAXA.DAT), pois o preco
*> so se fixa quando a linha e faturada. Clientes saem na ordem da
*> pendencia mais antiga, que e a ordem da fila. Rodar depois do
*> faturamento, que regrava o arquivo. Saida em PENDREP.DAT.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-BO-STATUS.
			SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CLI-STATUS.
			SELECT MERCADORIA-MASTER-FILE ASSIGN TO "MERCMAST.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS MM-NAME
				FILE STATUS IS WS-MASTER-STATUS.
			SELECT TAXA-CONTROLE-FILE ASSIGN TO "MERCTAXA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-TAXA-STATUS.
			SELECT PRECO-LISTA-FILE ASSIGN TO "PRECOLST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PRECO-STATUS.
			SELECT PENDENCIA-REPORT-FILE ASSIGN TO "PENDREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD BACKORDER-FILE.
	COPY BACKORD.
	FD CLIENTE-MASTER-FILE.
	COPY CLIREC.
	FD MERCADORIA-MASTER-FILE.
	COPY MERCREC.
	FD TAXA-CONTROLE-FILE.
	COPY MERCTAXA.
	FD PRECO-LISTA-FILE.
	COPY PRECOLST.
	FD PENDENCIA-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	WORKING-STORAGE SECTION.
	COPY MERCWS.
	COPY PRECOWS.
	01 WS-CONTROLES.
		02 WS-BO-STATUS			PIC X(02) VALUE SPACES.
		02 WS-CLI-STATUS		PIC X(02) VALUE SPACES.
		02 WS-MASTER-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TAXA-STATUS		PIC X(02) VALUE SPACES.
		02 WS-PRECO-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-PRECO			PIC X VALUE "N".
			88 EOF-PRECO VALUE "S".
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TAXA-FILE-OK		PIC X VALUE "S".
		02 WS-EOF-BO			PIC X VALUE "N".
			88 EOF-BO VALUE "S".
		02 WS-EOF-CLI			PIC X VALUE "N".
			88 EOF-CLI VALUE "S".
		02 WS-ITEM-ENCONTRADO	PIC X VALUE "N".
			88 ITEM-ENCONTRADO VALUE "S".
		02 WS-I					PIC 9(03) VALUE ZEROS.
		02 WS-PEN-I				PIC 9(03) VALUE ZEROS.
		02 WS-GRP-I				PIC 9(03) VALUE ZEROS.
		02 WS-GRP-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-CLI-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-QTD-ABERTA		PIC 9(04) VALUE ZEROS.
		02 WS-DIAS-ESPERA		PIC S9(05) VALUE ZEROS.
		02 WS-PRECO-UNIT		PIC 9(05)V99 VALUE ZEROS.
		02 WS-VALOR-LINHA		PIC 9(07)V99 VALUE ZEROS.
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-HOJE-INT			PIC 9(07) VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-CLIENTES		PIC 9(05) VALUE ZEROS.
		02 W-TOTAL-LINHAS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-QTD			PIC 9(07) VALUE ZEROS.
		02 W-TOTAL-VALOR		PIC 9(09)V99 VALUE ZEROS.
		02 W-CLIENTE-QTD		PIC 9(07) VALUE ZEROS.
		02 W-CLIENTE-VALOR		PIC 9(09)V99 VALUE ZEROS.
	01 WS-TABELA-PENDENCIAS.
		02 WS-QTD-PENDENCIAS	PIC 9(03) VALUE ZEROS.
		02 WS-PENDENCIA OCCURS 500 TIMES.
			03 WS-PEN-CLIENTE	PIC X(06).
			03 WS-PEN-NOME		PIC X(20).
			03 WS-PEN-DATA		PIC 9(08).
			03 WS-PEN-QTD		PIC 9(04).
			03 WS-PEN-ATENDIDA	PIC 9(04).
*> Clientes distintos na ordem da primeira pendencia da fila.
	01 WS-TABELA-GRUPOS.
		02 WS-QTD-GRUPOS		PIC 9(03) VALUE ZEROS.
		02 WS-GRUPO OCCURS 200 TIMES.
			03 WS-GRP-CLIENTE	PIC X(06).
	01 WS-TABELA-CLIENTES.
		02 WS-QTD-CLIENTES		PIC 9(03) VALUE ZEROS.
		02 WS-CLIENTE OCCURS 50 TIMES.
			03 WS-CLI-CODIGO	PIC X(06).
			03 WS-CLI-NOME		PIC X(30).
	01 LINHA-TITULO.
		02 FILLER PIC X(36) VALUE
			"PENDENCIAS DE ENTREGA POR CLIENTE - ".
		02 LTI-DATA				PIC 9(08).
	01 LINHA-CLIENTE.
		02 FILLER PIC X(08) VALUE "CLIENTE ".
		02 LCL-CODIGO			PIC X(06).
		02 FILLER PIC X(02) VALUE SPACES.
		02 LCL-NOME				PIC X(30).
	01 LINHA-CABECALHO.
		02 FILLER PIC X(22) VALUE "  ITEM".
		02 FILLER PIC X(10) VALUE "PEDIDO EM".
		02 FILLER PIC X(06) VALUE "  PED".
		02 FILLER PIC X(06) VALUE "  ATD".
		02 FILLER PIC X(06) VALUE " ABERT".
		02 FILLER PIC X(06) VALUE "  DIAS".
		02 FILLER PIC X(14) VALUE "  VALOR ESTIM".
	01 LINHA-DETALHE.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-NOME				PIC X(20).
		02 LD-DATA				PIC 9(08).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-PEDIDA			PIC ZZZZZ9.
		02 LD-ATENDIDA			PIC ZZZZZ9.
		02 LD-ABERTA			PIC ZZZZZ9.
		02 LD-DIAS				PIC ZZZZZ9.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-VALOR				PIC ZZZZZZZZ9,99.
		02 LD-AVISO				PIC X(10).
	01 LINHA-TOTAL-CLIENTE.
		02 FILLER PIC X(44) VALUE "  TOTAL DO CLIENTE".
		02 LTC-QTD				PIC ZZZZZ9.
		02 FILLER PIC X(08) VALUE SPACES.
		02 LTC-VALOR			PIC ZZZZZZZZ9,99.
	01 LINHA-TOTAL.
		02 FILLER PIC X(10) VALUE "CLIENTES: ".
		02 LT-CLIENTES			PIC ZZZZ9.
		02 FILLER PIC X(10) VALUE "  LINHAS: ".
		02 LT-LINHAS			PIC ZZZZZ9.
		02 FILLER PIC X(13) VALUE "  QTD ABERTA:".
		02 LT-QTD				PIC ZZZZZZ9.
		02 FILLER PIC X(08) VALUE "  VALOR:".
		02 LT-VALOR				PIC ZZZZZZZZ9,99.
	01 LINHA-SEPARADOR.
		02 FILLER PIC X(80) VALUE ALL "-".
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		COMPUTE WS-HOJE-INT =
			FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA).
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-TAXA.
		PERFORM CARREGAR-PRECOS UNTIL EOF-PRECO.
		PERFORM CARREGAR-CLIENTES UNTIL EOF-CLI.
		PERFORM CARREGAR-PENDENCIAS UNTIL EOF-BO.
		MOVE ZEROS TO WS-GRP-I.
		PERFORM ESCREVER-UM-CLIENTE
			UNTIL WS-GRP-I NOT < WS-QTD-GRUPOS.
		PERFORM ESCREVER-TOTAL.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

	ABRIR-ARQUIVOS.
		OPEN INPUT MERCADORIA-MASTER-FILE.
		IF WS-MASTER-STATUS NOT = "00"
			DISPLAY "MERCMAST.DAT NAO ENCONTRADO - STATUS "
				WS-MASTER-STATUS " - VALOR ESTIMADO ZERADO"
		END-IF.
		OPEN OUTPUT PENDENCIA-REPORT-FILE.
		MOVE WS-DATA-COMPLETA TO LTI-DATA.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.

	COPY MERCTAXALD.

	COPY PRECOLD.

	CARREGAR-CLIENTES.
		IF WS-CLI-STATUS = SPACES
			OPEN INPUT CLIENTE-MASTER-FILE
			IF WS-CLI-STATUS NOT = "00"
				MOVE "S" TO WS-EOF-CLI
			END-IF
		END-IF.
		IF NOT EOF-CLI
			READ CLIENTE-MASTER-FILE
				AT END
					MOVE "S" TO WS-EOF-CLI
					CLOSE CLIENTE-MASTER-FILE
				NOT AT END
					IF WS-QTD-CLIENTES < 50
						ADD 1 TO WS-QTD-CLIENTES
						MOVE CLI-CODIGO
							TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
						MOVE CLI-NOME
							TO WS-CLI-NOME(WS-QTD-CLIENTES)
					END-IF
			END-READ
		END-IF.

	CARREGAR-PENDENCIAS.
		IF WS-BO-STATUS = SPACES
			OPEN INPUT BACKORDER-FILE
			IF WS-BO-STATUS NOT = "00"
				DISPLAY "BACKORD.DAT NAO ENCONTRADO - "
					"NENHUMA PENDENCIA"
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
						PERFORM REGISTRAR-PENDENCIA
					END-IF
			END-READ
		END-IF.

	REGISTRAR-PENDENCIA.
		IF WS-QTD-PENDENCIAS < 500
			ADD 1 TO WS-QTD-PENDENCIAS
			MOVE BO-CLIENTE TO WS-PEN-CLIENTE(WS-QTD-PENDENCIAS)
			MOVE BO-NAME TO WS-PEN-NOME(WS-QTD-PENDENCIAS)
			MOVE BO-DATA TO WS-PEN-DATA(WS-QTD-PENDENCIAS)
			MOVE BO-QTD TO WS-PEN-QTD(WS-QTD-PENDENCIAS)
			MOVE BO-QTD-ATENDIDA TO WS-PEN-ATENDIDA(WS-QTD-PENDENCIAS)
			PERFORM REGISTRAR-GRUPO
		ELSE
			DISPLAY "PENDENCIA FORA DO RELATORIO - TABELA CHEIA: "
				BO-CLIENTE " " BO-NAME
		END-IF.

	REGISTRAR-GRUPO.
		MOVE ZEROS TO WS-GRP-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-GRUPO
			UNTIL WS-GRP-IDX > ZEROS OR WS-I > WS-QTD-GRUPOS.
		IF WS-GRP-IDX = ZEROS
			IF WS-QTD-GRUPOS < 200
				ADD 1 TO WS-QTD-GRUPOS
				MOVE BO-CLIENTE TO WS-GRP-CLIENTE(WS-QTD-GRUPOS)
			ELSE
				DISPLAY "CLIENTE FORA DO RELATORIO - TABELA CHEIA: "
					BO-CLIENTE
			END-IF
		END-IF.

	PROCURAR-GRUPO.
		IF WS-GRP-CLIENTE(WS-I) = BO-CLIENTE
			MOVE WS-I TO WS-GRP-IDX
		END-IF.
		ADD 1 TO WS-I.

	ESCREVER-UM-CLIENTE.
		ADD 1 TO WS-GRP-I.
		ADD 1 TO W-TOTAL-CLIENTES.
		MOVE ZEROS TO W-CLIENTE-QTD.
		MOVE ZEROS TO W-CLIENTE-VALOR.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-GRP-CLIENTE(WS-GRP-I) TO LCL-CODIGO.
		PERFORM LOCALIZAR-CLIENTE.
		IF WS-CLI-IDX > ZEROS
			MOVE WS-CLI-NOME(WS-CLI-IDX) TO LCL-NOME
		ELSE
			MOVE "NAO CADASTRADO" TO LCL-NOME
		END-IF.
		MOVE LINHA-CLIENTE TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE ZEROS TO WS-PEN-I.
		PERFORM ESCREVER-UMA-PENDENCIA
			UNTIL WS-PEN-I NOT < WS-QTD-PENDENCIAS.
		MOVE W-CLIENTE-QTD TO LTC-QTD.
		MOVE W-CLIENTE-VALOR TO LTC-VALOR.
		MOVE LINHA-TOTAL-CLIENTE TO REPORT-LINE.
		WRITE REPORT-LINE.

	LOCALIZAR-CLIENTE.
		MOVE ZEROS TO WS-CLI-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-CLIENTE
			UNTIL WS-CLI-IDX > ZEROS OR WS-I > WS-QTD-CLIENTES.

	PROCURAR-CLIENTE.
		IF WS-CLI-CODIGO(WS-I) = WS-GRP-CLIENTE(WS-GRP-I)
			MOVE WS-I TO WS-CLI-IDX
		END-IF.
		ADD 1 TO WS-I.

	ESCREVER-UMA-PENDENCIA.
		ADD 1 TO WS-PEN-I.
		IF WS-PEN-CLIENTE(WS-PEN-I) = WS-GRP-CLIENTE(WS-GRP-I)
			COMPUTE WS-QTD-ABERTA =
				WS-PEN-QTD(WS-PEN-I) - WS-PEN-ATENDIDA(WS-PEN-I)
			COMPUTE WS-DIAS-ESPERA = WS-HOJE-INT
				- FUNCTION INTEGER-OF-DATE(WS-PEN-DATA(WS-PEN-I))
			PERFORM VALORIZAR-PENDENCIA
			MOVE WS-PEN-NOME(WS-PEN-I) TO LD-NOME
			MOVE WS-PEN-DATA(WS-PEN-I) TO LD-DATA
			MOVE WS-PEN-QTD(WS-PEN-I) TO LD-PEDIDA
			MOVE WS-PEN-ATENDIDA(WS-PEN-I) TO LD-ATENDIDA
			MOVE WS-QTD-ABERTA TO LD-ABERTA
			MOVE WS-DIAS-ESPERA TO LD-DIAS
			MOVE WS-VALOR-LINHA TO LD-VALOR
			MOVE LINHA-DETALHE TO REPORT-LINE
			WRITE REPORT-LINE
			ADD 1 TO W-TOTAL-LINHAS
			ADD WS-QTD-ABERTA TO W-CLIENTE-QTD
			ADD WS-QTD-ABERTA TO W-TOTAL-QTD
			ADD WS-VALOR-LINHA TO W-CLIENTE-VALOR
			ADD WS-VALOR-LINHA TO W-TOTAL-VALOR
		END-IF.

*> Item fora do master nao tem preco: a linha sai sem valor e com
*> aviso, pois o faturamento tambem nao consegue atende-la.
	VALORIZAR-PENDENCIA.
		MOVE ZEROS TO WS-VALOR-LINHA.
		MOVE SPACES TO LD-AVISO.
		IF WS-MASTER-STATUS = "00"
			MOVE WS-PEN-NOME(WS-PEN-I) TO W-NAME
			PERFORM BUSCAR-MASTER
			IF ITEM-ENCONTRADO
				MOVE WS-PEN-NOME(WS-PEN-I) TO W-PRC-NAME
				MOVE WS-PEN-CLIENTE(WS-PEN-I) TO W-PRC-CLIENTE
				MOVE WS-DATA-COMPLETA TO W-PRC-DATA
				MOVE MM-CUSTO-UNIT TO W-PRC-CUSTO
				PERFORM BUSCAR-PRECO-VIGENTE
				MOVE W-PRC-PRECO-UNIT TO WS-PRECO-UNIT
				COMPUTE WS-VALOR-LINHA = WS-QTD-ABERTA * WS-PRECO-UNIT
			ELSE
				MOVE " SEM ITEM" TO LD-AVISO
			END-IF
		END-IF.

	COPY MERCLKUP.

	COPY PRECOBUS.

	ESCREVER-TOTAL.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE W-TOTAL-CLIENTES TO LT-CLIENTES.
		MOVE W-TOTAL-LINHAS TO LT-LINHAS.
		MOVE W-TOTAL-QTD TO LT-QTD.
		MOVE W-TOTAL-VALOR TO LT-VALOR.
		MOVE LINHA-TOTAL TO REPORT-LINE.
		WRITE REPORT-LINE.

	FECHAR-ARQUIVOS.
		IF WS-MASTER-STATUS NOT = "35"
			CLOSE MERCADORIA-MASTER-FILE
		END-IF.
		CLOSE PENDENCIA-REPORT-FILE.
