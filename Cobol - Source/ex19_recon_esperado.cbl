*> RECONCTL.DAT, para que um FAIL em RECONREP.DAT signifique perda
*> ou dupla aplicacao real e nao um total digitado errado.
*> As regras de validacao e o calculo DEVEM acompanhar os batches.
*> O valor de venda sai da mesma lista de precos (PRECOLST.DAT) na
*> data do dia, por isso o pre-foot roda na mesma data do batch.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS MS-CHAVE
				FILE STATUS IS WS-SALDO-STATUS.
			SELECT MERC-TRANSITO-FILE ASSIGN TO "TRANSITO.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS TR-CHAVE
				FILE STATUS IS WS-TRANSITO-STATUS.
			SELECT LOCAL-CONTROLE-FILE ASSIGN TO "LOCCTL.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-LOC-STATUS.
			SELECT TAXA-CONTROLE-FILE ASSIGN TO "MERCTAXA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-TAXA-STATUS.
			SELECT PRECO-LISTA-FILE ASSIGN TO "PRECOLST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PRECO-STATUS.
			SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
	FD MERCADORIA-TRANS-FILE.
	COPY MERCTRAN.
	FD MERC-CORRIGIDOS-FILE.
	01 MERCADORIA-COR-RECORD PIC X(48).
	FD MERCADORIA-MASTER-FILE.
	COPY MERCREC.
	FD MERC-SALDO-FILE.
	COPY MERCSALD.
	FD MERC-TRANSITO-FILE.
	COPY TRANSITO.
	FD LOCAL-CONTROLE-FILE.
	COPY LOCCTL.
	FD TAXA-CONTROLE-FILE.
	COPY MERCTAXA.
	FD PRECO-LISTA-FILE.
	COPY PRECOLST.
	FD EMPLOYEE-MASTER-FILE.
	COPY EMPREC.
	FD REAJUSTE-CONTROLE-FILE.
	COPY RECONCTL.
	WORKING-STORAGE SECTION.
	COPY MERCWS.
	COPY PRECOWS.
	COPY REAJWS.
	01 WS-CONTROLES.
		02 WS-TRANS-STATUS		PIC X(02) VALUE SPACES.
		02 WS-MASTER-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TAXA-STATUS		PIC X(02) VALUE SPACES.
		02 WS-PRECO-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-PRECO			PIC X VALUE "N".
			88 EOF-PRECO VALUE "S".
		02 WS-EMP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REAJ-STATUS		PIC X(02) VALUE SPACES.
		02 WS-RC-STATUS			PIC X(02) VALUE SPACES.
			88 SALDO-EM-ALGUM-LOCAL VALUE "S".
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-HORA-SISTEMA		PIC 9(08) VALUE ZEROS.
		02 WS-TRANSITO-STATUS	PIC X(02) VALUE SPACES.
		02 WS-TRANSITO-OK		PIC X VALUE "N".
			88 TRANSITO-DISPONIVEL VALUE "S".
		02 WS-FIM-PAR			PIC X VALUE "N".
			88 FIM-PAR VALUE "S".
		02 WS-TRS-I				PIC 9(03) VALUE ZEROS.
		02 WS-TRS-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-TRS-DATA-ALVO		PIC 9(08) VALUE ZEROS.
		02 WS-TRANSITO-NOVO		PIC S9(05) VALUE ZEROS.
		02 WS-DIFERENCA-TRANSITO PIC S9(05) VALUE ZEROS.
	01 WS-TABELA-SIMULACAO.
		02 WS-SIM-QTD-ITENS		PIC 9(03) VALUE ZEROS.
		02 WS-SIM-ITEM OCCURS 500 TIMES.
			03 WS-SIM-LOC-NOME	PIC X(20).
			03 WS-SIM-LOC-SALDO	PIC 9(04).
			03 WS-SIM-LOC-GRAVADO PIC X.
*> Cargas em transito por par de locais e item, semeadas do
*> TRANSITO.DAT vivo na ordem da chave (despacho mais antigo
*> primeiro); as cargas despachadas nesta rodada entram no fim com
*> a data do dia, e a carga confirmada por um recebimento fica
*> marcada como baixada.
	01 WS-TABELA-SIM-TRANSITO.
		02 WS-SIM-QTD-TRANSITO	PIC 9(03) VALUE ZEROS.
		02 WS-SIM-TRS OCCURS 500 TIMES.
			03 WS-SIM-TRS-ORIGEM	PIC X(03).
			03 WS-SIM-TRS-DESTINO	PIC X(03).
			03 WS-SIM-TRS-NOME		PIC X(20).
			03 WS-SIM-TRS-DATA		PIC 9(08).
			03 WS-SIM-TRS-QTD		PIC 9(04).
			03 WS-SIM-TRS-BAIXADA	PIC X.
	01 WS-TOTAIS-ESPERADOS.
		02 WS-EXP-TOTAL-ITENS	PIC 9(06) VALUE ZEROS.
		02 WS-EXP-TOTAL-VENDA	PIC 9(09)V99 VALUE ZEROS.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-TAXA.
		MOVE WS-DATA-COMPLETA TO W-PRC-DATA.
		PERFORM CARREGAR-PRECOS UNTIL EOF-PRECO.
		PERFORM CARREGAR-LOCAIS UNTIL EOF-LOC.
		PERFORM CARREGAR-REAJUSTE.
		PERFORM PREVER-PRECOS UNTIL EOF-TRANS.
		END-IF.
		OPEN INPUT MERCADORIA-MASTER-FILE.
		OPEN INPUT MERC-SALDO-FILE.
		OPEN INPUT MERC-TRANSITO-FILE.
		IF WS-TRANSITO-STATUS = "00"
			MOVE "S" TO WS-TRANSITO-OK
		END-IF.
		OPEN INPUT EMPLOYEE-MASTER-FILE.
		IF WS-EMP-STATUS NOT = "00"
			DISPLAY "EMPMAST.DAT NAO ENCONTRADO - "

	COPY MERCTAXALD.

	COPY PRECOLD.

	COPY REAJLD.

*> Espelha o CARREGAR-LOCAIS do batch de precos: primeiro registro
			NOT AT END
				MOVE MERCADORIA-COR-RECORD(1:37)
					TO MERCADORIA-TRANS-RECORD
				MOVE MERCADORIA-COR-RECORD(48:1) TO MT-ORIGEM
				PERFORM SIMULAR-UM-MOVIMENTO
		END-READ.

		MOVE "S" TO WS-MOV-VALIDO.
		IF NOT MT-MOV-ENTRADA AND NOT MT-MOV-SAIDA
			AND NOT MT-MOV-AJUSTE AND NOT MT-MOV-TRANSFER
			AND NOT MT-MOV-RECEBIMENTO
			MOVE "N" TO WS-MOV-VALIDO
		END-IF.
		IF MOV-VALIDO AND NOT QTD-VALIDA
			AND NOT ((MT-MOV-AJUSTE OR MT-MOV-RECEBIMENTO)
				AND MT-QTD = ZEROS)
			MOVE "N" TO WS-MOV-VALIDO
		END-IF.
		IF MOV-VALIDO AND MT-MOV-ENTRADA
		IF MOV-VALIDO
			PERFORM LOCALIZAR-ITEM-SIMULADO
			PERFORM LOCALIZAR-LOCAL-SIMULADO
			IF MT-MOV-RECEBIMENTO
				PERFORM LOCALIZAR-DESTINO-SIMULADO
			END-IF
			IF MT-MOV-TRANSFER OR MT-MOV-RECEBIMENTO
				PERFORM LOCALIZAR-TRANSITO-SIMULADO
			END-IF
			PERFORM APLICAR-MOVIMENTO-SIMULADO
		END-IF.
*> Despacho e recebimento de transferencia validos nao entram nos
*> totais esperados, espelhando o batch, que nao precifica nem
*> acumula transferencias; devolucao de cliente e material de
*> cotacao aceita contam como item mas ficam fora do total de venda.
		IF MOV-VALIDO AND NOT MT-MOV-TRANSFER
			AND NOT MT-MOV-RECEBIMENTO
			PERFORM CALCULAR
			PERFORM PRECIFICAR-VENDA
			ADD 1 TO WS-EXP-TOTAL-ITENS
			IF NOT MT-ORIGEM-DEVOLUCAO
				AND NOT MT-ORIGEM-COTACAO
				ADD PRICE-VENDA TO WS-EXP-TOTAL-VENDA
			END-IF
		END-IF.

*> Espelha o RESOLVER-LOCAIS do batch de precos, so que aqui um
				MOVE "N" TO WS-MOV-VALIDO
			END-IF
		END-IF.
		IF MT-MOV-TRANSFER OR MT-MOV-RECEBIMENTO
			IF MT-LOCAL-DESTINO = SPACES
				MOVE WS-LOCAL-PADRAO TO WS-LOCAL-DESTINO
			ELSE
		END-IF.
		ADD 1 TO WS-SL-I.

*> Espelha LER-TRANSITO-DO-DIA (despacho: a carga do dia do par e
*> item) e LER-TRANSITO-MAIS-ANTIGO (recebimento: a carga aberta
*> mais antiga) do batch, sobre a tabela de transito simulada.
	LOCALIZAR-TRANSITO-SIMULADO.
		PERFORM SEMEAR-TRANSITO-SIMULADO.
		IF MT-MOV-TRANSFER
			MOVE WS-DATA-COMPLETA TO WS-TRS-DATA-ALVO
		ELSE
			MOVE ZEROS TO WS-TRS-DATA-ALVO
		END-IF.
		MOVE ZEROS TO WS-TRS-IDX.
		MOVE 1 TO WS-TRS-I.
		PERFORM PROCURAR-TRANSITO-SIMULADO
			UNTIL WS-TRS-IDX > ZEROS
			OR WS-TRS-I > WS-SIM-QTD-TRANSITO.

	PROCURAR-TRANSITO-SIMULADO.
		IF WS-SIM-TRS-ORIGEM(WS-TRS-I) = WS-LOCAL
			AND WS-SIM-TRS-DESTINO(WS-TRS-I) = WS-LOCAL-DESTINO
			AND WS-SIM-TRS-NOME(WS-TRS-I) = W-NAME
			AND WS-SIM-TRS-BAIXADA(WS-TRS-I) = "N"
			AND (WS-TRS-DATA-ALVO = ZEROS
				OR WS-SIM-TRS-DATA(WS-TRS-I) = WS-TRS-DATA-ALVO)
			MOVE WS-TRS-I TO WS-TRS-IDX
		END-IF.
		ADD 1 TO WS-TRS-I.

*> O par e item entram na tabela uma vez so, no primeiro despacho ou
*> recebimento da rodada que os toca: qualquer linha deles na
*> tabela (mesmo baixada) quer dizer que o TRANSITO.DAT ja foi lido.
	SEMEAR-TRANSITO-SIMULADO.
		MOVE ZEROS TO WS-TRS-IDX.
		MOVE 1 TO WS-TRS-I.
		PERFORM PROCURAR-PAR-SIMULADO
			UNTIL WS-TRS-IDX > ZEROS
			OR WS-TRS-I > WS-SIM-QTD-TRANSITO.
		IF WS-TRS-IDX = ZEROS AND TRANSITO-DISPONIVEL
			MOVE "N" TO WS-FIM-PAR
			MOVE WS-LOCAL TO TR-LOCAL-ORIGEM
			MOVE WS-LOCAL-DESTINO TO TR-LOCAL-DESTINO
			MOVE W-NAME TO TR-NAME
			MOVE ZEROS TO TR-DATA-DESPACHO
			START MERC-TRANSITO-FILE KEY IS NOT LESS THAN TR-CHAVE
				INVALID KEY
					MOVE "S" TO WS-FIM-PAR
			END-START
			PERFORM SEMEAR-UMA-CARGA UNTIL FIM-PAR
		END-IF.

	PROCURAR-PAR-SIMULADO.
		IF WS-SIM-TRS-ORIGEM(WS-TRS-I) = WS-LOCAL
			AND WS-SIM-TRS-DESTINO(WS-TRS-I) = WS-LOCAL-DESTINO
			AND WS-SIM-TRS-NOME(WS-TRS-I) = W-NAME
			MOVE WS-TRS-I TO WS-TRS-IDX
		END-IF.
		ADD 1 TO WS-TRS-I.

	SEMEAR-UMA-CARGA.
		READ MERC-TRANSITO-FILE NEXT RECORD
			AT END
				MOVE "S" TO WS-FIM-PAR
			NOT AT END
				IF TR-LOCAL-ORIGEM = WS-LOCAL
					AND TR-LOCAL-DESTINO = WS-LOCAL-DESTINO
					AND TR-NAME = W-NAME
					PERFORM INCLUIR-CARGA-SIMULADA
					IF WS-TRS-IDX > ZEROS
						MOVE TR-DATA-DESPACHO
							TO WS-SIM-TRS-DATA(WS-TRS-IDX)
						MOVE TR-QTD TO WS-SIM-TRS-QTD(WS-TRS-IDX)
					ELSE
						MOVE "S" TO WS-FIM-PAR
					END-IF
				ELSE
					MOVE "S" TO WS-FIM-PAR
				END-IF
		END-READ.

	INCLUIR-CARGA-SIMULADA.
		MOVE ZEROS TO WS-TRS-IDX.
		IF WS-SIM-QTD-TRANSITO NOT < 500
			IF NOT TABELA-ESTOUROU
				DISPLAY "TABELA DE TRANSITO CHEIA - "
					"ESPERADOS NAO SERAO GRAVADOS"
				SET TABELA-ESTOUROU TO TRUE
			END-IF
		ELSE
			ADD 1 TO WS-SIM-QTD-TRANSITO
			MOVE WS-SIM-QTD-TRANSITO TO WS-TRS-IDX
			MOVE WS-LOCAL TO WS-SIM-TRS-ORIGEM(WS-TRS-IDX)
			MOVE WS-LOCAL-DESTINO TO WS-SIM-TRS-DESTINO(WS-TRS-IDX)
			MOVE W-NAME TO WS-SIM-TRS-NOME(WS-TRS-IDX)
			MOVE WS-DATA-COMPLETA TO WS-SIM-TRS-DATA(WS-TRS-IDX)
			MOVE ZEROS TO WS-SIM-TRS-QTD(WS-TRS-IDX)
			MOVE "N" TO WS-SIM-TRS-BAIXADA(WS-TRS-IDX)
		END-IF.

	APLICAR-MOVIMENTO-SIMULADO.
		IF WS-ITEM-IDX = ZEROS OR WS-LOC-IDX = ZEROS
			OR (MT-MOV-RECEBIMENTO AND WS-DEST-IDX = ZEROS)
			MOVE "N" TO WS-MOV-VALIDO
		ELSE
			MOVE WS-SIM-SALDO(WS-ITEM-IDX) TO WS-SALDO-ANTERIOR
					ELSE
						COMPUTE WS-SALDO-LOCAL-NOVO =
							WS-SALDO-LOCAL-ANT - MT-QTD
						IF WS-TRS-IDX > ZEROS
							COMPUTE WS-TRANSITO-NOVO =
								WS-SIM-TRS-QTD(WS-TRS-IDX) + MT-QTD
						ELSE
							MOVE MT-QTD TO WS-TRANSITO-NOVO
						END-IF
						IF WS-SALDO-LOCAL-NOVO < ZEROS
							OR WS-TRANSITO-NOVO > 9999
							MOVE "N" TO WS-MOV-VALIDO
						END-IF
						MOVE WS-SALDO-ANTERIOR TO WS-SALDO-NOVO
						MOVE WS-SIM-CUSTO(WS-ITEM-IDX)
							TO CUSTO-UNIT
					END-IF
				WHEN MT-MOV-RECEBIMENTO
					IF WS-SIM-EXISTE(WS-ITEM-IDX) NOT = "S"
						OR WS-TRS-IDX = ZEROS
						MOVE "N" TO WS-MOV-VALIDO
					ELSE
						COMPUTE WS-SALDO-DESTINO-NOVO =
							WS-SIM-LOC-SALDO(WS-DEST-IDX)
							+ MT-QTD
						COMPUTE WS-DIFERENCA-TRANSITO =
							MT-QTD - WS-SIM-TRS-QTD(WS-TRS-IDX)
						COMPUTE WS-SALDO-NOVO = WS-SALDO-ANTERIOR
							+ WS-DIFERENCA-TRANSITO
						IF WS-SALDO-DESTINO-NOVO > 9999
							OR WS-SALDO-NOVO < ZEROS
							MOVE "N" TO WS-MOV-VALIDO
						END-IF
						MOVE WS-SIM-CUSTO(WS-ITEM-IDX)
							TO CUSTO-UNIT
					END-IF
				MOVE CUSTO-UNIT TO WS-SIM-CUSTO(WS-ITEM-IDX)
				MOVE "S" TO WS-SIM-EXISTE(WS-ITEM-IDX)
				MOVE "S" TO WS-SIM-TEM-SALDO-LOCAL(WS-ITEM-IDX)
*> O recebimento grava so o saldo do destino; os demais movimentos
*> gravam o saldo do local, e o despacho ainda a carga do dia.
				IF MT-MOV-RECEBIMENTO
					MOVE WS-SALDO-DESTINO-NOVO
						TO WS-SIM-LOC-SALDO(WS-DEST-IDX)
					MOVE "S" TO WS-SIM-LOC-GRAVADO(WS-DEST-IDX)
					MOVE "S" TO WS-SIM-TRS-BAIXADA(WS-TRS-IDX)
				ELSE
					MOVE WS-SALDO-LOCAL-NOVO
						TO WS-SIM-LOC-SALDO(WS-LOC-IDX)
					MOVE "S" TO WS-SIM-LOC-GRAVADO(WS-LOC-IDX)
				END-IF
				IF MT-MOV-TRANSFER
					IF WS-TRS-IDX = ZEROS
						PERFORM INCLUIR-CARGA-SIMULADA
					END-IF
					IF WS-TRS-IDX > ZEROS
						MOVE WS-TRANSITO-NOVO
							TO WS-SIM-TRS-QTD(WS-TRS-IDX)
					END-IF
				END-IF
			END-IF
		END-IF.
		IF WS-SALDO-STATUS NOT = "35"
			CLOSE MERC-SALDO-FILE
		END-IF.
		IF TRANSITO-DISPONIVEL
			CLOSE MERC-TRANSITO-FILE
		END-IF.
		CLOSE EMPLOYEE-MASTER-FILE.

	COPY MERCCALC.

	COPY PRECOCALC.

	COPY PRECOBUS.
