			SELECT TAXA-CONTROLE-FILE ASSIGN TO "MERCTAXA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-TAXA-STATUS.
			SELECT PRECO-LISTA-FILE ASSIGN TO "PRECOLST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PRECO-STATUS.
			SELECT PRICING-REPORT-FILE ASSIGN TO "MERCREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
			SELECT PEDIDO-COMPRA-FILE ASSIGN TO "PEDCOMP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PED-STATUS.
			SELECT PEDIDO-RECEBIDO-FILE ASSIGN TO "PEDRECEB.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PREC-STATUS.
			SELECT LOCAL-CONTROLE-FILE ASSIGN TO "LOCCTL.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-LOC-STATUS.
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS MS-CHAVE
				FILE STATUS IS WS-SALDO-STATUS.
			SELECT MERC-TRANSITO-FILE ASSIGN TO "TRANSITO.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS TR-CHAVE
				FILE STATUS IS WS-TRANSITO-STATUS.
			SELECT TRANSITO-CONTROLE-FILE ASSIGN TO "TRANSCTL.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-TCTL-STATUS.
			SELECT TRANSITO-REPORT-FILE ASSIGN TO "TRANSREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-TREP-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD MERCADORIA-TRANS-FILE.
	COPY MERCREC.
	FD TAXA-CONTROLE-FILE.
	COPY MERCTAXA.
	FD PRECO-LISTA-FILE.
	COPY PRECOLST.
	FD PRICING-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	FD KARDEX-REPORT-FILE.
	FD MERC-REJEITADOS-FILE.
	COPY MERCREJ.
	FD MERC-CORRIGIDOS-FILE.
	01 MERCADORIA-COR-RECORD PIC X(48).
	FD PEDIDO-COMPRA-FILE.
	COPY PEDCOMP.
	FD PEDIDO-RECEBIDO-FILE.
	COPY PEDRECEB.
	FD LOCAL-CONTROLE-FILE.
	COPY LOCCTL.
	FD MERC-MOV-JORNAL-FILE.
	COPY MERCMOVJ.
	FD MERC-SALDO-FILE.
	COPY MERCSALD.
	FD MERC-TRANSITO-FILE.
	COPY TRANSITO.
	FD TRANSITO-CONTROLE-FILE.
	COPY TRANSCTL.
	FD TRANSITO-REPORT-FILE.
	01 TRANSITO-LINE PIC X(80).
	WORKING-STORAGE SECTION.
	COPY MERCWS.
	COPY PRECOWS.
	COPY MERCMSG.
	01 WS-CONTROLES.
		02 WS-TRANS-STATUS		PIC X(02) VALUE SPACES.
		02 WS-MASTER-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TAXA-STATUS		PIC X(02) VALUE SPACES.
		02 WS-PRECO-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-PRECO			PIC X VALUE "N".
			88 EOF-PRECO VALUE "S".
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-KARDEX-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CTL-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REJ-STATUS		PIC X(02) VALUE SPACES.
		02 WS-COR-STATUS		PIC X(02) VALUE SPACES.
		02 WS-PED-STATUS		PIC X(02) VALUE SPACES.
		02 WS-PREC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-LOC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-SALDO-STATUS		PIC X(02) VALUE SPACES.
		02 WS-MOVJ-STATUS		PIC X(02) VALUE SPACES.
		02 WS-SALDO-DESTINO-ANT	PIC 9(04) VALUE ZEROS.
		02 WS-SALDO-DESTINO-NOVO PIC S9(05) VALUE ZEROS.
		02 WS-VALOR-MOVIMENTO	PIC S9(09)V99 VALUE ZEROS.
		02 WS-TRANSITO-STATUS	PIC X(02) VALUE SPACES.
		02 WS-TCTL-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TREP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TRANSITO-ENCONTRADO PIC X VALUE "N".
			88 TRANSITO-ENCONTRADO VALUE "S".
		02 WS-EOF-TRANSITO		PIC X VALUE "N".
			88 EOF-TRANSITO VALUE "S".
		02 WS-TRANSITO-ANT		PIC 9(04) VALUE ZEROS.
		02 WS-TRANSITO-NOVO		PIC S9(05) VALUE ZEROS.
		02 WS-DIFERENCA-TRANSITO PIC S9(05) VALUE ZEROS.
		02 WS-DATA-DESPACHO		PIC 9(08) VALUE ZEROS.
		02 WS-DIAS-LIMITE-TRANSITO PIC 9(03) VALUE 003.
		02 WS-HOJE-INT			PIC 9(08) VALUE ZEROS.
		02 WS-IDADE-DIAS		PIC S9(08) VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-QTD-ITENS	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-VENDA		PIC 9(09)V99 VALUE ZEROS.
		02 W-TOTAL-RESUBMETIDOS	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-EM-TRANSITO	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-ATRASADAS	PIC 9(06) VALUE ZEROS.
	01 WS-TABELA-LOCAIS.
		02 WS-QTD-LOCAIS		PIC 9(02) VALUE ZEROS.
		02 WS-LOCAL-TAB OCCURS 10 TIMES.
		02 LK-SALDO-ANT			PIC ZZZ9.
		02 FILLER				PIC X(08) VALUE SPACES.
		02 LK-SALDO-ATU			PIC ZZZ9.
	01 LINHA-CABECALHO-TRANSITO.
		02 FILLER PIC X(44) VALUE
			"DIFERENCAS NO RECEBIMENTO DE TRANSFERENCIAS".
	01 LINHA-DIFERENCA-TRANSITO.
		02 LDT-PAR				PIC X(08).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LDT-NOME				PIC X(20).
		02 FILLER PIC X(06) VALUE " DESP ".
		02 LDT-DATA				PIC 9(08).
		02 FILLER PIC X(05) VALUE " ENV ".
		02 LDT-ENVIADO			PIC ZZZ9.
		02 FILLER PIC X(05) VALUE " REC ".
		02 LDT-RECEBIDO			PIC ZZZ9.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LDT-DIFER			PIC -ZZZ9.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LDT-VALOR			PIC -ZZZZZZZ9,99.
	01 LINHA-TITULO-ABERTAS.
		02 FILLER PIC X(36) VALUE
			"TRANSFERENCIAS EM ABERTO - LIMITE ".
		02 LTA-LIMITE			PIC ZZ9.
		02 FILLER PIC X(05) VALUE " DIAS".
	01 LINHA-TRANSITO-ABERTO.
		02 LTA-PAR				PIC X(08).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LTA-NOME				PIC X(20).
		02 FILLER PIC X(06) VALUE " DESP ".
		02 LTA-DATA				PIC 9(08).
		02 FILLER PIC X(05) VALUE " QTD ".
		02 LTA-QTD				PIC ZZZ9.
		02 FILLER PIC X(06) VALUE " DIAS ".
		02 LTA-DIAS				PIC ZZZ9.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LTA-AVISO			PIC X(08).
	01 LINHA-TOTAL-TRANSITO.
		02 FILLER PIC X(12) VALUE "EM ABERTO: ".
		02 LTT-EM-ABERTO		PIC ZZZZZ9.
		02 FILLER PIC X(14) VALUE "  ATRASADAS: ".
		02 LTT-ATRASADAS		PIC ZZZZZ9.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		COMPUTE WS-HOJE-INT =
			FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA).
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-TAXA.
		PERFORM CARREGAR-LIMITE-TRANSITO.
		MOVE WS-DATA-COMPLETA TO W-PRC-DATA.
		PERFORM CARREGAR-PRECOS UNTIL EOF-PRECO.
		PERFORM CARREGAR-LOCAIS UNTIL EOF-LOC.
		PERFORM CARREGAR-PEDCOMP UNTIL EOF-PED.
		PERFORM RESTAURAR-STATUS-PEDCOMP.
		MOVE "S" TO WS-FASE-CORRIGIDOS.
		PERFORM PROCESSAR-CORRIGIDOS UNTIL EOF-COR.
		PERFORM ESCREVER-TOTAL.
		PERFORM LISTAR-TRANSITO-ABERTO.
		PERFORM REGRAVAR-PEDCOMP.
		PERFORM GRAVAR-CONTROLE-TOTAIS.
		PERFORM LIMPAR-CHECKPOINT.
			CLOSE MERC-SALDO-FILE
			OPEN I-O MERC-SALDO-FILE
		END-IF.
		OPEN I-O MERC-TRANSITO-FILE.
		IF WS-TRANSITO-STATUS = "35"
			OPEN OUTPUT MERC-TRANSITO-FILE
			CLOSE MERC-TRANSITO-FILE
			OPEN I-O MERC-TRANSITO-FILE
		END-IF.
		PERFORM LER-CHECKPOINT.
		IF WS-SKIP-COUNT = ZEROS
			OPEN OUTPUT PRICING-REPORT-FILE
			OPEN OUTPUT KARDEX-REPORT-FILE
			MOVE LINHA-CABECALHO-KARDEX TO KARDEX-LINE
			WRITE KARDEX-LINE
			OPEN OUTPUT TRANSITO-REPORT-FILE
			MOVE LINHA-CABECALHO-TRANSITO TO TRANSITO-LINE
			WRITE TRANSITO-LINE
		ELSE
			OPEN EXTEND PRICING-REPORT-FILE
			IF WS-REPORT-STATUS = "35"
				MOVE LINHA-CABECALHO-KARDEX TO KARDEX-LINE
				WRITE KARDEX-LINE
			END-IF
			OPEN EXTEND TRANSITO-REPORT-FILE
			IF WS-TREP-STATUS = "35"
				OPEN OUTPUT TRANSITO-REPORT-FILE
				MOVE LINHA-CABECALHO-TRANSITO TO TRANSITO-LINE
				WRITE TRANSITO-LINE
			END-IF
		END-IF.
		OPEN EXTEND EXPORT-CSV-FILE.
		IF WS-EXPORT-STATUS = "35"
		IF WS-MOVJ-STATUS = "35"
			OPEN OUTPUT MERC-MOV-JORNAL-FILE
		END-IF.
		OPEN EXTEND PEDIDO-RECEBIDO-FILE.
		IF WS-PREC-STATUS = "35"
			OPEN OUTPUT PEDIDO-RECEBIDO-FILE
		END-IF.
		IF WS-SKIP-COUNT = ZEROS
			OPEN OUTPUT MERC-REJEITADOS-FILE
		ELSE

	COPY MERCTAXALD.

	CARREGAR-LIMITE-TRANSITO.
		OPEN INPUT TRANSITO-CONTROLE-FILE.
		IF WS-TCTL-STATUS = "00"
			READ TRANSITO-CONTROLE-FILE
				AT END
					CONTINUE
				NOT AT END
					IF TC-DIAS-LIMITE > ZEROS
						MOVE TC-DIAS-LIMITE TO WS-DIAS-LIMITE-TRANSITO
					END-IF
			END-READ
			CLOSE TRANSITO-CONTROLE-FILE
		ELSE
			DISPLAY "TRANSCTL.DAT NAO ENCONTRADO - LIMITE DE TRANSITO"
				" DE 3 DIAS"
		END-IF.

	COPY PRECOLD.

*> O checkpoint e gravado apos CADA registro aplicado: como os
*> movimentos E/S somam e subtraem no master, reprocessar um
*> registro ja aplicado nao e idempotente - a janela de replay
			NOT AT END
				MOVE MERCADORIA-COR-RECORD(1:37)
					TO MERCADORIA-TRANS-RECORD
				MOVE MERCADORIA-COR-RECORD(48:1) TO MT-ORIGEM
				ADD 1 TO WS-CONTADOR-REGISTROS
				IF WS-CONTADOR-REGISTROS > WS-SKIP-COUNT
					PERFORM PROCESSAR-UM-ITEM
		IF NOT MOV-VALIDO
			PERFORM ESCREVER-REJEITADO
		ELSE
*> Despacho e recebimento de transferencia so mexem nos saldos por
*> local e no transito: custo e totais de controle ficam como
*> estao - e o RECON-ESPERADO espelha exatamente isso.
			IF MT-MOV-TRANSFER OR MT-MOV-RECEBIMENTO
				PERFORM APLICAR-TRANSFERENCIA
			ELSE
				PERFORM CALCULAR
				PERFORM PRECIFICAR-VENDA
				PERFORM GRAVAR-MASTER
				PERFORM GRAVAR-SALDO-LOCAL
				PERFORM GRAVAR-MOVIMENTO-JORNAL
					PERFORM GRAVAR-CUSTO-HIST
				END-IF
				PERFORM ESCREVER-KARDEX
*> Devolucao de cliente volta ao estoque como entrada, mas nao
*> baixa pedido de compra nem soma na venda do dia: a nota de
*> credito vai para o GL pelo controle do DEVOLUCAO-VENDAS.
				IF MT-MOV-ENTRADA AND NOT MT-ORIGEM-DEVOLUCAO
					PERFORM CONFERIR-PEDIDO-COMPRA
				END-IF
				PERFORM ESCREVER-DETALHE
					PERFORM GRAVAR-EXPORT-CSV
				END-IF
				ADD 1 TO W-TOTAL-QTD-ITENS
*> Material de cotacao aceita tambem fica fora da venda: o corte e
*> faturado pelo valor aceito e vai ao GL pelo CTLCOTA do
*> faturamento.
				IF NOT MT-ORIGEM-DEVOLUCAO
					AND NOT MT-ORIGEM-COTACAO
					ADD PRICE-VENDA TO W-TOTAL-VENDA
				END-IF
				IF FASE-CORRIGIDOS
					ADD 1 TO W-TOTAL-RESUBMETIDOS
				END-IF
			END-IF
		END-IF.

*> O despacho tira a mercadoria do local de origem e a poe em
*> transito; o recebimento entra no destino com a quantidade
*> contada na chegada. So a diferenca entre enviado e recebido mexe
*> no total da empresa - a mercadoria em transito continua no
*> MM-QTD - e por isso so ela vai ao master, ao jornal valorizado e
*> ao relatorio de diferencas.
	APLICAR-TRANSFERENCIA.
		IF MT-MOV-TRANSFER
			PERFORM GRAVAR-SALDO-LOCAL
			PERFORM GRAVAR-TRANSITO
		ELSE
			PERFORM GRAVAR-SALDO-DESTINO
			PERFORM BAIXAR-TRANSITO
			IF WS-DIFERENCA-TRANSITO NOT = ZEROS
				PERFORM GRAVAR-MASTER
				PERFORM GRAVAR-MOVIMENTO-JORNAL
				PERFORM ESCREVER-DIFERENCA-TRANSITO
			END-IF
		END-IF.
		PERFORM ESCREVER-KARDEX.

*> Todos os campos sao criticados, nao so o primeiro que falhar:
*> cada campo invalido ganha seu codigo no registro rejeitado.
	VALIDAR-MOVIMENTO.
		MOVE SPACES TO MR-COD-LOCAL.
		IF NOT MT-MOV-ENTRADA AND NOT MT-MOV-SAIDA
			AND NOT MT-MOV-AJUSTE AND NOT MT-MOV-TRANSFER
			AND NOT MT-MOV-RECEBIMENTO
			MOVE "TM" TO MR-COD-TIPO
			MOVE "TIPO DE MOVIMENTO INVALIDO" TO WS-MOTIVO-REJEICAO
			MOVE "N" TO WS-MOV-VALIDO
		END-IF.
		IF NOT QTD-VALIDA
			AND NOT ((MT-MOV-AJUSTE OR MT-MOV-RECEBIMENTO)
				AND MT-QTD = ZEROS)
			MOVE "QI" TO MR-COD-QTD
			IF WS-MOTIVO-REJEICAO = SPACES
				MOVE "QTD FORA DA FAIXA PERMITIDA"
		PERFORM RESOLVER-LOCAIS.

*> O local em branco cai no padrao; local informado precisa existir
*> em LOCCTL.DAT. No despacho e no recebimento de transferencia o
*> destino tambem, e diferente da origem.
	RESOLVER-LOCAIS.
		IF MT-LOCAL = SPACES
			MOVE WS-LOCAL-PADRAO TO WS-LOCAL
				MOVE "N" TO WS-MOV-VALIDO
			END-IF
		END-IF.
		IF MT-MOV-TRANSFER OR MT-MOV-RECEBIMENTO
			IF MT-LOCAL-DESTINO = SPACES
				MOVE WS-LOCAL-PADRAO TO WS-LOCAL-DESTINO
			ELSE
						TO WS-MOTIVO-REJEICAO
					MOVE "N" TO WS-MOV-VALIDO
				ELSE
					PERFORM LER-TRANSITO-DO-DIA
					COMPUTE WS-SALDO-LOCAL-NOVO =
						WS-SALDO-LOCAL-ANT - MT-QTD
					COMPUTE WS-TRANSITO-NOVO =
						WS-TRANSITO-ANT + MT-QTD
					IF WS-SALDO-LOCAL-NOVO < ZEROS
						MOVE "EI" TO MR-COD-APLICACAO
						MOVE "ESTOQUE INSUFICIENTE NO LOCAL"
						MOVE "N" TO WS-MOV-VALIDO
					END-IF
					IF MOV-VALIDO
						AND WS-TRANSITO-NOVO > 9999
						MOVE "SL" TO MR-COD-APLICACAO
						MOVE "TRANSITO DO DIA EXCEDERIA LIMITE"
							TO WS-MOTIVO-REJEICAO
						MOVE "N" TO WS-MOV-VALIDO
					END-IF
					MOVE WS-SALDO-ANTERIOR TO WS-SALDO-NOVO
					MOVE MM-CUSTO-UNIT TO CUSTO-UNIT
				END-IF
			WHEN MT-MOV-RECEBIMENTO
				IF NOT ITEM-ENCONTRADO
					MOVE "NC" TO MR-COD-APLICACAO
					MOVE "RECEBIMENTO DE ITEM NAO CADASTRADO"
						TO WS-MOTIVO-REJEICAO
					MOVE "N" TO WS-MOV-VALIDO
				ELSE
					PERFORM LER-TRANSITO-MAIS-ANTIGO
					IF NOT TRANSITO-ENCONTRADO
						MOVE "ST" TO MR-COD-APLICACAO
						MOVE "RECEBIMENTO SEM TRANSFERENCIA ABERTA"
							TO WS-MOTIVO-REJEICAO
						MOVE "N" TO WS-MOV-VALIDO
					ELSE
						PERFORM LER-SALDO-DESTINO
						COMPUTE WS-SALDO-DESTINO-NOVO =
							WS-SALDO-DESTINO-ANT + MT-QTD
						COMPUTE WS-DIFERENCA-TRANSITO =
							MT-QTD - WS-TRANSITO-ANT
						COMPUTE WS-SALDO-NOVO = WS-SALDO-ANTERIOR
							+ WS-DIFERENCA-TRANSITO
						IF WS-SALDO-DESTINO-NOVO > 9999
							MOVE "SL" TO MR-COD-APLICACAO
							MOVE "SALDO DO DESTINO EXCEDERIA LIMITE"
								TO WS-MOTIVO-REJEICAO
							MOVE "N" TO WS-MOV-VALIDO
						END-IF
						IF MOV-VALIDO AND WS-SALDO-NOVO < ZEROS
							MOVE "EI" TO MR-COD-APLICACAO
							MOVE "RECEBIMENTO DEIXARIA TOTAL NEGATIVO"
								TO WS-MOTIVO-REJEICAO
							MOVE "N" TO WS-MOV-VALIDO
						END-IF
					END-IF
					MOVE MM-CUSTO-UNIT TO CUSTO-UNIT
				END-IF
		END-EVALUATE.
		IF MOV-VALIDO AND WS-SALDO-NOVO > 9999
			MOVE "SL" TO MR-COD-APLICACAO
				WS-SALDO-STATUS
		END-IF.

*> Carga do dia do mesmo par e item: os despachos do dia somam num
*> registro so.
	LER-TRANSITO-DO-DIA.
		MOVE WS-LOCAL TO TR-LOCAL-ORIGEM.
		MOVE WS-LOCAL-DESTINO TO TR-LOCAL-DESTINO.
		MOVE MT-NAME TO TR-NAME.
		MOVE WS-DATA-COMPLETA TO TR-DATA-DESPACHO.
		READ MERC-TRANSITO-FILE
			INVALID KEY
				MOVE "N" TO WS-TRANSITO-ENCONTRADO
				MOVE ZEROS TO WS-TRANSITO-ANT
			NOT INVALID KEY
				MOVE "S" TO WS-TRANSITO-ENCONTRADO
				MOVE TR-QTD TO WS-TRANSITO-ANT
		END-READ.

*> O recebimento confirma a carga aberta mais antiga do par e item:
*> a chave termina na data do despacho, entao o primeiro registro a
*> partir de data zero e ela.
	LER-TRANSITO-MAIS-ANTIGO.
		MOVE "N" TO WS-TRANSITO-ENCONTRADO.
		MOVE ZEROS TO WS-TRANSITO-ANT.
		MOVE WS-LOCAL TO TR-LOCAL-ORIGEM.
		MOVE WS-LOCAL-DESTINO TO TR-LOCAL-DESTINO.
		MOVE MT-NAME TO TR-NAME.
		MOVE ZEROS TO TR-DATA-DESPACHO.
		START MERC-TRANSITO-FILE KEY IS NOT LESS THAN TR-CHAVE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				READ MERC-TRANSITO-FILE NEXT RECORD
					AT END
						CONTINUE
					NOT AT END
						IF TR-LOCAL-ORIGEM = WS-LOCAL
							AND TR-LOCAL-DESTINO = WS-LOCAL-DESTINO
							AND TR-NAME = MT-NAME
							MOVE "S" TO WS-TRANSITO-ENCONTRADO
							MOVE TR-QTD TO WS-TRANSITO-ANT
							MOVE TR-DATA-DESPACHO TO WS-DATA-DESPACHO
						END-IF
				END-READ
		END-START.

	GRAVAR-TRANSITO.
		MOVE WS-LOCAL TO TR-LOCAL-ORIGEM.
		MOVE WS-LOCAL-DESTINO TO TR-LOCAL-DESTINO.
		MOVE MT-NAME TO TR-NAME.
		MOVE WS-DATA-COMPLETA TO TR-DATA-DESPACHO.
		MOVE WS-TRANSITO-NOVO TO TR-QTD.
		IF TRANSITO-ENCONTRADO
			REWRITE MERC-TRANSITO-RECORD
		ELSE
			WRITE MERC-TRANSITO-RECORD
		END-IF.
		IF WS-TRANSITO-STATUS NOT = "00"
			DISPLAY "ERRO AO GRAVAR MERC-TRANSITO-RECORD - STATUS "
				WS-TRANSITO-STATUS
		END-IF.

	BAIXAR-TRANSITO.
		MOVE WS-LOCAL TO TR-LOCAL-ORIGEM.
		MOVE WS-LOCAL-DESTINO TO TR-LOCAL-DESTINO.
		MOVE MT-NAME TO TR-NAME.
		MOVE WS-DATA-DESPACHO TO TR-DATA-DESPACHO.
		DELETE MERC-TRANSITO-FILE RECORD
			INVALID KEY
				DISPLAY "ERRO AO BAIXAR MERC-TRANSITO-RECORD - STATUS "
					WS-TRANSITO-STATUS
		END-DELETE.

	ESCREVER-DIFERENCA-TRANSITO.
		MOVE SPACES TO LDT-PAR.
		STRING WS-LOCAL DELIMITED BY SIZE
			">" DELIMITED BY SIZE
			WS-LOCAL-DESTINO DELIMITED BY SIZE
			INTO LDT-PAR.
		MOVE MT-NAME TO LDT-NOME.
		MOVE WS-DATA-DESPACHO TO LDT-DATA.
		MOVE WS-TRANSITO-ANT TO LDT-ENVIADO.
		MOVE MT-QTD TO LDT-RECEBIDO.
		MOVE WS-DIFERENCA-TRANSITO TO LDT-DIFER.
		MOVE WS-VALOR-MOVIMENTO TO LDT-VALOR.
		MOVE LINHA-DIFERENCA-TRANSITO TO TRANSITO-LINE.
		WRITE TRANSITO-LINE.

*> Fim de job: toda carga ainda em transito sai na lista, com a
*> idade em dias corridos desde o despacho; passando do limite de
*> TRANSCTL.DAT a linha sai marcada ATRASADA para o deposito de
*> destino ser cobrado.
	LISTAR-TRANSITO-ABERTO.
		MOVE WS-DIAS-LIMITE-TRANSITO TO LTA-LIMITE.
		MOVE LINHA-TITULO-ABERTAS TO TRANSITO-LINE.
		WRITE TRANSITO-LINE.
		MOVE "N" TO WS-EOF-TRANSITO.
		MOVE LOW-VALUES TO TR-CHAVE.
		START MERC-TRANSITO-FILE KEY IS NOT LESS THAN TR-CHAVE
			INVALID KEY
				MOVE "S" TO WS-EOF-TRANSITO
		END-START.
		PERFORM LISTAR-UM-TRANSITO UNTIL EOF-TRANSITO.
		MOVE W-TOTAL-EM-TRANSITO TO LTT-EM-ABERTO.
		MOVE W-TOTAL-ATRASADAS TO LTT-ATRASADAS.
		MOVE LINHA-TOTAL-TRANSITO TO TRANSITO-LINE.
		WRITE TRANSITO-LINE.

	LISTAR-UM-TRANSITO.
		READ MERC-TRANSITO-FILE NEXT RECORD
			AT END
				MOVE "S" TO WS-EOF-TRANSITO
			NOT AT END
				ADD 1 TO W-TOTAL-EM-TRANSITO
				COMPUTE WS-IDADE-DIAS = WS-HOJE-INT
					- FUNCTION INTEGER-OF-DATE(TR-DATA-DESPACHO)
				MOVE SPACES TO LTA-PAR
				STRING TR-LOCAL-ORIGEM DELIMITED BY SIZE
					">" DELIMITED BY SIZE
					TR-LOCAL-DESTINO DELIMITED BY SIZE
					INTO LTA-PAR
				MOVE TR-NAME TO LTA-NOME
				MOVE TR-DATA-DESPACHO TO LTA-DATA
				MOVE TR-QTD TO LTA-QTD
				MOVE WS-IDADE-DIAS TO LTA-DIAS
				IF WS-IDADE-DIAS > WS-DIAS-LIMITE-TRANSITO
					MOVE "ATRASADA" TO LTA-AVISO
					ADD 1 TO W-TOTAL-ATRASADAS
				ELSE
					MOVE SPACES TO LTA-AVISO
				END-IF
				MOVE LINHA-TRANSITO-ABERTO TO TRANSITO-LINE
				WRITE TRANSITO-LINE
		END-READ.

	GRAVAR-CUSTO-HIST.
		MOVE W-NAME TO MH-NAME.
		MOVE WS-DATA-COMPLETA TO MH-DATA.
*> Efeito do movimento sobre o VALOR do estoque, para o fechamento
*> mensal andar do valor de abertura ao de fechamento: entrada a
*> valor de nota, saida ao custo medio do momento, ajuste pelo
*> delta de saldo ao custo medio, recebimento de transferencia pela
*> diferenca entre recebido e enviado ao custo medio, lancada no
*> local de destino. O despacho nao passa por aqui.
	GRAVAR-MOVIMENTO-JORNAL.
		MOVE MT-QTD TO MJ-QTD.
		MOVE WS-LOCAL TO MJ-LOCAL.
		EVALUATE TRUE
			WHEN MT-MOV-ENTRADA
				COMPUTE WS-VALOR-MOVIMENTO =
				COMPUTE WS-VALOR-MOVIMENTO =
					ZEROS - (MT-QTD * CUSTO-UNIT)
				MOVE CUSTO-UNIT TO MJ-CUSTO
			WHEN MT-MOV-RECEBIMENTO
				COMPUTE WS-VALOR-MOVIMENTO =
					WS-DIFERENCA-TRANSITO * CUSTO-UNIT
				MOVE CUSTO-UNIT TO MJ-CUSTO
				MOVE WS-LOCAL-DESTINO TO MJ-LOCAL
				IF WS-DIFERENCA-TRANSITO < ZEROS
					COMPUTE MJ-QTD = ZEROS - WS-DIFERENCA-TRANSITO
				ELSE
					MOVE WS-DIFERENCA-TRANSITO TO MJ-QTD
				END-IF
			WHEN OTHER
				COMPUTE WS-VALOR-MOVIMENTO =
					(WS-SALDO-LOCAL-NOVO - WS-SALDO-LOCAL-ANT)
		END-EVALUATE.
		MOVE WS-DATA-COMPLETA TO MJ-DATA.
		MOVE MT-TIPO-MOV TO MJ-TIPO.
		MOVE MT-NAME TO MJ-NAME.
		MOVE WS-VALOR-MOVIMENTO TO MJ-VALOR.
		WRITE MERC-MOV-JORNAL-RECORD.

*> No despacho e no recebimento de transferencia a coluna LOCAL
*> mostra origem>destino e as colunas de saldo mostram o saldo do
*> LOCAL que mudou - a origem no despacho, o destino no
*> recebimento; nos demais movimentos mostram o total da empresa,
*> como sempre.
	ESCREVER-KARDEX.
		MOVE W-NAME TO LK-NOME.
		EVALUATE TRUE
				MOVE "AJUSTE" TO LK-TIPO
			WHEN MT-MOV-TRANSFER
				MOVE "TRANSFER" TO LK-TIPO
			WHEN MT-MOV-RECEBIMENTO
				MOVE "RECEBTO" TO LK-TIPO
		END-EVALUATE.
		IF MT-MOV-TRANSFER OR MT-MOV-RECEBIMENTO
			MOVE SPACES TO LK-LOCAL
			STRING WS-LOCAL DELIMITED BY SIZE
				">" DELIMITED BY SIZE
			MOVE WS-LOCAL TO LK-LOCAL
		END-IF.
		MOVE MT-QTD TO LK-QTD-MOV.
		EVALUATE TRUE
			WHEN MT-MOV-TRANSFER
				MOVE WS-SALDO-LOCAL-ANT TO LK-SALDO-ANT
				MOVE WS-SALDO-LOCAL-NOVO TO LK-SALDO-ATU
			WHEN MT-MOV-RECEBIMENTO
				MOVE WS-SALDO-DESTINO-ANT TO LK-SALDO-ANT
				MOVE WS-SALDO-DESTINO-NOVO TO LK-SALDO-ATU
			WHEN OTHER
				MOVE WS-SALDO-ANTERIOR TO LK-SALDO-ANT
				MOVE QTD TO LK-SALDO-ATU
		END-EVALUATE.
		MOVE LINHA-DETALHE-KARDEX TO KARDEX-LINE.
		WRITE KARDEX-LINE.

*> Confere a entrada aplicada contra a linha aberta do pedido de
*> compra do item: quantidade ou custo de nota diferentes viram uma
*> linha de divergencia no KARDEX, para o excesso de remessa e o
*> aumento de preco de fatura nao passarem batidos. Casada ou
*> divergente, a linha recebida vai para PEDRECEB.DAT com o pedido
*> e o recebido lado a lado, para a conferencia da nota do
*> fornecedor.
	CONFERIR-PEDIDO-COMPRA.
		MOVE ZEROS TO WS-PO-IDX.
		MOVE 1 TO WS-PO-I.
			ELSE
				MOVE "R" TO WS-PO-STATUS(WS-PO-IDX)
			END-IF
			PERFORM GRAVAR-PEDIDO-RECEBIDO
		END-IF.

	GRAVAR-PEDIDO-RECEBIDO.
		MOVE WS-PO-NUMERO(WS-PO-IDX) TO PR-NUMERO.
		MOVE WS-PO-FORNECEDOR(WS-PO-IDX) TO PR-FORNECEDOR.
		MOVE MT-NAME TO PR-NAME.
		MOVE WS-LOCAL TO PR-LOCAL.
		MOVE WS-PO-QTD(WS-PO-IDX) TO PR-QTD-PEDIDA.
		MOVE WS-PO-CUSTO(WS-PO-IDX) TO PR-CUSTO-PEDIDO.
		MOVE MT-QTD TO PR-QTD-RECEBIDA.
		MOVE MT-CUSTO-UNIT TO PR-CUSTO-NOTA.
		MOVE WS-DATA-COMPLETA TO PR-DATA-RECEB.
		MOVE "A" TO PR-SITUACAO.
		WRITE PEDIDO-RECEBIDO-RECORD.

	PROCURAR-PEDIDO-ABERTO.
		IF WS-PO-NAME(WS-PO-I) = MT-NAME
			AND WS-PO-STATUS(WS-PO-I) = "A"
		MOVE MT-CUSTO-UNIT TO MR-CUSTO-UNIT.
		MOVE MT-LOCAL TO MR-LOCAL.
		MOVE MT-LOCAL-DESTINO TO MR-LOCAL-DESTINO.
		MOVE MT-ORIGEM TO MR-ORIGEM.
		WRITE MERCADORIA-REJ-RECORD.

	COPY MERCLKUP.
		CLOSE MERC-REJEITADOS-FILE.
		CLOSE MERCADORIA-MASTER-FILE.
		CLOSE MERC-SALDO-FILE.
		CLOSE MERC-TRANSITO-FILE.
		CLOSE PRICING-REPORT-FILE.
		CLOSE TRANSITO-REPORT-FILE.
		CLOSE KARDEX-REPORT-FILE.
		CLOSE EXPORT-CSV-FILE.
		CLOSE MERC-CUSTO-HIST-FILE.
		CLOSE MERC-MOV-JORNAL-FILE.
		CLOSE PEDIDO-RECEBIDO-FILE.

    COPY MERCCALC.

	COPY PRECOCALC.

	COPY PRECOBUS.

	COPY MERCEXP.
