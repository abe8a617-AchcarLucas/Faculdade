*> do batch de precos - mas somente para as linhas cuja variancia o
*> supervisor aprovou (CT-APROVADO) depois de ver o relatorio.
*> Itens contados que nao existem no master caem numa pagina de
*> excecoes no fim do relatorio em vez de sumir. Com a curva ABC
*> do ultimo fechamento (MERCABC.DAT) a linha mostra a classe do
*> item e o relatorio termina com os itens classe A que ficaram
*> fora desta contagem, para entrarem no proximo ciclo.
*> Mercadoria despachada entre locais e ainda nao recebida
*> (TRANSITO.DAT) nao esta em prateleira nenhuma: a coluna TRANS
*> mostra quanto do item esta a caminho do local contado - a sobra
*> na contagem pode ser carga que chegou sem recebimento lancado -
*> e o relatorio fecha com a lista das cargas em transito, valorizada,
*> para esse estoque nao parecer sumido.
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
			SELECT CONTAGEM-REPORT-FILE ASSIGN TO "CONTREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
			SELECT MERC-ABC-FILE ASSIGN TO "MERCABC.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-ABC-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD CONTAGEM-TRANS-FILE.
	COPY MERCREC.
	FD MERC-SALDO-FILE.
	COPY MERCSALD.
	FD MERC-TRANSITO-FILE.
	COPY TRANSITO.
	FD LOCAL-CONTROLE-FILE.
	COPY LOCCTL.
	FD MERCADORIA-TRANS-FILE.
	COPY MERCTRAN.
	FD CONTAGEM-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	FD MERC-ABC-FILE.
	COPY MERCABC.
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-CONT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-I					PIC 9(03) VALUE ZEROS.
		02 WS-VARIANCIA			PIC S9(05) VALUE ZEROS.
		02 WS-VALOR-VARIANCIA	PIC S9(08)V99 VALUE ZEROS.
		02 WS-ABC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-ABC			PIC X VALUE "N".
			88 EOF-ABC VALUE "S".
		02 WS-CLS-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-TRANSITO-STATUS	PIC X(02) VALUE SPACES.
		02 WS-TRANSITO-OK		PIC X VALUE "N".
			88 TRANSITO-DISPONIVEL VALUE "S".
		02 WS-FIM-PAR			PIC X VALUE "N".
			88 FIM-PAR VALUE "S".
		02 WS-QTD-TRANSITO-LOCAL PIC 9(05) VALUE ZEROS.
		02 WS-VALOR-CARGA		PIC 9(09)V99 VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-CONTADOS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-DIVERGENTES	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-AJUSTES		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-PERDA		PIC 9(09)V99 VALUE ZEROS.
		02 W-TOTAL-SOBRA		PIC 9(09)V99 VALUE ZEROS.
		02 W-TOTAL-CARGAS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-QTD-TRANSITO	PIC 9(07) VALUE ZEROS.
		02 W-TOTAL-VALOR-TRANSITO PIC 9(09)V99 VALUE ZEROS.
	01 WS-TABELA-LOCAIS.
		02 WS-QTD-LOCAIS		PIC 9(02) VALUE ZEROS.
		02 WS-LOCAL-TAB OCCURS 10 TIMES.
			03 WS-LOC-CODIGO	PIC X(03).
*> Classe ABC por item; WS-CLS-CONTADO marca quem apareceu na
*> contagem, em qualquer local.
	01 WS-TABELA-CLASSES.
		02 WS-QTD-CLASSES		PIC 9(03) VALUE ZEROS.
		02 WS-QTD-NAO-CONTADOS	PIC 9(03) VALUE ZEROS.
		02 WS-ITEM-CLASSE OCCURS 500 TIMES.
			03 WS-CLS-NOME		PIC X(20).
			03 WS-CLS-CLASSE	PIC X(01).
			03 WS-CLS-CONTADO	PIC X(01).
	01 WS-TABELA-EXCECOES.
		02 WS-QTD-EXCECOES		PIC 9(03) VALUE ZEROS.
		02 WS-EXCECAO OCCURS 100 TIMES.
	01 LINHA-CABECALHO.
		02 FILLER PIC X(20) VALUE "NOME".
		02 FILLER PIC X(08) VALUE "SALDO".
		02 FILLER PIC X(07) VALUE "CONTADO".
		02 FILLER PIC X(07) VALUE "DIFER".
		02 FILLER PIC X(13) VALUE "VALOR DIFER".
		02 FILLER PIC X(10) VALUE "CONTADOR".
		02 FILLER PIC X(06) VALUE "APROV".
		02 FILLER PIC X(03) VALUE "ABC".
		02 FILLER PIC X(05) VALUE "TRANS".
	01 LINHA-DETALHE.
		02 LD-NOME				PIC X(20).
		02 LD-SALDO				PIC ZZZ9.
		02 LD-OPERADOR			PIC X(08).
		02 FILLER				PIC X(04) VALUE SPACES.
		02 LD-APROVADO			PIC X(01).
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LD-CLASSE			PIC X(01).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LD-TRANSITO			PIC ZZZZ9 BLANK WHEN ZERO.
	01 LINHA-AJUSTE-GERADO.
		02 LAG-NOME				PIC X(20).
		02 FILLER PIC X(30) VALUE "  AJUSTE GERADO PARA O BATCH".
	01 LINHA-TITULO-EXCECAO.
		02 FILLER PIC X(40) VALUE
			"EXCECOES - ITENS CONTADOS SEM CADASTRO".
	01 LINHA-TITULO-NAO-CONTADO.
		02 FILLER PIC X(40) VALUE
			"ITENS CLASSE A NAO CONTADOS NESTE CICLO".
	01 LINHA-NAO-CONTADO.
		02 LNC-NOME				PIC X(20).
	01 LINHA-TITULO-TRANSITO.
		02 FILLER PIC X(54) VALUE
			"MERCADORIA EM TRANSITO ENTRE LOCAIS (FORA DA CONTAGEM)".
	01 LINHA-TRANSITO.
		02 LTR-PAR				PIC X(08).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LTR-NOME				PIC X(20).
		02 FILLER PIC X(06) VALUE " DESP ".
		02 LTR-DATA				PIC 9(08).
		02 FILLER PIC X(05) VALUE " QTD ".
		02 LTR-QTD				PIC ZZZ9.
		02 FILLER PIC X(07) VALUE " VALOR ".
		02 LTR-VALOR			PIC ZZZZZZZ9,99.
	01 LINHA-TOTAL-TRANSITO.
		02 FILLER PIC X(22) VALUE "TOTAL EM TRANSITO: QTD".
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LTT-QTD				PIC ZZZZZZ9.
		02 FILLER PIC X(07) VALUE " VALOR ".
		02 LTT-VALOR			PIC ZZZZZZZZ9,99.
	01 LINHA-EXCECAO.
		02 LE-NOME				PIC X(20).
		02 FILLER				PIC X(02) VALUE SPACES.
	INIT.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-LOCAIS UNTIL EOF-LOC.
		PERFORM CARREGAR-CLASSES UNTIL EOF-ABC.
		PERFORM PROCESSAR-CONTAGENS UNTIL EOF-CONT.
		PERFORM ESCREVER-TOTAL.
		PERFORM ESCREVER-EXCECOES.
		PERFORM ESCREVER-NAO-CONTADOS.
		PERFORM ESCREVER-TRANSITO.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

			MOVE "S" TO WS-EOF-CONT
		END-IF.
		OPEN INPUT MERC-SALDO-FILE.
		OPEN INPUT MERC-TRANSITO-FILE.
		IF WS-TRANSITO-STATUS = "00"
			MOVE "S" TO WS-TRANSITO-OK
		END-IF.
		OPEN EXTEND MERCADORIA-TRANS-FILE.
		IF WS-TRANS-STATUS = "35"
			OPEN OUTPUT MERCADORIA-TRANS-FILE
			END-READ
		END-IF.

	CARREGAR-CLASSES.
		IF WS-ABC-STATUS = SPACES
			OPEN INPUT MERC-ABC-FILE
			IF WS-ABC-STATUS NOT = "00"
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
						MOVE "N" TO WS-CLS-CONTADO(WS-QTD-CLASSES)
					END-IF
			END-READ
		END-IF.

	PROCESSAR-CONTAGENS.
		READ CONTAGEM-TRANS-FILE
			AT END
		MOVE WS-VALOR-VARIANCIA TO LD-VALOR.
		MOVE CT-OPERADOR TO LD-OPERADOR.
		MOVE CT-APROVADO TO LD-APROVADO.
		PERFORM SOMAR-TRANSITO-PARA-LOCAL.
		MOVE WS-QTD-TRANSITO-LOCAL TO LD-TRANSITO.
		PERFORM LOCALIZAR-CLASSE.
		IF WS-CLS-IDX = ZEROS
			MOVE SPACES TO LD-CLASSE
		ELSE
			MOVE WS-CLS-CLASSE(WS-CLS-IDX) TO LD-CLASSE
			MOVE "S" TO WS-CLS-CONTADO(WS-CLS-IDX)
		END-IF.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF WS-VARIANCIA NOT = ZEROS
			END-IF
		END-IF.

	LOCALIZAR-CLASSE.
		MOVE ZEROS TO WS-CLS-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-CLASSE
			UNTIL WS-CLS-IDX > ZEROS OR WS-I > WS-QTD-CLASSES.

	PROCURAR-CLASSE.
		IF WS-CLS-NOME(WS-I) = CT-NAME
			MOVE WS-I TO WS-CLS-IDX
		END-IF.
		ADD 1 TO WS-I.

	VERIFICAR-SALDO-EM-ALGUM-LOCAL.
		MOVE "N" TO WS-SALDO-ALGUM.
		MOVE ZEROS TO WS-LOC-I.
				MOVE "S" TO WS-SALDO-ALGUM
		END-READ.

*> Cargas a caminho do local contado, vindas de qualquer local: a
*> chave do transito comeca pela origem, entao cada local conhecido
*> e lido como origem ate o par e item mudarem.
	SOMAR-TRANSITO-PARA-LOCAL.
		MOVE ZEROS TO WS-QTD-TRANSITO-LOCAL.
		IF TRANSITO-DISPONIVEL
			MOVE ZEROS TO WS-LOC-I
			PERFORM SOMAR-TRANSITO-DE-UM-LOCAL
				UNTIL WS-LOC-I NOT < WS-QTD-LOCAIS
		END-IF.

	SOMAR-TRANSITO-DE-UM-LOCAL.
		ADD 1 TO WS-LOC-I.
		MOVE WS-LOC-CODIGO(WS-LOC-I) TO TR-LOCAL-ORIGEM.
		MOVE WS-LOCAL-CONTAGEM TO TR-LOCAL-DESTINO.
		MOVE CT-NAME TO TR-NAME.
		MOVE ZEROS TO TR-DATA-DESPACHO.
		MOVE "N" TO WS-FIM-PAR.
		START MERC-TRANSITO-FILE KEY IS NOT LESS THAN TR-CHAVE
			INVALID KEY
				MOVE "S" TO WS-FIM-PAR
		END-START.
		PERFORM SOMAR-UMA-CARGA UNTIL FIM-PAR.

	SOMAR-UMA-CARGA.
		READ MERC-TRANSITO-FILE NEXT RECORD
			AT END
				MOVE "S" TO WS-FIM-PAR
			NOT AT END
				IF TR-LOCAL-ORIGEM = WS-LOC-CODIGO(WS-LOC-I)
					AND TR-LOCAL-DESTINO = WS-LOCAL-CONTAGEM
					AND TR-NAME = CT-NAME
					ADD TR-QTD TO WS-QTD-TRANSITO-LOCAL
				ELSE
					MOVE "S" TO WS-FIM-PAR
				END-IF
		END-READ.

*> O ajuste "A" poe o saldo na quantidade contada; o custo fica em
*> zeros porque o batch de precos usa o MM-CUSTO-UNIT do master
*> para movimentos de ajuste.
		MOVE ZEROS TO MT-CUSTO-UNIT.
		MOVE CT-LOCAL TO MT-LOCAL.
		MOVE SPACES TO MT-LOCAL-DESTINO.
		MOVE SPACES TO MT-ORIGEM.
		WRITE MERCADORIA-TRANS-RECORD.
		ADD 1 TO W-TOTAL-AJUSTES.
		MOVE CT-NAME TO LAG-NOME.
		MOVE LINHA-EXCECAO TO REPORT-LINE.
		WRITE REPORT-LINE.

	ESCREVER-NAO-CONTADOS.
		MOVE ZEROS TO WS-QTD-NAO-CONTADOS.
		MOVE ZEROS TO WS-I.
		PERFORM ESCREVER-UM-NAO-CONTADO
			UNTIL WS-I NOT < WS-QTD-CLASSES.

	ESCREVER-UM-NAO-CONTADO.
		ADD 1 TO WS-I.
		IF WS-CLS-CLASSE(WS-I) = "A" AND WS-CLS-CONTADO(WS-I) = "N"
			IF WS-QTD-NAO-CONTADOS = ZEROS
				MOVE LINHA-TITULO-NAO-CONTADO TO REPORT-LINE
				WRITE REPORT-LINE
			END-IF
			ADD 1 TO WS-QTD-NAO-CONTADOS
			MOVE WS-CLS-NOME(WS-I) TO LNC-NOME
			MOVE LINHA-NAO-CONTADO TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

*> Toda carga ainda em transito, valorizada ao custo medio do
*> master: esse estoque continua no MM-QTD mas nao aparece em
*> contagem de prateleira nenhuma.
	ESCREVER-TRANSITO.
		IF TRANSITO-DISPONIVEL
			MOVE "N" TO WS-FIM-PAR
			MOVE LOW-VALUES TO TR-CHAVE
			START MERC-TRANSITO-FILE KEY IS NOT LESS THAN TR-CHAVE
				INVALID KEY
					MOVE "S" TO WS-FIM-PAR
			END-START
			PERFORM ESCREVER-UMA-CARGA UNTIL FIM-PAR
			IF W-TOTAL-CARGAS > ZEROS
				MOVE W-TOTAL-QTD-TRANSITO TO LTT-QTD
				MOVE W-TOTAL-VALOR-TRANSITO TO LTT-VALOR
				MOVE LINHA-TOTAL-TRANSITO TO REPORT-LINE
				WRITE REPORT-LINE
			END-IF
		END-IF.

	ESCREVER-UMA-CARGA.
		READ MERC-TRANSITO-FILE NEXT RECORD
			AT END
				MOVE "S" TO WS-FIM-PAR
			NOT AT END
				IF W-TOTAL-CARGAS = ZEROS
					MOVE LINHA-TITULO-TRANSITO TO REPORT-LINE
					WRITE REPORT-LINE
				END-IF
				ADD 1 TO W-TOTAL-CARGAS
				MOVE TR-NAME TO MM-NAME
				READ MERCADORIA-MASTER-FILE
					INVALID KEY
						MOVE ZEROS TO MM-CUSTO-UNIT
				END-READ
				COMPUTE WS-VALOR-CARGA = TR-QTD * MM-CUSTO-UNIT
				ADD TR-QTD TO W-TOTAL-QTD-TRANSITO
				ADD WS-VALOR-CARGA TO W-TOTAL-VALOR-TRANSITO
				MOVE SPACES TO LTR-PAR
				STRING TR-LOCAL-ORIGEM DELIMITED BY SIZE
					">" DELIMITED BY SIZE
					TR-LOCAL-DESTINO DELIMITED BY SIZE
					INTO LTR-PAR
				MOVE TR-NAME TO LTR-NOME
				MOVE TR-DATA-DESPACHO TO LTR-DATA
				MOVE TR-QTD TO LTR-QTD
				MOVE WS-VALOR-CARGA TO LTR-VALOR
				MOVE LINHA-TRANSITO TO REPORT-LINE
				WRITE REPORT-LINE
		END-READ.

	FECHAR-ARQUIVOS.
		IF WS-CONT-STATUS NOT = "35"
			CLOSE CONTAGEM-TRANS-FILE
		IF WS-SALDO-STATUS NOT = "35"
			CLOSE MERC-SALDO-FILE
		END-IF.
		IF TRANSITO-DISPONIVEL
			CLOSE MERC-TRANSITO-FILE
		END-IF.
		CLOSE MERCADORIA-TRANS-FILE.
		CLOSE CONTAGEM-REPORT-FILE.
