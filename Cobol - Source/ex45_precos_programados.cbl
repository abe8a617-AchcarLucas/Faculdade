IDENTIFICATION DIVISION.
PROGRAM-ID. PRECOS-PROGRAMADOS.
*> Relatorio das mudancas de preco programadas na lista de precos
*> (PRECOLST.DAT): cada linha que ainda vai entrar em vigor gera
*> uma mudanca na data de inicio, e cada linha em vigor com data
*> de fim gera outra no dia seguinte ao fim, quando o item volta
*> ao preco que estiver por baixo. Para cada mudanca sai o preco
*> de hoje e o preco a partir da data, os dois pela mesma regra do
*> faturamento (BUSCAR-PRECO-VIGENTE), para o mesmo cliente - ou
*> para a lista, quando a linha vale para todos -, e os dias que
*> faltam. Linhas cobertas por outra mais especifica ou mais nova
*> saem marcadas S/EFEITO. Preco por markup usa o custo medio de
*> hoje, entao o valor futuro e estimado. Saida em PRECOFUT.DAT,
*> na ordem da lista.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT PRECO-LISTA-FILE ASSIGN TO "PRECOLST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PRECO-STATUS.
			SELECT MERCADORIA-MASTER-FILE ASSIGN TO "MERCMAST.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS MM-NAME
				FILE STATUS IS WS-MASTER-STATUS.
			SELECT TAXA-CONTROLE-FILE ASSIGN TO "MERCTAXA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-TAXA-STATUS.
			SELECT PRECO-REPORT-FILE ASSIGN TO "PRECOFUT.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD PRECO-LISTA-FILE.
	COPY PRECOLST.
	FD MERCADORIA-MASTER-FILE.
	COPY MERCREC.
	FD TAXA-CONTROLE-FILE.
	COPY MERCTAXA.
	FD PRECO-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	WORKING-STORAGE SECTION.
	COPY MERCWS.
	COPY PRECOWS.
	01 WS-CONTROLES.
		02 WS-PRECO-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-PRECO			PIC X VALUE "N".
			88 EOF-PRECO VALUE "S".
		02 WS-MASTER-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TAXA-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TAXA-FILE-OK		PIC X VALUE "S".
		02 WS-ITEM-ENCONTRADO	PIC X VALUE "N".
			88 ITEM-ENCONTRADO VALUE "S".
		02 WS-LST-I				PIC 9(03) VALUE ZEROS.
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-HOJE-INT			PIC 9(07) VALUE ZEROS.
		02 WS-DATA-MUDANCA		PIC 9(08) VALUE ZEROS.
		02 WS-MUDANCA-INT		PIC 9(07) VALUE ZEROS.
		02 WS-TIPO-MUDANCA		PIC X(06) VALUE SPACES.
		02 WS-PRECO-ATUAL		PIC 9(05)V99 VALUE ZEROS.
		02 WS-PRECO-NOVO		PIC 9(05)V99 VALUE ZEROS.
		02 WS-VARIACAO			PIC S9(05)V99 VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-LIDAS		PIC 9(05) VALUE ZEROS.
		02 W-TOTAL-MUDANCAS		PIC 9(05) VALUE ZEROS.
		02 W-TOTAL-ALTAS		PIC 9(05) VALUE ZEROS.
		02 W-TOTAL-BAIXAS		PIC 9(05) VALUE ZEROS.
		02 W-TOTAL-SEM-EFEITO	PIC 9(05) VALUE ZEROS.
	01 LINHA-TITULO.
		02 FILLER PIC X(36) VALUE
			"MUDANCAS DE PRECO PROGRAMADAS -    ".
		02 LTI-DATA				PIC 9(08).
	01 LINHA-CABECALHO.
		02 FILLER PIC X(21) VALUE "ITEM".
		02 FILLER PIC X(07) VALUE "CLIENTE".
		02 FILLER PIC X(07) VALUE " TIPO".
		02 FILLER PIC X(08) VALUE "A PARTIR".
		02 FILLER PIC X(04) VALUE "DIAS".
		02 FILLER PIC X(08) VALUE "    HOJE".
		02 FILLER PIC X(08) VALUE "    NOVO".
		02 FILLER PIC X(08) VALUE "   DIFER".
	01 LINHA-DETALHE.
		02 LD-NOME				PIC X(20).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-CLIENTE			PIC X(06).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-TIPO				PIC X(06).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-DATA				PIC 9(08).
		02 LD-DIAS				PIC ZZZ9.
		02 LD-ATUAL				PIC ZZZZ9,99.
		02 LD-NOVO				PIC ZZZZ9,99.
		02 LD-VARIACAO			PIC -ZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-AVISO				PIC X(08).
	01 LINHA-TOTAL.
		02 FILLER PIC X(10) VALUE "MUDANCAS: ".
		02 LT-MUDANCAS			PIC ZZZZ9.
		02 FILLER PIC X(09) VALUE "  ALTAS: ".
		02 LT-ALTAS				PIC ZZZZ9.
		02 FILLER PIC X(10) VALUE "  BAIXAS: ".
		02 LT-BAIXAS			PIC ZZZZ9.
		02 FILLER PIC X(14) VALUE "  SEM EFEITO: ".
		02 LT-SEM-EFEITO		PIC ZZZZ9.
		02 FILLER PIC X(09) VALUE "  LINHAS:".
		02 LT-LIDAS				PIC ZZZZ9.
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
		IF W-QTD-PRECOS = ZEROS
			DISPLAY "PRECOLST.DAT VAZIO OU NAO ENCONTRADO - "
				"NENHUMA MUDANCA PROGRAMADA"
		END-IF.
		MOVE ZEROS TO WS-LST-I.
		PERFORM EXAMINAR-UMA-LINHA
			UNTIL WS-LST-I NOT < W-QTD-PRECOS.
		PERFORM ESCREVER-TOTAL.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

	ABRIR-ARQUIVOS.
		OPEN INPUT MERCADORIA-MASTER-FILE.
		IF WS-MASTER-STATUS NOT = "00"
			DISPLAY "MERCMAST.DAT NAO ENCONTRADO - STATUS "
				WS-MASTER-STATUS " - PRECO POR MARKUP ZERADO"
		END-IF.
		OPEN OUTPUT PRECO-REPORT-FILE.
		MOVE WS-DATA-COMPLETA TO LTI-DATA.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		WRITE REPORT-LINE.

	COPY MERCTAXALD.

	COPY PRECOLD.

*> Uma linha pode gerar as duas mudancas: a entrada, se ainda nao
*> comecou, e a saida, se tem data de fim que ainda nao passou.
	EXAMINAR-UMA-LINHA.
		ADD 1 TO WS-LST-I.
		ADD 1 TO W-TOTAL-LIDAS.
		IF W-PRC-TAB-INICIO(WS-LST-I) > WS-DATA-COMPLETA
			MOVE W-PRC-TAB-INICIO(WS-LST-I) TO WS-DATA-MUDANCA
			MOVE "INICIO" TO WS-TIPO-MUDANCA
			PERFORM APURAR-MUDANCA
		END-IF.
		IF W-PRC-TAB-FIM(WS-LST-I) NOT = ZEROS
			AND W-PRC-TAB-FIM(WS-LST-I) NOT < WS-DATA-COMPLETA
			AND W-PRC-TAB-FIM(WS-LST-I)
				NOT < W-PRC-TAB-INICIO(WS-LST-I)
			COMPUTE WS-MUDANCA-INT =
				FUNCTION INTEGER-OF-DATE(W-PRC-TAB-FIM(WS-LST-I)) + 1
			COMPUTE WS-DATA-MUDANCA =
				FUNCTION DATE-OF-INTEGER(WS-MUDANCA-INT)
			MOVE "FIM" TO WS-TIPO-MUDANCA
			PERFORM APURAR-MUDANCA
		END-IF.

*> O preco de hoje e o da data da mudanca saem da mesma busca que
*> o faturamento usa; a diferenca entre os dois e a mudanca real,
*> ja descontadas as linhas que se sobrepoem.
	APURAR-MUDANCA.
		MOVE SPACES TO LD-AVISO.
		MOVE ZEROS TO W-PRC-CUSTO.
		IF WS-MASTER-STATUS = "00"
			MOVE W-PRC-TAB-NAME(WS-LST-I) TO W-NAME
			PERFORM BUSCAR-MASTER
			IF ITEM-ENCONTRADO
				MOVE MM-CUSTO-UNIT TO W-PRC-CUSTO
			ELSE
				MOVE "SEM ITEM" TO LD-AVISO
			END-IF
		END-IF.
		MOVE W-PRC-TAB-NAME(WS-LST-I) TO W-PRC-NAME.
		MOVE W-PRC-TAB-CLIENTE(WS-LST-I) TO W-PRC-CLIENTE.
		MOVE WS-DATA-COMPLETA TO W-PRC-DATA.
		PERFORM BUSCAR-PRECO-VIGENTE.
		MOVE W-PRC-PRECO-UNIT TO WS-PRECO-ATUAL.
		MOVE WS-DATA-MUDANCA TO W-PRC-DATA.
		PERFORM BUSCAR-PRECO-VIGENTE.
		MOVE W-PRC-PRECO-UNIT TO WS-PRECO-NOVO.
		COMPUTE WS-VARIACAO = WS-PRECO-NOVO - WS-PRECO-ATUAL.
		ADD 1 TO W-TOTAL-MUDANCAS.
		EVALUATE TRUE
			WHEN WS-VARIACAO > ZEROS
				ADD 1 TO W-TOTAL-ALTAS
			WHEN WS-VARIACAO < ZEROS
				ADD 1 TO W-TOTAL-BAIXAS
			WHEN OTHER
				ADD 1 TO W-TOTAL-SEM-EFEITO
				IF LD-AVISO = SPACES
					MOVE "S/EFEITO" TO LD-AVISO
				END-IF
		END-EVALUATE.
		PERFORM ESCREVER-DETALHE.

	ESCREVER-DETALHE.
		MOVE W-PRC-TAB-NAME(WS-LST-I) TO LD-NOME.
		IF W-PRC-TAB-CLIENTE(WS-LST-I) = SPACES
			MOVE "TODOS" TO LD-CLIENTE
		ELSE
			MOVE W-PRC-TAB-CLIENTE(WS-LST-I) TO LD-CLIENTE
		END-IF.
		MOVE WS-TIPO-MUDANCA TO LD-TIPO.
		MOVE WS-DATA-MUDANCA TO LD-DATA.
		COMPUTE LD-DIAS =
			FUNCTION INTEGER-OF-DATE(WS-DATA-MUDANCA) - WS-HOJE-INT.
		MOVE WS-PRECO-ATUAL TO LD-ATUAL.
		MOVE WS-PRECO-NOVO TO LD-NOVO.
		MOVE WS-VARIACAO TO LD-VARIACAO.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.

	COPY MERCLKUP.

	COPY PRECOBUS.

	ESCREVER-TOTAL.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE W-TOTAL-MUDANCAS TO LT-MUDANCAS.
		MOVE W-TOTAL-ALTAS TO LT-ALTAS.
		MOVE W-TOTAL-BAIXAS TO LT-BAIXAS.
		MOVE W-TOTAL-SEM-EFEITO TO LT-SEM-EFEITO.
		MOVE W-TOTAL-LIDAS TO LT-LIDAS.
		MOVE LINHA-TOTAL TO REPORT-LINE.
		WRITE REPORT-LINE.

	FECHAR-ARQUIVOS.
		IF WS-MASTER-STATUS NOT = "35"
			CLOSE MERCADORIA-MASTER-FILE
		END-IF.
		CLOSE PRECO-REPORT-FILE.
