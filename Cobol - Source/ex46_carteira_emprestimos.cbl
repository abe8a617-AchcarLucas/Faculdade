IDENTIFICATION DIVISION.
PROGRAM-ID. CARTEIRA-EMPRESTIMOS.
*> Carteira mensal de emprestimos e adiantamentos a empregados,
*> rodada depois da folha mensal (e da rescisao) do mes: lista de
*> EMPREST.DAT, em EMPRREP.DAT, cada contrato aberto e cada um
*> quitado neste mes, com principal, parcela, parcelas descontadas,
*> saldo e o que foi descontado no mes. O aviso aponta o que pede
*> acompanhamento: parcela adiada por falta de liquido ou margem,
*> contrato aberto sem desconto no mes (folha nao rodou ou
*> empregado fora dela), saldo de desligado que a rescisao nao
*> cobriu e contrato de matricula fora do cadastro. Contrato
*> quitado em mes anterior so conta no total de lidos.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT EMPRESTIMO-FILE ASSIGN TO "EMPREST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-EMPR-STATUS.
			SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS EMP-ID
				ALTERNATE RECORD KEY IS EMP-CPF
				FILE STATUS IS WS-EMP-STATUS.
			SELECT CARTEIRA-REPORT-FILE ASSIGN TO "EMPRREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD EMPRESTIMO-FILE.
	COPY EMPREST.
	FD EMPLOYEE-MASTER-FILE.
	COPY EMPREC.
	FD CARTEIRA-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-EMPR-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EMP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-EMPR			PIC X VALUE "N".
			88 EOF-EMPR VALUE "S".
		02 WS-EMPR-ABERTO		PIC X VALUE "N".
			88 EMPR-ARQ-ABERTO VALUE "S".
		02 WS-MASTER-ABERTO		PIC X VALUE "N".
			88 MASTER-ABERTO VALUE "S".
		02 WS-EMP-ENCONTRADO	PIC X VALUE "N".
			88 EMP-ENCONTRADO VALUE "S".
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-COMPETENCIA		PIC 9(06) VALUE ZEROS.
		02 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
			03 WS-COMP-ANO		PIC 9(04).
			03 WS-COMP-MES		PIC 9(02).
		02 WS-VALOR-MES			PIC 9(08)V99 VALUE ZEROS.
		02 WS-QUITADO-NO-MES	PIC X VALUE "N".
			88 QUITADO-NO-MES VALUE "S".
	01 WS-TOTAIS.
		02 WS-TOTAL-LIDOS		PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-ABERTOS		PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-QUITADOS	PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-SEM-DESCONTO PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-PRINCIPAL	PIC 9(09)V99 VALUE ZEROS.
		02 WS-TOTAL-SALDO		PIC 9(09)V99 VALUE ZEROS.
		02 WS-TOTAL-CONSIGNADO	PIC 9(09)V99 VALUE ZEROS.
		02 WS-TOTAL-ADIANTAMENTO PIC 9(09)V99 VALUE ZEROS.
		02 WS-TOTAL-DESCONTADO	PIC 9(09)V99 VALUE ZEROS.
		02 WS-TOTAL-ADIADO		PIC 9(09)V99 VALUE ZEROS.
		02 WS-TOTAL-DESLIGADOS	PIC 9(09)V99 VALUE ZEROS.
	01 LINHA-TITULO.
		02 FILLER PIC X(50) VALUE
			"CARTEIRA DE EMPRESTIMOS A EMPREGADOS - COMPETENCIA".
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LT-MES				PIC 9(02).
		02 FILLER				PIC X(01) VALUE "/".
		02 LT-ANO				PIC 9(04).
	01 LINHA-CABECALHO.
		02 FILLER PIC X(13) VALUE "MATRIC CTR T".
		02 FILLER PIC X(11) VALUE " PRINCIPAL".
		02 FILLER PIC X(10) VALUE "  PARCELA".
		02 FILLER PIC X(08) VALUE " PG/QTD".
		02 FILLER PIC X(11) VALUE "      SALDO".
		02 FILLER PIC X(10) VALUE "   NO MES".
		02 FILLER PIC X(06) VALUE " AVISO".
	01 LINHA-DETALHE.
		02 LD-EMP-ID			PIC 9(06).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-CONTRATO			PIC 9(03).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-TIPO				PIC X(01).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-PRINCIPAL			PIC ZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-PARCELA			PIC ZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-PAGAS				PIC ZZ9.
		02 FILLER				PIC X(01) VALUE "/".
		02 LD-QTD				PIC ZZ9.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-SALDO				PIC ZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-MES				PIC ZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LD-AVISO				PIC X(10).
	01 LINHA-TOTAL-1.
		02 FILLER PIC X(08) VALUE "LIDOS: ".
		02 LT-LIDOS				PIC ZZZZZ9.
		02 FILLER PIC X(12) VALUE "  ABERTOS: ".
		02 LT-ABERTOS			PIC ZZZZZ9.
		02 FILLER PIC X(22) VALUE "  QUITADOS NO MES: ".
		02 LT-QUITADOS			PIC ZZZZZ9.
	01 LINHA-TOTAL-2.
		02 FILLER PIC X(22) VALUE "PRINCIPAL EM ABERTO: ".
		02 LT-PRINCIPAL			PIC ZZZZZZZZ9,99.
		02 FILLER PIC X(16) VALUE "  SALDO TOTAL: ".
		02 LT-SALDO				PIC ZZZZZZZZ9,99.
	01 LINHA-TOTAL-3.
		02 FILLER PIC X(22) VALUE "SALDO CONSIGNADO: ".
		02 LT-CONSIGNADO		PIC ZZZZZZZZ9,99.
		02 FILLER PIC X(16) VALUE "  ADIANTAMENTO: ".
		02 LT-ADIANTAMENTO		PIC ZZZZZZZZ9,99.
	01 LINHA-TOTAL-4.
		02 FILLER PIC X(22) VALUE "DESCONTADO NO MES: ".
		02 LT-DESCONTADO		PIC ZZZZZZZZ9,99.
		02 FILLER PIC X(16) VALUE "  ADIADO: ".
		02 LT-ADIADO			PIC ZZZZZZZZ9,99.
	01 LINHA-TOTAL-5.
		02 FILLER PIC X(22) VALUE "SALDO DE DESLIGADOS: ".
		02 LT-DESLIGADOS		PIC ZZZZZZZZ9,99.
		02 FILLER PIC X(16) VALUE "  SEM DESCONTO: ".
		02 LT-SEM-DESCONTO		PIC ZZZZZ9.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		MOVE WS-DATA-COMPLETA(1:6) TO WS-COMPETENCIA.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM ESCREVER-CABECALHO.
		PERFORM PROCESSAR-EMPRESTIMOS UNTIL EOF-EMPR.
		PERFORM ESCREVER-TOTAIS.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

*> Sem o cadastro a carteira sai do mesmo jeito, so sem o aviso de
*> desligado e de matricula inexistente.
	ABRIR-ARQUIVOS.
		OPEN INPUT EMPRESTIMO-FILE.
		IF WS-EMPR-STATUS NOT = "00"
			DISPLAY "EMPREST.DAT NAO ENCONTRADO - CARTEIRA VAZIA"
			MOVE "S" TO WS-EOF-EMPR
		ELSE
			MOVE "S" TO WS-EMPR-ABERTO
		END-IF.
		OPEN INPUT EMPLOYEE-MASTER-FILE.
		IF WS-EMP-STATUS = "00"
			MOVE "S" TO WS-MASTER-ABERTO
		ELSE
			DISPLAY "EMPMAST.DAT NAO ENCONTRADO - STATUS "
				WS-EMP-STATUS
		END-IF.
		OPEN OUTPUT CARTEIRA-REPORT-FILE.

	ESCREVER-CABECALHO.
		MOVE WS-COMP-MES TO LT-MES.
		MOVE WS-COMP-ANO TO LT-ANO.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.

	PROCESSAR-EMPRESTIMOS.
		READ EMPRESTIMO-FILE
			AT END
				MOVE "S" TO WS-EOF-EMPR
			NOT AT END
				ADD 1 TO WS-TOTAL-LIDOS
				PERFORM AVALIAR-EMPRESTIMO
		END-READ.

*> O valor do mes soma o desconto da folha e o da rescisao, quando
*> foram deste mes.
	AVALIAR-EMPRESTIMO.
		MOVE ZEROS TO WS-VALOR-MES.
		IF EMPR-COMPETENCIA = WS-COMPETENCIA
			ADD EMPR-VALOR-DESCONTADO TO WS-VALOR-MES
		END-IF.
		IF EMPR-COMPETENCIA-RESCISAO = WS-COMPETENCIA
			ADD EMPR-VALOR-RESCISAO TO WS-VALOR-MES
		END-IF.
		MOVE "N" TO WS-QUITADO-NO-MES.
		IF (EMPR-QUITADO OR EMPR-QUITADO-RESCISAO)
			AND WS-VALOR-MES > ZEROS
			MOVE "S" TO WS-QUITADO-NO-MES
		END-IF.
		IF EMPR-ABERTO OR QUITADO-NO-MES
			PERFORM LOCALIZAR-EMPREGADO
			PERFORM DEFINIR-AVISO
			PERFORM ACUMULAR-CONTRATO
			PERFORM ESCREVER-DETALHE
		END-IF.

	LOCALIZAR-EMPREGADO.
		MOVE "N" TO WS-EMP-ENCONTRADO.
		IF MASTER-ABERTO
			MOVE EMPR-EMP-ID TO EMP-ID
			READ EMPLOYEE-MASTER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE "S" TO WS-EMP-ENCONTRADO
			END-READ
		END-IF.

	DEFINIR-AVISO.
		EVALUATE TRUE
			WHEN EMPR-QUITADO
				MOVE "QUITADO" TO LD-AVISO
			WHEN EMPR-QUITADO-RESCISAO
				MOVE "QUIT.RESC." TO LD-AVISO
			WHEN MASTER-ABERTO AND NOT EMP-ENCONTRADO
				MOVE "SEM CADAST" TO LD-AVISO
			WHEN EMP-ENCONTRADO AND EMP-DESLIGADO
				MOVE "DESLIGADO" TO LD-AVISO
				ADD EMPR-SALDO TO WS-TOTAL-DESLIGADOS
			WHEN EMPR-COMPETENCIA NOT = WS-COMPETENCIA
				MOVE "SEM DESC." TO LD-AVISO
				ADD 1 TO WS-TOTAL-SEM-DESCONTO
			WHEN EMPR-VALOR-ADIADO > ZEROS
				MOVE "ADIADA" TO LD-AVISO
			WHEN OTHER
				MOVE SPACES TO LD-AVISO
		END-EVALUATE.

	ACUMULAR-CONTRATO.
		ADD WS-VALOR-MES TO WS-TOTAL-DESCONTADO.
		IF QUITADO-NO-MES
			ADD 1 TO WS-TOTAL-QUITADOS
		ELSE
			ADD 1 TO WS-TOTAL-ABERTOS
			ADD EMPR-PRINCIPAL TO WS-TOTAL-PRINCIPAL
			ADD EMPR-SALDO TO WS-TOTAL-SALDO
			IF EMPR-CONSIGNADO
				ADD EMPR-SALDO TO WS-TOTAL-CONSIGNADO
			ELSE
				ADD EMPR-SALDO TO WS-TOTAL-ADIANTAMENTO
			END-IF
			IF EMPR-COMPETENCIA = WS-COMPETENCIA
				ADD EMPR-VALOR-ADIADO TO WS-TOTAL-ADIADO
			END-IF
		END-IF.

	ESCREVER-DETALHE.
		MOVE EMPR-EMP-ID TO LD-EMP-ID.
		MOVE EMPR-CONTRATO TO LD-CONTRATO.
		MOVE EMPR-TIPO TO LD-TIPO.
		MOVE EMPR-PRINCIPAL TO LD-PRINCIPAL.
		MOVE EMPR-VALOR-PARCELA TO LD-PARCELA.
		MOVE EMPR-PARCELAS-PAGAS TO LD-PAGAS.
		MOVE EMPR-QTD-PARCELAS TO LD-QTD.
		MOVE EMPR-SALDO TO LD-SALDO.
		MOVE WS-VALOR-MES TO LD-MES.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.

	ESCREVER-TOTAIS.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-TOTAL-LIDOS TO LT-LIDOS.
		MOVE WS-TOTAL-ABERTOS TO LT-ABERTOS.
		MOVE WS-TOTAL-QUITADOS TO LT-QUITADOS.
		MOVE LINHA-TOTAL-1 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-TOTAL-PRINCIPAL TO LT-PRINCIPAL.
		MOVE WS-TOTAL-SALDO TO LT-SALDO.
		MOVE LINHA-TOTAL-2 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-TOTAL-CONSIGNADO TO LT-CONSIGNADO.
		MOVE WS-TOTAL-ADIANTAMENTO TO LT-ADIANTAMENTO.
		MOVE LINHA-TOTAL-3 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-TOTAL-DESCONTADO TO LT-DESCONTADO.
		MOVE WS-TOTAL-ADIADO TO LT-ADIADO.
		MOVE LINHA-TOTAL-4 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-TOTAL-DESLIGADOS TO LT-DESLIGADOS.
		MOVE WS-TOTAL-SEM-DESCONTO TO LT-SEM-DESCONTO.
		MOVE LINHA-TOTAL-5 TO REPORT-LINE.
		WRITE REPORT-LINE.

	FECHAR-ARQUIVOS.
		IF EMPR-ARQ-ABERTO
			CLOSE EMPRESTIMO-FILE
		END-IF.
		IF MASTER-ABERTO
			CLOSE EMPLOYEE-MASTER-FILE
		END-IF.
		CLOSE CARTEIRA-REPORT-FILE.
