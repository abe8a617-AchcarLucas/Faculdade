IDENTIFICATION DIVISION.
PROGRAM-ID. INFORME-RENDIMENTOS.
*> Informe de rendimentos do ano-calendario (o ano anterior ao da
*> execucao - roda em fevereiro): soma por EMP-ID os doze meses do
*> historico da folha (FOLHAHIS.DAT) - salario, ferias, as duas
*> parcelas do 13o e as verbas rescisorias de quem saiu no ano - e
*> imprime em INFORREP.DAT um informe por empregado e o resumo da
*> empresa. De cada mes so vale a ULTIMA rodada da folha (a do
*> registro "T" mais recente): pagamentos de rodadas refeitas sao
*> ignorados. O resumo confere, mes a mes, a soma dos informes
*> contra os totais de controle da rodada (os mesmos de
*> CTLMFOLH.DAT); mes que nao confere da retorno 8 e os informes
*> nao devem ser entregues antes de alguem olhar.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-HIS-STATUS.
			SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS EMP-ID
				ALTERNATE RECORD KEY IS EMP-CPF
				FILE STATUS IS WS-EMP-STATUS.
			SELECT INFORME-REPORT-FILE ASSIGN TO "INFORREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD FOLHA-HISTORICO-FILE.
	COPY FOLHAHIS.
	FD EMPLOYEE-MASTER-FILE.
	COPY EMPREC.
	FD INFORME-REPORT-FILE.
	01 REPORT-LINE PIC X(120).
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-HIS-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EMP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-HIS			PIC X VALUE "N".
			88 EOF-HIS VALUE "S".
		02 WS-EOF-MASTER		PIC X VALUE "N".
			88 EOF-MASTER VALUE "S".
		02 WS-HISTORICO-OK		PIC X VALUE "N".
			88 HISTORICO-OK VALUE "S".
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-ANO-BASE			PIC 9(04) VALUE ZEROS.
		02 WS-MES				PIC 9(02) VALUE ZEROS.
		02 WS-CARIMBO			PIC 9(14) VALUE ZEROS.
		02 WS-I					PIC 9(03) VALUE ZEROS.
		02 WS-INF-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-EMP-PROCURADO		PIC 9(06) VALUE ZEROS.
		02 WS-NOME-INFORME		PIC X(30) VALUE SPACES.
		02 WS-CPF-INFORME		PIC 9(11) VALUE ZEROS.
		02 WS-DESLIG-INFORME	PIC 9(08) VALUE ZEROS.
		02 WS-MESES-DIVERGENTES	PIC 9(02) VALUE ZEROS.
		02 WS-MESES-SEM-FOLHA	PIC 9(02) VALUE ZEROS.
	01 WS-TABELA-MESES.
		02 WS-MES-FOLHA OCCURS 12 TIMES.
			03 WS-MES-CARIMBO	PIC 9(14).
			03 WS-MES-CTL-BRUTO	PIC 9(09)V99.
			03 WS-MES-CTL-PREV	PIC 9(09)V99.
			03 WS-MES-CTL-IMP	PIC 9(09)V99.
			03 WS-MES-INF-BRUTO	PIC 9(09)V99.
			03 WS-MES-INF-PREV	PIC 9(09)V99.
			03 WS-MES-INF-IMP	PIC 9(09)V99.
	01 WS-TABELA-INFORMES.
		02 WS-QTD-INFORMES		PIC 9(03) VALUE ZEROS.
		02 WS-INFORME OCCURS 500 TIMES.
			03 WS-INF-EMP-ID	PIC 9(06).
			03 WS-INF-TRIB-BRUTO PIC 9(07)V99.
			03 WS-INF-TRIB-PREV	PIC 9(07)V99.
			03 WS-INF-TRIB-IMP	PIC 9(07)V99.
			03 WS-INF-13-BRUTO	PIC 9(07)V99.
			03 WS-INF-13-PREV	PIC 9(07)V99.
			03 WS-INF-13-IMP	PIC 9(07)V99.
			03 WS-INF-RESC-VALOR PIC 9(07)V99.
			03 WS-INF-RESC-CARIMBO PIC 9(14).
			03 WS-INF-IMPRESSO	PIC X(01).
	01 WS-TOTAIS.
		02 W-TOTAL-INFORMES		PIC 9(06).
		02 W-TOTAL-CTL-BRUTO	PIC 9(11)V99.
		02 W-TOTAL-CTL-PREV		PIC 9(11)V99.
		02 W-TOTAL-CTL-IMP		PIC 9(11)V99.
		02 W-TOTAL-INF-BRUTO	PIC 9(11)V99.
		02 W-TOTAL-INF-PREV		PIC 9(11)V99.
		02 W-TOTAL-INF-IMP		PIC 9(11)V99.
		02 W-TOTAL-RESCISOES	PIC 9(11)V99.
	01 LINHA-SEPARADOR.
		02 FILLER PIC X(70) VALUE ALL "-".
	01 LINHA-TITULO.
		02 LT-TEXTO				PIC X(40).
		02 FILLER PIC X(17) VALUE "ANO-CALENDARIO: ".
		02 LT-ANO				PIC 9(04).
	01 LINHA-EMPREGADO.
		02 FILLER PIC X(11) VALUE "MATRICULA: ".
		02 LE-ID				PIC 9(06).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LE-NOME				PIC X(30).
		02 FILLER PIC X(07) VALUE "  CPF: ".
		02 LE-CPF				PIC 9(11).
	01 LINHA-DESLIGADO.
		02 FILLER PIC X(17) VALUE "DESLIGADO EM: ".
		02 LDS-DATA				PIC 9(08).
	01 LINHA-VALOR.
		02 FILLER				PIC X(04) VALUE SPACES.
		02 LV-ROTULO			PIC X(40).
		02 LV-VALOR				PIC ZZZZZZ9,99.
	01 LINHA-CABECALHO-RESUMO.
		02 FILLER PIC X(05) VALUE "MES".
		02 FILLER PIC X(30) VALUE "     BRUTO CTL / INFORMES".
		02 FILLER PIC X(30) VALUE "  PREVID. CTL / INFORMES".
		02 FILLER PIC X(30) VALUE "  IMPOSTO CTL / INFORMES".
		02 FILLER PIC X(10) VALUE "  SITUACAO".
	01 LINHA-RESUMO.
		02 LR-MES				PIC 99.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LR-CTL-BRUTO			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LR-INF-BRUTO			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LR-CTL-PREV			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LR-INF-PREV			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LR-CTL-IMP			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LR-INF-IMP			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LR-SITUACAO			PIC X(10).
	01 LINHA-RESUMO-ANO.
		02 FILLER PIC X(05) VALUE "ANO".
		02 LRA-CTL-BRUTO		PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LRA-INF-BRUTO		PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LRA-CTL-PREV			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LRA-INF-PREV			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LRA-CTL-IMP			PIC ZZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LRA-INF-IMP			PIC ZZZZZZZZZ9,99.
	01 LINHA-RESUMO-FINAL.
		02 FILLER PIC X(20) VALUE "INFORMES EMITIDOS: ".
		02 LRF-INFORMES			PIC ZZZZZ9.
		02 FILLER PIC X(26) VALUE "  VERBAS RESCISORIAS: ".
		02 LRF-RESCISOES		PIC ZZZZZZZZZ9,99.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		MOVE WS-DATA-COMPLETA(1:4) TO WS-ANO-BASE.
		SUBTRACT 1 FROM WS-ANO-BASE.
		INITIALIZE WS-TABELA-MESES.
		INITIALIZE WS-TOTAIS.
		OPEN OUTPUT INFORME-REPORT-FILE.
		PERFORM LOCALIZAR-RODADAS.
		IF HISTORICO-OK
			PERFORM SOMAR-PAGAMENTOS
			PERFORM IMPRIMIR-INFORMES
			PERFORM IMPRIMIR-RESUMO
		ELSE
			STRING "FOLHAHIS.DAT NAO ENCONTRADO - NENHUM INFORME"
				DELIMITED BY SIZE INTO REPORT-LINE
			WRITE REPORT-LINE
			MOVE 8 TO RETURN-CODE
		END-IF.
		CLOSE INFORME-REPORT-FILE.
		STOP RUN.

*> Primeira passada: o carimbo (data e hora) do registro "T" mais
*> recente de cada mes do ano-base, com os totais de controle
*> daquela rodada.
	LOCALIZAR-RODADAS.
		OPEN INPUT FOLHA-HISTORICO-FILE.
		IF WS-HIS-STATUS = "00"
			SET HISTORICO-OK TO TRUE
			PERFORM LER-RODADA UNTIL EOF-HIS
			CLOSE FOLHA-HISTORICO-FILE
		END-IF.

	LER-RODADA.
		READ FOLHA-HISTORICO-FILE
			AT END
				MOVE "S" TO WS-EOF-HIS
			NOT AT END
				IF FH-TOTAL-RODADA
					AND FH-COMPETENCIA(1:4) = WS-ANO-BASE
					PERFORM GUARDAR-RODADA
				END-IF
		END-READ.

	GUARDAR-RODADA.
		MOVE FH-COMPETENCIA(5:2) TO WS-MES.
		COMPUTE WS-CARIMBO =
			FH-DATA-GRAVACAO * 1000000 + FH-HORA-GRAVACAO.
		IF WS-MES > ZEROS AND WS-MES < 13
			AND WS-CARIMBO > WS-MES-CARIMBO(WS-MES)
			MOVE WS-CARIMBO TO WS-MES-CARIMBO(WS-MES)
			MOVE FH-BRUTO TO WS-MES-CTL-BRUTO(WS-MES)
			MOVE FH-PREVIDENCIA TO WS-MES-CTL-PREV(WS-MES)
			MOVE FH-IMPOSTO TO WS-MES-CTL-IMP(WS-MES)
		END-IF.

*> Segunda passada: so os pagamentos carimbados como a rodada
*> escolhida do mes; da rescisao fica o ultimo registro de cada
*> empregado (uma rescisao refeita substitui a anterior).
	SOMAR-PAGAMENTOS.
		MOVE "N" TO WS-EOF-HIS.
		OPEN INPUT FOLHA-HISTORICO-FILE.
		PERFORM LER-PAGAMENTO UNTIL EOF-HIS.
		CLOSE FOLHA-HISTORICO-FILE.

	LER-PAGAMENTO.
		READ FOLHA-HISTORICO-FILE
			AT END
				MOVE "S" TO WS-EOF-HIS
			NOT AT END
				IF FH-COMPETENCIA(1:4) = WS-ANO-BASE
					AND NOT FH-TOTAL-RODADA
					PERFORM SOMAR-UM-PAGAMENTO
				END-IF
		END-READ.

	SOMAR-UM-PAGAMENTO.
		MOVE FH-COMPETENCIA(5:2) TO WS-MES.
		MOVE FH-EMP-ID TO WS-EMP-PROCURADO.
		COMPUTE WS-CARIMBO =
			FH-DATA-GRAVACAO * 1000000 + FH-HORA-GRAVACAO.
		IF FH-RESCISAO
			PERFORM LOCALIZAR-INFORME
			IF WS-INF-IDX > ZEROS
				AND WS-CARIMBO > WS-INF-RESC-CARIMBO(WS-INF-IDX)
				MOVE WS-CARIMBO TO WS-INF-RESC-CARIMBO(WS-INF-IDX)
				MOVE FH-BRUTO TO WS-INF-RESC-VALOR(WS-INF-IDX)
			END-IF
		ELSE
			IF WS-MES > ZEROS AND WS-MES < 13
				AND WS-CARIMBO = WS-MES-CARIMBO(WS-MES)
				PERFORM LOCALIZAR-INFORME
				PERFORM ACUMULAR-PAGAMENTO
			END-IF
		END-IF.

	ACUMULAR-PAGAMENTO.
		ADD FH-BRUTO TO WS-MES-INF-BRUTO(WS-MES).
		ADD FH-PREVIDENCIA TO WS-MES-INF-PREV(WS-MES).
		ADD FH-IMPOSTO TO WS-MES-INF-IMP(WS-MES).
		IF WS-INF-IDX > ZEROS
			IF FH-13-ADIANTAMENTO OR FH-13-SALDO
				ADD FH-BRUTO TO WS-INF-13-BRUTO(WS-INF-IDX)
				ADD FH-PREVIDENCIA TO WS-INF-13-PREV(WS-INF-IDX)
				ADD FH-IMPOSTO TO WS-INF-13-IMP(WS-INF-IDX)
			ELSE
				ADD FH-BRUTO TO WS-INF-TRIB-BRUTO(WS-INF-IDX)
				ADD FH-PREVIDENCIA TO WS-INF-TRIB-PREV(WS-INF-IDX)
				ADD FH-IMPOSTO TO WS-INF-TRIB-IMP(WS-INF-IDX)
			END-IF
		END-IF.

*> Acha (ou abre) a linha do empregado na tabela de informes.
	LOCALIZAR-INFORME.
		MOVE ZEROS TO WS-INF-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-INFORME
			UNTIL WS-INF-IDX > ZEROS OR WS-I > WS-QTD-INFORMES.
		IF WS-INF-IDX = ZEROS
			IF WS-QTD-INFORMES < 500
				ADD 1 TO WS-QTD-INFORMES
				MOVE WS-QTD-INFORMES TO WS-INF-IDX
				INITIALIZE WS-INFORME(WS-INF-IDX)
				MOVE WS-EMP-PROCURADO TO WS-INF-EMP-ID(WS-INF-IDX)
				MOVE "N" TO WS-INF-IMPRESSO(WS-INF-IDX)
			ELSE
				DISPLAY "EMPREGADO FORA DO INFORME - TABELA CHEIA: "
					FH-EMP-ID
			END-IF
		END-IF.

	PROCURAR-INFORME.
		IF WS-INF-EMP-ID(WS-I) = WS-EMP-PROCURADO
			MOVE WS-I TO WS-INF-IDX
		END-IF.
		ADD 1 TO WS-I.

*> Na ordem do master, para os informes sairem por matricula com
*> nome e CPF; quem ficou na tabela sem registro no master sai no
*> fim, sem nome.
	IMPRIMIR-INFORMES.
		OPEN INPUT EMPLOYEE-MASTER-FILE.
		IF WS-EMP-STATUS NOT = "00"
			DISPLAY "EMPMAST.DAT NAO ENCONTRADO - INFORMES SEM NOME"
			MOVE "S" TO WS-EOF-MASTER
		ELSE
			MOVE ZEROS TO EMP-ID
			START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN EMP-ID
				INVALID KEY
					MOVE "S" TO WS-EOF-MASTER
			END-START
		END-IF.
		PERFORM LER-EMPREGADO UNTIL EOF-MASTER.
		IF WS-EMP-STATUS NOT = "35"
			CLOSE EMPLOYEE-MASTER-FILE
		END-IF.
		MOVE ZEROS TO WS-INF-IDX.
		PERFORM IMPRIMIR-SEM-CADASTRO
			UNTIL WS-INF-IDX NOT < WS-QTD-INFORMES.

	LER-EMPREGADO.
		READ EMPLOYEE-MASTER-FILE NEXT RECORD
			AT END
				MOVE "S" TO WS-EOF-MASTER
			NOT AT END
				MOVE EMP-ID TO WS-EMP-PROCURADO
				MOVE ZEROS TO WS-INF-IDX
				MOVE 1 TO WS-I
				PERFORM PROCURAR-INFORME
					UNTIL WS-INF-IDX > ZEROS
					OR WS-I > WS-QTD-INFORMES
				IF WS-INF-IDX > ZEROS
					MOVE EMP-NOME TO WS-NOME-INFORME
					MOVE EMP-CPF TO WS-CPF-INFORME
					MOVE ZEROS TO WS-DESLIG-INFORME
					IF EMP-DESLIGADO
						MOVE EMP-DATA-DESLIGAMENTO
							TO WS-DESLIG-INFORME
					END-IF
					PERFORM IMPRIMIR-UM-INFORME
				END-IF
		END-READ.

	IMPRIMIR-SEM-CADASTRO.
		ADD 1 TO WS-INF-IDX.
		IF WS-INF-IMPRESSO(WS-INF-IDX) = "N"
			MOVE "*** NAO CADASTRADO ***" TO WS-NOME-INFORME
			MOVE ZEROS TO WS-CPF-INFORME
			MOVE ZEROS TO WS-DESLIG-INFORME
			PERFORM IMPRIMIR-UM-INFORME
		END-IF.

	IMPRIMIR-UM-INFORME.
		MOVE "S" TO WS-INF-IMPRESSO(WS-INF-IDX).
		ADD 1 TO W-TOTAL-INFORMES.
		ADD WS-INF-RESC-VALOR(WS-INF-IDX) TO W-TOTAL-RESCISOES.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "INFORME DE RENDIMENTOS" TO LT-TEXTO.
		MOVE WS-ANO-BASE TO LT-ANO.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-INF-EMP-ID(WS-INF-IDX) TO LE-ID.
		MOVE WS-NOME-INFORME TO LE-NOME.
		MOVE WS-CPF-INFORME TO LE-CPF.
		MOVE LINHA-EMPREGADO TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF WS-DESLIG-INFORME > ZEROS
			MOVE WS-DESLIG-INFORME TO LDS-DATA
			MOVE LINHA-DESLIGADO TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.
		MOVE "RENDIMENTOS TRIBUTAVEIS (SALARIO/FERIAS)" TO LV-ROTULO.
		MOVE WS-INF-TRIB-BRUTO(WS-INF-IDX) TO LV-VALOR.
		MOVE LINHA-VALOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "CONTRIBUICAO PREVIDENCIARIA" TO LV-ROTULO.
		MOVE WS-INF-TRIB-PREV(WS-INF-IDX) TO LV-VALOR.
		MOVE LINHA-VALOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "IMPOSTO RETIDO NA FONTE" TO LV-ROTULO.
		MOVE WS-INF-TRIB-IMP(WS-INF-IDX) TO LV-VALOR.
		MOVE LINHA-VALOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "13O SALARIO (TRIBUTACAO EXCLUSIVA)" TO LV-ROTULO.
		MOVE WS-INF-13-BRUTO(WS-INF-IDX) TO LV-VALOR.
		MOVE LINHA-VALOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "CONTRIBUICAO PREVIDENCIARIA SOBRE 13O" TO LV-ROTULO.
		MOVE WS-INF-13-PREV(WS-INF-IDX) TO LV-VALOR.
		MOVE LINHA-VALOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "IMPOSTO RETIDO SOBRE 13O" TO LV-ROTULO.
		MOVE WS-INF-13-IMP(WS-INF-IDX) TO LV-VALOR.
		MOVE LINHA-VALOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF WS-INF-RESC-VALOR(WS-INF-IDX) > ZEROS
			MOVE "VERBAS RESCISORIAS" TO LV-ROTULO
			MOVE WS-INF-RESC-VALOR(WS-INF-IDX) TO LV-VALOR
			MOVE LINHA-VALOR TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

*> Resumo da empresa: cada mes, o total de controle da rodada
*> contra a soma dos pagamentos que entraram nos informes. As
*> verbas rescisorias nao passam pela folha mensal e ficam fora da
*> conferencia, com total proprio.
	IMPRIMIR-RESUMO.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "RESUMO DA EMPRESA" TO LT-TEXTO.
		MOVE WS-ANO-BASE TO LT-ANO.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO-RESUMO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE ZEROS TO WS-MES.
		PERFORM IMPRIMIR-RESUMO-MES UNTIL WS-MES NOT < 12.
		MOVE W-TOTAL-CTL-BRUTO TO LRA-CTL-BRUTO.
		MOVE W-TOTAL-INF-BRUTO TO LRA-INF-BRUTO.
		MOVE W-TOTAL-CTL-PREV TO LRA-CTL-PREV.
		MOVE W-TOTAL-INF-PREV TO LRA-INF-PREV.
		MOVE W-TOTAL-CTL-IMP TO LRA-CTL-IMP.
		MOVE W-TOTAL-INF-IMP TO LRA-INF-IMP.
		MOVE LINHA-RESUMO-ANO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE W-TOTAL-INFORMES TO LRF-INFORMES.
		MOVE W-TOTAL-RESCISOES TO LRF-RESCISOES.
		MOVE LINHA-RESUMO-FINAL TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF WS-MESES-SEM-FOLHA > ZEROS
			DISPLAY "MESES SEM FOLHA NO HISTORICO: "
				WS-MESES-SEM-FOLHA
		END-IF.
		IF WS-MESES-DIVERGENTES > ZEROS
			DISPLAY "MESES COM INFORME DIVERGENTE DO CONTROLE: "
				WS-MESES-DIVERGENTES
			MOVE 8 TO RETURN-CODE
		END-IF.

	IMPRIMIR-RESUMO-MES.
		ADD 1 TO WS-MES.
		MOVE WS-MES TO LR-MES.
		MOVE WS-MES-CTL-BRUTO(WS-MES) TO LR-CTL-BRUTO.
		MOVE WS-MES-INF-BRUTO(WS-MES) TO LR-INF-BRUTO.
		MOVE WS-MES-CTL-PREV(WS-MES) TO LR-CTL-PREV.
		MOVE WS-MES-INF-PREV(WS-MES) TO LR-INF-PREV.
		MOVE WS-MES-CTL-IMP(WS-MES) TO LR-CTL-IMP.
		MOVE WS-MES-INF-IMP(WS-MES) TO LR-INF-IMP.
		EVALUATE TRUE
			WHEN WS-MES-CARIMBO(WS-MES) = ZEROS
				MOVE "SEM FOLHA" TO LR-SITUACAO
				ADD 1 TO WS-MESES-SEM-FOLHA
			WHEN WS-MES-CTL-BRUTO(WS-MES) = WS-MES-INF-BRUTO(WS-MES)
				AND WS-MES-CTL-PREV(WS-MES) = WS-MES-INF-PREV(WS-MES)
				AND WS-MES-CTL-IMP(WS-MES) = WS-MES-INF-IMP(WS-MES)
				MOVE "CONFERE" TO LR-SITUACAO
			WHEN OTHER
				MOVE "DIVERGE" TO LR-SITUACAO
				ADD 1 TO WS-MESES-DIVERGENTES
		END-EVALUATE.
		MOVE LINHA-RESUMO TO REPORT-LINE.
		WRITE REPORT-LINE.
		ADD WS-MES-CTL-BRUTO(WS-MES) TO W-TOTAL-CTL-BRUTO.
		ADD WS-MES-INF-BRUTO(WS-MES) TO W-TOTAL-INF-BRUTO.
		ADD WS-MES-CTL-PREV(WS-MES) TO W-TOTAL-CTL-PREV.
		ADD WS-MES-INF-PREV(WS-MES) TO W-TOTAL-INF-PREV.
		ADD WS-MES-CTL-IMP(WS-MES) TO W-TOTAL-CTL-IMP.
		ADD WS-MES-INF-IMP(WS-MES) TO W-TOTAL-INF-IMP.
