*> proporcional por avos do ano e ferias proporcionais por avos
*> desde a admissao (ou o ultimo aniversario dela) acrescidas de
*> 1/3. Avo conta quando o mes do desligamento tem 15 dias ou mais
*> trabalhados, a regra de sempre do escritorio. Cada rescisao
*> tambem vai para o historico da folha (FOLHAHIS.DAT, tipo "R")
*> para entrar no informe de rendimentos do ano. O saldo devedor
*> dos emprestimos do empregado (EMPREST.DAT) sai todo da rescisao,
*> ate o total das verbas; o que passar disso fica no contrato e
*> aparece no demonstrativo como saldo nao coberto.
*> A 1a parcela do 13o ja paga na folha de novembro (PARC13.DAT) sai
*> do 13o proporcional, ate zerar: desligado em dezembro nao recebe
*> o adiantamento duas vezes.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			SELECT RESCISAO-REPORT-FILE ASSIGN TO "RESCREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
			SELECT FOLHA-HISTORICO-FILE ASSIGN TO "FOLHAHIS.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-HIS-STATUS.
			SELECT EMPRESTIMO-FILE ASSIGN TO "EMPREST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-EMPR-STATUS.
			SELECT EMPRESTIMO-NOVO-FILE ASSIGN TO "EMPREST.NEW"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-EMPN-STATUS.
			SELECT PARCELA-13-FILE ASSIGN TO "PARC13.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-P13-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD EMPLOYEE-MASTER-FILE.
	COPY EMPREC.
	FD RESCISAO-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	FD FOLHA-HISTORICO-FILE.
	COPY FOLHAHIS.
	FD EMPRESTIMO-FILE.
	COPY EMPREST.
	FD EMPRESTIMO-NOVO-FILE.
	01 EMPRESTIMO-NOVO-LINHA PIC X(91).
	FD PARCELA-13-FILE.
	COPY PARC13.
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-EMP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-HIS-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EMPR-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EMPN-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-EMPR			PIC X VALUE "N".
			88 EOF-EMPR VALUE "S".
		02 WS-EOF-EMPN			PIC X VALUE "N".
			88 EOF-EMPN VALUE "S".
		02 WS-P13-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-P13			PIC X VALUE "N".
			88 EOF-P13 VALUE "S".
		02 WS-P13-I				PIC 9(03) VALUE ZEROS.
		02 WS-P13-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-HORA-SISTEMA		PIC 9(08) VALUE ZEROS.
		02 WS-EOF-MASTER		PIC X VALUE "N".
			88 EOF-MASTER VALUE "S".
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
	01 WS-PARCELAS.
		02 WS-SALDO-SALARIO		PIC 9(07)V99 VALUE ZEROS.
		02 WS-DECIMO-TERCEIRO	PIC 9(07)V99 VALUE ZEROS.
		02 WS-DECIMO-ADIANTADO	PIC 9(07)V99 VALUE ZEROS.
		02 WS-FERIAS			PIC 9(07)V99 VALUE ZEROS.
		02 WS-TOTAL-RESCISAO	PIC 9(08)V99 VALUE ZEROS.
		02 WS-DESC-EMPRESTIMO	PIC 9(08)V99 VALUE ZEROS.
		02 WS-SALDO-NAO-COBERTO	PIC 9(08)V99 VALUE ZEROS.
		02 WS-LIQUIDO-RESCISAO	PIC 9(08)V99 VALUE ZEROS.
		02 WS-PARCELA-DESCONTO	PIC 9(07)V99 VALUE ZEROS.
		02 WS-TEM-EMPRESTIMO	PIC X VALUE "N".
			88 TEM-EMPRESTIMO VALUE "S".
	COPY EMPRWS.
	01 WS-TABELA-PARCELA-13.
		02 WS-QTD-P13			PIC 9(03) VALUE ZEROS.
		02 WS-PARCELA-13 OCCURS 500 TIMES.
			03 WS-P13-EMP-ID	PIC 9(06).
			03 WS-P13-ANO		PIC 9(04).
			03 WS-P13-VALOR		PIC 9(06)V99.
	01 WS-TOTAIS.
		02 W-TOTAL-DESLIGADOS	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-GERAL		PIC 9(09)V99 VALUE ZEROS.
		02 W-TOTAL-EMPRESTIMO	PIC 9(09)V99 VALUE ZEROS.
		02 W-TOTAL-NAO-COBERTO	PIC 9(09)V99 VALUE ZEROS.
	01 LINHA-SEPARADOR.
		02 FILLER PIC X(60) VALUE ALL "-".
	01 LINHA-TITULO.
		02 LTG-QTD				PIC ZZZZZ9.
		02 FILLER PIC X(16) VALUE "  VALOR TOTAL: ".
		02 LTG-VALOR			PIC ZZZZZZZZ9,99.
	01 LINHA-TOTAL-EMPRESTIMOS.
		02 FILLER PIC X(26) VALUE "EMPRESTIMOS DESCONTADOS: ".
		02 LTE-DESCONTADO		PIC ZZZZZZZZ9,99.
		02 FILLER PIC X(16) VALUE "  NAO COBERTO: ".
		02 LTE-NAO-COBERTO		PIC ZZZZZZZZ9,99.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		ACCEPT WS-HORA-SISTEMA FROM TIME.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-EMPRESTIMOS UNTIL EOF-EMPR.
		PERFORM CARREGAR-PARCELAS-13.
		PERFORM PROCESSAR-EMPREGADOS UNTIL EOF-MASTER.
		PERFORM ESCREVER-TOTAL.
		PERFORM REGRAVAR-EMPRESTIMOS.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

			END-START
		END-IF.
		OPEN OUTPUT RESCISAO-REPORT-FILE.
		OPEN EXTEND FOLHA-HISTORICO-FILE.
		IF WS-HIS-STATUS = "35"
			OPEN OUTPUT FOLHA-HISTORICO-FILE
		END-IF.

*> O arquivo e regravado a cada novembro; o ano vai para a tabela
*> e so a parcela do ano do desligamento abate o 13o.
	CARREGAR-PARCELAS-13.
		OPEN INPUT PARCELA-13-FILE.
		IF WS-P13-STATUS = "00"
			PERFORM CARREGAR-UMA-PARCELA-13 UNTIL EOF-P13
			CLOSE PARCELA-13-FILE
		END-IF.

	CARREGAR-UMA-PARCELA-13.
		READ PARCELA-13-FILE
			AT END
				MOVE "S" TO WS-EOF-P13
			NOT AT END
				IF WS-QTD-P13 < 500
					ADD 1 TO WS-QTD-P13
					MOVE P13-EMP-ID TO WS-P13-EMP-ID(WS-QTD-P13)
					MOVE P13-ANO TO WS-P13-ANO(WS-QTD-P13)
					MOVE P13-VALOR TO WS-P13-VALOR(WS-QTD-P13)
				ELSE
					DISPLAY "1A PARCELA IGNORADA - TABELA CHEIA: "
						P13-EMP-ID
				END-IF
		END-READ.

	PROCESSAR-EMPREGADOS.
		READ EMPLOYEE-MASTER-FILE NEXT RECORD
				IF EMP-DESLIGADO AND EMP-DATA-DESLIGAMENTO(1:6)
					= WS-DATA-COMPLETA(1:6)
					PERFORM CALCULAR-RESCISAO
					PERFORM BAIXAR-EMPRESTIMOS
					PERFORM IMPRIMIR-DEMONSTRATIVO
					PERFORM GRAVAR-HISTORICO
				END-IF
		END-READ.

			EMP-SALARIO / 12 * WS-AVOS-13.
		COMPUTE WS-FERIAS ROUNDED =
			EMP-SALARIO / 12 * WS-AVOS-FERIAS * 4 / 3.
		PERFORM LOCALIZAR-PARCELA-13.
		IF WS-DECIMO-ADIANTADO > WS-DECIMO-TERCEIRO
			MOVE WS-DECIMO-TERCEIRO TO WS-DECIMO-ADIANTADO
		END-IF.
		COMPUTE WS-TOTAL-RESCISAO = WS-SALDO-SALARIO
			+ WS-DECIMO-TERCEIRO - WS-DECIMO-ADIANTADO + WS-FERIAS.

	LOCALIZAR-PARCELA-13.
		MOVE ZEROS TO WS-DECIMO-ADIANTADO.
		MOVE ZEROS TO WS-P13-IDX.
		MOVE 1 TO WS-P13-I.
		PERFORM PROCURAR-PARCELA-13
			UNTIL WS-P13-IDX > ZEROS OR WS-P13-I > WS-QTD-P13.
		IF WS-P13-IDX > ZEROS
			MOVE WS-P13-VALOR(WS-P13-IDX) TO WS-DECIMO-ADIANTADO
		END-IF.

	PROCURAR-PARCELA-13.
		IF WS-P13-EMP-ID(WS-P13-I) = EMP-ID
			AND WS-P13-ANO(WS-P13-I) = WS-DESLIG-ANO
			MOVE WS-P13-I TO WS-P13-IDX
		END-IF.
		ADD 1 TO WS-P13-I.

*> Cada contrato aberto do empregado desconta o saldo inteiro,
*> enquanto houver verba; uma reexecucao no mesmo mes devolve
*> antes ao saldo o que a rodada anterior ja tinha descontado.
	BAIXAR-EMPRESTIMOS.
		MOVE ZEROS TO WS-DESC-EMPRESTIMO.
		MOVE ZEROS TO WS-SALDO-NAO-COBERTO.
		MOVE "N" TO WS-TEM-EMPRESTIMO.
		MOVE ZEROS TO W-EMPR-I.
		PERFORM BAIXAR-UM-EMPRESTIMO UNTIL W-EMPR-I NOT < W-QTD-EMPR.
		COMPUTE WS-LIQUIDO-RESCISAO =
			WS-TOTAL-RESCISAO - WS-DESC-EMPRESTIMO.

	BAIXAR-UM-EMPRESTIMO.
		ADD 1 TO W-EMPR-I.
		IF W-EMPR-TAB-EMP-ID(W-EMPR-I) = EMP-ID
			MOVE W-EMPR-ENTRADA(W-EMPR-I) TO EMPRESTIMO-RECORD
			IF EMPR-COMPETENCIA-RESCISAO = EMP-DATA-DESLIGAMENTO(1:6)
				ADD EMPR-VALOR-RESCISAO TO EMPR-SALDO
				MOVE ZEROS TO EMPR-VALOR-RESCISAO
				IF EMPR-SALDO > ZEROS
					MOVE "A" TO EMPR-SITUACAO
				END-IF
			END-IF
			IF EMPR-ABERTO AND EMPR-SALDO > ZEROS
				MOVE "S" TO WS-TEM-EMPRESTIMO
				PERFORM DESCONTAR-SALDO-EMPRESTIMO
			END-IF
			MOVE EMPRESTIMO-RECORD TO W-EMPR-ENTRADA(W-EMPR-I)
		END-IF.

	DESCONTAR-SALDO-EMPRESTIMO.
		MOVE EMPR-SALDO TO WS-PARCELA-DESCONTO.
		IF WS-PARCELA-DESCONTO >
			WS-TOTAL-RESCISAO - WS-DESC-EMPRESTIMO
			COMPUTE WS-PARCELA-DESCONTO =
				WS-TOTAL-RESCISAO - WS-DESC-EMPRESTIMO
		END-IF.
		SUBTRACT WS-PARCELA-DESCONTO FROM EMPR-SALDO.
		ADD WS-PARCELA-DESCONTO TO WS-DESC-EMPRESTIMO.
		ADD EMPR-SALDO TO WS-SALDO-NAO-COBERTO.
		MOVE EMP-DATA-DESLIGAMENTO(1:6) TO EMPR-COMPETENCIA-RESCISAO.
		MOVE WS-PARCELA-DESCONTO TO EMPR-VALOR-RESCISAO.
		IF EMPR-SALDO = ZEROS
			MOVE "R" TO EMPR-SITUACAO
		END-IF.

	IMPRIMIR-DEMONSTRATIVO.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		STRING WS-AVOS-13 "/12" DELIMITED BY SIZE INTO LP-AVOS.
		MOVE LINHA-PARCELA TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF WS-DECIMO-ADIANTADO > ZEROS
			MOVE "(-) 1A PARCELA 13O PAGA" TO LP-ROTULO
			MOVE WS-DECIMO-ADIANTADO TO LP-VALOR
			MOVE SPACES TO LP-AVOS
			MOVE LINHA-PARCELA TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.
		MOVE "FERIAS PROP. + 1/3" TO LP-ROTULO.
		MOVE WS-FERIAS TO LP-VALOR.
		MOVE SPACES TO LP-AVOS.
		MOVE SPACES TO LP-AVOS.
		MOVE LINHA-PARCELA TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF TEM-EMPRESTIMO
			PERFORM IMPRIMIR-EMPRESTIMOS
		END-IF.
		ADD 1 TO W-TOTAL-DESLIGADOS.
		ADD WS-TOTAL-RESCISAO TO W-TOTAL-GERAL.
		ADD WS-DESC-EMPRESTIMO TO W-TOTAL-EMPRESTIMO.
		ADD WS-SALDO-NAO-COBERTO TO W-TOTAL-NAO-COBERTO.

	IMPRIMIR-EMPRESTIMOS.
		MOVE "(-) SALDO EMPRESTIMOS" TO LP-ROTULO.
		MOVE WS-DESC-EMPRESTIMO TO LP-VALOR.
		MOVE SPACES TO LP-AVOS.
		MOVE LINHA-PARCELA TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "LIQUIDO DA RESCISAO" TO LP-ROTULO.
		MOVE WS-LIQUIDO-RESCISAO TO LP-VALOR.
		MOVE LINHA-PARCELA TO REPORT-LINE.
		WRITE REPORT-LINE.
		IF WS-SALDO-NAO-COBERTO > ZEROS
			MOVE "SALDO NAO COBERTO" TO LP-ROTULO
			MOVE WS-SALDO-NAO-COBERTO TO LP-VALOR
			MOVE "COBRAR" TO LP-AVOS
			MOVE LINHA-PARCELA TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

*> Verbas rescisorias sem retencao: o liquido e o bruto menos o
*> saldo de emprestimos descontado. Uma reexecucao no mesmo mes
*> grava de novo; o informe fica com o ultimo registro "R" de cada
*> empregado.
	GRAVAR-HISTORICO.
		MOVE EMP-DATA-DESLIGAMENTO(1:6) TO FH-COMPETENCIA.
		MOVE WS-DATA-COMPLETA TO FH-DATA-GRAVACAO.
		MOVE WS-HORA-SISTEMA(1:6) TO FH-HORA-GRAVACAO.
		MOVE "R" TO FH-TIPO.
		MOVE EMP-ID TO FH-EMP-ID.
		MOVE WS-TOTAL-RESCISAO TO FH-BRUTO.
		MOVE ZEROS TO FH-PREVIDENCIA.
		MOVE ZEROS TO FH-IMPOSTO.
		MOVE WS-LIQUIDO-RESCISAO TO FH-LIQUIDO.
		WRITE FOLHA-HISTORICO-RECORD.

	ESCREVER-TOTAL.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		MOVE W-TOTAL-GERAL TO LTG-VALOR.
		MOVE LINHA-TOTAL-GERAL TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE W-TOTAL-EMPRESTIMO TO LTE-DESCONTADO.
		MOVE W-TOTAL-NAO-COBERTO TO LTE-NAO-COBERTO.
		MOVE LINHA-TOTAL-EMPRESTIMOS TO REPORT-LINE.
		WRITE REPORT-LINE.

	FECHAR-ARQUIVOS.
		CLOSE EMPLOYEE-MASTER-FILE.
		CLOSE RESCISAO-REPORT-FILE.
		CLOSE FOLHA-HISTORICO-FILE.

	COPY EMPRLD.

	COPY EMPRGRV.
