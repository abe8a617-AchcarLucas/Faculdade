*> masters no meio do batch; no fim do plano volta a "L". Num abend
*> o "B" fica para tras de proposito, com o step que segurava a
*> janela.
*> Cada step tem uma frequencia (PJ-FREQUENCIA) e o calendario de
*> negocio (CALEND.DAT) diz o que e a noite de hoje - dia util,
*> feriado, fechamento de mes ou de ano. Step que nao e devido hoje
*> vai para o RUNLOG como NAO DEVIDO, separado de ERRO e PULADO, e
*> nao impede os seguintes de rodar.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			SELECT CHECKPOINT-FOLHA-FILE ASSIGN TO "CHKPFOLHA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CKP-FOLHA-STATUS.
			SELECT CALENDARIO-FILE ASSIGN TO "CALEND.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CAL-STATUS.
			SELECT SISTEMA-STATUS-FILE ASSIGN TO "SISSTAT.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-SIS-STATUS.
	COPY CHKPRECO.
	FD CHECKPOINT-FOLHA-FILE.
	COPY CHKPFOLHA.
	FD CALENDARIO-FILE.
	COPY CALEND.
	FD SISTEMA-STATUS-FILE.
	COPY SISSTAT.
	WORKING-STORAGE SECTION.
		02 WS-CKP-PRECO-STATUS	PIC X(02) VALUE SPACES.
		02 WS-CKP-FOLHA-STATUS	PIC X(02) VALUE SPACES.
		02 WS-SIS-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CAL-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-CAL			PIC X VALUE "N".
			88 EOF-CAL VALUE "S".
		02 WS-TIPO-DIA			PIC X(01) VALUE SPACES.
			88 HOJE-DIA-UTIL VALUE "U" "M" "A".
			88 HOJE-FECHA-MES VALUE "M" "A".
			88 HOJE-FECHA-ANO VALUE "A".
		02 WS-DESCRICAO-DIA		PIC X(20) VALUE SPACES.
		02 WS-STEP-DEVIDO		PIC X VALUE "S".
			88 STEP-DEVIDO VALUE "S".
		02 WS-FREQUENCIA-OK		PIC X VALUE "S".
			88 FREQUENCIA-OK VALUE "S".
		02 WS-DIAS-CORRIDOS		PIC 9(08) VALUE ZEROS.
		02 WS-SEMANAS			PIC 9(08) VALUE ZEROS.
		02 WS-DIA-SEMANA		PIC 9(01) VALUE ZEROS.
		02 WS-ESTADO-JANELA		PIC X(01) VALUE "L".
		02 WS-EOF-PLANO			PIC X VALUE "N".
			88 EOF-PLANO VALUE "S".
		02 WS-COMANDO			PIC X(60) VALUE SPACES.
		02 WS-TOTAL-STEPS		PIC 9(03) VALUE ZEROS.
		02 WS-TOTAL-OK			PIC 9(03) VALUE ZEROS.
		02 WS-TOTAL-NAO-DEVIDOS	PIC 9(03) VALUE ZEROS.
		02 WS-LINHA-RESUMO		PIC X(80) VALUE SPACES.
	01 LINHA-CABECALHO.
		02 FILLER PIC X(10) VALUE "STEP".
		02 FILLER PIC X(10) VALUE "INICIO".
		02 FILLER PIC X(10) VALUE "FIM".
		02 FILLER PIC X(10) VALUE "RESULTADO".
	01 LINHA-CALENDARIO.
		02 FILLER PIC X(12) VALUE "CALENDARIO: ".
		02 LCA-DATA				PIC 9(08).
		02 FILLER PIC X(02) VALUE SPACES.
		02 LCA-TIPO				PIC X(22).
		02 LCA-DESCRICAO		PIC X(20).
	01 LINHA-DETALHE.
		02 LD-STEP				PIC X(08).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LT-STEPS				PIC ZZ9.
		02 FILLER PIC X(14) VALUE "  COM OK: ".
		02 LT-OK				PIC ZZ9.
		02 FILLER PIC X(16) VALUE "  NAO DEVIDOS: ".
		02 LT-NAO-DEVIDOS		PIC ZZ9.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CLASSIFICAR-DIA.
		PERFORM PROCESSAR-PLANO UNTIL EOF-PLANO.
		PERFORM ESCREVER-TOTAL.
		PERFORM FECHAR-ARQUIVOS.
		WRITE REPORT-LINE.
		CLOSE SEQ-REPORT-FILE.

*> Procura a data de hoje no calendario (em ordem de data, para no
*> primeiro registro depois de hoje). Data fora do calendario vale
*> pelo dia da semana e nunca e fechamento; sem o arquivo so rodam
*> os steps diarios.
	CLASSIFICAR-DIA.
		MOVE SPACES TO WS-TIPO-DIA.
		OPEN INPUT CALENDARIO-FILE.
		IF WS-CAL-STATUS = "00"
			PERFORM LER-CALENDARIO UNTIL EOF-CAL
			CLOSE CALENDARIO-FILE
			IF WS-TIPO-DIA = SPACES
				DISPLAY "DATA " WS-DATA-EXECUCAO
					" FORA DO CALENDARIO - VALE O DIA DA SEMANA"
				PERFORM CLASSIFICAR-DIA-SEMANA
			END-IF
		ELSE
			DISPLAY "CALEND.DAT NAO ENCONTRADO - "
				"SO RODAM OS STEPS DIARIOS"
			MOVE "X" TO WS-TIPO-DIA
			MOVE "CALEND.DAT AUSENTE" TO WS-DESCRICAO-DIA
		END-IF.
		MOVE WS-DATA-EXECUCAO TO LCA-DATA.
		EVALUATE WS-TIPO-DIA
			WHEN "U"
				MOVE "DIA UTIL" TO LCA-TIPO
			WHEN "M"
				MOVE "FECHAMENTO DO MES" TO LCA-TIPO
			WHEN "A"
				MOVE "FECHAMENTO DO ANO" TO LCA-TIPO
			WHEN "F"
				MOVE "FERIADO" TO LCA-TIPO
			WHEN "N"
				MOVE "DIA NAO UTIL" TO LCA-TIPO
			WHEN OTHER
				MOVE "SEM CALENDARIO" TO LCA-TIPO
		END-EVALUATE.
		MOVE WS-DESCRICAO-DIA TO LCA-DESCRICAO.
		MOVE LINHA-CALENDARIO TO WS-LINHA-RESUMO.
		PERFORM GRAVAR-LINHA-RESUMO.

	LER-CALENDARIO.
		READ CALENDARIO-FILE
			AT END
				MOVE "S" TO WS-EOF-CAL
			NOT AT END
				IF CAL-DATA = WS-DATA-EXECUCAO
					MOVE CAL-TIPO TO WS-TIPO-DIA
					MOVE CAL-DESCRICAO TO WS-DESCRICAO-DIA
					MOVE "S" TO WS-EOF-CAL
				END-IF
				IF CAL-DATA > WS-DATA-EXECUCAO
					MOVE "S" TO WS-EOF-CAL
				END-IF
		END-READ.

*> 01/01/1601 (dia 1 do INTEGER-OF-DATE) foi segunda-feira: resto
*> 6 e sabado, resto 0 e domingo.
	CLASSIFICAR-DIA-SEMANA.
		COMPUTE WS-DIAS-CORRIDOS =
			FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO).
		DIVIDE WS-DIAS-CORRIDOS BY 7
			GIVING WS-SEMANAS REMAINDER WS-DIA-SEMANA.
		IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = ZEROS
			MOVE "N" TO WS-TIPO-DIA
		ELSE
			MOVE "U" TO WS-TIPO-DIA
		END-IF.

	PROCESSAR-PLANO.
		READ PLANO-JOB-FILE
			AT END
		ACCEPT WS-HORA-SISTEMA FROM TIME.
		MOVE WS-HORA-SISTEMA(1:6) TO RL-HORA-INICIO.
		MOVE WS-HORA-SISTEMA(1:6) TO LD-HORA-INICIO.
		PERFORM VERIFICAR-FREQUENCIA.
		EVALUATE TRUE
			WHEN NOT FREQUENCIA-OK
				DISPLAY "FREQUENCIA INVALIDA NO STEP " PJ-STEP-NOME
					": " PJ-FREQUENCIA
				MOVE "RECUSADO" TO WS-RESULTADO-STEP
				MOVE "N" TO WS-ANTERIOR-OK
			WHEN NOT STEP-DEVIDO
				MOVE "NAO DEVIDO" TO WS-RESULTADO-STEP
				ADD 1 TO WS-TOTAL-NAO-DEVIDOS
			WHEN NOT ANTERIOR-OK
				MOVE "PULADO" TO WS-RESULTADO-STEP
			WHEN OTHER
				MOVE "N" TO WS-CHECKPOINT-VIVO
				IF PJ-EXIGE-CHECKPOINT-LIMPO
					PERFORM VERIFICAR-CHECKPOINTS
				END-IF
				IF CHECKPOINT-VIVO
					MOVE "RECUSADO" TO WS-RESULTADO-STEP
					MOVE "N" TO WS-ANTERIOR-OK
				ELSE
					PERFORM RODAR-COMANDO
				END-IF
		END-EVALUATE.
		PERFORM REGISTRAR-STEP.

*> Devido ou nao pela frequencia do step contra o tipo do dia;
*> fechamento de ano tambem fecha o mes e fechamento e dia util.
	VERIFICAR-FREQUENCIA.
		MOVE "S" TO WS-FREQUENCIA-OK.
		MOVE "N" TO WS-STEP-DEVIDO.
		EVALUATE TRUE
			WHEN PJ-DIARIO
				MOVE "S" TO WS-STEP-DEVIDO
			WHEN PJ-DIA-UTIL
				IF HOJE-DIA-UTIL
					MOVE "S" TO WS-STEP-DEVIDO
				END-IF
			WHEN PJ-FIM-MES
				IF HOJE-FECHA-MES
					MOVE "S" TO WS-STEP-DEVIDO
				END-IF
			WHEN PJ-FIM-ANO
				IF HOJE-FECHA-ANO
					MOVE "S" TO WS-STEP-DEVIDO
				END-IF
			WHEN OTHER
				MOVE "N" TO WS-FREQUENCIA-OK
		END-EVALUATE.

	VERIFICAR-CHECKPOINTS.
		MOVE "N" TO WS-CHECKPOINT-VIVO.
		OPEN INPUT CHECKPOINT-PRECO-FILE.
	ESCREVER-TOTAL.
		MOVE WS-TOTAL-STEPS TO LT-STEPS.
		MOVE WS-TOTAL-OK TO LT-OK.
		MOVE WS-TOTAL-NAO-DEVIDOS TO LT-NAO-DEVIDOS.
		MOVE LINHA-TOTAL TO WS-LINHA-RESUMO.
		PERFORM GRAVAR-LINHA-RESUMO.
		MOVE "L" TO WS-ESTADO-JANELA.
