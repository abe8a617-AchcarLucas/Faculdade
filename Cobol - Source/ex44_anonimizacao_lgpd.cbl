IDENTIFICATION DIVISION.
PROGRAM-ID. ANONIMIZACAO-LGPD.
*> Anonimizacao de dados pessoais de ex-empregados (LGPD): varre
*> EMPMAST.DAT e, para cada desligado cujo EMP-DATA-DESLIGAMENTO
*> ja passou do prazo de retencao (LGPDCTL.DAT), troca o nome pela
*> marca EMP-ANONIMIZADO, o CPF pela propria matricula e zera banco,
*> agencia e conta. Salario, datas e departamento ficam: os valores
*> pagos em SALAUDIT.DAT, FOLHAHIS.DAT e nos registros de folha nao
*> sao tocados e continuam servindo a fiscalizacao trabalhista. O
*> certificado datado (LGPDCERT<AAAAMMDD>.DAT) lista por matricula
*> o que foi anonimizado - sem repetir os dados apagados. Erro de
*> gravacao no master termina com retorno 8.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT LGPD-CONTROLE-FILE ASSIGN TO "LGPDCTL.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CTL-STATUS.
			SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS EMP-ID
				ALTERNATE RECORD KEY IS EMP-CPF
				FILE STATUS IS WS-EMP-STATUS.
			SELECT CERTIFICADO-FILE ASSIGN TO DYNAMIC WS-NOME-CERTIFICADO
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD LGPD-CONTROLE-FILE.
	COPY LGPDCTL.
	FD EMPLOYEE-MASTER-FILE.
	COPY EMPREC.
	FD CERTIFICADO-FILE.
	01 REPORT-LINE PIC X(80).
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-CTL-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EMP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-MASTER		PIC X VALUE "N".
			88 EOF-MASTER VALUE "S".
		02 WS-MASTER-ABERTO		PIC X VALUE "N".
			88 MASTER-ABERTO VALUE "S".
		02 WS-ANOS-RETENCAO		PIC 9(02) VALUE 05.
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-DATA-CORTE		PIC 9(08) VALUE ZEROS.
		02 WS-DATA-AUX			PIC 9(08) VALUE ZEROS.
		02 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
			03 WS-AUX-ANO		PIC 9(04).
			03 WS-AUX-MES		PIC 9(02).
			03 WS-AUX-DIA		PIC 9(02).
		02 WS-DATA-EDITADA.
			03 WS-ED-DIA		PIC 9(02).
			03 FILLER			PIC X VALUE "/".
			03 WS-ED-MES		PIC 9(02).
			03 FILLER			PIC X VALUE "/".
			03 WS-ED-ANO		PIC 9(04).
	01 WS-NOME-CERTIFICADO		PIC X(20) VALUE SPACES.
	01 WS-TOTAIS.
		02 WS-TOTAL-LIDOS		PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-DESLIGADOS	PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-ANONIMIZADOS PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-JA-ANONIMOS	PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-SEM-DATA	PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-ERROS		PIC 9(06) VALUE ZEROS.
	01 LINHA-TITULO.
		02 FILLER PIC X(52) VALUE
			"CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS - LGPD".
	01 LINHA-PARAMETROS.
		02 FILLER PIC X(06) VALUE "DATA: ".
		02 LP-DATA				PIC X(10).
		02 FILLER PIC X(13) VALUE "  RETENCAO: ".
		02 LP-ANOS				PIC Z9.
		02 FILLER PIC X(24) VALUE " ANOS  DESLIGADOS ATE: ".
		02 LP-CORTE				PIC X(10).
	01 LINHA-CAMPOS.
		02 FILLER PIC X(60) VALUE
			"CAMPOS ANONIMIZADOS: NOME, CPF, BANCO, AGENCIA E CONTA".
	01 LINHA-CABECALHO.
		02 FILLER PIC X(12) VALUE "MATRICULA".
		02 FILLER PIC X(14) VALUE "DESLIGAMENTO".
		02 FILLER PIC X(20) VALUE "SITUACAO".
	01 LINHA-DETALHE.
		02 LD-EMP-ID			PIC 9(06).
		02 FILLER				PIC X(06) VALUE SPACES.
		02 LD-DESLIGAMENTO		PIC X(10).
		02 FILLER				PIC X(04) VALUE SPACES.
		02 LD-SITUACAO			PIC X(30).
	01 LINHA-TOTAL-1.
		02 FILLER PIC X(08) VALUE "LIDOS: ".
		02 LT-LIDOS				PIC ZZZZZ9.
		02 FILLER PIC X(15) VALUE "  DESLIGADOS: ".
		02 LT-DESLIGADOS		PIC ZZZZZ9.
		02 FILLER PIC X(17) VALUE "  ANONIMIZADOS: ".
		02 LT-ANONIMIZADOS		PIC ZZZZZ9.
	01 LINHA-TOTAL-2.
		02 FILLER PIC X(19) VALUE "JA ANONIMIZADOS: ".
		02 LT-JA-ANONIMOS		PIC ZZZZZ9.
		02 FILLER PIC X(13) VALUE "  SEM DATA: ".
		02 LT-SEM-DATA			PIC ZZZZZ9.
		02 FILLER PIC X(10) VALUE "  ERROS: ".
		02 LT-ERROS				PIC ZZZZZ9.
	01 LINHA-DECLARACAO-1.
		02 FILLER PIC X(66) VALUE
			"VALORES PAGOS EM SALAUDIT.DAT, FOLHAHIS.DAT E NOS REGISTROS".
	01 LINHA-DECLARACAO-2.
		02 FILLER PIC X(66) VALUE
			"DE FOLHA FORAM PRESERVADOS, SEM ALTERACAO.".
	01 LINHA-DECLARACAO-3.
		02 FILLER PIC X(66) VALUE
			"BACKUPS DE EMPMAST ANTERIORES A ESTA DATA AINDA TEM OS DADOS".
	01 LINHA-DECLARACAO-4.
		02 FILLER PIC X(66) VALUE
			"ORIGINAIS - DESCARTAR PELA MESMA RETENCAO.".
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		PERFORM CARREGAR-RETENCAO.
		COMPUTE WS-DATA-CORTE =
			WS-DATA-COMPLETA - (WS-ANOS-RETENCAO * 10000).
		PERFORM MONTAR-NOME-CERTIFICADO.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM ESCREVER-CABECALHO.
		PERFORM PROCESSAR-EMPREGADOS UNTIL EOF-MASTER.
		PERFORM ESCREVER-TOTAIS.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

	CARREGAR-RETENCAO.
		OPEN INPUT LGPD-CONTROLE-FILE.
		IF WS-CTL-STATUS = "00"
			READ LGPD-CONTROLE-FILE
				AT END
					CONTINUE
				NOT AT END
					IF LG-ANOS-RETENCAO > ZEROS
						MOVE LG-ANOS-RETENCAO TO WS-ANOS-RETENCAO
					END-IF
			END-READ
			CLOSE LGPD-CONTROLE-FILE
		ELSE
			DISPLAY "LGPDCTL.DAT NAO ENCONTRADO - RETENCAO DE 5 ANOS"
		END-IF.

	MONTAR-NOME-CERTIFICADO.
		STRING "LGPDCERT" DELIMITED BY SIZE
			WS-DATA-COMPLETA DELIMITED BY SIZE
			".DAT" DELIMITED BY SIZE
			INTO WS-NOME-CERTIFICADO.

	ABRIR-ARQUIVOS.
		OPEN I-O EMPLOYEE-MASTER-FILE.
		IF WS-EMP-STATUS NOT = "00"
			DISPLAY "EMPMAST.DAT NAO ENCONTRADO - STATUS "
				WS-EMP-STATUS
			MOVE "S" TO WS-EOF-MASTER
			MOVE 8 TO RETURN-CODE
		ELSE
			MOVE "S" TO WS-MASTER-ABERTO
			MOVE ZEROS TO EMP-ID
			START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN EMP-ID
				INVALID KEY
					MOVE "S" TO WS-EOF-MASTER
			END-START
		END-IF.
		OPEN OUTPUT CERTIFICADO-FILE.

	ESCREVER-CABECALHO.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-DATA-COMPLETA TO WS-DATA-AUX.
		PERFORM EDITAR-DATA.
		MOVE WS-DATA-EDITADA TO LP-DATA.
		MOVE WS-ANOS-RETENCAO TO LP-ANOS.
		MOVE WS-DATA-CORTE TO WS-DATA-AUX.
		PERFORM EDITAR-DATA.
		MOVE WS-DATA-EDITADA TO LP-CORTE.
		MOVE LINHA-PARAMETROS TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CAMPOS TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO TO REPORT-LINE.
		WRITE REPORT-LINE.

	EDITAR-DATA.
		MOVE WS-AUX-DIA TO WS-ED-DIA.
		MOVE WS-AUX-MES TO WS-ED-MES.
		MOVE WS-AUX-ANO TO WS-ED-ANO.

	PROCESSAR-EMPREGADOS.
		READ EMPLOYEE-MASTER-FILE NEXT RECORD
			AT END
				MOVE "S" TO WS-EOF-MASTER
			NOT AT END
				ADD 1 TO WS-TOTAL-LIDOS
				IF EMP-DESLIGADO
					ADD 1 TO WS-TOTAL-DESLIGADOS
					PERFORM AVALIAR-DESLIGADO
				END-IF
		END-READ.

*> Desligado sem data nao tem como contar o prazo: vai para o
*> certificado como pendencia de cadastro, sem anonimizar.
	AVALIAR-DESLIGADO.
		EVALUATE TRUE
			WHEN EMP-ANONIMIZADO
				ADD 1 TO WS-TOTAL-JA-ANONIMOS
			WHEN EMP-DATA-DESLIGAMENTO = ZEROS
				ADD 1 TO WS-TOTAL-SEM-DATA
				MOVE "SEM DATA DE DESLIGAMENTO" TO LD-SITUACAO
				PERFORM ESCREVER-DETALHE
			WHEN EMP-DATA-DESLIGAMENTO NOT > WS-DATA-CORTE
				PERFORM ANONIMIZAR-EMPREGADO
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

	ANONIMIZAR-EMPREGADO.
		SET EMP-ANONIMIZADO TO TRUE.
		MOVE EMP-ID TO EMP-CPF.
		MOVE ZEROS TO EMP-BANCO.
		MOVE ZEROS TO EMP-AGENCIA.
		MOVE ZEROS TO EMP-CONTA.
		REWRITE EMPLOYEE-MASTER-RECORD
			INVALID KEY
				ADD 1 TO WS-TOTAL-ERROS
				MOVE SPACES TO LD-SITUACAO
				STRING "ERRO NA GRAVACAO - STATUS " WS-EMP-STATUS
					DELIMITED BY SIZE INTO LD-SITUACAO
				MOVE 8 TO RETURN-CODE
			NOT INVALID KEY
				ADD 1 TO WS-TOTAL-ANONIMIZADOS
				MOVE "ANONIMIZADO" TO LD-SITUACAO
		END-REWRITE.
		PERFORM ESCREVER-DETALHE.

	ESCREVER-DETALHE.
		MOVE EMP-ID TO LD-EMP-ID.
		MOVE EMP-DATA-DESLIGAMENTO TO WS-DATA-AUX.
		PERFORM EDITAR-DATA.
		MOVE WS-DATA-EDITADA TO LD-DESLIGAMENTO.
		MOVE LINHA-DETALHE TO REPORT-LINE.
		WRITE REPORT-LINE.

	ESCREVER-TOTAIS.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-TOTAL-LIDOS TO LT-LIDOS.
		MOVE WS-TOTAL-DESLIGADOS TO LT-DESLIGADOS.
		MOVE WS-TOTAL-ANONIMIZADOS TO LT-ANONIMIZADOS.
		MOVE LINHA-TOTAL-1 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-TOTAL-JA-ANONIMOS TO LT-JA-ANONIMOS.
		MOVE WS-TOTAL-SEM-DATA TO LT-SEM-DATA.
		MOVE WS-TOTAL-ERROS TO LT-ERROS.
		MOVE LINHA-TOTAL-2 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-DECLARACAO-1 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-DECLARACAO-2 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-DECLARACAO-3 TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-DECLARACAO-4 TO REPORT-LINE.
		WRITE REPORT-LINE.

	FECHAR-ARQUIVOS.
		IF MASTER-ABERTO
			CLOSE EMPLOYEE-MASTER-FILE
		END-IF.
		CLOSE CERTIFICADO-FILE.
		DISPLAY "ANONIMIZADOS " WS-TOTAL-ANONIMIZADOS
			" - CERTIFICADO EM " WS-NOME-CERTIFICADO.
