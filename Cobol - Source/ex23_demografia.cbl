*> elegibilidade ao reajuste, para ver quem o batch cobre e quem
*> cai no relatorio de excecao), a distribuicao por faixa salarial
*> e totais gerais confrontaveis com a contagem de registros.
*> A quebra por departamento (centro de custo, EMP-DEPARTAMENTO)
*> segue a ordem do DEPTO.DAT; empregado sem departamento ou com
*> codigo fora do cadastro aparece em linha propria.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			SELECT DEMOG-REPORT-FILE ASSIGN TO "DEMOGREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
			SELECT DEPARTAMENTO-FILE ASSIGN TO "DEPTO.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-DEP-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD EMPLOYEE-MASTER-FILE.
	COPY EMPREC.
	FD DEMOG-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	FD DEPARTAMENTO-FILE.
	COPY DEPTO.
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-EMP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-MASTER		PIC X VALUE "N".
			88 EOF-MASTER VALUE "S".
		02 WS-DEP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-DEP			PIC X VALUE "N".
			88 EOF-DEP VALUE "S".
		02 WS-I					PIC 9(02) VALUE ZEROS.
		02 WS-DEP-I				PIC 9(02) VALUE ZEROS.
		02 WS-DEP-IDX			PIC 9(02) VALUE ZEROS.
	01 WS-ESTATISTICAS.
		02 WS-GRUPO-SEXO OCCURS 3 TIMES.
			03 WS-SEXO-ROTULO	PIC X(12).
		02 WS-GRUPO-SALARIO OCCURS 5 TIMES.
			03 WS-SAL-ROTULO	PIC X(18).
			03 WS-SAL-QTD		PIC 9(06).
	01 WS-TABELA-DEPARTAMENTOS.
		02 WS-QTD-DEPTOS		PIC 9(02) VALUE ZEROS.
		02 WS-GRUPO-DEPTO OCCURS 60 TIMES.
			03 WS-DEP-ROTULO.
				04 WS-DEP-CODIGO	PIC X(04).
				04 FILLER			PIC X(01).
				04 WS-DEP-NOME		PIC X(13).
			03 WS-DEP-QTD		PIC 9(06).
			03 WS-DEP-TOTAL		PIC 9(11)V99.
	01 WS-TOTAIS.
		02 WS-TOTAL-EMPREGADOS	PIC 9(06) VALUE ZEROS.
		02 WS-TOTAL-SALARIOS	PIC 9(11)V99 VALUE ZEROS.
PROCEDURE DIVISION.
	INIT.
		PERFORM INICIALIZAR-GRUPOS.
		PERFORM CARREGAR-DEPARTAMENTOS UNTIL EOF-DEP.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM PROCESSAR-EMPREGADOS UNTIL EOF-MASTER.
		PERFORM ESCREVER-RELATORIO.
		MOVE "AFASTADO" TO WS-SIT-ROTULO(2).
		MOVE "DESLIGADO" TO WS-SIT-ROTULO(3).
		MOVE "INVALIDA" TO WS-SIT-ROTULO(4).
		MOVE 1 TO WS-QTD-DEPTOS.
		MOVE SPACES TO WS-DEP-ROTULO(1).
		MOVE "SEM DEPARTAMENTO" TO WS-DEP-ROTULO(1).
		MOVE ZEROS TO WS-DEP-QTD(1).
		MOVE ZEROS TO WS-DEP-TOTAL(1).

	CARREGAR-DEPARTAMENTOS.
		IF WS-DEP-STATUS = SPACES
			OPEN INPUT DEPARTAMENTO-FILE
			IF WS-DEP-STATUS NOT = "00"
				DISPLAY "DEPTO.DAT NAO ENCONTRADO - "
					"DEPARTAMENTOS SEM NOME"
				MOVE "S" TO WS-EOF-DEP
			END-IF
		END-IF.
		IF NOT EOF-DEP
			READ DEPARTAMENTO-FILE
				AT END
					MOVE "S" TO WS-EOF-DEP
					CLOSE DEPARTAMENTO-FILE
				NOT AT END
					IF DEP-CODIGO NOT = SPACES
						IF WS-QTD-DEPTOS < 60
							ADD 1 TO WS-QTD-DEPTOS
							MOVE SPACES TO WS-DEP-ROTULO(WS-QTD-DEPTOS)
							MOVE DEP-CODIGO
								TO WS-DEP-CODIGO(WS-QTD-DEPTOS)
							MOVE DEP-NOME TO WS-DEP-NOME(WS-QTD-DEPTOS)
							MOVE ZEROS TO WS-DEP-QTD(WS-QTD-DEPTOS)
							MOVE ZEROS TO WS-DEP-TOTAL(WS-QTD-DEPTOS)
						ELSE
							DISPLAY "DEPARTAMENTO IGNORADO - "
								"TABELA CHEIA: " DEP-CODIGO
						END-IF
					END-IF
			END-READ
		END-IF.

	ABRIR-ARQUIVOS.
		OPEN INPUT EMPLOYEE-MASTER-FILE.
		END-EVALUATE.
		ADD 1 TO WS-SIT-QTD(WS-I).
		ADD EMP-SALARIO TO WS-SIT-TOTAL(WS-I).
		PERFORM LOCALIZAR-DEPARTAMENTO.
		ADD 1 TO WS-DEP-QTD(WS-DEP-IDX).
		ADD EMP-SALARIO TO WS-DEP-TOTAL(WS-DEP-IDX).

*> Branco cai na linha 1 (sem departamento); codigo fora do
*> cadastro ganha linha propria, e com a tabela cheia tambem vai
*> para a linha 1 - a quebra continua fechando com o master.
	LOCALIZAR-DEPARTAMENTO.
		MOVE ZEROS TO WS-DEP-IDX.
		IF EMP-DEPARTAMENTO = SPACES
			MOVE 1 TO WS-DEP-IDX
		ELSE
			MOVE 2 TO WS-DEP-I
			PERFORM PROCURAR-DEPARTAMENTO
				UNTIL WS-DEP-IDX > ZEROS
				OR WS-DEP-I > WS-QTD-DEPTOS
		END-IF.
		IF WS-DEP-IDX = ZEROS
			IF WS-QTD-DEPTOS < 60
				ADD 1 TO WS-QTD-DEPTOS
				MOVE SPACES TO WS-DEP-ROTULO(WS-QTD-DEPTOS)
				MOVE EMP-DEPARTAMENTO TO WS-DEP-CODIGO(WS-QTD-DEPTOS)
				MOVE "NAO CADASTR." TO WS-DEP-NOME(WS-QTD-DEPTOS)
				MOVE ZEROS TO WS-DEP-QTD(WS-QTD-DEPTOS)
				MOVE ZEROS TO WS-DEP-TOTAL(WS-QTD-DEPTOS)
				MOVE WS-QTD-DEPTOS TO WS-DEP-IDX
			ELSE
				MOVE 1 TO WS-DEP-IDX
			END-IF
		END-IF.

	PROCURAR-DEPARTAMENTO.
		IF WS-DEP-CODIGO(WS-DEP-I) = EMP-DEPARTAMENTO
			MOVE WS-DEP-I TO WS-DEP-IDX
		END-IF.
		ADD 1 TO WS-DEP-I.

	ESCREVER-RELATORIO.
		MOVE "HEADCOUNT E FOLHA POR SEXO" TO LT-TEXTO.
		WRITE REPORT-LINE.
		MOVE ZEROS TO WS-I.
		PERFORM ESCREVER-GRUPO-SALARIO UNTIL WS-I NOT < 5.
		MOVE "HEADCOUNT E FOLHA POR DEPARTAMENTO" TO LT-TEXTO.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE ZEROS TO WS-I.
		PERFORM ESCREVER-GRUPO-DEPTO UNTIL WS-I NOT < WS-QTD-DEPTOS.
		MOVE WS-TOTAL-EMPREGADOS TO LGE-QTD.
		MOVE WS-TOTAL-SALARIOS TO LGE-TOTAL.
		MOVE WS-TOTAL-ELEGIVEIS TO LGE-ELEGIVEIS.
		MOVE LINHA-DISTRIB TO REPORT-LINE.
		WRITE REPORT-LINE.

*> Departamento sem ninguem no master nao sai no relatorio.
	ESCREVER-GRUPO-DEPTO.
		ADD 1 TO WS-I.
		IF WS-DEP-QTD(WS-I) > ZEROS
			MOVE WS-DEP-ROTULO(WS-I) TO LG-ROTULO
			MOVE WS-DEP-QTD(WS-I) TO LG-QTD
			MOVE WS-DEP-TOTAL(WS-I) TO LG-TOTAL
			COMPUTE WS-MEDIA-CALC ROUNDED =
				WS-DEP-TOTAL(WS-I) / WS-DEP-QTD(WS-I)
			MOVE WS-MEDIA-CALC TO LG-MEDIA
			MOVE LINHA-GRUPO TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

*> As tres quebras devem somar o mesmo headcount do master; uma
*> diferenca indica registro perdido ou contado duas vezes.
	CONFERIR-GRUPOS.
		MOVE ZEROS TO WS-I.
		PERFORM SOMAR-SALARIO UNTIL WS-I NOT < 5.
		PERFORM ESCREVER-CONFERENCIA.
		MOVE ZEROS TO WS-SOMA-GRUPOS.
		MOVE ZEROS TO WS-I.
		PERFORM SOMAR-DEPTO UNTIL WS-I NOT < WS-QTD-DEPTOS.
		PERFORM ESCREVER-CONFERENCIA.

	SOMAR-SEXO.
		ADD 1 TO WS-I.
		ADD 1 TO WS-I.
		ADD WS-SAL-QTD(WS-I) TO WS-SOMA-GRUPOS.

	SOMAR-DEPTO.
		ADD 1 TO WS-I.
		ADD WS-DEP-QTD(WS-I) TO WS-SOMA-GRUPOS.

	ESCREVER-CONFERENCIA.
		MOVE "SOMA DAS FAIXAS X REGISTROS: " TO LC-TEXTO.
		IF WS-SOMA-GRUPOS = WS-TOTAL-EMPREGADOS
