IDENTIFICATION DIVISION.
PROGRAM-ID. CONTABILIZACAO-GL.
*> Ultimo passo do plano noturno, depois da reconciliacao passar:
*> le os totais de controle do dia (CTLPRECO.DAT, CTLFOLHA.DAT,
*> CTLDEVOL.DAT das notas de credito de devolucao, CTLCOTA.DAT das
*> cotacoes de corte faturadas) e
*> os totais da folha mensal (CTLMFOLH.DAT), mapeia cada evento em
*> conta de debito e credito pelo CONTAMAP.DAT e grava partidas
*> dobradas no arquivo de interface contabil (GLINTF.DAT). Um
*> mapeada) NAO e gravado: a diferenca sai no relatorio GLREP.DAT e
*> o retorno 8 segura o plano. O log de contabilizacao (GLLOG.DAT)
*> impede que uma reexecucao contabilize duas vezes a mesma data.
*> O bruto da folha mensal e debitado por centro de custo
*> (CTLMCC.DAT, da mesma rodada do CTLMFOLH.DAT), na conta de
*> despesa do departamento em DEPTO.DAT; o credito continua um so,
*> pelo bruto total, e e a conferencia de debitos e creditos que
*> pega um CTLMCC.DAT que nao feche com o total da folha.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			SELECT CTL-PRECO-FILE ASSIGN TO "CTLPRECO.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CTP-STATUS.
			SELECT CTL-DEVOLUCAO-FILE ASSIGN TO "CTLDEVOL.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CTD-STATUS.
			SELECT CTL-COTACAO-FILE ASSIGN TO "CTLCOTA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CTQ-STATUS.
			SELECT CTL-FOLHA-FILE ASSIGN TO "CTLFOLHA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CTF-STATUS.
			SELECT CONTA-MAPA-FILE ASSIGN TO "CONTAMAP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-MAPA-STATUS.
			SELECT CTL-MENSAL-CC-FILE ASSIGN TO "CTLMCC.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CTC-STATUS.
			SELECT DEPARTAMENTO-FILE ASSIGN TO "DEPTO.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-DEP-STATUS.
			SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-GL-STATUS.
	FILE SECTION.
	FD CTL-PRECO-FILE.
	COPY CTLPRECO.
	FD CTL-DEVOLUCAO-FILE.
	COPY CTLDEVOL.
	FD CTL-COTACAO-FILE.
	COPY CTLCOTA.
	FD CTL-FOLHA-FILE.
	COPY CTLFOLHA.
	FD CTL-MENSAL-FILE.
	COPY CTLMFOLH.
	FD CTL-MENSAL-CC-FILE.
	COPY CTLMCC.
	FD DEPARTAMENTO-FILE.
	COPY DEPTO.
	FD CONTA-MAPA-FILE.
	COPY CONTAMAP.
	FD GL-INTERFACE-FILE.
	WORKING-STORAGE SECTION.
	01 WS-CONTROLES.
		02 WS-CTP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CTD-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CTQ-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CTF-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CTM-STATUS		PIC X(02) VALUE SPACES.
		02 WS-MAPA-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CTC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-DEP-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-CTC			PIC X VALUE "N".
			88 EOF-CTC VALUE "S".
		02 WS-EOF-DEP			PIC X VALUE "N".
			88 EOF-DEP VALUE "S".
		02 WS-CC-I				PIC 9(03) VALUE ZEROS.
		02 WS-DEP-I				PIC 9(03) VALUE ZEROS.
		02 WS-DEP-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-CONTA-DEBITO		PIC 9(06) VALUE ZEROS.
		02 WS-GL-STATUS			PIC X(02) VALUE SPACES.
		02 WS-LOG-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
			88 JORNAL-OK VALUE "S".
		02 WS-PRECO-ENCONTRADO	PIC X VALUE "N".
			88 PRECO-ENCONTRADO VALUE "S".
		02 WS-DEVOLUCAO-ENCONTRADA PIC X VALUE "N".
			88 DEVOLUCAO-ENCONTRADA VALUE "S".
		02 WS-COTACAO-ENCONTRADA PIC X VALUE "N".
			88 COTACAO-ENCONTRADA VALUE "S".
		02 WS-FOLHA-ENCONTRADA	PIC X VALUE "N".
			88 FOLHA-ENCONTRADA VALUE "S".
		02 WS-MENSAL-ENCONTRADA	PIC X VALUE "N".
			03 WS-MAPA-EVENTO	PIC X(08).
			03 WS-MAPA-DEBITO	PIC 9(06).
			03 WS-MAPA-CREDITO	PIC 9(06).
	01 WS-TABELA-CENTROS.
		02 WS-QTD-CENTROS		PIC 9(03) VALUE ZEROS.
		02 WS-CENTRO OCCURS 60 TIMES.
			03 WS-CC-CODIGO		PIC X(04).
			03 WS-CC-BRUTO		PIC 9(09)V99.
	01 WS-TABELA-DEPARTAMENTOS.
		02 WS-QTD-DEPARTAMENTOS	PIC 9(03) VALUE ZEROS.
		02 WS-DEPARTAMENTO OCCURS 50 TIMES.
			03 WS-DEP-CODIGO	PIC X(04).
			03 WS-DEP-CONTA		PIC 9(06).
	01 WS-TABELA-JORNAL.
		02 WS-QTD-LANCAMENTOS	PIC 9(03) VALUE ZEROS.
		02 WS-LANCAMENTO OCCURS 100 TIMES.
			03 WS-LAN-CONTA		PIC 9(06).
			03 WS-LAN-DC		PIC X(01).
			03 WS-LAN-VALOR		PIC 9(11)V99.
			03 WS-LAN-EVENTO	PIC X(08).
			03 WS-LAN-CENTRO	PIC X(04).
	01 LINHA-LANCAMENTO.
		02 LL-EVENTO			PIC X(08).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LL-DC				PIC X(01).
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LL-VALOR				PIC ZZZZZZZZZZ9,99.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LL-CENTRO			PIC X(04).
	01 LINHA-EVENTO-SEM-CONTA.
		02 LSC-EVENTO			PIC X(08).
		02 FILLER PIC X(32) VALUE " SEM CONTA MAPEADA EM CONTAMAP".
		ELSE
			PERFORM CARREGAR-MAPA UNTIL EOF-MAPA
			PERFORM LER-CONTROLE-PRECO
			PERFORM LER-CONTROLE-DEVOLUCAO
			PERFORM LER-CONTROLE-COTACAO
			PERFORM LER-CONTROLE-FOLHA
			PERFORM LER-CONTROLE-MENSAL
			IF MENSAL-ENCONTRADA
				PERFORM CARREGAR-CENTROS UNTIL EOF-CTC
				IF WS-QTD-CENTROS > ZEROS
					PERFORM CARREGAR-DEPARTAMENTOS UNTIL EOF-DEP
				END-IF
			END-IF
			PERFORM MONTAR-LANCAMENTOS
			PERFORM CONFERIR-E-GRAVAR
		END-IF.
			CLOSE CTL-PRECO-FILE
		END-IF.

	LER-CONTROLE-DEVOLUCAO.
		OPEN INPUT CTL-DEVOLUCAO-FILE.
		IF WS-CTD-STATUS = "00"
			READ CTL-DEVOLUCAO-FILE
				AT END
					CONTINUE
				NOT AT END
					IF CTD-DATA-GRAVACAO = WS-DATA-COMPLETA
						SET DEVOLUCAO-ENCONTRADA TO TRUE
					END-IF
			END-READ
			CLOSE CTL-DEVOLUCAO-FILE
		END-IF.

	LER-CONTROLE-COTACAO.
		OPEN INPUT CTL-COTACAO-FILE.
		IF WS-CTQ-STATUS = "00"
			READ CTL-COTACAO-FILE
				AT END
					CONTINUE
				NOT AT END
					IF CTQ-DATA-GRAVACAO = WS-DATA-COMPLETA
						SET COTACAO-ENCONTRADA TO TRUE
					END-IF
			END-READ
			CLOSE CTL-COTACAO-FILE
		END-IF.

	LER-CONTROLE-FOLHA.
		OPEN INPUT CTL-FOLHA-FILE.
		IF WS-CTF-STATUS = "00"
			CLOSE CTL-MENSAL-FILE
		END-IF.

*> So valem os centros da mesma rodada do CTLMFOLH.DAT; sem
*> nenhum, o bruto vai num debito so, como antes dos centros.
	CARREGAR-CENTROS.
		IF WS-CTC-STATUS = SPACES
			OPEN INPUT CTL-MENSAL-CC-FILE
			IF WS-CTC-STATUS NOT = "00"
				DISPLAY "CTLMCC.DAT NAO ENCONTRADO - "
					"BRUTO DA FOLHA SEM CENTRO DE CUSTO"
				MOVE "S" TO WS-EOF-CTC
			END-IF
		END-IF.
		IF NOT EOF-CTC
			READ CTL-MENSAL-CC-FILE
				AT END
					MOVE "S" TO WS-EOF-CTC
					CLOSE CTL-MENSAL-CC-FILE
				NOT AT END
					IF CTC-DATA-GRAVACAO = CTM-DATA-GRAVACAO
						AND CTC-HORA-GRAVACAO = CTM-HORA-GRAVACAO
						PERFORM GUARDAR-CENTRO
					END-IF
			END-READ
		END-IF.

*> Centro que nao cabe na tabela deixa os debitos menores que o
*> credito e o jornal nao fecha - nunca some calado.
	GUARDAR-CENTRO.
		IF WS-QTD-CENTROS < 60
			ADD 1 TO WS-QTD-CENTROS
			MOVE CTC-DEPARTAMENTO TO WS-CC-CODIGO(WS-QTD-CENTROS)
			MOVE CTC-TOTAL-BRUTO TO WS-CC-BRUTO(WS-QTD-CENTROS)
		ELSE
			DISPLAY "CENTRO IGNORADO - TABELA CHEIA: "
				CTC-DEPARTAMENTO
		END-IF.

	CARREGAR-DEPARTAMENTOS.
		IF WS-DEP-STATUS = SPACES
			OPEN INPUT DEPARTAMENTO-FILE
			IF WS-DEP-STATUS NOT = "00"
				DISPLAY "DEPTO.DAT NAO ENCONTRADO - "
					"BRUTO NA CONTA DO CONTAMAP"
				MOVE "S" TO WS-EOF-DEP
			END-IF
		END-IF.
		IF NOT EOF-DEP
			READ DEPARTAMENTO-FILE
				AT END
					MOVE "S" TO WS-EOF-DEP
					CLOSE DEPARTAMENTO-FILE
				NOT AT END
					IF WS-QTD-DEPARTAMENTOS < 50
						ADD 1 TO WS-QTD-DEPARTAMENTOS
						MOVE DEP-CODIGO
							TO WS-DEP-CODIGO(WS-QTD-DEPARTAMENTOS)
						MOVE DEP-CONTA-DESPESA
							TO WS-DEP-CONTA(WS-QTD-DEPARTAMENTOS)
					ELSE
						DISPLAY "DEPARTAMENTO IGNORADO - "
							"TABELA CHEIA: " DEP-CODIGO
					END-IF
			END-READ
		END-IF.

*> Cada evento com valor no dia vira um par debito/credito do mesmo
*> valor; o liquido da folha nao e lancado a parte porque e bruto
*> menos retencoes - lancar os tres fecharia o caixa em dobro.
			MOVE CTP-TOTAL-VENDA TO WS-VALOR-EVENTO
			PERFORM LANCAR-EVENTO
		END-IF.
*> A devolucao estorna a venda pelo valor das notas de credito,
*> que e o preco faturado - nao o repreco do batch de precos.
		IF DEVOLUCAO-ENCONTRADA AND CTD-TOTAL-CREDITO > ZEROS
			MOVE "DEVOLUC" TO WS-EVENTO
			MOVE CTD-TOTAL-CREDITO TO WS-VALOR-EVENTO
			PERFORM LANCAR-EVENTO
		END-IF.
*> O corte cotado entra pelo valor aceito faturado; o material que
*> ele consumiu ficou fora da VENDA do batch de precos.
		IF COTACAO-ENCONTRADA AND CTQ-TOTAL-FATURADO > ZEROS
			MOVE "COTACAO" TO WS-EVENTO
			MOVE CTQ-TOTAL-FATURADO TO WS-VALOR-EVENTO
			PERFORM LANCAR-EVENTO
		END-IF.
		IF FOLHA-ENCONTRADA AND CTF-TOTAL-VALOR-REAJUSTE > ZEROS
			MOVE "REAJUSTE" TO WS-EVENTO
			MOVE CTF-TOTAL-VALOR-REAJUSTE TO WS-VALOR-EVENTO
			IF CTM-TOTAL-BRUTO > ZEROS
				MOVE "FOLHABRU" TO WS-EVENTO
				MOVE CTM-TOTAL-BRUTO TO WS-VALOR-EVENTO
				IF WS-QTD-CENTROS > ZEROS
					PERFORM LANCAR-FOLHA-POR-CENTRO
				ELSE
					PERFORM LANCAR-EVENTO
				END-IF
			END-IF
			IF CTM-TOTAL-PREVIDENCIA > ZEROS
				MOVE "FOLHAPRE" TO WS-EVENTO
				MOVE CTM-TOTAL-IMPOSTO TO WS-VALOR-EVENTO
				PERFORM LANCAR-EVENTO
			END-IF
*> Parcelas de emprestimo descontadas saem do passivo de salarios
*> para a conta de emprestimos a empregados: o passivo fecha no
*> liquido efetivamente pago na remessa.
			IF CTM-TOTAL-EMPRESTIMO > ZEROS
				MOVE "FOLHAEMP" TO WS-EVENTO
				MOVE CTM-TOTAL-EMPRESTIMO TO WS-VALOR-EVENTO
				PERFORM LANCAR-EVENTO
			END-IF
		END-IF.

	LANCAR-EVENTO.
			MOVE WS-VALOR-EVENTO
				TO WS-LAN-VALOR(WS-QTD-LANCAMENTOS)
			MOVE WS-EVENTO TO WS-LAN-EVENTO(WS-QTD-LANCAMENTOS)
			MOVE SPACES TO WS-LAN-CENTRO(WS-QTD-LANCAMENTOS)
			ADD WS-VALOR-EVENTO TO WS-TOTAL-DEBITO
			PERFORM LANCAR-CREDITO
		END-IF.

	LANCAR-CREDITO.
		ADD 1 TO WS-QTD-LANCAMENTOS.
		MOVE WS-MAPA-CREDITO(WS-MAPA-IDX)
			TO WS-LAN-CONTA(WS-QTD-LANCAMENTOS).
		MOVE "C" TO WS-LAN-DC(WS-QTD-LANCAMENTOS).
		MOVE WS-VALOR-EVENTO
			TO WS-LAN-VALOR(WS-QTD-LANCAMENTOS).
		MOVE WS-EVENTO TO WS-LAN-EVENTO(WS-QTD-LANCAMENTOS).
		MOVE SPACES TO WS-LAN-CENTRO(WS-QTD-LANCAMENTOS).
		ADD WS-VALOR-EVENTO TO WS-TOTAL-CREDITO.

*> Bruto da folha: um debito por centro de custo, na conta de
*> despesa do departamento (zerada ou departamento fora do
*> DEPTO.DAT usa o debito do FOLHABRU no CONTAMAP), contra um
*> credito so pelo bruto total do CTLMFOLH.DAT.
	LANCAR-FOLHA-POR-CENTRO.
		MOVE ZEROS TO WS-MAPA-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-MAPA
			UNTIL WS-MAPA-IDX > ZEROS OR WS-I > WS-QTD-MAPA.
		IF WS-MAPA-IDX = ZEROS
			MOVE WS-EVENTO TO LSC-EVENTO
			MOVE LINHA-EVENTO-SEM-CONTA TO REPORT-LINE
			WRITE REPORT-LINE
			MOVE "N" TO WS-JORNAL-OK
		ELSE
			MOVE ZEROS TO WS-CC-I
			PERFORM LANCAR-DEBITO-CENTRO
				UNTIL WS-CC-I NOT < WS-QTD-CENTROS
			PERFORM LANCAR-CREDITO
		END-IF.

	LANCAR-DEBITO-CENTRO.
		ADD 1 TO WS-CC-I.
		IF WS-CC-BRUTO(WS-CC-I) > ZEROS
			PERFORM LOCALIZAR-CONTA-CENTRO
			ADD 1 TO WS-QTD-LANCAMENTOS
			MOVE WS-CONTA-DEBITO TO WS-LAN-CONTA(WS-QTD-LANCAMENTOS)
			MOVE "D" TO WS-LAN-DC(WS-QTD-LANCAMENTOS)
			MOVE WS-CC-BRUTO(WS-CC-I)
				TO WS-LAN-VALOR(WS-QTD-LANCAMENTOS)
			MOVE WS-EVENTO TO WS-LAN-EVENTO(WS-QTD-LANCAMENTOS)
			MOVE WS-CC-CODIGO(WS-CC-I)
				TO WS-LAN-CENTRO(WS-QTD-LANCAMENTOS)
			ADD WS-CC-BRUTO(WS-CC-I) TO WS-TOTAL-DEBITO
		END-IF.

	LOCALIZAR-CONTA-CENTRO.
		MOVE WS-MAPA-DEBITO(WS-MAPA-IDX) TO WS-CONTA-DEBITO.
		MOVE ZEROS TO WS-DEP-IDX.
		MOVE 1 TO WS-DEP-I.
		PERFORM PROCURAR-DEPARTAMENTO
			UNTIL WS-DEP-IDX > ZEROS
			OR WS-DEP-I > WS-QTD-DEPARTAMENTOS.
		IF WS-DEP-IDX > ZEROS
			IF WS-DEP-CONTA(WS-DEP-IDX) > ZEROS
				MOVE WS-DEP-CONTA(WS-DEP-IDX) TO WS-CONTA-DEBITO
			END-IF
		END-IF.

	PROCURAR-DEPARTAMENTO.
		IF WS-DEP-CODIGO(WS-DEP-I) = WS-CC-CODIGO(WS-CC-I)
			AND WS-CC-CODIGO(WS-CC-I) NOT = SPACES
			MOVE WS-DEP-I TO WS-DEP-IDX
		END-IF.
		ADD 1 TO WS-DEP-I.

	PROCURAR-MAPA.
		IF WS-MAPA-EVENTO(WS-I) = WS-EVENTO
		MOVE WS-LAN-DC(WS-I) TO GL-DC.
		MOVE WS-LAN-VALOR(WS-I) TO GL-VALOR.
		MOVE WS-LAN-EVENTO(WS-I) TO GL-EVENTO.
		MOVE WS-LAN-CENTRO(WS-I) TO GL-CENTRO-CUSTO.
		WRITE GL-INTERFACE-RECORD.
		MOVE WS-LAN-EVENTO(WS-I) TO LL-EVENTO.
		MOVE WS-LAN-CONTA(WS-I) TO LL-CONTA.
		MOVE WS-LAN-DC(WS-I) TO LL-DC.
		MOVE WS-LAN-VALOR(WS-I) TO LL-VALOR.
		MOVE WS-LAN-CENTRO(WS-I) TO LL-CENTRO.
		MOVE LINHA-LANCAMENTO TO REPORT-LINE.
		WRITE REPORT-LINE.

