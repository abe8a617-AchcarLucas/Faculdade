IDENTIFICATION DIVISION.
PROGRAM-ID. DEVOLUCAO-VENDAS.
*> Devolucao de mercadoria pelo cliente: le as linhas de devolucao
*> do dia (DEVOLUC.DAT), cada uma com o numero da fatura original e
*> o item, e confere a quantidade contra o que a fatura vendeu no
*> jornal de vendas (VENDJRN.DAT) menos o que notas de credito
*> anteriores ja devolveram (DEVREG.DAT). Linha aceita entra numa
*> nota de credito numerada - uma por fatura de origem, na mesma
*> serie FATSEQ.DAT das faturas - impressa em NOTACRED.DAT, e gera:
*>   - movimento "E" de origem "D" em MERCTRAN.DAT, no local de onde
*>     o faturamento baixou a mercadoria (o local padrao);
*>   - linha NEGATIVA no jornal de vendas, com o numero da nota;
*>   - registro em DEVREG.DAT amarrando a nota a fatura;
*>   - abatimento do titulo da fatura em CRECEB.DAT.
*> O valor creditado e o preco faturado, nao o repreco do dia; o
*> total vai para CTLDEVOL.DAT e o CONTABILIZACAO-GL estorna a venda
*> pelo evento DEVOLUC.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT DEVOLUCAO-FILE ASSIGN TO "DEVOLUC.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-DEV-STATUS.
			SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CLI-STATUS.
			SELECT MERCADORIA-MASTER-FILE ASSIGN TO "MERCMAST.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS MM-NAME
				FILE STATUS IS WS-MASTER-STATUS.
			SELECT FATURA-SEQ-FILE ASSIGN TO "FATSEQ.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-SEQ-STATUS.
			SELECT VENDA-JORNAL-FILE ASSIGN TO "VENDJRN.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-JRN-STATUS.
			SELECT DEVOLUCAO-REG-FILE ASSIGN TO "DEVREG.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REG-STATUS.
			SELECT MERCADORIA-TRANS-FILE ASSIGN TO "MERCTRAN.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-TRANS-STATUS.
			SELECT CONTA-RECEBER-FILE ASSIGN TO "CRECEB.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS CR-NUMERO
				FILE STATUS IS WS-CR-STATUS.
			SELECT NOTA-CREDITO-FILE ASSIGN TO "NOTACRED.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-NOTA-STATUS.
			SELECT CTL-DEVOLUCAO-FILE ASSIGN TO "CTLDEVOL.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CTD-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD DEVOLUCAO-FILE.
	COPY DEVOLUC.
	FD CLIENTE-MASTER-FILE.
	COPY CLIREC.
	FD MERCADORIA-MASTER-FILE.
	COPY MERCREC.
	FD FATURA-SEQ-FILE.
	COPY FATSEQ.
	FD VENDA-JORNAL-FILE.
	COPY VENDJRN.
	FD DEVOLUCAO-REG-FILE.
	COPY DEVREG.
	FD MERCADORIA-TRANS-FILE.
	COPY MERCTRAN.
	FD CONTA-RECEBER-FILE.
	COPY CRECEB.
	FD NOTA-CREDITO-FILE.
	01 NOTA-LINE PIC X(80).
	FD CTL-DEVOLUCAO-FILE.
	COPY CTLDEVOL.
	WORKING-STORAGE SECTION.
	COPY MERCWS.
	01 WS-CONTROLES.
		02 WS-DEV-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CLI-STATUS		PIC X(02) VALUE SPACES.
		02 WS-MASTER-STATUS		PIC X(02) VALUE SPACES.
		02 WS-SEQ-STATUS		PIC X(02) VALUE SPACES.
		02 WS-JRN-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REG-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TRANS-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CR-STATUS			PIC X(02) VALUE SPACES.
		02 WS-NOTA-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CTD-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-DEV			PIC X VALUE "N".
			88 EOF-DEV VALUE "S".
		02 WS-EOF-CLI			PIC X VALUE "N".
			88 EOF-CLI VALUE "S".
		02 WS-EOF-JRN			PIC X VALUE "N".
			88 EOF-JRN VALUE "S".
		02 WS-EOF-REG			PIC X VALUE "N".
			88 EOF-REG VALUE "S".
		02 WS-CR-ABERTO			PIC X VALUE "N".
			88 CRECEB-ABERTO VALUE "S".
		02 WS-ITEM-ENCONTRADO	PIC X VALUE "N".
			88 ITEM-ENCONTRADO VALUE "S".
		02 WS-I					PIC 9(03) VALUE ZEROS.
		02 WS-J					PIC 9(03) VALUE ZEROS.
		02 WS-CLI-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-SALDO-QTD			PIC S9(06) VALUE ZEROS.
		02 WS-FATURA-ATUAL		PIC 9(06) VALUE ZEROS.
		02 WS-CLIENTE-ATUAL		PIC X(06) VALUE SPACES.
		02 WS-TOTAL-NOTA		PIC 9(09)V99 VALUE ZEROS.
		02 WS-NUMERO-NOTA		PIC 9(06) VALUE ZEROS.
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-HORA-SISTEMA		PIC 9(08) VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-LIDAS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-NOTAS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-REJEITADAS	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-CREDITO		PIC 9(09)V99 VALUE ZEROS.
	01 WS-TABELA-CLIENTES.
		02 WS-QTD-CLIENTES		PIC 9(03) VALUE ZEROS.
		02 WS-CLIENTE OCCURS 50 TIMES.
			03 WS-CLI-CODIGO	PIC X(06).
			03 WS-CLI-NOME		PIC X(30).
*> Uma entrada por linha de devolucao do dia. O faturado e o ja
*> devolvido sao apurados numa passada so do jornal e do registro
*> de devolucoes; uma linha aceita soma no ja devolvido das linhas
*> seguintes da mesma fatura e item, para duas linhas do mesmo dia
*> nao devolverem juntas mais do que a fatura vendeu.
*>   WS-DEV-SITUACAO "P" aceita, nota a emitir
*>                   "R" rejeitada
*>                   "E" nota emitida
	01 WS-TABELA-DEVOLUCOES.
		02 WS-QTD-DEVOLUCOES	PIC 9(03) VALUE ZEROS.
		02 WS-DEVOLUCAO OCCURS 200 TIMES.
			03 WS-DEV-FATURA		PIC 9(06).
			03 WS-DEV-NOME			PIC X(20).
			03 WS-DEV-QTD			PIC 9(04).
			03 WS-DEV-CLIENTE		PIC X(06).
			03 WS-DEV-QTD-FATURADA	PIC 9(06).
			03 WS-DEV-VALOR-FATURADO PIC 9(09)V99.
			03 WS-DEV-QTD-DEVOLVIDA	PIC 9(06).
			03 WS-DEV-VALOR-DEVOLVIDO PIC 9(09)V99.
			03 WS-DEV-VALOR			PIC 9(07)V99.
			03 WS-DEV-CUSTO			PIC 9(04)V99.
			03 WS-DEV-SITUACAO		PIC X(01).
				88 DEV-ACEITA VALUE "P".
	01 LINHA-SEPARADOR.
		02 FILLER PIC X(60) VALUE ALL "-".
	01 LINHA-NC-TITULO.
		02 FILLER PIC X(16) VALUE "NOTA DE CREDITO ".
		02 LNT-NUMERO			PIC 9(06).
		02 FILLER PIC X(07) VALUE "  DATA ".
		02 LNT-DATA				PIC 9(08).
	01 LINHA-NC-REFERENCIA.
		02 FILLER PIC X(12) VALUE "REF. FATURA ".
		02 LNR-FATURA			PIC 9(06).
		02 FILLER PIC X(10) VALUE "  CLIENTE ".
		02 LNR-CLIENTE			PIC X(06).
		02 FILLER PIC X(01) VALUE SPACES.
		02 LNR-NOME				PIC X(30).
	01 LINHA-NC-DETALHE.
		02 LND-NOME				PIC X(20).
		02 LND-QTD				PIC ZZZ9.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LND-VALOR			PIC ZZZZZZ9,99.
	01 LINHA-NC-TOTAL.
		02 FILLER PIC X(20) VALUE "TOTAL DA NOTA".
		02 LNV-VALOR			PIC ZZZZZZZZ9,99.
	01 LINHA-SEM-TITULO.
		02 FILLER PIC X(40)
			VALUE "TITULO DA FATURA NAO ENCONTRADO EM CRECE".
		02 FILLER PIC X(29)
			VALUE "B.DAT - ACERTAR NA COBRANCA".
	01 LINHA-REJEITO.
		02 LRJ-FATURA			PIC 9(06).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LRJ-NOME				PIC X(20).
		02 FILLER PIC X(13) VALUE " REJEITADO - ".
		02 LRJ-MOTIVO			PIC X(30).
	01 LINHA-TOTAL-DIA.
		02 FILLER PIC X(08) VALUE "NOTAS: ".
		02 LTD-NOTAS			PIC ZZZZZ9.
		02 FILLER PIC X(13) VALUE "  REJEITADAS:".
		02 LTD-REJEITADAS		PIC ZZZZZ9.
		02 FILLER PIC X(11) VALUE "  CREDITO: ".
		02 LTD-CREDITO			PIC ZZZZZZZZ9,99.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		ACCEPT WS-HORA-SISTEMA FROM TIME.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-DEVOLUCOES UNTIL EOF-DEV.
		IF WS-QTD-DEVOLUCOES > ZEROS
			PERFORM CARREGAR-CLIENTES UNTIL EOF-CLI
			PERFORM APURAR-FATURADO UNTIL EOF-JRN
			PERFORM APURAR-JA-DEVOLVIDO UNTIL EOF-REG
			PERFORM VALIDAR-DEVOLUCOES
			PERFORM LER-SEQUENCIA
			PERFORM ABRIR-SAIDAS
			PERFORM EMITIR-NOTAS
			PERFORM GRAVAR-SEQUENCIA
			PERFORM FECHAR-SAIDAS
		END-IF.
		PERFORM ESCREVER-TOTAL-DIA.
		PERFORM GRAVAR-CONTROLE.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

	ABRIR-ARQUIVOS.
		OPEN INPUT DEVOLUCAO-FILE.
		IF WS-DEV-STATUS NOT = "00"
			DISPLAY "DEVOLUC.DAT NAO ENCONTRADO - NADA A DEVOLVER"
			MOVE "S" TO WS-EOF-DEV
		END-IF.
		OPEN INPUT MERCADORIA-MASTER-FILE.
		OPEN OUTPUT NOTA-CREDITO-FILE.

	CARREGAR-DEVOLUCOES.
		READ DEVOLUCAO-FILE
			AT END
				MOVE "S" TO WS-EOF-DEV
			NOT AT END
				ADD 1 TO W-TOTAL-LIDAS
				IF WS-QTD-DEVOLUCOES < 200
					ADD 1 TO WS-QTD-DEVOLUCOES
					MOVE DEV-FATURA
						TO WS-DEV-FATURA(WS-QTD-DEVOLUCOES)
					MOVE DEV-NAME TO WS-DEV-NOME(WS-QTD-DEVOLUCOES)
					MOVE DEV-QTD TO WS-DEV-QTD(WS-QTD-DEVOLUCOES)
					MOVE SPACES TO WS-DEV-CLIENTE(WS-QTD-DEVOLUCOES)
					MOVE ZEROS
						TO WS-DEV-QTD-FATURADA(WS-QTD-DEVOLUCOES)
					MOVE ZEROS
						TO WS-DEV-VALOR-FATURADO(WS-QTD-DEVOLUCOES)
					MOVE ZEROS
						TO WS-DEV-QTD-DEVOLVIDA(WS-QTD-DEVOLUCOES)
					MOVE ZEROS
						TO WS-DEV-VALOR-DEVOLVIDO(WS-QTD-DEVOLUCOES)
					MOVE ZEROS TO WS-DEV-VALOR(WS-QTD-DEVOLUCOES)
					MOVE ZEROS TO WS-DEV-CUSTO(WS-QTD-DEVOLUCOES)
					MOVE SPACES TO WS-DEV-SITUACAO(WS-QTD-DEVOLUCOES)
				ELSE
					MOVE DEV-FATURA TO LRJ-FATURA
					MOVE DEV-NAME TO LRJ-NOME
					MOVE "FORA DO DIA - TABELA CHEIA" TO LRJ-MOTIVO
					MOVE LINHA-REJEITO TO NOTA-LINE
					WRITE NOTA-LINE
					ADD 1 TO W-TOTAL-REJEITADAS
				END-IF
		END-READ.

	CARREGAR-CLIENTES.
		IF WS-CLI-STATUS = SPACES
			OPEN INPUT CLIENTE-MASTER-FILE
			IF WS-CLI-STATUS NOT = "00"
				MOVE "S" TO WS-EOF-CLI
			END-IF
		END-IF.
		IF NOT EOF-CLI
			READ CLIENTE-MASTER-FILE
				AT END
					MOVE "S" TO WS-EOF-CLI
					CLOSE CLIENTE-MASTER-FILE
				NOT AT END
					IF WS-QTD-CLIENTES < 50
						ADD 1 TO WS-QTD-CLIENTES
						MOVE CLI-CODIGO
							TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
						MOVE CLI-NOME
							TO WS-CLI-NOME(WS-QTD-CLIENTES)
					END-IF
			END-READ
		END-IF.

*> So as linhas positivas sao venda: as negativas ja sao notas de
*> credito e carregam o numero da nota, nao o da fatura.
	APURAR-FATURADO.
		IF WS-JRN-STATUS = SPACES
			OPEN INPUT VENDA-JORNAL-FILE
			IF WS-JRN-STATUS NOT = "00"
				DISPLAY "VENDJRN.DAT NAO ENCONTRADO - "
					"TODA DEVOLUCAO SERA REJEITADA"
				MOVE "S" TO WS-EOF-JRN
			END-IF
		END-IF.
		IF NOT EOF-JRN
			READ VENDA-JORNAL-FILE
				AT END
					MOVE "S" TO WS-EOF-JRN
					CLOSE VENDA-JORNAL-FILE
				NOT AT END
					IF VJ-QTD > ZEROS
						MOVE ZEROS TO WS-I
						PERFORM SOMAR-FATURADO
							UNTIL WS-I NOT < WS-QTD-DEVOLUCOES
					END-IF
			END-READ
		END-IF.

	SOMAR-FATURADO.
		ADD 1 TO WS-I.
		IF WS-DEV-FATURA(WS-I) = VJ-NUMERO
			AND WS-DEV-NOME(WS-I) = VJ-NAME
			MOVE VJ-CLIENTE TO WS-DEV-CLIENTE(WS-I)
			ADD VJ-QTD TO WS-DEV-QTD-FATURADA(WS-I)
			ADD VJ-VALOR TO WS-DEV-VALOR-FATURADO(WS-I)
		END-IF.

	APURAR-JA-DEVOLVIDO.
		IF WS-REG-STATUS = SPACES
			OPEN INPUT DEVOLUCAO-REG-FILE
			IF WS-REG-STATUS NOT = "00"
				MOVE "S" TO WS-EOF-REG
			END-IF
		END-IF.
		IF NOT EOF-REG
			READ DEVOLUCAO-REG-FILE
				AT END
					MOVE "S" TO WS-EOF-REG
					CLOSE DEVOLUCAO-REG-FILE
				NOT AT END
					MOVE ZEROS TO WS-I
					PERFORM SOMAR-JA-DEVOLVIDO
						UNTIL WS-I NOT < WS-QTD-DEVOLUCOES
			END-READ
		END-IF.

	SOMAR-JA-DEVOLVIDO.
		ADD 1 TO WS-I.
		IF WS-DEV-FATURA(WS-I) = DR-FATURA
			AND WS-DEV-NOME(WS-I) = DR-NAME
			ADD DR-QTD TO WS-DEV-QTD-DEVOLVIDA(WS-I)
			ADD DR-VALOR TO WS-DEV-VALOR-DEVOLVIDO(WS-I)
		END-IF.

	VALIDAR-DEVOLUCOES.
		MOVE ZEROS TO WS-I.
		PERFORM VALIDAR-UMA-DEVOLUCAO
			UNTIL WS-I NOT < WS-QTD-DEVOLUCOES.

	VALIDAR-UMA-DEVOLUCAO.
		ADD 1 TO WS-I.
		COMPUTE WS-SALDO-QTD = WS-DEV-QTD-FATURADA(WS-I)
			- WS-DEV-QTD-DEVOLVIDA(WS-I).
		MOVE WS-DEV-NOME(WS-I) TO W-NAME.
		PERFORM BUSCAR-MASTER.
		EVALUATE TRUE
			WHEN WS-DEV-QTD-FATURADA(WS-I) = ZEROS
				MOVE "ITEM NAO CONSTA DA FATURA" TO LRJ-MOTIVO
				PERFORM REJEITAR-DEVOLUCAO
			WHEN WS-DEV-QTD(WS-I) = ZEROS
				MOVE "QTD ZERADA" TO LRJ-MOTIVO
				PERFORM REJEITAR-DEVOLUCAO
			WHEN WS-DEV-QTD(WS-I) > WS-SALDO-QTD
				MOVE "QTD MAIOR QUE O SALDO FATURADO" TO LRJ-MOTIVO
				PERFORM REJEITAR-DEVOLUCAO
			WHEN NOT ITEM-ENCONTRADO
				MOVE "ITEM NAO CADASTRADO" TO LRJ-MOTIVO
				PERFORM REJEITAR-DEVOLUCAO
			WHEN OTHER
				PERFORM ACEITAR-DEVOLUCAO
		END-EVALUATE.

*> Devolucao do saldo inteiro leva o valor que ainda resta da
*> fatura, para os arredondamentos das devolucoes parciais nunca
*> creditarem mais do que foi faturado.
	ACEITAR-DEVOLUCAO.
		MOVE "P" TO WS-DEV-SITUACAO(WS-I).
		MOVE MM-CUSTO-UNIT TO WS-DEV-CUSTO(WS-I).
		IF WS-DEV-QTD(WS-I) = WS-SALDO-QTD
			COMPUTE WS-DEV-VALOR(WS-I) = WS-DEV-VALOR-FATURADO(WS-I)
				- WS-DEV-VALOR-DEVOLVIDO(WS-I)
		ELSE
			COMPUTE WS-DEV-VALOR(WS-I) ROUNDED =
				WS-DEV-VALOR-FATURADO(WS-I) * WS-DEV-QTD(WS-I)
				/ WS-DEV-QTD-FATURADA(WS-I)
		END-IF.
		MOVE WS-I TO WS-J.
		PERFORM PROPAGAR-DEVOLUCAO
			UNTIL WS-J NOT < WS-QTD-DEVOLUCOES.

	PROPAGAR-DEVOLUCAO.
		ADD 1 TO WS-J.
		IF WS-DEV-FATURA(WS-J) = WS-DEV-FATURA(WS-I)
			AND WS-DEV-NOME(WS-J) = WS-DEV-NOME(WS-I)
			ADD WS-DEV-QTD(WS-I) TO WS-DEV-QTD-DEVOLVIDA(WS-J)
			ADD WS-DEV-VALOR(WS-I) TO WS-DEV-VALOR-DEVOLVIDO(WS-J)
		END-IF.

	REJEITAR-DEVOLUCAO.
		MOVE "R" TO WS-DEV-SITUACAO(WS-I).
		ADD 1 TO W-TOTAL-REJEITADAS.
		MOVE WS-DEV-FATURA(WS-I) TO LRJ-FATURA.
		MOVE WS-DEV-NOME(WS-I) TO LRJ-NOME.
		MOVE LINHA-REJEITO TO NOTA-LINE.
		WRITE NOTA-LINE.

	LER-SEQUENCIA.
		MOVE 1 TO WS-NUMERO-NOTA.
		OPEN INPUT FATURA-SEQ-FILE.
		IF WS-SEQ-STATUS = "00"
			READ FATURA-SEQ-FILE
				AT END
					CONTINUE
				NOT AT END
					IF FSQ-PROXIMO-NUMERO > ZEROS
						MOVE FSQ-PROXIMO-NUMERO TO WS-NUMERO-NOTA
					END-IF
			END-READ
			CLOSE FATURA-SEQ-FILE
		ELSE
			DISPLAY "FATSEQ.DAT NAO ENCONTRADO - "
				"NUMERACAO INICIA EM 000001"
		END-IF.

*> O jornal e o registro de devolucoes acabaram de ser lidos ate o
*> fim; so agora sao reabertos para acrescentar.
	ABRIR-SAIDAS.
		OPEN EXTEND VENDA-JORNAL-FILE.
		IF WS-JRN-STATUS = "35"
			OPEN OUTPUT VENDA-JORNAL-FILE
		END-IF.
		OPEN EXTEND DEVOLUCAO-REG-FILE.
		IF WS-REG-STATUS = "35"
			OPEN OUTPUT DEVOLUCAO-REG-FILE
		END-IF.
		OPEN EXTEND MERCADORIA-TRANS-FILE.
		IF WS-TRANS-STATUS = "35"
			OPEN OUTPUT MERCADORIA-TRANS-FILE
		END-IF.
		OPEN I-O CONTA-RECEBER-FILE.
		IF WS-CR-STATUS = "00"
			MOVE "S" TO WS-CR-ABERTO
		ELSE
			DISPLAY "CRECEB.DAT NAO ENCONTRADO - STATUS " WS-CR-STATUS
				" - NENHUM TITULO SERA ABATIDO"
		END-IF.

*> Uma nota por fatura de origem: a primeira linha aceita de cada
*> fatura abre a nota e recolhe as demais linhas aceitas da mesma
*> fatura, que ficam marcadas como emitidas.
	EMITIR-NOTAS.
		MOVE ZEROS TO WS-I.
		PERFORM EMITIR-UMA-NOTA
			UNTIL WS-I NOT < WS-QTD-DEVOLUCOES.

	EMITIR-UMA-NOTA.
		ADD 1 TO WS-I.
		IF DEV-ACEITA(WS-I)
			ADD 1 TO W-TOTAL-NOTAS
			MOVE WS-DEV-FATURA(WS-I) TO WS-FATURA-ATUAL
			MOVE WS-DEV-CLIENTE(WS-I) TO WS-CLIENTE-ATUAL
			MOVE ZEROS TO WS-TOTAL-NOTA
			MOVE LINHA-SEPARADOR TO NOTA-LINE
			WRITE NOTA-LINE
			MOVE WS-NUMERO-NOTA TO LNT-NUMERO
			MOVE WS-DATA-COMPLETA TO LNT-DATA
			MOVE LINHA-NC-TITULO TO NOTA-LINE
			WRITE NOTA-LINE
			PERFORM LOCALIZAR-CLIENTE
			MOVE WS-FATURA-ATUAL TO LNR-FATURA
			MOVE WS-CLIENTE-ATUAL TO LNR-CLIENTE
			IF WS-CLI-IDX > ZEROS
				MOVE WS-CLI-NOME(WS-CLI-IDX) TO LNR-NOME
			ELSE
				MOVE SPACES TO LNR-NOME
			END-IF
			MOVE LINHA-NC-REFERENCIA TO NOTA-LINE
			WRITE NOTA-LINE
			COMPUTE WS-J = WS-I - 1
			PERFORM EMITIR-LINHA-NOTA
				UNTIL WS-J NOT < WS-QTD-DEVOLUCOES
			MOVE WS-TOTAL-NOTA TO LNV-VALOR
			MOVE LINHA-NC-TOTAL TO NOTA-LINE
			WRITE NOTA-LINE
			ADD WS-TOTAL-NOTA TO W-TOTAL-CREDITO
			PERFORM ABATER-TITULO
			ADD 1 TO WS-NUMERO-NOTA
		END-IF.

	EMITIR-LINHA-NOTA.
		ADD 1 TO WS-J.
		IF DEV-ACEITA(WS-J)
			AND WS-DEV-FATURA(WS-J) = WS-FATURA-ATUAL
			MOVE WS-DEV-NOME(WS-J) TO LND-NOME
			MOVE WS-DEV-QTD(WS-J) TO LND-QTD
			MOVE WS-DEV-VALOR(WS-J) TO LND-VALOR
			MOVE LINHA-NC-DETALHE TO NOTA-LINE
			WRITE NOTA-LINE
			ADD WS-DEV-VALOR(WS-J) TO WS-TOTAL-NOTA
			PERFORM GRAVAR-JORNAL
			PERFORM GRAVAR-REGISTRO
			PERFORM GRAVAR-MOVIMENTO-ENTRADA
			MOVE "E" TO WS-DEV-SITUACAO(WS-J)
		END-IF.

	LOCALIZAR-CLIENTE.
		MOVE ZEROS TO WS-CLI-IDX.
		MOVE 1 TO WS-J.
		PERFORM PROCURAR-CLIENTE
			UNTIL WS-CLI-IDX > ZEROS OR WS-J > WS-QTD-CLIENTES.

	PROCURAR-CLIENTE.
		IF WS-CLI-CODIGO(WS-J) = WS-CLIENTE-ATUAL
			MOVE WS-J TO WS-CLI-IDX
		END-IF.
		ADD 1 TO WS-J.

	GRAVAR-JORNAL.
		MOVE WS-DATA-COMPLETA TO VJ-DATA.
		MOVE WS-NUMERO-NOTA TO VJ-NUMERO.
		MOVE WS-CLIENTE-ATUAL TO VJ-CLIENTE.
		MOVE WS-DEV-NOME(WS-J) TO VJ-NAME.
		COMPUTE VJ-QTD = ZEROS - WS-DEV-QTD(WS-J).
		COMPUTE VJ-VALOR = ZEROS - WS-DEV-VALOR(WS-J).
		WRITE VENDA-JORNAL-RECORD.

	GRAVAR-REGISTRO.
		MOVE WS-NUMERO-NOTA TO DR-NUMERO.
		MOVE WS-FATURA-ATUAL TO DR-FATURA.
		MOVE WS-DATA-COMPLETA TO DR-DATA.
		MOVE WS-CLIENTE-ATUAL TO DR-CLIENTE.
		MOVE WS-DEV-NOME(WS-J) TO DR-NAME.
		MOVE WS-DEV-QTD(WS-J) TO DR-QTD.
		MOVE WS-DEV-VALOR(WS-J) TO DR-VALOR.
		WRITE DEVOLUCAO-REG-RECORD.

*> O faturamento baixa toda venda do local padrao (MT-LOCAL em
*> branco), entao a devolucao volta para o mesmo local do mesmo
*> jeito. O custo e o medio atual do master, para a entrada nao
*> mexer no custo medio do item.
	GRAVAR-MOVIMENTO-ENTRADA.
		MOVE "E" TO MT-TIPO-MOV.
		MOVE WS-DEV-NOME(WS-J) TO MT-NAME.
		MOVE WS-DEV-QTD(WS-J) TO MT-QTD.
		MOVE WS-DEV-CUSTO(WS-J) TO MT-CUSTO-UNIT.
		MOVE SPACES TO MT-LOCAL.
		MOVE SPACES TO MT-LOCAL-DESTINO.
		MOVE "D" TO MT-ORIGEM.
		WRITE MERCADORIA-TRANS-RECORD.

*> A nota abate o titulo como um recebimento: o que sobrar alem do
*> saldo devedor vira credito do cliente no proprio titulo.
	ABATER-TITULO.
		IF CRECEB-ABERTO
			MOVE WS-FATURA-ATUAL TO CR-NUMERO
			READ CONTA-RECEBER-FILE
				INVALID KEY
					PERFORM ESCREVER-SEM-TITULO
				NOT INVALID KEY
					PERFORM AJUSTAR-TITULO
			END-READ
		END-IF.

	ESCREVER-SEM-TITULO.
		MOVE LINHA-SEM-TITULO TO NOTA-LINE.
		WRITE NOTA-LINE.

	AJUSTAR-TITULO.
		ADD WS-TOTAL-NOTA TO CR-VALOR-DEVOLVIDO.
		SUBTRACT WS-TOTAL-NOTA FROM CR-SALDO.
		EVALUATE TRUE
			WHEN CR-SALDO > ZEROS AND CR-VALOR-RECEBIDO = ZEROS
				MOVE "A" TO CR-SITUACAO
			WHEN CR-SALDO > ZEROS
				MOVE "P" TO CR-SITUACAO
			WHEN CR-SALDO = ZEROS
				MOVE "Q" TO CR-SITUACAO
			WHEN OTHER
				MOVE "C" TO CR-SITUACAO
		END-EVALUATE.
		REWRITE CONTA-RECEBER-RECORD
			INVALID KEY
				DISPLAY "ERRO AO REGRAVAR TITULO " CR-NUMERO
				MOVE 8 TO RETURN-CODE
		END-REWRITE.

	GRAVAR-SEQUENCIA.
		MOVE WS-NUMERO-NOTA TO FSQ-PROXIMO-NUMERO.
		OPEN OUTPUT FATURA-SEQ-FILE.
		WRITE FATURA-SEQ-RECORD.
		CLOSE FATURA-SEQ-FILE.

	COPY MERCLKUP.

	ESCREVER-TOTAL-DIA.
		MOVE W-TOTAL-NOTAS TO LTD-NOTAS.
		MOVE W-TOTAL-REJEITADAS TO LTD-REJEITADAS.
		MOVE W-TOTAL-CREDITO TO LTD-CREDITO.
		MOVE LINHA-SEPARADOR TO NOTA-LINE.
		WRITE NOTA-LINE.
		MOVE LINHA-TOTAL-DIA TO NOTA-LINE.
		WRITE NOTA-LINE.

*> Gravado mesmo sem devolucao no dia: o GL ve o total zerado da
*> data e nao pega um controle esquecido de outro dia.
	GRAVAR-CONTROLE.
		MOVE W-TOTAL-NOTAS TO CTD-TOTAL-NOTAS.
		MOVE W-TOTAL-CREDITO TO CTD-TOTAL-CREDITO.
		MOVE WS-DATA-COMPLETA TO CTD-DATA-GRAVACAO.
		MOVE WS-HORA-SISTEMA(1:6) TO CTD-HORA-GRAVACAO.
		OPEN OUTPUT CTL-DEVOLUCAO-FILE.
		WRITE CTL-DEVOLUCAO-RECORD.
		CLOSE CTL-DEVOLUCAO-FILE.

	FECHAR-SAIDAS.
		CLOSE VENDA-JORNAL-FILE.
		CLOSE DEVOLUCAO-REG-FILE.
		CLOSE MERCADORIA-TRANS-FILE.
		IF CRECEB-ABERTO
			CLOSE CONTA-RECEBER-FILE
		END-IF.

	FECHAR-ARQUIVOS.
		IF WS-DEV-STATUS NOT = "35"
			CLOSE DEVOLUCAO-FILE
		END-IF.
		CLOSE MERCADORIA-MASTER-FILE.
		CLOSE NOTA-CREDITO-FILE.
