IDENTIFICATION DIVISION.
PROGRAM-ID. MARGEM-ABC.
*> Margem bruta do mes e curva ABC: soma o jornal de vendas do mes
*> corrente (VENDJRN.DAT, ja liquido das notas de credito de
*> devolucao, que entram negativas), custeia cada linha pelo custo
*> medio MM-CUSTO-UNIT do master e imprime em MARGREP.DAT receita,
*> custo das mercadorias vendidas (CMV), margem e margem % por item
*> e por cliente. Os itens saem em ordem de receita, classificados
*> A (primeiros 80% da receita), B (ate 95%) e C (o resto, e quem
*> nao vendeu). A classe de cada item do master e regravada em
*> MERCABC.DAT para a reposicao e a contagem fisica priorizarem os
*> itens que pesam. Roda no fechamento do mes, como a valorizacao.
*> O CMV usa o custo medio da data do relatorio: o jornal nao guarda
*> o custo da venda.
*> A receita de servico de corte (cotacao aceita faturada) nao tem
*> CMV neste relatorio: o material foi baixado no aceite e nao e
*> item do jornal. Linha do jornal sem item no master sai numa linha
*> SERVICOS/SEM ITEM, fora da curva ABC, mas conta no cliente e no
*> total do mes.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT VENDA-JORNAL-FILE ASSIGN TO "VENDJRN.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-JRN-STATUS.
			SELECT MERCADORIA-MASTER-FILE ASSIGN TO "MERCMAST.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS MM-NAME
				FILE STATUS IS WS-MASTER-STATUS.
			SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CLI-STATUS.
			SELECT MERC-ABC-FILE ASSIGN TO "MERCABC.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-ABC-STATUS.
			SELECT MARGEM-REPORT-FILE ASSIGN TO "MARGREP.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD VENDA-JORNAL-FILE.
	COPY VENDJRN.
	FD MERCADORIA-MASTER-FILE.
	COPY MERCREC.
	FD CLIENTE-MASTER-FILE.
	COPY CLIREC.
	FD MERC-ABC-FILE.
	COPY MERCABC.
	FD MARGEM-REPORT-FILE.
	01 REPORT-LINE PIC X(80).
	WORKING-STORAGE SECTION.
	COPY MERCWS.
	01 WS-CONTROLES.
		02 WS-JRN-STATUS		PIC X(02) VALUE SPACES.
		02 WS-MASTER-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CLI-STATUS		PIC X(02) VALUE SPACES.
		02 WS-ABC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-REPORT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-JRN			PIC X VALUE "N".
			88 EOF-JRN VALUE "S".
		02 WS-EOF-CLI			PIC X VALUE "N".
			88 EOF-CLI VALUE "S".
		02 WS-EOF-MASTER		PIC X VALUE "N".
			88 EOF-MASTER VALUE "S".
		02 WS-FIM-RANKING		PIC X VALUE "N".
			88 FIM-RANKING VALUE "S".
		02 WS-ITEM-ENCONTRADO	PIC X VALUE "N".
			88 ITEM-ENCONTRADO VALUE "S".
		02 WS-SEM-ITEM			PIC X VALUE "N".
			88 LANCAMENTO-SEM-ITEM VALUE "S".
		02 WS-I					PIC 9(03) VALUE ZEROS.
		02 WS-ITM-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-MAIOR-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-VND-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-CLI-IDX			PIC 9(03) VALUE ZEROS.
		02 WS-NOME-PROCURADO	PIC X(20) VALUE SPACES.
		02 WS-CUSTO-ITEM		PIC 9(04)V99 VALUE ZEROS.
		02 WS-CUSTO-LINHA		PIC S9(09)V99 VALUE ZEROS.
		02 WS-RECEITA			PIC S9(11)V99 VALUE ZEROS.
		02 WS-CMV				PIC S9(11)V99 VALUE ZEROS.
		02 WS-MARGEM			PIC S9(11)V99 VALUE ZEROS.
		02 WS-MARGEM-PCT		PIC S9(05)V99 VALUE ZEROS.
		02 WS-ACUMULADO-PCT		PIC 9(03)V99 VALUE ZEROS.
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-ANO-MES			PIC 9(06) VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-LINHAS		PIC 9(06) VALUE ZEROS.
		02 W-RECEITA-TOTAL		PIC S9(11)V99 VALUE ZEROS.
		02 W-CMV-TOTAL			PIC S9(11)V99 VALUE ZEROS.
		02 W-RECEITA-POSITIVA	PIC 9(11)V99 VALUE ZEROS.
		02 W-RECEITA-ACUMULADA	PIC 9(11)V99 VALUE ZEROS.
		02 W-SERVICO-QTD		PIC S9(07) VALUE ZEROS.
		02 W-SERVICO-RECEITA	PIC S9(11)V99 VALUE ZEROS.
		02 W-TOTAL-CLASSES.
			03 W-CLASSE OCCURS 3 TIMES.
				04 W-CLASSE-ITENS	PIC 9(05).
				04 W-CLASSE-RECEITA	PIC S9(11)V99.
*> Um item por nome vendido no mes. O custo e lido do master uma
*> vez, na primeira linha do item; WS-ITM-CLASSE fica em branco ate
*> o ranking e WS-ITM-RANQUEADO marca quem ja foi classificado.
	01 WS-TABELA-ITENS.
		02 WS-QTD-ITENS			PIC 9(03) VALUE ZEROS.
		02 WS-ITEM OCCURS 500 TIMES.
			03 WS-ITM-NOME		PIC X(20).
			03 WS-ITM-CUSTO		PIC 9(04)V99.
			03 WS-ITM-QTD		PIC S9(07).
			03 WS-ITM-RECEITA	PIC S9(09)V99.
			03 WS-ITM-CMV		PIC S9(09)V99.
			03 WS-ITM-PARTICIPACAO PIC 9(03)V99.
			03 WS-ITM-CLASSE	PIC X(01).
			03 WS-ITM-RANQUEADO	PIC X(01).
	01 WS-TABELA-VENDAS-CLIENTE.
		02 WS-QTD-VND-CLIENTES	PIC 9(03) VALUE ZEROS.
		02 WS-VND-CLIENTE OCCURS 200 TIMES.
			03 WS-VND-CODIGO	PIC X(06).
			03 WS-VND-RECEITA	PIC S9(09)V99.
			03 WS-VND-CMV		PIC S9(09)V99.
	01 WS-TABELA-CLIENTES.
		02 WS-QTD-CLIENTES		PIC 9(03) VALUE ZEROS.
		02 WS-CLIENTE OCCURS 50 TIMES.
			03 WS-CLI-CODIGO	PIC X(06).
			03 WS-CLI-NOME		PIC X(30).
	01 LINHA-TITULO.
		02 FILLER PIC X(32) VALUE "MARGEM BRUTA E CURVA ABC - MES ".
		02 LTI-ANO-MES			PIC 9(06).
	01 LINHA-CABECALHO-ITEM.
		02 FILLER PIC X(26) VALUE "ITEM                   QTD".
		02 FILLER PIC X(14) VALUE "       RECEITA".
		02 FILLER PIC X(14) VALUE "           CMV".
		02 FILLER PIC X(14) VALUE "        MARGEM".
		02 FILLER PIC X(12) VALUE "   MARG%  C".
	01 LINHA-ITEM.
		02 LIT-NOME				PIC X(20).
		02 LIT-QTD				PIC -ZZZZ9.
		02 LIT-RECEITA			PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LIT-CMV				PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LIT-MARGEM			PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LIT-PCT				PIC -ZZZZ9,99.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LIT-CLASSE			PIC X(01).
	01 LINHA-CABECALHO-CLIENTE.
		02 FILLER PIC X(26) VALUE "CLIENTE".
		02 FILLER PIC X(14) VALUE "       RECEITA".
		02 FILLER PIC X(14) VALUE "           CMV".
		02 FILLER PIC X(14) VALUE "        MARGEM".
		02 FILLER PIC X(09) VALUE "   MARG%".
	01 LINHA-CLIENTE.
		02 LCL-CODIGO			PIC X(06).
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LCL-NOME				PIC X(19).
		02 LCL-RECEITA			PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LCL-CMV				PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LCL-MARGEM			PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LCL-PCT				PIC -ZZZZ9,99.
	01 LINHA-TOTAL.
		02 LTT-ROTULO			PIC X(26).
		02 LTT-RECEITA			PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LTT-CMV				PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LTT-MARGEM			PIC -ZZZZZZZZ9,99.
		02 FILLER				PIC X(01) VALUE SPACES.
		02 LTT-PCT				PIC -ZZZZ9,99.
	01 LINHA-CLASSE.
		02 FILLER PIC X(07) VALUE "CLASSE ".
		02 LCS-CLASSE			PIC X(01).
		02 FILLER PIC X(09) VALUE " - ITENS ".
		02 LCS-ITENS			PIC ZZZZ9.
		02 FILLER PIC X(10) VALUE "  RECEITA ".
		02 LCS-RECEITA			PIC -ZZZZZZZZ9,99.
	01 LINHA-SEPARADOR.
		02 FILLER PIC X(80) VALUE ALL "-".
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		MOVE WS-DATA-COMPLETA(1:6) TO WS-ANO-MES.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-CLIENTES UNTIL EOF-CLI.
		PERFORM SOMAR-JORNAL UNTIL EOF-JRN.
		PERFORM ESCREVER-ITENS.
		PERFORM ESCREVER-CLIENTES.
		PERFORM GRAVAR-CLASSES.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.

	ABRIR-ARQUIVOS.
		OPEN INPUT MERCADORIA-MASTER-FILE.
		IF WS-MASTER-STATUS NOT = "00"
			DISPLAY "MERCMAST.DAT NAO ENCONTRADO - STATUS "
				WS-MASTER-STATUS " - CMV ZERADO"
			MOVE "S" TO WS-EOF-MASTER
		END-IF.
		OPEN OUTPUT MARGEM-REPORT-FILE.
		MOVE WS-ANO-MES TO LTI-ANO-MES.
		MOVE LINHA-TITULO TO REPORT-LINE.
		WRITE REPORT-LINE.

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

	SOMAR-JORNAL.
		IF WS-JRN-STATUS = SPACES
			OPEN INPUT VENDA-JORNAL-FILE
			IF WS-JRN-STATUS NOT = "00"
				DISPLAY "VENDJRN.DAT NAO ENCONTRADO - "
					"RELATORIO SEM VENDAS"
				MOVE "S" TO WS-EOF-JRN
			END-IF
		END-IF.
		IF NOT EOF-JRN
			READ VENDA-JORNAL-FILE
				AT END
					MOVE "S" TO WS-EOF-JRN
					CLOSE VENDA-JORNAL-FILE
				NOT AT END
					IF VJ-DATA(1:6) = WS-ANO-MES
						PERFORM SOMAR-UM-LANCAMENTO
					END-IF
			END-READ
		END-IF.

*> Com a tabela de itens cheia o item fica fora da linha por item
*> e da curva, mas o custo e buscado direto no master para o
*> cliente e o total continuarem certos. Linha sem item no master
*> (servico de corte) nao entra na tabela nem na curva: vai para
*> o total de servicos, com CMV zero.
	SOMAR-UM-LANCAMENTO.
		ADD 1 TO W-TOTAL-LINHAS.
		MOVE "N" TO WS-SEM-ITEM.
		MOVE VJ-NAME TO WS-NOME-PROCURADO.
		PERFORM LOCALIZAR-ITEM.
		IF WS-ITM-IDX = ZEROS
			PERFORM BUSCAR-CUSTO
			EVALUATE TRUE
				WHEN LANCAMENTO-SEM-ITEM
					CONTINUE
				WHEN WS-QTD-ITENS < 500
					ADD 1 TO WS-QTD-ITENS
					MOVE WS-QTD-ITENS TO WS-ITM-IDX
					MOVE VJ-NAME TO WS-ITM-NOME(WS-ITM-IDX)
					MOVE WS-CUSTO-ITEM TO WS-ITM-CUSTO(WS-ITM-IDX)
					MOVE ZEROS TO WS-ITM-QTD(WS-ITM-IDX)
					MOVE ZEROS TO WS-ITM-RECEITA(WS-ITM-IDX)
					MOVE ZEROS TO WS-ITM-CMV(WS-ITM-IDX)
					MOVE ZEROS TO WS-ITM-PARTICIPACAO(WS-ITM-IDX)
					MOVE SPACES TO WS-ITM-CLASSE(WS-ITM-IDX)
					MOVE "N" TO WS-ITM-RANQUEADO(WS-ITM-IDX)
				WHEN OTHER
					DISPLAY "ITEM FORA DA CURVA - TABELA CHEIA: " VJ-NAME
			END-EVALUATE
		ELSE
			MOVE WS-ITM-CUSTO(WS-ITM-IDX) TO WS-CUSTO-ITEM
		END-IF.
		COMPUTE WS-CUSTO-LINHA = VJ-QTD * WS-CUSTO-ITEM.
		IF LANCAMENTO-SEM-ITEM
			ADD VJ-QTD TO W-SERVICO-QTD
			ADD VJ-VALOR TO W-SERVICO-RECEITA
		END-IF.
		IF WS-ITM-IDX > ZEROS
			ADD VJ-QTD TO WS-ITM-QTD(WS-ITM-IDX)
			ADD VJ-VALOR TO WS-ITM-RECEITA(WS-ITM-IDX)
			ADD WS-CUSTO-LINHA TO WS-ITM-CMV(WS-ITM-IDX)
		END-IF.
		PERFORM SOMAR-CLIENTE.
		ADD VJ-VALOR TO W-RECEITA-TOTAL.
		ADD WS-CUSTO-LINHA TO W-CMV-TOTAL.

	BUSCAR-CUSTO.
		MOVE ZEROS TO WS-CUSTO-ITEM.
		IF WS-MASTER-STATUS = "00"
			MOVE VJ-NAME TO W-NAME
			PERFORM BUSCAR-MASTER
			IF ITEM-ENCONTRADO
				MOVE MM-CUSTO-UNIT TO WS-CUSTO-ITEM
			ELSE
				MOVE "S" TO WS-SEM-ITEM
			END-IF
		END-IF.

	LOCALIZAR-ITEM.
		MOVE ZEROS TO WS-ITM-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-ITEM
			UNTIL WS-ITM-IDX > ZEROS OR WS-I > WS-QTD-ITENS.

	PROCURAR-ITEM.
		IF WS-ITM-NOME(WS-I) = WS-NOME-PROCURADO
			MOVE WS-I TO WS-ITM-IDX
		END-IF.
		ADD 1 TO WS-I.

	SOMAR-CLIENTE.
		MOVE ZEROS TO WS-VND-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-VENDA-CLIENTE
			UNTIL WS-VND-IDX > ZEROS OR WS-I > WS-QTD-VND-CLIENTES.
		IF WS-VND-IDX = ZEROS
			IF WS-QTD-VND-CLIENTES < 200
				ADD 1 TO WS-QTD-VND-CLIENTES
				MOVE WS-QTD-VND-CLIENTES TO WS-VND-IDX
				MOVE VJ-CLIENTE TO WS-VND-CODIGO(WS-VND-IDX)
				MOVE ZEROS TO WS-VND-RECEITA(WS-VND-IDX)
				MOVE ZEROS TO WS-VND-CMV(WS-VND-IDX)
			ELSE
				DISPLAY "CLIENTE FORA DO RELATORIO - TABELA CHEIA: "
					VJ-CLIENTE
			END-IF
		END-IF.
		IF WS-VND-IDX > ZEROS
			ADD VJ-VALOR TO WS-VND-RECEITA(WS-VND-IDX)
			ADD WS-CUSTO-LINHA TO WS-VND-CMV(WS-VND-IDX)
		END-IF.

	PROCURAR-VENDA-CLIENTE.
		IF WS-VND-CODIGO(WS-I) = VJ-CLIENTE
			MOVE WS-I TO WS-VND-IDX
		END-IF.
		ADD 1 TO WS-I.

*> Curva ABC: a cada volta sai o item ainda nao classificado de
*> maior receita; a classe vem da participacao acumulada ANTES dele,
*> para o item que cruza a faixa ficar na classe de cima. Receita
*> zerada ou negativa (devolucao maior que a venda do mes) nao
*> entra na curva e sai no fim como "C".
	ESCREVER-ITENS.
		MOVE LINHA-CABECALHO-ITEM TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE ZEROS TO WS-I.
		PERFORM SOMAR-RECEITA-POSITIVA
			UNTIL WS-I NOT < WS-QTD-ITENS.
		PERFORM RANQUEAR-PROXIMO UNTIL FIM-RANKING.
		MOVE ZEROS TO WS-I.
		PERFORM ESCREVER-ITEM-SEM-RECEITA
			UNTIL WS-I NOT < WS-QTD-ITENS.
		PERFORM ESCREVER-SERVICOS.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "TOTAL DO MES" TO LTT-ROTULO.
		MOVE W-RECEITA-TOTAL TO WS-RECEITA.
		MOVE W-CMV-TOTAL TO WS-CMV.
		PERFORM ESCREVER-TOTAL.
		MOVE "A" TO LCS-CLASSE.
		MOVE 1 TO WS-I.
		PERFORM ESCREVER-CLASSE.
		MOVE "B" TO LCS-CLASSE.
		MOVE 2 TO WS-I.
		PERFORM ESCREVER-CLASSE.
		MOVE "C" TO LCS-CLASSE.
		MOVE 3 TO WS-I.
		PERFORM ESCREVER-CLASSE.

	SOMAR-RECEITA-POSITIVA.
		ADD 1 TO WS-I.
		IF WS-ITM-RECEITA(WS-I) > ZEROS
			ADD WS-ITM-RECEITA(WS-I) TO W-RECEITA-POSITIVA
		END-IF.

	RANQUEAR-PROXIMO.
		MOVE ZEROS TO WS-MAIOR-IDX.
		MOVE ZEROS TO WS-I.
		PERFORM PROCURAR-MAIOR-RECEITA
			UNTIL WS-I NOT < WS-QTD-ITENS.
		IF WS-MAIOR-IDX = ZEROS
			MOVE "S" TO WS-FIM-RANKING
		ELSE
			MOVE WS-MAIOR-IDX TO WS-ITM-IDX
			PERFORM CLASSIFICAR-ITEM
			PERFORM ESCREVER-LINHA-ITEM
		END-IF.

	PROCURAR-MAIOR-RECEITA.
		ADD 1 TO WS-I.
		IF WS-ITM-RANQUEADO(WS-I) = "N"
			AND WS-ITM-RECEITA(WS-I) > ZEROS
			IF WS-MAIOR-IDX = ZEROS
				MOVE WS-I TO WS-MAIOR-IDX
			ELSE
				IF WS-ITM-RECEITA(WS-I) > WS-ITM-RECEITA(WS-MAIOR-IDX)
					MOVE WS-I TO WS-MAIOR-IDX
				END-IF
			END-IF
		END-IF.

	CLASSIFICAR-ITEM.
		MOVE "S" TO WS-ITM-RANQUEADO(WS-ITM-IDX).
		COMPUTE WS-ACUMULADO-PCT =
			W-RECEITA-ACUMULADA * 100 / W-RECEITA-POSITIVA.
		COMPUTE WS-ITM-PARTICIPACAO(WS-ITM-IDX) ROUNDED =
			WS-ITM-RECEITA(WS-ITM-IDX) * 100 / W-RECEITA-POSITIVA.
		ADD WS-ITM-RECEITA(WS-ITM-IDX) TO W-RECEITA-ACUMULADA.
		EVALUATE TRUE
			WHEN WS-ACUMULADO-PCT < 80
				MOVE "A" TO WS-ITM-CLASSE(WS-ITM-IDX)
				MOVE 1 TO WS-I
			WHEN WS-ACUMULADO-PCT < 95
				MOVE "B" TO WS-ITM-CLASSE(WS-ITM-IDX)
				MOVE 2 TO WS-I
			WHEN OTHER
				MOVE "C" TO WS-ITM-CLASSE(WS-ITM-IDX)
				MOVE 3 TO WS-I
		END-EVALUATE.
		ADD 1 TO W-CLASSE-ITENS(WS-I).
		ADD WS-ITM-RECEITA(WS-ITM-IDX) TO W-CLASSE-RECEITA(WS-I).

	ESCREVER-ITEM-SEM-RECEITA.
		ADD 1 TO WS-I.
		IF WS-ITM-RANQUEADO(WS-I) = "N"
			MOVE WS-I TO WS-ITM-IDX
			MOVE "S" TO WS-ITM-RANQUEADO(WS-ITM-IDX)
			MOVE "C" TO WS-ITM-CLASSE(WS-ITM-IDX)
			ADD 1 TO W-CLASSE-ITENS(3)
			ADD WS-ITM-RECEITA(WS-ITM-IDX) TO W-CLASSE-RECEITA(3)
			PERFORM ESCREVER-LINHA-ITEM
		END-IF.

*> Servicos sem item no master: uma linha so, sem CMV e sem classe.
	ESCREVER-SERVICOS.
		IF W-SERVICO-QTD NOT = ZEROS OR W-SERVICO-RECEITA NOT = ZEROS
			MOVE W-SERVICO-RECEITA TO WS-RECEITA
			MOVE ZEROS TO WS-CMV
			PERFORM CALCULAR-MARGEM
			MOVE "SERVICOS/SEM ITEM" TO LIT-NOME
			MOVE W-SERVICO-QTD TO LIT-QTD
			MOVE WS-RECEITA TO LIT-RECEITA
			MOVE WS-CMV TO LIT-CMV
			MOVE WS-MARGEM TO LIT-MARGEM
			MOVE WS-MARGEM-PCT TO LIT-PCT
			MOVE SPACES TO LIT-CLASSE
			MOVE LINHA-ITEM TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

	ESCREVER-LINHA-ITEM.
		MOVE WS-ITM-RECEITA(WS-ITM-IDX) TO WS-RECEITA.
		MOVE WS-ITM-CMV(WS-ITM-IDX) TO WS-CMV.
		PERFORM CALCULAR-MARGEM.
		MOVE WS-ITM-NOME(WS-ITM-IDX) TO LIT-NOME.
		MOVE WS-ITM-QTD(WS-ITM-IDX) TO LIT-QTD.
		MOVE WS-RECEITA TO LIT-RECEITA.
		MOVE WS-CMV TO LIT-CMV.
		MOVE WS-MARGEM TO LIT-MARGEM.
		MOVE WS-MARGEM-PCT TO LIT-PCT.
		MOVE WS-ITM-CLASSE(WS-ITM-IDX) TO LIT-CLASSE.
		MOVE LINHA-ITEM TO REPORT-LINE.
		WRITE REPORT-LINE.

	CALCULAR-MARGEM.
		COMPUTE WS-MARGEM = WS-RECEITA - WS-CMV.
		IF WS-RECEITA = ZEROS
			MOVE ZEROS TO WS-MARGEM-PCT
		ELSE
			COMPUTE WS-MARGEM-PCT ROUNDED =
				WS-MARGEM * 100 / WS-RECEITA
				ON SIZE ERROR
					MOVE ZEROS TO WS-MARGEM-PCT
			END-COMPUTE
		END-IF.

	ESCREVER-TOTAL.
		PERFORM CALCULAR-MARGEM.
		MOVE WS-RECEITA TO LTT-RECEITA.
		MOVE WS-CMV TO LTT-CMV.
		MOVE WS-MARGEM TO LTT-MARGEM.
		MOVE WS-MARGEM-PCT TO LTT-PCT.
		MOVE LINHA-TOTAL TO REPORT-LINE.
		WRITE REPORT-LINE.

	ESCREVER-CLASSE.
		MOVE W-CLASSE-ITENS(WS-I) TO LCS-ITENS.
		MOVE W-CLASSE-RECEITA(WS-I) TO LCS-RECEITA.
		MOVE LINHA-CLASSE TO REPORT-LINE.
		WRITE REPORT-LINE.

	ESCREVER-CLIENTES.
		MOVE LINHA-SEPARADOR TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE LINHA-CABECALHO-CLIENTE TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE ZEROS TO WS-VND-IDX.
		PERFORM ESCREVER-UM-CLIENTE
			UNTIL WS-VND-IDX NOT < WS-QTD-VND-CLIENTES.

	ESCREVER-UM-CLIENTE.
		ADD 1 TO WS-VND-IDX.
		MOVE WS-VND-RECEITA(WS-VND-IDX) TO WS-RECEITA.
		MOVE WS-VND-CMV(WS-VND-IDX) TO WS-CMV.
		PERFORM CALCULAR-MARGEM.
		MOVE WS-VND-CODIGO(WS-VND-IDX) TO LCL-CODIGO.
		PERFORM LOCALIZAR-CLIENTE.
		IF WS-CLI-IDX > ZEROS
			MOVE WS-CLI-NOME(WS-CLI-IDX) TO LCL-NOME
		ELSE
			MOVE "NAO CADASTRADO" TO LCL-NOME
		END-IF.
		MOVE WS-RECEITA TO LCL-RECEITA.
		MOVE WS-CMV TO LCL-CMV.
		MOVE WS-MARGEM TO LCL-MARGEM.
		MOVE WS-MARGEM-PCT TO LCL-PCT.
		MOVE LINHA-CLIENTE TO REPORT-LINE.
		WRITE REPORT-LINE.

	LOCALIZAR-CLIENTE.
		MOVE ZEROS TO WS-CLI-IDX.
		MOVE 1 TO WS-I.
		PERFORM PROCURAR-CLIENTE
			UNTIL WS-CLI-IDX > ZEROS OR WS-I > WS-QTD-CLIENTES.

	PROCURAR-CLIENTE.
		IF WS-CLI-CODIGO(WS-I) = WS-VND-CODIGO(WS-VND-IDX)
			MOVE WS-I TO WS-CLI-IDX
		END-IF.
		ADD 1 TO WS-I.

*> Todo item do master ganha classe, inclusive quem nao vendeu no
*> mes (C): a reposicao e a contagem leem o arquivo inteiro e item
*> ausente significaria "sem classificacao".
	GRAVAR-CLASSES.
		OPEN OUTPUT MERC-ABC-FILE.
		IF NOT EOF-MASTER
			MOVE SPACES TO MM-NAME
			START MERCADORIA-MASTER-FILE KEY IS GREATER THAN MM-NAME
				INVALID KEY
					MOVE "S" TO WS-EOF-MASTER
			END-START
		END-IF.
		PERFORM GRAVAR-UMA-CLASSE UNTIL EOF-MASTER.
		CLOSE MERC-ABC-FILE.

	GRAVAR-UMA-CLASSE.
		READ MERCADORIA-MASTER-FILE NEXT RECORD
			AT END
				MOVE "S" TO WS-EOF-MASTER
			NOT AT END
				MOVE MM-NAME TO WS-NOME-PROCURADO
				PERFORM LOCALIZAR-ITEM
				MOVE MM-NAME TO MA-NAME
				MOVE WS-ANO-MES TO MA-ANO-MES
				IF WS-ITM-IDX = ZEROS
					MOVE "C" TO MA-CLASSE
					MOVE ZEROS TO MA-RECEITA
					MOVE ZEROS TO MA-PARTICIPACAO
				ELSE
					MOVE WS-ITM-CLASSE(WS-ITM-IDX) TO MA-CLASSE
					MOVE WS-ITM-RECEITA(WS-ITM-IDX) TO MA-RECEITA
					MOVE WS-ITM-PARTICIPACAO(WS-ITM-IDX)
						TO MA-PARTICIPACAO
				END-IF
				WRITE MERC-ABC-RECORD
		END-READ.

	COPY MERCLKUP.

	FECHAR-ARQUIVOS.
		IF WS-MASTER-STATUS NOT = "35"
			CLOSE MERCADORIA-MASTER-FILE
		END-IF.
		CLOSE MARGEM-REPORT-FILE.
