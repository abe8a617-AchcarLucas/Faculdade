IDENTIFICATION DIVISION.
PROGRAM-ID. FATURAMENTO-VENDAS.
*> Faturamento das vendas de balcao: le os pedidos de venda
*> (PEDVENDA.DAT), precifica cada linha pela lista de precos
*> (PRECOLST.DAT) em vigor na data da fatura - o preco do proprio
*> cliente antes do preco de lista - e, sem linha em vigor, pelo
*> MM-CUSTO-UNIT do master com o markup TAXA-MARKUP-PCT de
*> MERCTAXA.DAT; imprime uma fatura numerada por cliente
*> (FATURA.DAT), grava o jornal diario de vendas (VENDJRN.DAT), que
*> guarda o valor faturado, e emite os movimentos "S" correspondentes
*> em MERCTRAN.DAT - estoque e faturamento saem da mesma fonte e
*> nao podem divergir. A numeracao vem de FATSEQ.DAT e e regravada
*> no fim do job. Linhas sem cliente ou item cadastrado, ou com
*> estoque insuficiente para a soma dos pedidos do dia, sao
*> rejeitadas na propria fatura com o motivo, sem gerar movimento.
*> Cada fatura emitida abre tambem o seu titulo em CRECEB.DAT
*> (contas a receber), para a baixa dos recebimentos e o aging.
*> A linha recusada por estoque insuficiente nao se perde: vira
*> pendencia do cliente em BACKORD.DAT, e as pendencias abertas sao
*> atendidas primeiro, na ordem em que entraram, assim que ha saldo
*> - inclusive em parte, ficando o resto pendente.
*> O corte cotado e aceito tambem e faturado aqui: cada linha aceita
*> do registro de cotacoes (COTREG.DAT) entra na fatura do cliente
*> do pedido pelo QR-VALOR aceito, com jornal e titulo como qualquer
*> venda, e fica marcada como faturada para nunca sair duas vezes.
*> O total faturado dessas linhas vai para CTLCOTA.DAT, que o
*> CONTABILIZACAO-GL lanca como receita do corte.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
			SELECT TAXA-CONTROLE-FILE ASSIGN TO "MERCTAXA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-TAXA-STATUS.
			SELECT PRECO-LISTA-FILE ASSIGN TO "PRECOLST.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-PRECO-STATUS.
			SELECT FATURA-SEQ-FILE ASSIGN TO "FATSEQ.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-SEQ-STATUS.
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS MS-CHAVE
				FILE STATUS IS WS-SALDO-STATUS.
			SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-BO-STATUS.
			SELECT BACKORDER-NOVO-FILE ASSIGN TO "BACKORD.NEW"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-BON-STATUS.
			SELECT CONTA-RECEBER-FILE ASSIGN TO "CRECEB.DAT"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS CR-NUMERO
				FILE STATUS IS WS-CR-STATUS.
			SELECT COTACAO-REGISTRO-FILE ASSIGN TO "COTREG.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-COT-STATUS.
			SELECT COTACAO-NOVO-FILE ASSIGN TO "COTREG.NEW"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-COTN-STATUS.
			SELECT CTL-COTACAO-FILE ASSIGN TO "CTLCOTA.DAT"
				ORGANIZATION IS LINE SEQUENTIAL
				FILE STATUS IS WS-CTQ-STATUS.
DATA DIVISION.
	FILE SECTION.
	FD PEDIDO-VENDA-FILE.
	COPY MERCREC.
	FD TAXA-CONTROLE-FILE.
	COPY MERCTAXA.
	FD PRECO-LISTA-FILE.
	COPY PRECOLST.
	FD FATURA-SEQ-FILE.
	COPY FATSEQ.
	FD FATURA-FILE.
	COPY LOCCTL.
	FD MERC-SALDO-FILE.
	COPY MERCSALD.
	FD CONTA-RECEBER-FILE.
	COPY CRECEB.
	FD BACKORDER-FILE.
	01 BACKORDER-LINHA PIC X(42).
	FD BACKORDER-NOVO-FILE.
	COPY BACKORD.
	FD COTACAO-REGISTRO-FILE.
	COPY COTREG.
	FD COTACAO-NOVO-FILE.
	01 COTACAO-NOVO-RECORD PIC X(45).
	FD CTL-COTACAO-FILE.
	COPY CTLCOTA.
	WORKING-STORAGE SECTION.
	COPY MERCWS.
	COPY PRECOWS.
	01 WS-CONTROLES.
		02 WS-PEDIDO-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CLI-STATUS		PIC X(02) VALUE SPACES.
		02 WS-MASTER-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TAXA-STATUS		PIC X(02) VALUE SPACES.
		02 WS-PRECO-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-PRECO			PIC X VALUE "N".
			88 EOF-PRECO VALUE "S".
		02 WS-SEQ-STATUS		PIC X(02) VALUE SPACES.
		02 WS-FAT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-JRN-STATUS		PIC X(02) VALUE SPACES.
		02 WS-TRANS-STATUS		PIC X(02) VALUE SPACES.
		02 WS-LOC-STATUS		PIC X(02) VALUE SPACES.
		02 WS-SALDO-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CR-STATUS			PIC X(02) VALUE SPACES.
		02 WS-BO-STATUS			PIC X(02) VALUE SPACES.
		02 WS-BON-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-BO			PIC X VALUE "N".
			88 EOF-BO VALUE "S".
		02 WS-COT-STATUS		PIC X(02) VALUE SPACES.
		02 WS-COTN-STATUS		PIC X(02) VALUE SPACES.
		02 WS-CTQ-STATUS		PIC X(02) VALUE SPACES.
		02 WS-EOF-COT			PIC X VALUE "N".
			88 EOF-COT VALUE "S".
		02 WS-COT-ESTOURO		PIC X VALUE "N".
			88 COTACAO-ESTOUROU VALUE "S".
		02 WS-COT-FATURADA		PIC X VALUE "N".
			88 HOUVE-COTACAO-FATURADA VALUE "S".
		02 WS-COT-I				PIC 9(03) VALUE ZEROS.
		02 WS-QTD-ABERTA		PIC 9(04) VALUE ZEROS.
		02 WS-LINHAS-ANTES		PIC 9(03) VALUE ZEROS.
		02 WS-ORIGEM-LINHA		PIC X(01) VALUE SPACES.
			88 LINHA-DE-PENDENCIA VALUE "B".
		02 WS-EOF-LOC			PIC X VALUE "N".
			88 EOF-LOC VALUE "S".
		02 WS-LOCAL-PADRAO		PIC X(03) VALUE SPACES.
		02 WS-SALDO-DISPONIVEL	PIC S9(05) VALUE ZEROS.
		02 WS-NUMERO-FATURA		PIC 9(06) VALUE ZEROS.
		02 WS-DATA-COMPLETA		PIC 9(08) VALUE ZEROS.
		02 WS-HORA-SISTEMA		PIC 9(08) VALUE ZEROS.
	01 WS-TOTAIS.
		02 W-TOTAL-LINHAS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-FATURAS		PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-REJEITADAS	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-RECEITA		PIC 9(09)V99 VALUE ZEROS.
		02 W-TOTAL-ATENDIDAS	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-PENDENTES	PIC 9(06) VALUE ZEROS.
		02 W-TOTAL-COTACOES		PIC 9(06) VALUE ZEROS.
		02 W-VALOR-COTACOES		PIC 9(09)V99 VALUE ZEROS.
	01 WS-TABELA-LOCAIS.
		02 WS-QTD-LOCAIS		PIC 9(02) VALUE ZEROS.
		02 WS-LOCAL-TAB OCCURS 10 TIMES.
			03 WS-LIN-CLI-IDX	PIC 9(03).
			03 WS-LIN-NOME		PIC X(20).
			03 WS-LIN-QTD		PIC 9(04).
			03 WS-LIN-PRECO		PIC 9(07)V99.
			03 WS-LIN-VALOR		PIC 9(07)V99.
			03 WS-LIN-ORIGEM	PIC X(01).
			03 WS-LIN-PRECO-ORIGEM PIC X(01).
*> Saldo comprometido por item dentro do proprio dia: sem isso dois
*> pedidos do mesmo item passariam ambos na checagem de estoque e o
*> batch de precos rejeitaria o segundo movimento "S" a noite.
		02 WS-ITEM-EST OCCURS 100 TIMES.
			03 WS-EST-NOME		PIC X(20).
			03 WS-EST-COMPROMETIDO PIC 9(05).
*> Registro de cotacoes inteiro, linha a linha como no arquivo: as
*> linhas aceitas faturadas no dia mudam para "F" aqui e o arquivo
*> e regravado a partir da tabela.
	01 WS-TABELA-COTACOES.
		02 WS-QTD-COTACOES		PIC 9(03) VALUE ZEROS.
		02 WS-COT-ENTRADA OCCURS 500 TIMES PIC X(45).
	01 LINHA-SEPARADOR.
		02 FILLER PIC X(60) VALUE ALL "-".
	01 LINHA-FAT-TITULO.
		02 LFD-NOME				PIC X(20).
		02 LFD-QTD				PIC ZZZ9.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LFD-PRECO			PIC ZZZZZZ9,99.
		02 FILLER				PIC X(03) VALUE SPACES.
		02 LFD-VALOR			PIC ZZZZZZ9,99.
		02 FILLER				PIC X(02) VALUE SPACES.
		02 LFD-OBSERVACAO		PIC X(16).
	01 LINHA-FAT-TOTAL.
		02 FILLER PIC X(20) VALUE "TOTAL DA FATURA".
		02 LFV-VALOR			PIC ZZZZZZZZ9,99.
		02 LTD-REJEITADAS		PIC ZZZZZ9.
		02 FILLER PIC X(11) VALUE "  RECEITA: ".
		02 LTD-RECEITA			PIC ZZZZZZZZ9,99.
	01 LINHA-TOTAL-PENDENCIAS.
		02 FILLER PIC X(22) VALUE "PENDENCIAS ATENDIDAS: ".
		02 LTP-ATENDIDAS		PIC ZZZZZ9.
		02 FILLER PIC X(20) VALUE "  NOVAS PENDENCIAS: ".
		02 LTP-PENDENTES		PIC ZZZZZ9.
	01 LINHA-TOTAL-COTACOES.
		02 FILLER PIC X(22) VALUE "COTACOES FATURADAS:   ".
		02 LTC-COTACOES			PIC ZZZZZ9.
		02 FILLER PIC X(09) VALUE "  VALOR: ".
		02 LTC-VALOR			PIC ZZZZZZZZ9,99.
PROCEDURE DIVISION.
	INIT.
		ACCEPT WS-DATA-COMPLETA FROM DATE YYYYMMDD.
		ACCEPT WS-HORA-SISTEMA FROM TIME.
		PERFORM ABRIR-ARQUIVOS.
		PERFORM CARREGAR-TAXA.
		PERFORM CARREGAR-PRECOS UNTIL EOF-PRECO.
		PERFORM CARREGAR-LOCAIS UNTIL EOF-LOC.
		PERFORM CARREGAR-CLIENTES UNTIL EOF-CLI.
		PERFORM LER-SEQUENCIA.
		PERFORM ABRIR-BACKORDERS.
		PERFORM ATENDER-BACKORDERS UNTIL EOF-BO.
		PERFORM PROCESSAR-PEDIDOS UNTIL EOF-PEDIDO.
		PERFORM CARREGAR-COTACOES UNTIL EOF-COT.
		PERFORM FATURAR-COTACOES.
		PERFORM REGRAVAR-BACKORDERS.
		PERFORM EMITIR-FATURAS.
		PERFORM REGRAVAR-COTACOES.
		PERFORM ESCREVER-TOTAL-DIA.
		PERFORM GRAVAR-CONTROLE-COTACAO.
		PERFORM GRAVAR-SEQUENCIA.
		PERFORM FECHAR-ARQUIVOS.
		STOP RUN.
		IF WS-TRANS-STATUS = "35"
			OPEN OUTPUT MERCADORIA-TRANS-FILE
		END-IF.
		OPEN I-O CONTA-RECEBER-FILE.
		IF WS-CR-STATUS = "35"
			OPEN OUTPUT CONTA-RECEBER-FILE
			CLOSE CONTA-RECEBER-FILE
			OPEN I-O CONTA-RECEBER-FILE
		END-IF.

	COPY MERCTAXALD.

	COPY PRECOLD.

	CARREGAR-LOCAIS.
		IF WS-LOC-STATUS = SPACES
			OPEN INPUT LOCAL-CONTROLE-FILE
				"NUMERACAO INICIA EM 000001"
		END-IF.

*> As pendencias abertas entram antes dos pedidos do dia, na ordem
*> do arquivo: quem espera ha mais tempo leva o saldo primeiro. Cada
*> pendencia ainda aberta depois da tentativa vai para BACKORD.NEW;
*> as recusas do dia entram no fim do mesmo arquivo.
	ABRIR-BACKORDERS.
		OPEN INPUT BACKORDER-FILE.
		IF WS-BO-STATUS NOT = "00"
			MOVE "S" TO WS-EOF-BO
		END-IF.
		OPEN OUTPUT BACKORDER-NOVO-FILE.

	ATENDER-BACKORDERS.
		READ BACKORDER-FILE INTO BACKORDER-RECORD
			AT END
				MOVE "S" TO WS-EOF-BO
				CLOSE BACKORDER-FILE
			NOT AT END
				PERFORM ATENDER-UM-BACKORDER
		END-READ.

*> Cliente ou item que sumiu do cadastro deixa a pendencia como
*> esta: ela continua aparecendo no relatorio de pendencias ate
*> alguem resolver.
	ATENDER-UM-BACKORDER.
		COMPUTE WS-QTD-ABERTA = BO-QTD - BO-QTD-ATENDIDA.
		IF WS-QTD-ABERTA > ZEROS
			MOVE BO-CLIENTE TO PV-CLIENTE
			MOVE BO-NAME TO PV-NAME
			PERFORM LOCALIZAR-CLIENTE
			IF WS-CLI-IDX > ZEROS
				MOVE BO-NAME TO W-NAME
				PERFORM BUSCAR-MASTER
				IF ITEM-ENCONTRADO
					PERFORM ENVIAR-PENDENCIA
				END-IF
			END-IF
		END-IF.
		IF WS-QTD-ABERTA > ZEROS
			WRITE BACKORDER-RECORD
		END-IF.

	ENVIAR-PENDENCIA.
		PERFORM CONFERIR-ESTOQUE.
		IF WS-SALDO-DISPONIVEL > ZEROS
			IF WS-SALDO-DISPONIVEL < WS-QTD-ABERTA
				MOVE WS-SALDO-DISPONIVEL TO PV-QTD
			ELSE
				MOVE WS-QTD-ABERTA TO PV-QTD
			END-IF
			MOVE WS-QTD-LINHAS TO WS-LINHAS-ANTES
			MOVE "B" TO WS-ORIGEM-LINHA
			PERFORM REGISTRAR-LINHA
			MOVE SPACES TO WS-ORIGEM-LINHA
			IF WS-QTD-LINHAS > WS-LINHAS-ANTES
				ADD PV-QTD TO BO-QTD-ATENDIDA
				SUBTRACT PV-QTD FROM WS-QTD-ABERTA
				ADD 1 TO W-TOTAL-ATENDIDAS
			END-IF
		END-IF.

	GRAVAR-NOVA-PENDENCIA.
		MOVE PV-CLIENTE TO BO-CLIENTE.
		MOVE PV-NAME TO BO-NAME.
		MOVE PV-QTD TO BO-QTD.
		MOVE ZEROS TO BO-QTD-ATENDIDA.
		MOVE WS-DATA-COMPLETA TO BO-DATA.
		WRITE BACKORDER-RECORD.
		ADD 1 TO W-TOTAL-PENDENTES.

*> Segunda fase: BACKORD.NEW volta inteiro para BACKORD.DAT, como
*> o catalogo de relatorios faz com RELCAT.NEW.
	REGRAVAR-BACKORDERS.
		CLOSE BACKORDER-NOVO-FILE.
		MOVE "N" TO WS-EOF-BO.
		OPEN INPUT BACKORDER-NOVO-FILE.
		OPEN OUTPUT BACKORDER-FILE.
		PERFORM COPIAR-UMA-PENDENCIA UNTIL EOF-BO.
		CLOSE BACKORDER-FILE.
		CLOSE BACKORDER-NOVO-FILE.

	COPIAR-UMA-PENDENCIA.
		READ BACKORDER-NOVO-FILE
			AT END
				MOVE "S" TO WS-EOF-BO
			NOT AT END
				MOVE BACKORDER-RECORD TO BACKORDER-LINHA
				WRITE BACKORDER-LINHA
		END-READ.

	PROCESSAR-PEDIDOS.
		READ PEDIDO-VENDA-FILE
			AT END
			ELSE
				PERFORM CONFERIR-ESTOQUE
				IF WS-SALDO-DISPONIVEL < PV-QTD
					MOVE "ESTOQUE INSUFICIENTE-PENDENTE"
						TO LRJ-MOTIVO
					PERFORM ESCREVER-REJEITO
					PERFORM GRAVAR-NOVA-PENDENCIA
				ELSE
					PERFORM REGISTRAR-LINHA
				END-IF

	REGISTRAR-LINHA.
		IF WS-QTD-LINHAS < 200
			MOVE PV-NAME TO W-PRC-NAME
			MOVE PV-CLIENTE TO W-PRC-CLIENTE
			MOVE WS-DATA-COMPLETA TO W-PRC-DATA
			MOVE MM-CUSTO-UNIT TO W-PRC-CUSTO
			PERFORM BUSCAR-PRECO-VIGENTE
			MOVE W-PRC-PRECO-UNIT TO WS-PRECO-UNIT
			COMPUTE WS-VALOR-LINHA = PV-QTD * WS-PRECO-UNIT
			ADD 1 TO WS-QTD-LINHAS
			MOVE WS-CLI-IDX TO WS-LIN-CLI-IDX(WS-QTD-LINHAS)
			MOVE PV-QTD TO WS-LIN-QTD(WS-QTD-LINHAS)
			MOVE WS-PRECO-UNIT TO WS-LIN-PRECO(WS-QTD-LINHAS)
			MOVE WS-VALOR-LINHA TO WS-LIN-VALOR(WS-QTD-LINHAS)
			MOVE WS-ORIGEM-LINHA TO WS-LIN-ORIGEM(WS-QTD-LINHAS)
			MOVE W-PRC-ORIGEM
				TO WS-LIN-PRECO-ORIGEM(WS-QTD-LINHAS)
			ADD 1 TO WS-CLI-LINHAS(WS-CLI-IDX)
			ADD WS-VALOR-LINHA TO WS-CLI-TOTAL(WS-CLI-IDX)
			IF WS-EST-IDX > ZEROS
		MOVE LINHA-REJEITO TO FATURA-LINE.
		WRITE FATURA-LINE.

	CARREGAR-COTACOES.
		IF WS-COT-STATUS = SPACES
			OPEN INPUT COTACAO-REGISTRO-FILE
			IF WS-COT-STATUS NOT = "00"
				MOVE "S" TO WS-EOF-COT
			END-IF
		END-IF.
		IF NOT EOF-COT
			READ COTACAO-REGISTRO-FILE
				AT END
					MOVE "S" TO WS-EOF-COT
					CLOSE COTACAO-REGISTRO-FILE
				NOT AT END
					IF WS-QTD-COTACOES < 500
						ADD 1 TO WS-QTD-COTACOES
						MOVE COTACAO-REGISTRO-RECORD
							TO WS-COT-ENTRADA(WS-QTD-COTACOES)
					ELSE
						SET COTACAO-ESTOUROU TO TRUE
					END-IF
			END-READ
		END-IF.

*> Com o registro maior que a tabela a marcacao "F" nao poderia ser
*> regravada e a mesma cotacao sairia de novo na proxima rodada: nada
*> e faturado ate o registro ser arquivado.
	FATURAR-COTACOES.
		IF COTACAO-ESTOUROU
			DISPLAY "COTREG.DAT MAIOR QUE A TABELA - "
				"COTACOES ACEITAS NAO FATURADAS"
			MOVE 8 TO RETURN-CODE
			EXIT PARAGRAPH
		END-IF.
		MOVE ZEROS TO WS-COT-I.
		PERFORM FATURAR-UMA-COTACAO
			UNTIL WS-COT-I NOT < WS-QTD-COTACOES.

*> O cliente e o do codigo no inicio do pedido; a linha vai como um
*> servico de corte (quantidade 1 pelo valor aceito). Linha recusada
*> continua "C" e volta a ser tentada na proxima rodada.
	FATURAR-UMA-COTACAO.
		ADD 1 TO WS-COT-I.
		MOVE WS-COT-ENTRADA(WS-COT-I) TO COTACAO-REGISTRO-RECORD.
		IF QR-ACEITA
			MOVE QR-PEDIDO-CLIENTE TO PV-CLIENTE
			MOVE SPACES TO PV-NAME
			STRING "CORTE " DELIMITED BY SIZE
				QR-MATERIAL DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				QR-PEDIDO-SEQ DELIMITED BY SIZE
				INTO PV-NAME
			END-STRING
			MOVE 1 TO PV-QTD
			PERFORM LOCALIZAR-CLIENTE
			EVALUATE TRUE
				WHEN WS-CLI-IDX = ZEROS
					MOVE "CLIENTE NAO CADASTRADO" TO LRJ-MOTIVO
					PERFORM ESCREVER-REJEITO
				WHEN QR-VALOR > 9999999,99
					MOVE "VALOR ACIMA DO LIMITE" TO LRJ-MOTIVO
					PERFORM ESCREVER-REJEITO
				WHEN OTHER
					PERFORM REGISTRAR-LINHA-COTACAO
			END-EVALUATE
		END-IF.

	REGISTRAR-LINHA-COTACAO.
		IF WS-QTD-LINHAS < 200
			ADD 1 TO WS-QTD-LINHAS
			MOVE WS-CLI-IDX TO WS-LIN-CLI-IDX(WS-QTD-LINHAS)
			MOVE PV-NAME TO WS-LIN-NOME(WS-QTD-LINHAS)
			MOVE PV-QTD TO WS-LIN-QTD(WS-QTD-LINHAS)
			MOVE QR-VALOR TO WS-LIN-PRECO(WS-QTD-LINHAS)
			MOVE QR-VALOR TO WS-LIN-VALOR(WS-QTD-LINHAS)
			MOVE "Q" TO WS-LIN-ORIGEM(WS-QTD-LINHAS)
			MOVE SPACES TO WS-LIN-PRECO-ORIGEM(WS-QTD-LINHAS)
			ADD 1 TO WS-CLI-LINHAS(WS-CLI-IDX)
			ADD QR-VALOR TO WS-CLI-TOTAL(WS-CLI-IDX)
			MOVE "F" TO QR-STATUS
			MOVE COTACAO-REGISTRO-RECORD TO WS-COT-ENTRADA(WS-COT-I)
			SET HOUVE-COTACAO-FATURADA TO TRUE
			ADD 1 TO W-TOTAL-COTACOES
			ADD QR-VALOR TO W-VALOR-COTACOES
		ELSE
			MOVE "FORA DO DIA - TABELA CHEIA" TO LRJ-MOTIVO
			PERFORM ESCREVER-REJEITO
		END-IF.

	COPY MERCLKUP.

	COPY PRECOBUS.

*> Uma fatura numerada por cliente com linhas no dia; cada linha
*> impressa tambem vira registro no jornal de vendas e movimento
*> "S" em MERCTRAN.DAT, na mesma passada.
			MOVE LINHA-FAT-TOTAL TO FATURA-LINE
			WRITE FATURA-LINE
			ADD WS-CLI-TOTAL(WS-CLI-IDX) TO W-TOTAL-RECEITA
			PERFORM GRAVAR-CONTA-RECEBER
			ADD 1 TO WS-NUMERO-FATURA
		END-IF.

			MOVE WS-LIN-QTD(WS-LIN-I) TO LFD-QTD
			MOVE WS-LIN-PRECO(WS-LIN-I) TO LFD-PRECO
			MOVE WS-LIN-VALOR(WS-LIN-I) TO LFD-VALOR
			EVALUATE TRUE
				WHEN WS-LIN-ORIGEM(WS-LIN-I) = "B"
					MOVE "ENTREGA PENDENTE" TO LFD-OBSERVACAO
				WHEN WS-LIN-ORIGEM(WS-LIN-I) = "Q"
					MOVE "COTACAO ACEITA" TO LFD-OBSERVACAO
				WHEN WS-LIN-PRECO-ORIGEM(WS-LIN-I) = "C"
					MOVE "PRECO ESPECIAL" TO LFD-OBSERVACAO
				WHEN OTHER
					MOVE SPACES TO LFD-OBSERVACAO
			END-EVALUATE
			MOVE LINHA-FAT-DETALHE TO FATURA-LINE
			WRITE FATURA-LINE
			PERFORM GRAVAR-JORNAL
			IF WS-LIN-ORIGEM(WS-LIN-I) NOT = "Q"
				PERFORM GRAVAR-MOVIMENTO-SAIDA
			END-IF
		END-IF.

	GRAVAR-JORNAL.
		MOVE WS-LIN-VALOR(WS-LIN-I) TO VJ-VALOR.
		WRITE VENDA-JORNAL-RECORD.

*> Titulo em aberto pelo total da fatura. Numero ja existente so
*> acontece com FATSEQ.DAT regredido: o titulo antigo fica como
*> esta e a fatura sai com aviso para cobranca acertar na mao.
	GRAVAR-CONTA-RECEBER.
		MOVE WS-NUMERO-FATURA TO CR-NUMERO.
		MOVE WS-CLI-CODIGO(WS-CLI-IDX) TO CR-CLIENTE.
		MOVE WS-DATA-COMPLETA TO CR-DATA-EMISSAO.
		MOVE WS-CLI-TOTAL(WS-CLI-IDX) TO CR-VALOR-FATURA.
		MOVE ZEROS TO CR-VALOR-RECEBIDO.
		MOVE WS-CLI-TOTAL(WS-CLI-IDX) TO CR-SALDO.
		MOVE ZEROS TO CR-DATA-ULTIMO-RECEB.
		MOVE "A" TO CR-SITUACAO.
		MOVE ZEROS TO CR-VALOR-DEVOLVIDO.
		WRITE CONTA-RECEBER-RECORD
			INVALID KEY
				DISPLAY "TITULO JA EXISTE EM CRECEB.DAT - FATURA "
					WS-NUMERO-FATURA " - CONFERIR FATSEQ.DAT"
		END-WRITE.

*> Custo em zeros: o batch de precos usa o MM-CUSTO-UNIT do master
*> para movimentos de saida. A linha de cotacao nao gera saida: o
*> material ja foi baixado pelo COTACAO-ACEITE no aceite.
	GRAVAR-MOVIMENTO-SAIDA.
		MOVE "S" TO MT-TIPO-MOV.
		MOVE WS-LIN-NOME(WS-LIN-I) TO MT-NAME.
		MOVE ZEROS TO MT-CUSTO-UNIT.
		MOVE SPACES TO MT-LOCAL.
		MOVE SPACES TO MT-LOCAL-DESTINO.
		MOVE SPACES TO MT-ORIGEM.
		WRITE MERCADORIA-TRANS-RECORD.

	ESCREVER-TOTAL-DIA.
		WRITE FATURA-LINE.
		MOVE LINHA-TOTAL-DIA TO FATURA-LINE.
		WRITE FATURA-LINE.
		MOVE W-TOTAL-ATENDIDAS TO LTP-ATENDIDAS.
		MOVE W-TOTAL-PENDENTES TO LTP-PENDENTES.
		MOVE LINHA-TOTAL-PENDENCIAS TO FATURA-LINE.
		WRITE FATURA-LINE.
		MOVE W-TOTAL-COTACOES TO LTC-COTACOES.
		MOVE W-VALOR-COTACOES TO LTC-VALOR.
		MOVE LINHA-TOTAL-COTACOES TO FATURA-LINE.
		WRITE FATURA-LINE.

*> Regrava o registro de cotacoes em duas fases, como o
*> COTACAO-ACEITE: COTREG.NEW completo primeiro, depois o
*> COTREG.DAT vivo a partir dele. Sem linha faturada no dia nao ha
*> o que regravar.
	REGRAVAR-COTACOES.
		IF NOT HOUVE-COTACAO-FATURADA
			EXIT PARAGRAPH
		END-IF.
		OPEN OUTPUT COTACAO-NOVO-FILE.
		MOVE ZEROS TO WS-COT-I.
		PERFORM GRAVAR-UMA-COTACAO
			UNTIL WS-COT-I NOT < WS-QTD-COTACOES.
		CLOSE COTACAO-NOVO-FILE.
		MOVE "N" TO WS-EOF-COT.
		OPEN INPUT COTACAO-NOVO-FILE.
		OPEN OUTPUT COTACAO-REGISTRO-FILE.
		PERFORM DEVOLVER-UMA-COTACAO UNTIL EOF-COT.
		CLOSE COTACAO-REGISTRO-FILE.
		CLOSE COTACAO-NOVO-FILE.

	GRAVAR-UMA-COTACAO.
		ADD 1 TO WS-COT-I.
		MOVE WS-COT-ENTRADA(WS-COT-I) TO COTACAO-NOVO-RECORD.
		WRITE COTACAO-NOVO-RECORD.

	DEVOLVER-UMA-COTACAO.
		READ COTACAO-NOVO-FILE
			AT END
				MOVE "S" TO WS-EOF-COT
			NOT AT END
				MOVE COTACAO-NOVO-RECORD TO COTACAO-REGISTRO-RECORD
				WRITE COTACAO-REGISTRO-RECORD
		END-READ.

*> Gravado mesmo sem cotacao faturada no dia, como o controle das
*> devolucoes: o GL ve o total zerado da data e nao pega um
*> controle esquecido de outro dia.
	GRAVAR-CONTROLE-COTACAO.
		MOVE W-TOTAL-COTACOES TO CTQ-TOTAL-LINHAS.
		MOVE W-VALOR-COTACOES TO CTQ-TOTAL-FATURADO.
		MOVE WS-DATA-COMPLETA TO CTQ-DATA-GRAVACAO.
		MOVE WS-HORA-SISTEMA(1:6) TO CTQ-HORA-GRAVACAO.
		OPEN OUTPUT CTL-COTACAO-FILE.
		WRITE CTL-COTACAO-RECORD.
		CLOSE CTL-COTACAO-FILE.

	GRAVAR-SEQUENCIA.
		MOVE WS-NUMERO-FATURA TO FSQ-PROXIMO-NUMERO.
		CLOSE FATURA-FILE.
		CLOSE VENDA-JORNAL-FILE.
		CLOSE MERCADORIA-TRANS-FILE.
		CLOSE CONTA-RECEBER-FILE.
