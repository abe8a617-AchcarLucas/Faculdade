*> regravado por inteiro via COTREG.NEW, como o arquivamento da
*> auditoria faz - uma queda no meio deixa o arquivo novo para
*> recuperacao em vez de perder o registro. Tudo sai documentado
*> em ACEITREP.DAT. A cobranca do pedido aceito fica com o
*> faturamento (FATURAMENTO-VENDAS), que fatura cada linha "C" e a
*> marca "F".
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.

*> A area cotada vira saida de estoque contra o item do master com
*> o nome da descricao do material, arredondada para cima - o
*> deposito nao corta meia unidade. A origem "Q" tira a saida da
*> venda do batch de precos: a receita e o valor aceito, faturado
*> e contabilizado pelo FATURAMENTO-VENDAS.
	GERAR-CONSUMO.
		PERFORM LOCALIZAR-MATERIAL.
		IF WS-MAT-IDX = ZEROS
			MOVE ZEROS TO MT-CUSTO-UNIT
			MOVE SPACES TO MT-LOCAL
			MOVE SPACES TO MT-LOCAL-DESTINO
			MOVE "Q" TO MT-ORIGEM
			WRITE MERCADORIA-TRANS-RECORD
			MOVE WS-MAT-DESCRICAO(WS-MAT-IDX) TO LC-MATERIAL
			MOVE WS-QTD-CONSUMO TO LC-QTD
