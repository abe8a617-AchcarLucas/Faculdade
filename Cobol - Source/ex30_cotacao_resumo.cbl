			EVALUATE WS-REG-SITUACAO(WS-I)
				WHEN "A"
					ADD 1 TO WS-PLC-ABERTAS(WS-MAT-IDX)
*> Linha ja faturada continua sendo uma cotacao ganha.
				WHEN "C" WHEN "F"
					ADD 1 TO WS-PLC-ACEITAS(WS-MAT-IDX)
					ADD WS-REG-VALOR(WS-I)
						TO WS-PLC-VALOR-ACEITO(WS-MAT-IDX)
