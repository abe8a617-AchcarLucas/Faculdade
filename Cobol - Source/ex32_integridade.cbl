*> CHKPRECO.DAT vivo tambem e apontado. Tudo sai em INTEGREP.DAT e
*> qualquer achado grave termina com retorno 8, para o PULADO do
*> sequenciador segurar o resto da noite.
*> Registro anonimizado pela LGPD (EMP-ANONIMIZADO) e valido: fica
*> fora da busca de CPF duplicado, porque o CPF dele e a propria
*> matricula, e so e achado se a anonimizacao ficou pela metade -
*> empregado nao desligado, CPF diferente da matricula ou dados
*> bancarios ainda preenchidos.
ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
		SPECIAL-NAMES.
		02 W-AUD-OPER-DESC		PIC 9(06) VALUE ZEROS.
		02 W-HIST-ORFAOS		PIC 9(06) VALUE ZEROS.
		02 W-CPF-DUPLICADOS		PIC 9(06) VALUE ZEROS.
		02 W-ANONIMIZADOS		PIC 9(06) VALUE ZEROS.
	01 WS-TABELA-EMP.
		02 WS-QTD-EMP			PIC 9(04) VALUE ZEROS.
		02 WS-EMP OCCURS 1000 TIMES.
			03 WS-EMP-TAB-ID	PIC 9(06).
			03 WS-EMP-TAB-CPF	PIC 9(11).
			03 WS-EMP-TAB-ANONIMO PIC X(01).
	01 WS-TABELA-MERC.
		02 WS-QTD-MERC			PIC 9(04) VALUE ZEROS.
		02 WS-MERC OCCURS 1000 TIMES.
	01 LINHA-ACHADO.
		02 LA-TEXTO				PIC X(40).
		02 LA-CHAVE				PIC X(20).
	01 LINHA-ANONIMIZADOS.
		02 FILLER PIC X(31) VALUE "REGISTROS ANONIMIZADOS (LGPD): ".
		02 LAN-QTD				PIC ZZZZZ9.
	01 LINHA-RESUMO.
		02 FILLER PIC X(16) VALUE "ACHADOS GRAVES: ".
		02 LR-GRAVES			PIC ZZZZZ9.
					ADD 1 TO WS-QTD-EMP
					MOVE EMP-ID TO WS-EMP-TAB-ID(WS-QTD-EMP)
					MOVE EMP-CPF TO WS-EMP-TAB-CPF(WS-QTD-EMP)
					MOVE "N" TO WS-EMP-TAB-ANONIMO(WS-QTD-EMP)
					IF EMP-ANONIMIZADO
						MOVE "S" TO WS-EMP-TAB-ANONIMO(WS-QTD-EMP)
						PERFORM CONFERIR-ANONIMIZADO
					END-IF
				ELSE
					SET TABELA-CHEIA TO TRUE
					MOVE "S" TO WS-EOF-ATUAL
				END-IF
		END-READ.

	CONFERIR-ANONIMIZADO.
		ADD 1 TO W-ANONIMIZADOS.
		IF NOT EMP-DESLIGADO
			OR EMP-CPF NOT = EMP-ID
			OR EMP-BANCO NOT = ZEROS
			OR EMP-AGENCIA NOT = ZEROS
			OR EMP-CONTA NOT = ZEROS
			ADD 1 TO W-ACHADOS-GRAVES
			MOVE "ANONIMIZACAO INCOMPLETA - MATRICULA" TO LA-TEXTO
			MOVE SPACES TO LA-CHAVE
			MOVE EMP-ID TO LA-CHAVE
			MOVE LINHA-ACHADO TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.

*> O indice alternado de CPF deveria impedir duplicata por escrita
*> normal; um reload de backup corrompido ou uma edicao fora do
*> sistema nao passam por ele - por isso a varredura.
		ADD 1 TO WS-J.
		IF WS-EMP-TAB-CPF(WS-I) = WS-EMP-TAB-CPF(WS-J)
			AND WS-EMP-TAB-CPF(WS-I) NOT = ZEROS
			AND WS-EMP-TAB-ANONIMO(WS-I) = "N"
			AND WS-EMP-TAB-ANONIMO(WS-J) = "N"
			ADD 1 TO W-CPF-DUPLICADOS
			ADD 1 TO W-ACHADOS-GRAVES
			MOVE "CPF DUPLICADO NAS MATRICULAS" TO LA-TEXTO
			MOVE LINHA-ACHADO TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.
		IF W-ANONIMIZADOS > ZEROS
			MOVE W-ANONIMIZADOS TO LAN-QTD
			MOVE LINHA-ANONIMIZADOS TO REPORT-LINE
			WRITE REPORT-LINE
		END-IF.
		MOVE W-ACHADOS-GRAVES TO LR-GRAVES.
		IF W-ACHADOS-GRAVES = ZEROS
			MOVE "INTEGRO" TO LR-RESULTADO
