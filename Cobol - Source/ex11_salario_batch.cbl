               select CHECKPOINT-FOLHA-FILE assign to "CHKPFOLHA.DAT"
                   organization is line sequential
                   file status is WS-CKP-STATUS.
               select SALARIO-PENDENTE-FILE assign to "SALPEND.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is SP-EMP-ID
                   file status is WS-PEND-STATUS.

       data division.
       file section.
       copy CTLFOLHA.
       fd CHECKPOINT-FOLHA-FILE.
       copy CHKPFOLHA.
       fd SALARIO-PENDENTE-FILE.
       copy SALPEND.

       working-storage section.
           copy REAJWS.
               02 WS-AUD-STATUS         pic x(02) value spaces.
               02 WS-CTL-STATUS         pic x(02) value spaces.
               02 WS-CKP-STATUS         pic x(02) value spaces.
               02 WS-PEND-STATUS        pic x(02) value spaces.
               02 WS-EOF-PEND           pic x value "N".
                   88 EOF-PEND value "S".
               02 WS-DATA-EXECUCAO      pic 9(08) value zeros.
               02 WS-HORA-SISTEMA       pic 9(08) value zeros.
               02 WS-EOF-MASTER         pic x value "N".
               02 WS-TOTAL-REAJUSTADOS  pic 9(06) value zeros.
               02 WS-TOTAL-EXCECOES     pic 9(06) value zeros.
               02 WS-TOTAL-VALOR-REAJUSTE pic 9(09)v99 value zeros.
               02 WS-TOTAL-PENDENTES    pic 9(06) value zeros.
           01 WS-SALARIO-ANTIGO         pic 9(05)v99.
           01 WS-SALARIO-NOVO           pic 9(05)v99.
           01 WS-BANDA-I                pic 9(02) value zeros.
               02 LTE-REAJUSTADOS pic zzzzz9.
               02 filler pic x(16) value "  EXCECOES: ".
               02 LTE-EXCECOES pic zzzzz9.
           01 LINHA-TITULO-PENDENTES.
               02 filler pic x(44) value
                   "ALTERACOES SALARIAIS PENDENTES DE APROVACAO".
           01 LINHA-CABECALHO-PEND.
               02 filler pic x(10) value "MATRICULA".
               02 filler pic x(32) value "NOME".
               02 filler pic x(12) value "     DE".
               02 filler pic x(09) value "    PARA".
               02 filler pic x(17) value "DIGITADO POR".
           01 LINHA-DETALHE-PEND.
               02 LDP-ID      pic 9(06).
               02 filler      pic x(04) value spaces.
               02 LDP-NOME    pic x(30).
               02 filler      pic x(02) value spaces.
               02 LDP-DE      pic zzzz9,99.
               02 filler      pic x(04) value spaces.
               02 LDP-PARA    pic zzzz9,99.
               02 filler      pic x(01) value spaces.
               02 LDP-OPERADOR pic x(08).
               02 filler      pic x(01) value spaces.
               02 LDP-AVISO   pic x(08).
           01 LINHA-TOTAL-PEND.
               02 filler pic x(24) value "PENDENTES DE APROVACAO: ".
               02 LTP-PENDENTES pic zzzzz9.
           01 LINHA-BANDA-EXC.
               02 filler       pic x(06) value "BANDA ".
               02 LBE-IDX      pic z9.
               perform CARREGAR-REAJUSTE.
               perform PROCESSAR-EMPREGADOS until EOF-MASTER.
               perform ESCREVER-TOTAL-EXCECAO.
               perform ESCREVER-PENDENTES.
               perform GRAVAR-CONTROLE-TOTAIS.
               perform LIMPAR-CHECKPOINT.
               perform FECHAR-ARQUIVOS.
                           continue
                       not at end
                           if CKP-RUN-ID not = "FOLHABAT"
                               display "CHECKPOINT DE OUTRO JOB "
                                   "IGNORADO: " CKP-RUN-ID
                           else
                               if CKP-DATA-GRAVACAO
                                   not = WS-DATA-EXECUCAO
                                   display "CHECKPOINT DE OUTRA DATA "
                                       "IGNORADO: " CKP-DATA-GRAVACAO
                               else
                   move "IDADE E SALARIO FORA DA FAIXA" to LDE-MOTIVO
               else
                   if not EMP-IDADE-ELEGIVEL
                       move "IDADE FORA DA FAIXA (15 A 29)"
                           to LDE-MOTIVO
                   else
                       if not EMP-SALARIO-ELEGIVEL
                           move "SALARIO FORA DA FAIXA" to LDE-MOTIVO
               move LINHA-BANDA-EXC to EXCECAO-LINE.
               write EXCECAO-LINE.

      *> Alteracoes de salario digitadas no Program1 que ainda
      *> esperam o supervisor nao entram no master nem no reajuste:
      *> saem aqui como excecao para alguem decidir. A pendencia cuja
      *> base nao bate mais com o master (o reajuste desta noite,
      *> por exemplo) sai marcada OBSOLETA - so resta rejeita-la.
           ESCREVER-PENDENTES.
               open input SALARIO-PENDENTE-FILE.
               if WS-PEND-STATUS not = "00"
                   move "S" to WS-EOF-PEND
               end-if.
               move LINHA-TITULO-PENDENTES to EXCECAO-LINE.
               write EXCECAO-LINE.
               move LINHA-CABECALHO-PEND to EXCECAO-LINE.
               write EXCECAO-LINE.
               perform LISTAR-PENDENCIA until EOF-PEND.
               if WS-PEND-STATUS not = "35"
                   close SALARIO-PENDENTE-FILE
               end-if.
               move WS-TOTAL-PENDENTES to LTP-PENDENTES.
               move LINHA-TOTAL-PEND to EXCECAO-LINE.
               write EXCECAO-LINE.

           LISTAR-PENDENCIA.
               read SALARIO-PENDENTE-FILE next record
                   at end
                       move "S" to WS-EOF-PEND
                   not at end
                       if SP-PENDENTE
                           perform ESCREVER-UMA-PENDENCIA
                       end-if
               end-read.

           ESCREVER-UMA-PENDENCIA.
               move SP-EMP-ID to LDP-ID.
               move SP-SALARIO-ANTIGO to LDP-DE.
               move SP-SALARIO-NOVO to LDP-PARA.
               move SP-OPERADOR to LDP-OPERADOR.
               move spaces to LDP-AVISO.
               move SP-EMP-ID to EMP-ID.
               read EMPLOYEE-MASTER-FILE
                   invalid key
                       move "MATRICULA NAO CADASTRADA" to LDP-NOME
                       move "OBSOLETA" to LDP-AVISO
                   not invalid key
                       move EMP-NOME to LDP-NOME
                       if EMP-SALARIO not = SP-SALARIO-ANTIGO
                           move "OBSOLETA" to LDP-AVISO
                       end-if
               end-read.
               move LINHA-DETALHE-PEND to EXCECAO-LINE.
               write EXCECAO-LINE.
               add 1 to WS-TOTAL-PENDENTES.

           GRAVAR-CONTROLE-TOTAIS.
               move WS-TOTAL-PROCESSADOS to CTF-TOTAL-PROCESSADOS.
               move WS-TOTAL-REAJUSTADOS to CTF-TOTAL-REAJUSTADOS.
