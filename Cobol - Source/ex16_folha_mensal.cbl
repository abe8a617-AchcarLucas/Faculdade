               select CTL-MENSAL-FILE assign to "CTLMFOLH.DAT"
                   organization is line sequential
                   file status is WS-CTM-STATUS.
               select FERIAS-FILE assign to "FERIAS.DAT"
                   organization is line sequential
                   file status is WS-FER-STATUS.
               select PARCELA-13-FILE assign to "PARC13.DAT"
                   organization is line sequential
                   file status is WS-P13-STATUS.
               select FOLHA-HISTORICO-FILE assign to "FOLHAHIS.DAT"
                   organization is line sequential
                   file status is WS-HIS-STATUS.
               select DEPARTAMENTO-FILE assign to "DEPTO.DAT"
                   organization is line sequential
                   file status is WS-DEP-STATUS.
               select CTL-MENSAL-CC-FILE assign to "CTLMCC.DAT"
                   organization is line sequential
                   file status is WS-CTC-STATUS.
               select EMPRESTIMO-CONTROLE-FILE assign to "EMPRCTL.DAT"
                   organization is line sequential
                   file status is WS-ECT-STATUS.
               select EMPRESTIMO-FILE assign to "EMPREST.DAT"
                   organization is line sequential
                   file status is WS-EMPR-STATUS.
               select EMPRESTIMO-NOVO-FILE assign to "EMPREST.NEW"
                   organization is line sequential
                   file status is WS-EMPN-STATUS.

       data division.
       file section.
           02 RMT-SOMA-VALOR         pic 9(12)v99.
       fd CTL-MENSAL-FILE.
       copy CTLMFOLH.
       fd FERIAS-FILE.
       copy FERIAS.
       fd PARCELA-13-FILE.
       copy PARC13.
       fd FOLHA-HISTORICO-FILE.
       copy FOLHAHIS.
       fd DEPARTAMENTO-FILE.
       copy DEPTO.
       fd CTL-MENSAL-CC-FILE.
       copy CTLMCC.
       fd EMPRESTIMO-CONTROLE-FILE.
       copy EMPRCTL.
       fd EMPRESTIMO-FILE.
       copy EMPREST.
       fd EMPRESTIMO-NOVO-FILE.
       01 EMPRESTIMO-NOVO-LINHA      pic x(91).

       working-storage section.
           01 WS-CONTROLES.
               02 WS-HOL-STATUS         pic x(02) value spaces.
               02 WS-REM-STATUS         pic x(02) value spaces.
               02 WS-CTM-STATUS         pic x(02) value spaces.
               02 WS-FER-STATUS         pic x(02) value spaces.
               02 WS-P13-STATUS         pic x(02) value spaces.
               02 WS-HIS-STATUS         pic x(02) value spaces.
               02 WS-DEP-STATUS         pic x(02) value spaces.
               02 WS-CTC-STATUS         pic x(02) value spaces.
               02 WS-ECT-STATUS         pic x(02) value spaces.
               02 WS-EMPR-STATUS        pic x(02) value spaces.
               02 WS-EMPN-STATUS        pic x(02) value spaces.
               02 WS-HORA-SISTEMA       pic 9(08) value zeros.
               02 WS-DATA-COMPLETA      pic 9(08) value zeros.
               02 WS-REM-CONTADOR       pic 9(06) value zeros.
                   88 EOF-DESC value "S".
               02 WS-EOF-FREQ           pic x value "N".
                   88 EOF-FREQ value "S".
               02 WS-EOF-FER            pic x value "N".
                   88 EOF-FER value "S".
               02 WS-EOF-P13            pic x value "N".
                   88 EOF-P13 value "S".
               02 WS-EOF-DEP            pic x value "N".
                   88 EOF-DEP value "S".
               02 WS-EOF-EMPR           pic x value "N".
                   88 EOF-EMPR value "S".
               02 WS-EOF-EMPN           pic x value "N".
                   88 EOF-EMPN value "S".
               02 WS-CC-I               pic 9(02) value zeros.
               02 WS-CC-IDX             pic 9(02) value zeros.
               02 WS-FER-I              pic 9(03) value zeros.
               02 WS-P13-I              pic 9(03) value zeros.
               02 WS-P13-IDX            pic 9(03) value zeros.
               02 WS-MES-ANTERIOR       pic 9(06) value zeros.
               02 WS-TIPO-PAGAMENTO     pic x value "M".
                   88 PAGTO-MENSAL value "M".
                   88 PAGTO-FERIAS value "F".
                   88 PAGTO-13-ADIANTAMENTO value "1".
                   88 PAGTO-13-SALDO value "2".
               02 WS-FREQ-IDX           pic 9(03) value zeros.
               02 WS-FREQ-I             pic 9(03) value zeros.
               02 WS-I                  pic 9(02) value zeros.
                   03 WS-FREQ-EMP-ID    pic 9(06).
                   03 WS-FREQ-DIAS      pic 9(02).
                   03 WS-FREQ-HORAS     pic 9(03).
           01 WS-TABELA-FERIAS.
               02 WS-QTD-FERIAS         pic 9(03) value zeros.
               02 WS-PERIODO-FERIAS occurs 300 times.
                   03 WS-FER-EMP-ID     pic 9(06).
                   03 WS-FER-INICIO     pic 9(08).
                   03 WS-FER-DIAS       pic 9(02).
           01 WS-TABELA-PARCELA-13.
               02 WS-QTD-P13            pic 9(03) value zeros.
               02 WS-PARCELA-13 occurs 500 times.
                   03 WS-P13-EMP-ID     pic 9(06).
                   03 WS-P13-VALOR      pic 9(06)v99.
      *> Totais por centro de custo (EMP-DEPARTAMENTO). A entrada 1
      *> e a do empregado sem centro (codigo em branco); as demais
      *> vem de DEPTO.DAT, na ordem do arquivo, e codigos fora da
      *> tabela entram no fim. Tabela cheia soma na entrada 1, para
      *> os centros fecharem sempre com o total da folha.
           01 WS-TABELA-CENTROS.
               02 WS-QTD-CENTROS        pic 9(02) value zeros.
               02 WS-CENTRO occurs 60 times.
                   03 WS-CC-CODIGO      pic x(04).
                   03 WS-CC-NOME        pic x(20).
                   03 WS-CC-EMPREGADOS  pic 9(06).
                   03 WS-CC-BRUTO       pic 9(09)v99.
                   03 WS-CC-PREVIDENCIA pic 9(09)v99.
                   03 WS-CC-IMPOSTO     pic 9(09)v99.
                   03 WS-CC-LIQUIDO     pic 9(09)v99.
           copy EMPRWS.
      *> Emprestimos do empregado no pagamento mensal: o que foi
      *> descontado, a parte consignada dele (limitada pela margem),
      *> a parcela que o liquido nao cobriu e o saldo que sobra.
           01 WS-CALCULO-EMPRESTIMO.
               02 WS-MARGEM-PCT         pic 9(03)v99 value 035,00.
               02 WS-MARGEM-EMPRESTIMO  pic 9(06)v99 value zeros.
               02 WS-DESC-EMPRESTIMO    pic 9(06)v99 value zeros.
               02 WS-DESC-CONSIGNADO    pic 9(06)v99 value zeros.
               02 WS-ADIADO-EMPRESTIMO  pic 9(06)v99 value zeros.
               02 WS-SALDO-EMPRESTIMOS  pic 9(08)v99 value zeros.
               02 WS-PARCELA-DEVIDA     pic 9(07)v99 value zeros.
               02 WS-PARCELA-DESCONTO   pic 9(07)v99 value zeros.
               02 WS-LIMITE-DESCONTO    pic s9(07)v99 value zeros.
               02 WS-TEM-EMPRESTIMO     pic x value "N".
                   88 TEM-EMPRESTIMO value "S".
           01 WS-CALCULO-EXTRAS.
               02 WS-DIAS-FERIAS-PAGAR  pic 9(03) value zeros.
               02 WS-DIAS-FERIAS-MES    pic 9(03) value zeros.
               02 WS-DIAS-NO-MES        pic 9(02) value zeros.
               02 WS-DIA-INICIO         pic 9(02) value zeros.
               02 WS-VALOR-FERIAS       pic 9(06)v99 value zeros.
               02 WS-TERCO-FERIAS       pic 9(06)v99 value zeros.
               02 WS-ADMIS-MES          pic 9(02) value zeros.
               02 WS-ADMIS-DIA          pic 9(02) value zeros.
               02 WS-AVOS-13            pic 9(02) value zeros.
               02 WS-DECIMO-INTEGRAL    pic 9(06)v99 value zeros.
               02 WS-DECIMO-ADIANTADO   pic 9(06)v99 value zeros.
               02 WS-DESCRICAO-PAGTO    pic x(30) value spaces.
           01 WS-CALCULO-FOLHA.
               02 WS-SALARIO-BRUTO      pic 9(06)v99 value zeros.
               02 WS-DESC-FALTAS        pic 9(06)v99 value zeros.
               02 WS-TOTAL-PREVIDENCIA  pic 9(09)v99 value zeros.
               02 WS-TOTAL-IMPOSTO      pic 9(09)v99 value zeros.
               02 WS-TOTAL-LIQUIDO      pic 9(09)v99 value zeros.
               02 WS-TOTAL-FERIAS       pic 9(09)v99 value zeros.
               02 WS-TOTAL-DECIMO       pic 9(09)v99 value zeros.
               02 WS-TOTAL-EMPRESTIMO   pic 9(09)v99 value zeros.
               02 WS-TOTAL-ADIADO       pic 9(09)v99 value zeros.
           01 LINHA-CABECALHO-REG.
               02 filler pic x(10) value "MATRICULA".
               02 filler pic x(32) value "NOME".
               02 filler pic x(12) value "EXTRAS".
               02 filler pic x(12) value "PREVID.".
               02 filler pic x(12) value "IMPOSTO".
               02 filler pic x(12) value "EMPREST.".
               02 filler pic x(12) value "LIQUIDO".
           01 LINHA-DETALHE-REG.
               02 LDR-ID       pic 9(06).
               02 filler       pic x(04) value spaces.
               02 LDR-IMP      pic zzzzz9,99.
               02 filler       pic x(04) value spaces.
               02 LDR-EMPR     pic zzzzz9,99.
               02 filler       pic x(04) value spaces.
               02 LDR-LIQ      pic zzzzz9,99.
           01 LINHA-TOTAL-REG.
               02 filler pic x(12) value "TOTAIS: ".
               02 LTR-IMP pic zzzzzzzz9,99.
               02 filler pic x(07) value "  LIQ".
               02 LTR-LIQ pic zzzzzzzz9,99.
           01 LINHA-TOTAL-EMPRESTIMOS.
               02 filler pic x(28) value
                   "EMPRESTIMOS DESCONTADOS: ".
               02 LTE-DESCONTADO pic zzzzzzzz9,99.
               02 filler pic x(22) value "  PARCELAS ADIADAS: ".
               02 LTE-ADIADO pic zzzzzzzz9,99.
           01 LINHA-TITULO-CENTROS.
               02 filler pic x(40) value
                   "TOTAIS POR CENTRO DE CUSTO".
           01 LINHA-CENTRO-REG.
               02 filler pic x(04) value spaces.
               02 LCR-CODIGO pic x(04).
               02 filler pic x(02) value spaces.
               02 LCR-NOME pic x(20).
               02 LCR-EMPREGADOS pic zzzzz9.
               02 filler pic x(08) value "  BRUTO".
               02 LCR-BRUTO pic zzzzzzzz9,99.
               02 filler pic x(08) value "  PREV".
               02 LCR-PREV pic zzzzzzzz9,99.
               02 filler pic x(07) value "  IMP".
               02 LCR-IMP pic zzzzzzzz9,99.
               02 filler pic x(07) value "  LIQ".
               02 LCR-LIQ pic zzzzzzzz9,99.
           01 LINHA-HOL-SEPARADOR.
               02 filler pic x(48) value all "-".
           01 LINHA-HOL-TITULO.
               02 LHT-TITULO   pic x(26).
               02 LHT-DATA     pic x(08).
           01 LINHA-HOL-EMPREGADO.
               02 filler pic x(04) value spaces.
           INICIO.
               accept WS-DATA-EXECUCAO from date.
               accept WS-DATA-COMPLETA from date yyyymmdd.
               accept WS-HORA-SISTEMA from time.
               move WS-DATA-DIA to WS-ED-DIA.
               move WS-DATA-MES to WS-ED-MES.
               move WS-DATA-ANO to WS-ED-ANO.
      *> Mes anterior em AAAAMM: janeiro volta para dezembro do ano
      *> anterior (202601 - 89 = 202512).
               move WS-DATA-COMPLETA(1:6) to WS-MES-ANTERIOR.
               if WS-DATA-MES = 01
                   subtract 89 from WS-MES-ANTERIOR
               else
                   subtract 1 from WS-MES-ANTERIOR
               end-if.
               perform ABRIR-ARQUIVOS.
               perform CARREGAR-DESCONTOS.
               perform CARREGAR-FREQUENCIA.
               perform CARREGAR-FERIAS.
               perform CARREGAR-DEPARTAMENTOS.
               perform CARREGAR-MARGEM-EMPRESTIMO.
               perform CARREGAR-EMPRESTIMOS until EOF-EMPR.
               if WS-DATA-MES = 12
                   perform CARREGAR-PARCELAS-13
               end-if.
               perform PROCESSAR-EMPREGADOS until EOF-MASTER.
               perform ESCREVER-TOTAL-REGISTRO.
               perform ESCREVER-TOTAIS-CENTROS.
               perform GRAVAR-TRAILER-REMESSA.
               perform GRAVAR-CONTROLE-MENSAL.
               perform REGRAVAR-EMPRESTIMOS.
               perform FECHAR-ARQUIVOS.
               stop run.

               move WS-DATA-COMPLETA to RMH-DATA.
               move "FOLHA MENSAL" to RMH-EMPRESA.
               write REMESSA-HEADER.
               if WS-DATA-MES = 11
                   open output PARCELA-13-FILE
               end-if.
               open extend FOLHA-HISTORICO-FILE.
               if WS-HIS-STATUS = "35"
                   open output FOLHA-HISTORICO-FILE
               end-if.

           CARREGAR-DESCONTOS.
               open input DESCONTO-CONTROLE-FILE.
                       end-evaluate
               end-read.

           CARREGAR-FERIAS.
               open input FERIAS-FILE.
               if WS-FER-STATUS = "00"
                   perform CARREGAR-UM-PERIODO until EOF-FER
                   close FERIAS-FILE
               else
                   display "FERIAS.DAT NAO ENCONTRADO - "
                       "FOLHA SEM FERIAS"
               end-if.

           CARREGAR-UM-PERIODO.
               read FERIAS-FILE
                   at end
                       move "S" to WS-EOF-FER
                   not at end
                       if WS-QTD-FERIAS < 300
                           add 1 to WS-QTD-FERIAS
                           move FER-EMP-ID
                               to WS-FER-EMP-ID(WS-QTD-FERIAS)
                           move FER-DATA-INICIO
                               to WS-FER-INICIO(WS-QTD-FERIAS)
                           move FER-DIAS
                               to WS-FER-DIAS(WS-QTD-FERIAS)
                       else
                           display "FERIAS IGNORADAS - "
                               "TABELA CHEIA: " FER-EMP-ID
                       end-if
               end-read.

      *> Sem DEPTO.DAT a folha sai com os centros encontrados nos
      *> proprios empregados, sem nome.
           CARREGAR-DEPARTAMENTOS.
               move 1 to WS-QTD-CENTROS.
               move spaces to WS-CC-CODIGO(1).
               move "SEM CENTRO DE CUSTO" to WS-CC-NOME(1).
               perform ZERAR-CENTRO.
               open input DEPARTAMENTO-FILE.
               if WS-DEP-STATUS = "00"
                   perform CARREGAR-UM-DEPARTAMENTO until EOF-DEP
                   close DEPARTAMENTO-FILE
               else
                   display "DEPTO.DAT NAO ENCONTRADO - "
                       "CENTROS DE CUSTO SEM NOME"
               end-if.

           CARREGAR-UM-DEPARTAMENTO.
               read DEPARTAMENTO-FILE
                   at end
                       move "S" to WS-EOF-DEP
                   not at end
                       if DEP-CODIGO not = spaces
                           if WS-QTD-CENTROS < 60
                               add 1 to WS-QTD-CENTROS
                               move DEP-CODIGO
                                   to WS-CC-CODIGO(WS-QTD-CENTROS)
                               move DEP-NOME
                                   to WS-CC-NOME(WS-QTD-CENTROS)
                               perform ZERAR-CENTRO
                           else
                               display "DEPARTAMENTO IGNORADO - "
                                   "TABELA CHEIA: " DEP-CODIGO
                           end-if
                       end-if
               end-read.

           ZERAR-CENTRO.
               move zeros to WS-CC-EMPREGADOS(WS-QTD-CENTROS).
               move zeros to WS-CC-BRUTO(WS-QTD-CENTROS).
               move zeros to WS-CC-PREVIDENCIA(WS-QTD-CENTROS).
               move zeros to WS-CC-IMPOSTO(WS-QTD-CENTROS).
               move zeros to WS-CC-LIQUIDO(WS-QTD-CENTROS).

           CARREGAR-MARGEM-EMPRESTIMO.
               open input EMPRESTIMO-CONTROLE-FILE.
               if WS-ECT-STATUS = "00"
                   read EMPRESTIMO-CONTROLE-FILE
                       at end
                           continue
                       not at end
                           if EC-MARGEM-PCT > zeros
                               move EC-MARGEM-PCT to WS-MARGEM-PCT
                           end-if
                   end-read
                   close EMPRESTIMO-CONTROLE-FILE
               end-if.

       copy EMPRLD.

      *> So a 1a parcela do ano corrente abate o 13o de dezembro.
           CARREGAR-PARCELAS-13.
               open input PARCELA-13-FILE.
               if WS-P13-STATUS = "00"
                   perform CARREGAR-UMA-PARCELA-13 until EOF-P13
                   close PARCELA-13-FILE
               else
                   display "PARC13.DAT NAO ENCONTRADO - "
                       "13O PAGO INTEGRAL EM DEZEMBRO"
               end-if.

           CARREGAR-UMA-PARCELA-13.
               read PARCELA-13-FILE
                   at end
                       move "S" to WS-EOF-P13
                   not at end
                       if P13-ANO = WS-DATA-COMPLETA(1:4)
                           if WS-QTD-P13 < 500
                               add 1 to WS-QTD-P13
                               move P13-EMP-ID
                                   to WS-P13-EMP-ID(WS-QTD-P13)
                               move P13-VALOR
                                   to WS-P13-VALOR(WS-QTD-P13)
                           else
                               display "1A PARCELA IGNORADA - "
                                   "TABELA CHEIA: " P13-EMP-ID
                           end-if
                       end-if
               end-read.

           CARREGAR-FREQUENCIA.
               open input FREQUENCIA-TRANS-FILE.
               if WS-FREQ-STATUS = "00"
                       end-if
               end-read.

      *> Ferias e 13o saem como pagamentos proprios do empregado,
      *> cada um com linha no registro, holerite e credito na
      *> remessa; o desligado no mes recebe os dois na rescisao.
           PROCESSAR-UM-EMPREGADO.
               move "M" to WS-TIPO-PAGAMENTO.
               add 1 to WS-TOTAL-EMPREGADOS.
               perform LOCALIZAR-CENTRO.
               add 1 to WS-CC-EMPREGADOS(WS-CC-IDX).
               perform LOCALIZAR-FERIAS.
               perform CALCULAR-FOLHA.
               perform DESCONTAR-EMPRESTIMOS.
               perform ESCREVER-REGISTRO.
               perform ESCREVER-HOLERITE.
               perform ACUMULAR-TOTAIS.
               perform GRAVAR-HISTORICO.
               perform GRAVAR-DETALHE-REMESSA.
               if WS-DIAS-FERIAS-PAGAR > zeros
                   perform PAGAR-FERIAS
               end-if.
               if (WS-DATA-MES = 11 or WS-DATA-MES = 12)
                   and not EMP-DESLIGADO
                   perform PAGAR-DECIMO-TERCEIRO
               end-if.

      *> O bruto parte da base do mes (pro rata para desligados),
      *> desconta 1/30 por dia de falta
                   move zeros to WS-BRUTO-AJUSTADO
               end-if.
               move WS-BRUTO-AJUSTADO to WS-SALARIO-BRUTO.
               perform CALCULAR-DESCONTOS.

      *> Previdencia e imposto pelas faixas de DESCCTL.DAT sobre o
      *> WS-SALARIO-BRUTO do pagamento - salario do mes, ferias ou
      *> 13o, cada um com a sua propria incidencia.
           CALCULAR-DESCONTOS.
               move zeros to WS-DESC-PREVIDENCIA.
               move zeros to WS-DESC-IMPOSTO.
               if WS-QTD-PREV > zeros
               compute WS-SALARIO-LIQUIDO = WS-SALARIO-BRUTO
                   - WS-DESC-PREVIDENCIA - WS-DESC-IMPOSTO.

      *> Parcelas de emprestimo (EMPREST.DAT) saem so do pagamento
      *> mensal, depois de previdencia e imposto. Cada contrato
      *> aberto desconta a parcela (ou o saldo, se menor), limitada
      *> ao liquido que ainda sobra e, no consignado, a margem de
      *> WS-MARGEM-PCT do liquido somada a dos outros consignados.
      *> O que nao coube fica no saldo e o contrato se estende.
           DESCONTAR-EMPRESTIMOS.
               move zeros to WS-DESC-EMPRESTIMO.
               move zeros to WS-DESC-CONSIGNADO.
               move zeros to WS-ADIADO-EMPRESTIMO.
               move zeros to WS-SALDO-EMPRESTIMOS.
               move "N" to WS-TEM-EMPRESTIMO.
               compute WS-MARGEM-EMPRESTIMO rounded =
                   WS-SALARIO-LIQUIDO * WS-MARGEM-PCT / 100.
               move zeros to W-EMPR-I.
               perform DESCONTAR-UM-EMPRESTIMO
                   until W-EMPR-I not < W-QTD-EMPR.
               subtract WS-DESC-EMPRESTIMO from WS-SALARIO-LIQUIDO.

           DESCONTAR-UM-EMPRESTIMO.
               add 1 to W-EMPR-I.
               if W-EMPR-TAB-EMP-ID(W-EMPR-I) = EMP-ID
                   move W-EMPR-ENTRADA(W-EMPR-I) to EMPRESTIMO-RECORD
                   perform ESTORNAR-DESCONTO-DO-MES
                   if EMPR-ABERTO and EMPR-SALDO > zeros
                       move "S" to WS-TEM-EMPRESTIMO
                       perform CALCULAR-PARCELA-EMPRESTIMO
                       add EMPR-SALDO to WS-SALDO-EMPRESTIMOS
                   end-if
                   move EMPRESTIMO-RECORD to W-EMPR-ENTRADA(W-EMPR-I)
               end-if.

      *> Reexecucao do mes: o desconto da rodada anterior volta para
      *> o saldo antes de descontar de novo.
           ESTORNAR-DESCONTO-DO-MES.
               if EMPR-COMPETENCIA = WS-DATA-COMPLETA(1:6)
                   add EMPR-VALOR-DESCONTADO to EMPR-SALDO
                   if EMPR-VALOR-DESCONTADO > zeros
                       and EMPR-PARCELAS-PAGAS > zeros
                       subtract 1 from EMPR-PARCELAS-PAGAS
                   end-if
                   if EMPR-SALDO > zeros
                       move "A" to EMPR-SITUACAO
                   end-if
                   move zeros to EMPR-VALOR-DESCONTADO
                   move zeros to EMPR-VALOR-ADIADO
               end-if.

           CALCULAR-PARCELA-EMPRESTIMO.
               move EMPR-VALOR-PARCELA to WS-PARCELA-DEVIDA.
               if WS-PARCELA-DEVIDA > EMPR-SALDO
                   move EMPR-SALDO to WS-PARCELA-DEVIDA
               end-if.
               move WS-PARCELA-DEVIDA to WS-PARCELA-DESCONTO.
               if EMPR-CONSIGNADO
                   compute WS-LIMITE-DESCONTO = WS-MARGEM-EMPRESTIMO
                       - WS-DESC-CONSIGNADO
                   perform LIMITAR-PARCELA
               end-if.
               compute WS-LIMITE-DESCONTO = WS-SALARIO-LIQUIDO
                   - WS-DESC-EMPRESTIMO.
               perform LIMITAR-PARCELA.
               subtract WS-PARCELA-DESCONTO from EMPR-SALDO.
               add WS-PARCELA-DESCONTO to WS-DESC-EMPRESTIMO.
               if EMPR-CONSIGNADO
                   add WS-PARCELA-DESCONTO to WS-DESC-CONSIGNADO
               end-if.
               move WS-DATA-COMPLETA(1:6) to EMPR-COMPETENCIA.
               move WS-PARCELA-DESCONTO to EMPR-VALOR-DESCONTADO.
               compute EMPR-VALOR-ADIADO =
                   WS-PARCELA-DEVIDA - WS-PARCELA-DESCONTO.
               add EMPR-VALOR-ADIADO to WS-ADIADO-EMPRESTIMO.
               if WS-PARCELA-DESCONTO > zeros
                   add 1 to EMPR-PARCELAS-PAGAS
               end-if.
               if EMPR-SALDO = zeros
                   move "Q" to EMPR-SITUACAO
               end-if.

           LIMITAR-PARCELA.
               if WS-LIMITE-DESCONTO < zeros
                   move zeros to WS-LIMITE-DESCONTO
               end-if.
               if WS-PARCELA-DESCONTO > WS-LIMITE-DESCONTO
                   move WS-LIMITE-DESCONTO to WS-PARCELA-DESCONTO
               end-if.

      *> Base do mes: salario cheio para ativos e afastados, menos
      *> 1/30 por dia de ferias caido no mes (os dias sao pagos no
      *> holerite de ferias); desligado no mes recebe 1/30 por dia
      *> corrido ate a data do desligamento (dia 30 ou mais paga o
      *> mes cheio).
           DEFINIR-BASE-DO-MES.
               if EMP-DESLIGADO
                   move EMP-DATA-DESLIGAMENTO(7:2)
                       EMP-SALARIO / 30 * WS-DIAS-PRO-RATA
               else
                   move EMP-SALARIO to WS-SALARIO-BASE-MES
                   if WS-DIAS-FERIAS-MES > zeros
                       compute WS-SALARIO-BASE-MES rounded =
                           EMP-SALARIO / 30
                           * (30 - WS-DIAS-FERIAS-MES)
                   end-if
               end-if.

      *> Soma os periodos de ferias do empregado: o que comeca no
      *> mes e pago inteiro agora (WS-DIAS-FERIAS-PAGAR); os dias que
      *> caem neste mes - do periodo que comeca nele ou da sobra do
      *> que comecou no mes anterior - saem do salario do mes
      *> (WS-DIAS-FERIAS-MES), contando o mes comercial de 30 dias.
           LOCALIZAR-FERIAS.
               move zeros to WS-DIAS-FERIAS-PAGAR.
               move zeros to WS-DIAS-FERIAS-MES.
               if not EMP-DESLIGADO
                   move zeros to WS-FER-I
                   perform SOMAR-PERIODO-FERIAS
                       until WS-FER-I not < WS-QTD-FERIAS
                   if WS-DIAS-FERIAS-MES > 30
                       move 30 to WS-DIAS-FERIAS-MES
                   end-if
               end-if.

           SOMAR-PERIODO-FERIAS.
               add 1 to WS-FER-I.
               if WS-FER-EMP-ID(WS-FER-I) = EMP-ID
                   move WS-FER-INICIO(WS-FER-I)(7:2) to WS-DIA-INICIO
                   if WS-DIA-INICIO > 30
                       move 30 to WS-DIA-INICIO
                   end-if
                   compute WS-DIAS-NO-MES = 31 - WS-DIA-INICIO
                   if WS-DIAS-NO-MES > WS-FER-DIAS(WS-FER-I)
                       move WS-FER-DIAS(WS-FER-I) to WS-DIAS-NO-MES
                   end-if
                   if WS-FER-INICIO(WS-FER-I)(1:6)
                       = WS-DATA-COMPLETA(1:6)
                       add WS-FER-DIAS(WS-FER-I)
                           to WS-DIAS-FERIAS-PAGAR
                       add WS-DIAS-NO-MES to WS-DIAS-FERIAS-MES
                   end-if
                   if WS-FER-INICIO(WS-FER-I)(1:6) = WS-MES-ANTERIOR
                       compute WS-DIAS-FERIAS-MES = WS-DIAS-FERIAS-MES
                           + WS-FER-DIAS(WS-FER-I) - WS-DIAS-NO-MES
                   end-if
               end-if.

      *> Ferias: 1/30 do salario por dia do periodo mais o terco
      *> constitucional, com previdencia e imposto proprios.
           PAGAR-FERIAS.
               move "F" to WS-TIPO-PAGAMENTO.
               compute WS-VALOR-FERIAS rounded =
                   EMP-SALARIO / 30 * WS-DIAS-FERIAS-PAGAR.
               compute WS-TERCO-FERIAS rounded = WS-VALOR-FERIAS / 3.
               move zeros to WS-DESC-FALTAS.
               move zeros to WS-VALOR-EXTRAS.
               compute WS-SALARIO-BRUTO =
                   WS-VALOR-FERIAS + WS-TERCO-FERIAS.
               perform CALCULAR-DESCONTOS.
               move spaces to WS-DESCRICAO-PAGTO.
               string "  FERIAS + 1/3 - " WS-DIAS-FERIAS-PAGAR
                   " DIAS" delimited by size into WS-DESCRICAO-PAGTO.
               perform ESCREVER-REGISTRO.
               perform ESCREVER-HOLERITE-FERIAS.
               perform ACUMULAR-TOTAIS.
               add WS-SALARIO-BRUTO to WS-TOTAL-FERIAS.
               perform GRAVAR-HISTORICO.
               perform GRAVAR-DETALHE-REMESSA.

      *> 13o salario: 1/12 do salario por avo do ano. Novembro paga
      *> a metade como adiantamento, sem descontos, e guarda o valor
      *> em PARC13.DAT; dezembro calcula previdencia e imposto sobre
      *> o 13o inteiro e abate o adiantamento. No registro e nos
      *> totais o bruto de dezembro e o 13o menos o adiantamento,
      *> para o ano nao somar a 1a parcela duas vezes.
           PAGAR-DECIMO-TERCEIRO.
               perform CALCULAR-AVOS-13.
               compute WS-DECIMO-INTEGRAL rounded =
                   EMP-SALARIO / 12 * WS-AVOS-13.
               if WS-DECIMO-INTEGRAL > zeros
                   move zeros to WS-DESC-FALTAS
                   move zeros to WS-VALOR-EXTRAS
                   if WS-DATA-MES = 11
                       perform CALCULAR-ADIANTAMENTO-13
                   else
                       perform CALCULAR-SALDO-13
                   end-if
                   perform ESCREVER-REGISTRO
                   perform ESCREVER-HOLERITE-13
                   perform ACUMULAR-TOTAIS
                   add WS-SALARIO-BRUTO to WS-TOTAL-DECIMO
                   perform GRAVAR-HISTORICO
                   perform GRAVAR-DETALHE-REMESSA
               end-if.

      *> Avo conta no mes de admissao com 15 dias ou mais
      *> trabalhados (admitido ate o dia 16), a mesma regra da
      *> rescisao; admitido em ano anterior tem os 12 avos.
           CALCULAR-AVOS-13.
               move 12 to WS-AVOS-13.
               if EMP-DATA-ADMISSAO(1:4) > WS-DATA-COMPLETA(1:4)
                   move zeros to WS-AVOS-13
               end-if.
               if EMP-DATA-ADMISSAO(1:4) = WS-DATA-COMPLETA(1:4)
                   move EMP-DATA-ADMISSAO(5:2) to WS-ADMIS-MES
                   move EMP-DATA-ADMISSAO(7:2) to WS-ADMIS-DIA
                   compute WS-AVOS-13 = 12 - WS-ADMIS-MES
                   if WS-ADMIS-DIA not > 16
                       add 1 to WS-AVOS-13
                   end-if
               end-if.

           CALCULAR-ADIANTAMENTO-13.
               move "1" to WS-TIPO-PAGAMENTO.
               compute WS-DECIMO-ADIANTADO rounded =
                   WS-DECIMO-INTEGRAL / 2.
               move WS-DECIMO-ADIANTADO to WS-SALARIO-BRUTO.
               move zeros to WS-DESC-PREVIDENCIA.
               move zeros to WS-DESC-IMPOSTO.
               move WS-DECIMO-ADIANTADO to WS-SALARIO-LIQUIDO.
               move "  13O SALARIO - 1A PARCELA" to WS-DESCRICAO-PAGTO.
               move EMP-ID to P13-EMP-ID.
               move WS-DATA-COMPLETA(1:4) to P13-ANO.
               move WS-DECIMO-ADIANTADO to P13-VALOR.
               move WS-DATA-COMPLETA to P13-DATA-PAGTO.
               write PARCELA-13-RECORD.

           CALCULAR-SALDO-13.
               move "2" to WS-TIPO-PAGAMENTO.
               perform LOCALIZAR-PARCELA-13.
               if WS-DECIMO-ADIANTADO > WS-DECIMO-INTEGRAL
                   move WS-DECIMO-INTEGRAL to WS-DECIMO-ADIANTADO
               end-if.
               move WS-DECIMO-INTEGRAL to WS-SALARIO-BRUTO.
               perform CALCULAR-DESCONTOS.
               compute WS-DESC-CALCULADO = WS-DECIMO-INTEGRAL
                   - WS-DESC-PREVIDENCIA - WS-DESC-IMPOSTO
                   - WS-DECIMO-ADIANTADO.
               if WS-DESC-CALCULADO < zeros
                   move zeros to WS-DESC-CALCULADO
               end-if.
               move WS-DESC-CALCULADO to WS-SALARIO-LIQUIDO.
               compute WS-SALARIO-BRUTO =
                   WS-DECIMO-INTEGRAL - WS-DECIMO-ADIANTADO.
               move "  13O SALARIO - 2A PARCELA" to WS-DESCRICAO-PAGTO.

           LOCALIZAR-PARCELA-13.
               move zeros to WS-DECIMO-ADIANTADO.
               move zeros to WS-P13-IDX.
               move 1 to WS-P13-I.
               perform PROCURAR-PARCELA-13
                   until WS-P13-IDX > zeros
                   or WS-P13-I > WS-QTD-P13.
               if WS-P13-IDX > zeros
                   move WS-P13-VALOR(WS-P13-IDX)
                       to WS-DECIMO-ADIANTADO
               end-if.

           PROCURAR-PARCELA-13.
               if WS-P13-EMP-ID(WS-P13-I) = EMP-ID
                   move WS-P13-I to WS-P13-IDX
               end-if.
               add 1 to WS-P13-I.

      *> Centro de custo do empregado em WS-CC-IDX, valido para
      *> todos os pagamentos dele nesta rodada.
           LOCALIZAR-CENTRO.
               move zeros to WS-CC-IDX.
               move 1 to WS-CC-I.
               perform PROCURAR-CENTRO
                   until WS-CC-IDX > zeros
                   or WS-CC-I > WS-QTD-CENTROS.
               if WS-CC-IDX = zeros
                   if WS-QTD-CENTROS < 60
                       add 1 to WS-QTD-CENTROS
                       move EMP-DEPARTAMENTO
                           to WS-CC-CODIGO(WS-QTD-CENTROS)
                       move "NAO CADASTRADO"
                           to WS-CC-NOME(WS-QTD-CENTROS)
                       perform ZERAR-CENTRO
                       move WS-QTD-CENTROS to WS-CC-IDX
                   else
                       display "CENTRO DE CUSTO FORA DA TABELA - "
                           "SOMADO SEM CENTRO: " EMP-ID " "
                           EMP-DEPARTAMENTO
                       move 1 to WS-CC-IDX
                   end-if
               end-if.

           PROCURAR-CENTRO.
               if WS-CC-CODIGO(WS-CC-I) = EMP-DEPARTAMENTO
                   move WS-CC-I to WS-CC-IDX
               end-if.
               add 1 to WS-CC-I.

           LOCALIZAR-FREQUENCIA.
               move zeros to WS-DIAS-AUSENTES.

           ESCREVER-REGISTRO.
               move EMP-ID to LDR-ID.
               if PAGTO-MENSAL
                   move EMP-NOME to LDR-NOME
               else
                   move WS-DESCRICAO-PAGTO to LDR-NOME
               end-if.
               move WS-SALARIO-BRUTO to LDR-BRUTO.
               move WS-DESC-FALTAS to LDR-FALTAS.
               move WS-VALOR-EXTRAS to LDR-EXTRAS.
               move WS-DESC-PREVIDENCIA to LDR-PREV.
               move WS-DESC-IMPOSTO to LDR-IMP.
               if PAGTO-MENSAL
                   move WS-DESC-EMPRESTIMO to LDR-EMPR
               else
                   move zeros to LDR-EMPR
               end-if.
               move WS-SALARIO-LIQUIDO to LDR-LIQ.
               move LINHA-DETALHE-REG to REGISTRO-LINE.
               write REGISTRO-LINE.

           ESCREVER-CABECALHO-HOLERITE.
               move LINHA-HOL-SEPARADOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               move WS-DATA-EDITADA to LHT-DATA.
               move EMP-NOME to LHE-NOME.
               move LINHA-HOL-EMPREGADO to HOLERITE-LINE.
               write HOLERITE-LINE.

           ESCREVER-HOLERITE.
               move "HOLERITE - FOLHA MENSAL" to LHT-TITULO.
               perform ESCREVER-CABECALHO-HOLERITE.
               move "SALARIO BASE" to LHV-ROTULO.
               move WS-SALARIO-BASE-MES to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               move WS-DESC-IMPOSTO to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               if TEM-EMPRESTIMO
                   move "DESC. EMPRESTIMO" to LHV-ROTULO
                   move WS-DESC-EMPRESTIMO to LHV-VALOR
                   move LINHA-HOL-VALOR to HOLERITE-LINE
                   write HOLERITE-LINE
               end-if.
               move "SALARIO LIQUIDO" to LHV-ROTULO.
               move WS-SALARIO-LIQUIDO to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               if TEM-EMPRESTIMO
                   perform ESCREVER-HOLERITE-EMPRESTIMO
               end-if.

      *> Parcela adiada (liquido ou margem insuficiente) e saldo que
      *> resta de todos os contratos do empregado.
           ESCREVER-HOLERITE-EMPRESTIMO.
               if WS-ADIADO-EMPRESTIMO > zeros
                   move "PARCELA NAO DESCONTADA" to LHV-ROTULO
                   move WS-ADIADO-EMPRESTIMO to LHV-VALOR
                   move LINHA-HOL-VALOR to HOLERITE-LINE
                   write HOLERITE-LINE
               end-if.
               move "SALDO EMPRESTIMOS" to LHV-ROTULO.
               move WS-SALDO-EMPRESTIMOS to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.

           ESCREVER-HOLERITE-FERIAS.
               move "HOLERITE - FERIAS" to LHT-TITULO.
               perform ESCREVER-CABECALHO-HOLERITE.
               move spaces to LHV-ROTULO.
               string "FERIAS " WS-DIAS-FERIAS-PAGAR " DIAS"
                   delimited by size into LHV-ROTULO.
               move WS-VALOR-FERIAS to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               move "1/3 CONSTITUCIONAL" to LHV-ROTULO.
               move WS-TERCO-FERIAS to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               move "BRUTO DE FERIAS" to LHV-ROTULO.
               move WS-SALARIO-BRUTO to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               move "DESC. PREVIDENCIA" to LHV-ROTULO.
               move WS-DESC-PREVIDENCIA to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               move "DESC. IMPOSTO" to LHV-ROTULO.
               move WS-DESC-IMPOSTO to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               move "LIQUIDO DE FERIAS" to LHV-ROTULO.
               move WS-SALARIO-LIQUIDO to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.

           ESCREVER-HOLERITE-13.
               if PAGTO-13-ADIANTAMENTO
                   move "HOLERITE - 13O 1A PARCELA" to LHT-TITULO
               else
                   move "HOLERITE - 13O 2A PARCELA" to LHT-TITULO
               end-if.
               perform ESCREVER-CABECALHO-HOLERITE.
               move spaces to LHV-ROTULO.
               string "13O SALARIO " WS-AVOS-13 "/12"
                   delimited by size into LHV-ROTULO.
               move WS-DECIMO-INTEGRAL to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.
               if PAGTO-13-ADIANTAMENTO
                   move "ADIANTAMENTO 50%" to LHV-ROTULO
                   move WS-DECIMO-ADIANTADO to LHV-VALOR
                   move LINHA-HOL-VALOR to HOLERITE-LINE
                   write HOLERITE-LINE
                   move "LIQUIDO 1A PARCELA" to LHV-ROTULO
               else
                   move "DESC. PREVIDENCIA" to LHV-ROTULO
                   move WS-DESC-PREVIDENCIA to LHV-VALOR
                   move LINHA-HOL-VALOR to HOLERITE-LINE
                   write HOLERITE-LINE
                   move "DESC. IMPOSTO" to LHV-ROTULO
                   move WS-DESC-IMPOSTO to LHV-VALOR
                   move LINHA-HOL-VALOR to HOLERITE-LINE
                   write HOLERITE-LINE
                   move "(-) 1A PARCELA PAGA" to LHV-ROTULO
                   move WS-DECIMO-ADIANTADO to LHV-VALOR
                   move LINHA-HOL-VALOR to HOLERITE-LINE
                   write HOLERITE-LINE
                   move "LIQUIDO 2A PARCELA" to LHV-ROTULO
               end-if.
               move WS-SALARIO-LIQUIDO to LHV-VALOR.
               move LINHA-HOL-VALOR to HOLERITE-LINE.
               write HOLERITE-LINE.

           ACUMULAR-TOTAIS.
               add WS-SALARIO-BRUTO to WS-TOTAL-BRUTO.
               add WS-DESC-FALTAS to WS-TOTAL-FALTAS.
               add WS-VALOR-EXTRAS to WS-TOTAL-EXTRAS.
               add WS-DESC-PREVIDENCIA to WS-TOTAL-PREVIDENCIA.
               add WS-DESC-IMPOSTO to WS-TOTAL-IMPOSTO.
               add WS-SALARIO-LIQUIDO to WS-TOTAL-LIQUIDO.
               if PAGTO-MENSAL
                   add WS-DESC-EMPRESTIMO to WS-TOTAL-EMPRESTIMO
                   add WS-ADIADO-EMPRESTIMO to WS-TOTAL-ADIADO
               end-if.
               add WS-SALARIO-BRUTO to WS-CC-BRUTO(WS-CC-IDX).
               add WS-DESC-PREVIDENCIA
                   to WS-CC-PREVIDENCIA(WS-CC-IDX).
               add WS-DESC-IMPOSTO to WS-CC-IMPOSTO(WS-CC-IDX).
               add WS-SALARIO-LIQUIDO to WS-CC-LIQUIDO(WS-CC-IDX).

      *> Cada pagamento do empregado vai para o historico anual com
      *> o carimbo desta rodada; o tipo do pagamento e o proprio
      *> WS-TIPO-PAGAMENTO.
           GRAVAR-HISTORICO.
               move WS-DATA-COMPLETA(1:6) to FH-COMPETENCIA.
               move WS-DATA-COMPLETA to FH-DATA-GRAVACAO.
               move WS-HORA-SISTEMA(1:6) to FH-HORA-GRAVACAO.
               move WS-TIPO-PAGAMENTO to FH-TIPO.
               move EMP-ID to FH-EMP-ID.
               move WS-SALARIO-BRUTO to FH-BRUTO.
               move WS-DESC-PREVIDENCIA to FH-PREVIDENCIA.
               move WS-DESC-IMPOSTO to FH-IMPOSTO.
               move WS-SALARIO-LIQUIDO to FH-LIQUIDO.
               write FOLHA-HISTORICO-RECORD.

      *> Cadastro bancario incompleto (banco OU conta zerados) nao
      *> credita: o empregado fica fora da remessa e e apontado no
      *> conta 0000000000 so voltaria rejeitado pelo banco.
           GRAVAR-DETALHE-REMESSA.
               if EMP-BANCO = zeros or EMP-CONTA = zeros
                   if PAGTO-MENSAL
                       add 1 to WS-SEM-CONTA
                       display "SEM CONTA BANCARIA - FORA DA REMESSA: "
                           EMP-ID
                   end-if
               else
                   move "1" to RMD-TIPO
                   move EMP-ID to RMD-EMP-ID
               move WS-TOTAL-LIQUIDO to LTR-LIQ.
               move LINHA-TOTAL-REG to REGISTRO-LINE.
               write REGISTRO-LINE.
               move WS-TOTAL-EMPRESTIMO to LTE-DESCONTADO.
               move WS-TOTAL-ADIADO to LTE-ADIADO.
               move LINHA-TOTAL-EMPRESTIMOS to REGISTRO-LINE.
               write REGISTRO-LINE.

      *> Centro sem nenhum empregado na rodada nao sai no registro.
           ESCREVER-TOTAIS-CENTROS.
               move spaces to REGISTRO-LINE.
               write REGISTRO-LINE.
               move LINHA-TITULO-CENTROS to REGISTRO-LINE.
               write REGISTRO-LINE.
               move zeros to WS-CC-I.
               perform ESCREVER-UM-CENTRO
                   until WS-CC-I not < WS-QTD-CENTROS.

           ESCREVER-UM-CENTRO.
               add 1 to WS-CC-I.
               if WS-CC-EMPREGADOS(WS-CC-I) > zeros
                   move WS-CC-CODIGO(WS-CC-I) to LCR-CODIGO
                   move WS-CC-NOME(WS-CC-I) to LCR-NOME
                   move WS-CC-EMPREGADOS(WS-CC-I) to LCR-EMPREGADOS
                   move WS-CC-BRUTO(WS-CC-I) to LCR-BRUTO
                   move WS-CC-PREVIDENCIA(WS-CC-I) to LCR-PREV
                   move WS-CC-IMPOSTO(WS-CC-I) to LCR-IMP
                   move WS-CC-LIQUIDO(WS-CC-I) to LCR-LIQ
                   move LINHA-CENTRO-REG to REGISTRO-LINE
                   write REGISTRO-LINE
               end-if.

      *> Totais do mes para o passo de contabilizacao, no mesmo
      *> molde dos arquivos de controle dos batches noturnos; os
      *> mesmos totais fecham a rodada no historico anual, como
      *> registro "T".
           GRAVAR-CONTROLE-MENSAL.
               move WS-TOTAL-EMPREGADOS to CTM-TOTAL-EMPREGADOS.
               move WS-TOTAL-BRUTO to CTM-TOTAL-BRUTO.
               move WS-TOTAL-PREVIDENCIA to CTM-TOTAL-PREVIDENCIA.
               move WS-TOTAL-IMPOSTO to CTM-TOTAL-IMPOSTO.
               move WS-TOTAL-LIQUIDO to CTM-TOTAL-LIQUIDO.
               move WS-TOTAL-FERIAS to CTM-TOTAL-FERIAS.
               move WS-TOTAL-DECIMO to CTM-TOTAL-DECIMO.
               move WS-TOTAL-EMPRESTIMO to CTM-TOTAL-EMPRESTIMO.
               move WS-DATA-COMPLETA to CTM-DATA-GRAVACAO.
               move WS-HORA-SISTEMA(1:6) to CTM-HORA-GRAVACAO.
               open output CTL-MENSAL-FILE.
               write CTL-MENSAL-FOLHA-RECORD.
               close CTL-MENSAL-FILE.
               move WS-DATA-COMPLETA(1:6) to FH-COMPETENCIA.
               move WS-DATA-COMPLETA to FH-DATA-GRAVACAO.
               move WS-HORA-SISTEMA(1:6) to FH-HORA-GRAVACAO.
               move "T" to FH-TIPO.
               move zeros to FH-EMP-ID.
               move WS-TOTAL-BRUTO to FH-BRUTO.
               move WS-TOTAL-PREVIDENCIA to FH-PREVIDENCIA.
               move WS-TOTAL-IMPOSTO to FH-IMPOSTO.
               move WS-TOTAL-LIQUIDO to FH-LIQUIDO.
               write FOLHA-HISTORICO-RECORD.
               open output CTL-MENSAL-CC-FILE.
               move zeros to WS-CC-I.
               perform GRAVAR-CONTROLE-CENTRO
                   until WS-CC-I not < WS-QTD-CENTROS.
               close CTL-MENSAL-CC-FILE.

      *> Mesmo carimbo do CTLMFOLH.DAT; a soma dos registros fecha
      *> com os totais dele.
           GRAVAR-CONTROLE-CENTRO.
               add 1 to WS-CC-I.
               if WS-CC-EMPREGADOS(WS-CC-I) > zeros
                   move WS-CC-CODIGO(WS-CC-I) to CTC-DEPARTAMENTO
                   move WS-CC-EMPREGADOS(WS-CC-I)
                       to CTC-TOTAL-EMPREGADOS
                   move WS-CC-BRUTO(WS-CC-I) to CTC-TOTAL-BRUTO
                   move WS-CC-PREVIDENCIA(WS-CC-I)
                       to CTC-TOTAL-PREVIDENCIA
                   move WS-CC-IMPOSTO(WS-CC-I) to CTC-TOTAL-IMPOSTO
                   move WS-CC-LIQUIDO(WS-CC-I) to CTC-TOTAL-LIQUIDO
                   move WS-DATA-COMPLETA to CTC-DATA-GRAVACAO
                   move WS-HORA-SISTEMA(1:6) to CTC-HORA-GRAVACAO
                   write CTL-MENSAL-CC-RECORD
               end-if.

           FECHAR-ARQUIVOS.
               close EMPLOYEE-MASTER-FILE.
               close FOLHA-REGISTRO-FILE.
               close HOLERITE-FILE.
               close REMESSA-FILE.
               if WS-DATA-MES = 11
                   close PARCELA-13-FILE
               end-if.
               close FOLHA-HISTORICO-FILE.

       copy EMPRGRV.

       end program FOLHA-MENSAL.
