      *> Change the chart of accounts here, not in the program.
      *> Eventos usados pelo CONTABILIZACAO-GL:
      *>   VENDA    - total de venda do batch de precos (CTLPRECO)
      *>   DEVOLUC  - notas de credito de devolucao do dia (CTLDEVOL);
      *>              debito na conta de devolucoes de venda, credito
      *>              em clientes
      *>   COTACAO  - cotacoes de corte aceitas faturadas no dia pelo
      *>              valor aceito (CTLCOTA); debito em clientes,
      *>              credito na conta de receita de servicos de corte
      *>   REAJUSTE - valor de reajuste do batch de folha (CTLFOLHA)
      *>   FOLHABRU - bruto da folha mensal (CTLMFOLH); o debito e
      *>              feito por centro de custo (CTLMCC) na conta de
      *>              despesa do DEPTO.DAT, e esta conta de debito so
      *>              vale para departamento sem conta propria
      *>   FOLHAPRE - previdencia retida da folha mensal
      *>   FOLHAIMP - imposto retido da folha mensal
      *>   FOLHAEMP - parcelas de emprestimo descontadas na folha
      *>              mensal; debito no passivo de salarios, credito
      *>              em emprestimos a empregados
       01 CONTA-MAPA-RECORD.
           02 CM-EVENTO             PIC X(08).
           02 CM-CONTA-DEBITO       PIC 9(06).
