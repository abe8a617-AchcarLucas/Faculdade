      *> Shared sale-value paragraph for the pricing batch and its
      *> reconciliation pre-foot, performed right after CALCULAR
      *> (MERCCALC.cpy). A movement is not tied to a customer, so only
      *> the list price in effect on W-PRC-DATA applies; with no list
      *> line the markup value CALCULAR already left in PRICE-VENDA
      *> stands, so both programs keep footing to the same total.
       PRECIFICAR-VENDA.
           MOVE W-NAME TO W-PRC-NAME.
           MOVE SPACES TO W-PRC-CLIENTE.
           MOVE CUSTO-UNIT TO W-PRC-CUSTO.
           PERFORM BUSCAR-PRECO-VIGENTE.
           IF NOT PRC-MARKUP-GERAL
               COMPUTE PRICE-VENDA = QTD * W-PRC-PRECO-UNIT
               MOVE PRICE-VENDA TO PRICE-VENDA-MASK
           END-IF.
