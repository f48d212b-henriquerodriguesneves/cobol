           03 CIDADE               PIC X(20).
           03 UF                   PIC X(02).
           03 CEP                  PIC 9(08).
           03 CODIGO-TABELA-PRECO  PIC 9(03).

       FD PRODUTOS-ANT.
       01 REG-PRODUTOS-ANT.
           03 PRECO                PIC 9(06)V99.
           03 QTDE-ESTOQUE         PIC 9(05).
           03 QTDE-MINIMA          PIC 9(05).
           03 CUSTO-MEDIO          PIC 9(06)V99.
           03 CLASSE-ABC           PIC X(01).

       FD PEDIDO-VENDAS-ANT.
       01 REG-PEDIDO-VENDAS-ANT.
           03 IP-PRECO             PIC 9(06)V99.
           03 IP-QTDE              PIC 9(03).
           03 IP-VALOR-ITEM        PIC 9(09)V99.
           03 IP-CUSTO-UNITARIO    PIC 9(06)V99.

       FD PEDIDO-COMPRA-ANT.
       01 REG-PEDIDO-COMPRA-ANT.
           03 PC-DATA-EMISSAO      PIC 9(08).
           03 PC-DATA-RECEBTO      PIC 9(08).
           03 PC-SITUACAO          PIC X(09).
           03 PC-CODIGO-FORNECEDOR PIC 9(06).
           03 PC-CUSTO-UNITARIO    PIC 9(06)V99.
           03 PC-COND-PAGTO        PIC 9(01).

       FD CONTAS-RECEBER-ANT.
       01 REG-CONTAS-RECEBER-ANT.
           03 CR-VALOR-PAGO        PIC 9(09)V99.
           03 CR-DATA-PAGAMENTO    PIC 9(08).
           03 CR-SITUACAO          PIC X(09).
           03 CR-NUM-REMESSA       PIC 9(06).
           03 CR-DATA-REMESSA      PIC 9(08).
           03 CR-MULTA-PAGA        PIC 9(09)V99.
           03 CR-JUROS-PAGOS       PIC 9(09)V99.
           03 CR-ENCARGO-DISPENSADO PIC 9(09)V99.

       FD BACKORDER-ANT.
       01 REG-BACKORDER-ANT.
           03 MV-QTDE-ENTRADA      PIC 9(05).
           03 MV-QTDE-SAIDA        PIC 9(05).
           03 MV-SALDO-APOS        PIC 9(05).
           03 MV-CUSTO-UNITARIO    PIC 9(06)V99.

       FD SEQUENCIAS.
       01 REG-SEQUENCIAS.
                           MOVE SPACES TO CIDADE
                           MOVE SPACES TO UF
                           MOVE ZEROS TO CEP
                           MOVE ZEROS TO CODIGO-TABELA-PRECO
                           IF CODIGO-CLIENTE > WS-MAX-CLIENTE
                               MOVE CODIGO-CLIENTE TO WS-MAX-CLIENTE
                           END-IF
                           MOVE PRECO-ANT TO PRECO
                           MOVE QTDE-ESTOQUE-ANT TO QTDE-ESTOQUE
                           MOVE QTDE-MINIMA-ANT TO QTDE-MINIMA
                           MOVE ZEROS TO CUSTO-MEDIO
                           MOVE SPACES TO CLASSE-ABC
                           IF CODIGO-PRODUTO > WS-MAX-PRODUTO
                               MOVE CODIGO-PRODUTO TO WS-MAX-PRODUTO
                           END-IF
                           MOVE IP-PRECO-ANT TO IP-PRECO
                           MOVE IP-QTDE-ANT TO IP-QTDE
                           MOVE IP-VALOR-ITEM-ANT TO IP-VALOR-ITEM
                           MOVE ZEROS TO IP-CUSTO-UNITARIO
                           WRITE REG-ITENS-PEDIDO
                           IF WS-FS-ITENS NOT EQUAL ZEROS
                               ADD 1 TO WS-QTD-ERROS
                           MOVE PC-DATA-EMISSAO-ANT TO PC-DATA-EMISSAO
                           MOVE PC-DATA-RECEBTO-ANT TO PC-DATA-RECEBTO
                           MOVE PC-SITUACAO-ANT TO PC-SITUACAO
                           MOVE ZEROS TO PC-CODIGO-FORNECEDOR
                           MOVE ZEROS TO PC-CUSTO-UNITARIO
                           MOVE ZEROS TO PC-COND-PAGTO
                           IF CODIGO-COMPRA > WS-MAX-COMPRA
                               MOVE CODIGO-COMPRA TO WS-MAX-COMPRA
                           END-IF
                           MOVE CR-DATA-PAGAMENTO-ANT
                                           TO CR-DATA-PAGAMENTO
                           MOVE CR-SITUACAO-ANT TO CR-SITUACAO
                           MOVE ZEROS TO CR-NUM-REMESSA
                           MOVE ZEROS TO CR-DATA-REMESSA
                           MOVE ZEROS TO CR-MULTA-PAGA
                           MOVE ZEROS TO CR-JUROS-PAGOS
                           MOVE ZEROS TO CR-ENCARGO-DISPENSADO
                           WRITE REG-CONTAS-RECEBER
                           IF WS-FS-RECEBER NOT EQUAL ZEROS
                               ADD 1 TO WS-QTD-ERROS
                                           TO MV-QTDE-ENTRADA
                           MOVE MV-QTDE-SAIDA-ANT TO MV-QTDE-SAIDA
                           MOVE MV-SALDO-APOS-ANT TO MV-SALDO-APOS
                           MOVE ZEROS TO MV-CUSTO-UNITARIO
                           WRITE REG-MOVTO-ESTOQUE
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-READ
