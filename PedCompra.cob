      *OBJETIVO: GERACAO DE PEDIDOS DE COMPRA A PARTIR DO ESTOQUE
      *          BAIXO. VARRE O ITEMMAST COM A MESMA REGRA DO
      *          LOWSTOCK (ATIVO E ESTOQUE ABAIXO DO PONTO DE
      *          REPOSICAO), SUGERE A QUANTIDADE (ATE O PONTO DE
      *          REPOSICAO MAIS O LOTE DE COMPRA DO ITEM OU, SEM
      *          LOTE, DUAS VEZES O PONTO DE REPOSICAO MENOS O
      *          ESTOQUE), AGRUPA POR
      *          IT-FORNECEDOR (NOME NO SUPPMAST), NUMERA OS PEDIDOS
      *          PELO SEQUENCIAL DO POCTL.dat, REGISTRA AS LINHAS EM
      *          ABERTO NO POREG.dat (QUE O RECEBIMENTO BAIXA) E
      *2026-09-02 - CRIADO: O LOWSTOCK AVISAVA O QUE ACABOU E DALI
      *             EM DIANTE ERA TELEFONE E EDICAO DO IT-ESTOQUE NO
      *             BRACO.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM A CLASSIFICACAO
      *             FISCAL DO ITEM (IT-NCM, IT-ICMS-ALIQ E IT-ICMS-ST).
      *2026-10-15 - A FALTA PASSA A SER APURADA POR ITEM E LOCAL NO
      *             ESTLOC.dat (SALDO MAIS TRANSITO ABAIXO DO PONTO DE
      *             REPOSICAO DO LOCAL); O PEDIDO SAI POR FORNECEDOR E
      *             LOCAL DE ENTREGA (NOME NO LOCMAST) E O POREG GANHA O
      *             PO-LOCAL, ONDE O RECEBIMENTO DA ENTRADA.
      *2026-10-15 - A LINHA DO POREG GANHA O PRECO UNITARIO PEDIDO
      *             (PO-PRECO, O IT-CUSTO DO CATALOGO NA EMISSAO,
      *             IMPRESSO NO PEDIDO) E A QUANTIDADE JA FATURADA PELO
      *             FORNECEDOR (PO-QTD-FATURADA), BASE DA CONFERENCIA DA
      *             NOTA NO NFFORN.
      *2026-10-15 - LAYOUT DO ITEMMAST COM O LOTE DE COMPRA
      *             (IT-LOTE-COMPRA) E DO SUPPMAST COM O PRAZO DE
      *             ENTREGA. COM LOTE APROVADO (ABCAPROV) A SUGESTAO
      *             PASSA A SER O PONTO DE REPOSICAO DO LOCAL MENOS O
      *             DISPONIVEL MAIS O LOTE RATEADO PARA O LOCAL.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *2026-10-15 - LAYOUT DO SUPPMAST ESTENDIDO COM A UF DO FORNECEDOR
      *             (SUP-UF).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMMAST.
           SELECT STOCK-LOCATION-FILE ASSIGN TO "ESTLOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTLOC.
           SELECT LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOCMAST.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUPPMAST.
           02 IT-CATEGORIA           PIC X(10).
           02 IT-FORNECEDOR          PIC X(06).
           02 IT-CUSTO               PIC 9(05)V99.
           02 IT-NCM                 PIC 9(08).
           02 IT-ICMS-ALIQ           PIC 9(02)V99.
           02 IT-ICMS-ST             PIC X(01).
           02 IT-LOTE-COMPRA         PIC 9(05).
           02 IT-PESO                PIC 9(03)V99.

       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-RECORD.
           02 EL-ITEM                PIC X(06).
           02 EL-LOCAL               PIC X(04).
           02 EL-SALDO               PIC 9(05).
           02 EL-PONTO-REP           PIC 9(05).
           02 EL-TRANSITO            PIC 9(05).

       FD  LOCATION-MASTER-FILE.
       01  LOCATION-MASTER-RECORD.
           02 LC-CODIGO              PIC X(04).
           02 LC-NOME                PIC X(20).
           02 LC-TIPO                PIC X(01).

       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           02 SUP-CODIGO             PIC X(06).
           02 SUP-NOME               PIC X(30).
           02 SUP-CONTATO            PIC X(20).
           02 SUP-PRAZO-ENTREGA      PIC 9(03).
           02 SUP-UF                 PIC X(02).

       FD  PURCHASE-CONTROL-FILE.
       01  PURCHASE-CONTROL-RECORD.
           02 PO-QTD-RECEBIDA        PIC 9(05).
           02 PO-STATUS              PIC X(01).
           02 PO-DATA                PIC 9(08).
           02 PO-LOCAL               PIC X(04).
           02 PO-PRECO               PIC 9(05)V99.
           02 PO-QTD-FATURADA        PIC 9(05).

       FD  PURCHASE-PRINT-FILE.
       01  PURCHASE-PRINT-RECORD     PIC X(72).

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PEDCOMPRA'.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SUPPMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POCTL           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POREG           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POPRINT         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-ESTLOC         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOCAL              VALUE 'S'.
       77 WRK-FIM-LOCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOCAIS                    VALUE 'S'.
       77 WRK-FIM-SUPPMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FORNECEDORES              VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-SUB-FAL            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FORN           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-FORN           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LOC            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-LOC            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DISPONIVEL         PIC 9(06)      VALUE ZEROS.
       77 WRK-FORNECEDOR-ATUAL   PIC X(06)      VALUE SPACES.
       77 WRK-LOCAL-ATUAL        PIC X(04)      VALUE SPACES.
       77 WRK-NOME-LOCAL         PIC X(20)      VALUE SPACES.
       77 WRK-NOME-FORNECEDOR    PIC X(30)      VALUE SPACES.
       77 WRK-QTD-SUGERIDA       PIC 9(05)      VALUE ZEROS.
       77 WRK-LOTE-LOCAL         PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-PEDIDOS        PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-LINHAS         PIC 9(03)      VALUE ZEROS.
       77 WRK-PRECO-ED           PIC ZZ.ZZ9,99.

       01  WRK-TAB-FALTA VALUE ZEROS.
           02 WRK-FAL-LINHA OCCURS 100 TIMES.
               03 WRK-FAL-DESCRICAO  PIC X(20).
               03 WRK-FAL-SUGERIDA   PIC 9(05).
               03 WRK-FAL-FORNECEDOR PIC X(06).
               03 WRK-FAL-LOCAL      PIC X(04).
               03 WRK-FAL-TRATADO    PIC X(01).
               03 WRK-FAL-CUSTO      PIC 9(05)V99.

       01  WRK-TAB-CAT VALUE ZEROS.
           02 WRK-CAT-LINHA OCCURS 100 TIMES.
               03 WRK-CAT-CODIGO     PIC X(06).
               03 WRK-CAT-DESCRICAO  PIC X(20).
               03 WRK-CAT-ATIVO      PIC X(01).
               03 WRK-CAT-FORNECEDOR PIC X(06).
               03 WRK-CAT-CUSTO      PIC 9(05)V99.
               03 WRK-CAT-PONTO-REP  PIC 9(05).
               03 WRK-CAT-LOTE-COMPRA
                                     PIC 9(05).

       01  WRK-TAB-LOC VALUE SPACES.
           02 WRK-LOC-LINHA OCCURS 20 TIMES.
               03 WRK-LOC-CODIGO     PIC X(04).
               03 WRK-LOC-NOME       PIC X(20).

       01  WRK-TAB-FORN VALUE ZEROS.
           02 WRK-FORN-LINHA OCCURS 50 TIMES.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0115-CARREGAR-FALTAS.
           PERFORM 0120-CARREGAR-FORNECEDORES.
           PERFORM 0125-CARREGAR-LOCAIS.
           PERFORM 0130-CARREGAR-CONTROLE.
           OPEN OUTPUT PURCHASE-PRINT-FILE.
           MOVE 'POPRINT' TO WRK-FSCHK-ARQ.
                   WRK-FSCHK-CHAVE
           END-IF.

       0110-CARREGAR-CATALOGO.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-ITEM UNTIL WRK-FIM-CATALOGO.
           CLOSE ITEM-MASTER-FILE.

       0111-LER-ITEM.
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ITEMMAST
               NOT AT END
                   MOVE 'WRK-TAB-CAT' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CAT TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CAT
                   MOVE IT-CODIGO
                       TO WRK-CAT-CODIGO(WRK-QTD-CAT)
                   MOVE IT-DESCRICAO
                       TO WRK-CAT-DESCRICAO(WRK-QTD-CAT)
                   MOVE IT-ATIVO
                       TO WRK-CAT-ATIVO(WRK-QTD-CAT)
                   MOVE IT-FORNECEDOR
                       TO WRK-CAT-FORNECEDOR(WRK-QTD-CAT)
                   MOVE IT-CUSTO
                       TO WRK-CAT-CUSTO(WRK-QTD-CAT)
                   MOVE IT-PONTO-REP
                       TO WRK-CAT-PONTO-REP(WRK-QTD-CAT)
                   MOVE IT-LOTE-COMPRA
                       TO WRK-CAT-LOTE-COMPRA(WRK-QTD-CAT)
           END-READ.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.

       0115-CARREGAR-FALTAS.
           OPEN INPUT STOCK-LOCATION-FILE.
           MOVE 'ESTLOC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOC,
               WRK-FSCHK-CHAVE.
           PERFORM 0116-LER-SALDO-LOCAL UNTIL WRK-FIM-SALDOS-LOCAL.
           CLOSE STOCK-LOCATION-FILE.
           DISPLAY 'ITENS/LOCAIS ABAIXO DO PONTO DE REPOSICAO: '
               WRK-QTD-FALTA.

       0116-LER-SALDO-LOCAL.
           READ STOCK-LOCATION-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ESTLOC
               NOT AT END
                   PERFORM 0117-AVALIAR-SALDO-LOCAL
           END-READ.
           MOVE 'ESTLOC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOC,
               WRK-FSCHK-CHAVE.

       0117-AVALIAR-SALDO-LOCAL.
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               IF WRK-CAT-CODIGO(WRK-SUB-CAT) = EL-ITEM
                   MOVE WRK-SUB-CAT TO WRK-CAT-ACHADO
                   MOVE WRK-QTD-CAT TO WRK-SUB-CAT
               END-IF
           END-PERFORM.
           COMPUTE WRK-DISPONIVEL = EL-SALDO + EL-TRANSITO.
           IF WRK-CAT-ACHADO > 0
               AND WRK-CAT-ATIVO(WRK-CAT-ACHADO) = 'S'
               AND WRK-DISPONIVEL < EL-PONTO-REP
               MOVE 'WRK-TAB-FALTA' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-FALTA TO WRK-TABCHK-QTD
               MOVE 100 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-FALTA
               MOVE EL-ITEM
                   TO WRK-FAL-ITEM(WRK-QTD-FALTA)
               MOVE WRK-CAT-DESCRICAO(WRK-CAT-ACHADO)
                   TO WRK-FAL-DESCRICAO(WRK-QTD-FALTA)
               PERFORM 0118-CALCULAR-SUGESTAO
               MOVE WRK-QTD-SUGERIDA
                   TO WRK-FAL-SUGERIDA(WRK-QTD-FALTA)
               MOVE WRK-CAT-FORNECEDOR(WRK-CAT-ACHADO)
                   TO WRK-FAL-FORNECEDOR(WRK-QTD-FALTA)
               MOVE EL-LOCAL
                   TO WRK-FAL-LOCAL(WRK-QTD-FALTA)
               MOVE 'N'
                   TO WRK-FAL-TRATADO(WRK-QTD-FALTA)
               MOVE WRK-CAT-CUSTO(WRK-CAT-ACHADO)
                   TO WRK-FAL-CUSTO(WRK-QTD-FALTA)
           END-IF.

      *    COM LOTE DE COMPRA APROVADO NO ABCAPROV, O PEDIDO REPOE
      *    ATE O PONTO DE REPOSICAO DO LOCAL MAIS O LOTE, RATEADO
      *    PELA PARTE DO LOCAL NO PONTO DE REPOSICAO DO ITEM; SEM
      *    LOTE, VALE A REGRA ANTIGA (DUAS VEZES O PONTO MENOS O
      *    DISPONIVEL).
       0118-CALCULAR-SUGESTAO.
           MOVE WRK-CAT-LOTE-COMPRA(WRK-CAT-ACHADO) TO WRK-LOTE-LOCAL.
           IF WRK-CAT-PONTO-REP(WRK-CAT-ACHADO) > ZEROS
               AND EL-PONTO-REP < WRK-CAT-PONTO-REP(WRK-CAT-ACHADO)
               COMPUTE WRK-LOTE-LOCAL ROUNDED =
                   WRK-CAT-LOTE-COMPRA(WRK-CAT-ACHADO) * EL-PONTO-REP
                   / WRK-CAT-PONTO-REP(WRK-CAT-ACHADO)
           END-IF.
           IF WRK-CAT-LOTE-COMPRA(WRK-CAT-ACHADO) > ZEROS
               AND WRK-LOTE-LOCAL = ZEROS
               MOVE 1 TO WRK-LOTE-LOCAL
           END-IF.
           IF WRK-LOTE-LOCAL > ZEROS
               COMPUTE WRK-QTD-SUGERIDA =
                   EL-PONTO-REP - WRK-DISPONIVEL + WRK-LOTE-LOCAL
           ELSE
               COMPUTE WRK-QTD-SUGERIDA =
                   (EL-PONTO-REP * 2) - WRK-DISPONIVEL
           END-IF.

       0120-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.

       0125-CARREGAR-LOCAIS.
           OPEN INPUT LOCATION-MASTER-FILE.
           MOVE 'LOCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOCMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0126-LER-LOCAL UNTIL WRK-FIM-LOCAIS.
           CLOSE LOCATION-MASTER-FILE.

       0126-LER-LOCAL.
           READ LOCATION-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOCMAST
               NOT AT END
                   MOVE 'WRK-TAB-LOC' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-LOC TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-LOC
                   MOVE LC-CODIGO TO WRK-LOC-CODIGO(WRK-QTD-LOC)
                   MOVE LC-NOME   TO WRK-LOC-NOME(WRK-QTD-LOC)
           END-READ.
           MOVE 'LOCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOCMAST,
               WRK-FSCHK-CHAVE.

       0130-CARREGAR-CONTROLE.
           MOVE ZEROS TO WRK-ULTIMO-PO.
           OPEN INPUT PURCHASE-CONTROL-FILE.
               IF WRK-FAL-TRATADO(WRK-SUB-FAL) = 'N'
                   MOVE WRK-FAL-FORNECEDOR(WRK-SUB-FAL)
                       TO WRK-FORNECEDOR-ATUAL
                   MOVE WRK-FAL-LOCAL(WRK-SUB-FAL)
                       TO WRK-LOCAL-ATUAL
                   PERFORM 0210-GERAR-PEDIDO-FORNECEDOR
               END-IF
           END-PERFORM.
               ' ' WRK-NOME-FORNECEDOR
               DELIMITED BY SIZE INTO PURCHASE-PRINT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0216-BUSCAR-NOME-LOCAL.
           MOVE SPACES TO PURCHASE-PRINT-RECORD.
           STRING 'ENTREGAR EM ' WRK-LOCAL-ATUAL
               ' ' WRK-NOME-LOCAL
               DELIMITED BY SIZE INTO PURCHASE-PRINT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0220-DETALHAR-ITEM
               VARYING WRK-SUB-FORN FROM 1 BY 1
               UNTIL WRK-SUB-FORN > WRK-QTD-FALTA.
               END-IF
           END-PERFORM.

       0216-BUSCAR-NOME-LOCAL.
           MOVE 'LOCAL NAO CADASTRADO' TO WRK-NOME-LOCAL.
           PERFORM VARYING WRK-SUB-LOC FROM 1 BY 1
               UNTIL WRK-SUB-LOC > WRK-QTD-LOC
               IF WRK-LOC-CODIGO(WRK-SUB-LOC) = WRK-LOCAL-ATUAL
                   MOVE WRK-LOC-NOME(WRK-SUB-LOC) TO WRK-NOME-LOCAL
                   MOVE WRK-QTD-LOC TO WRK-SUB-LOC
               END-IF
           END-PERFORM.

       0220-DETALHAR-ITEM.
           IF WRK-FAL-FORNECEDOR(WRK-SUB-FORN)
               = WRK-FORNECEDOR-ATUAL
               AND WRK-FAL-LOCAL(WRK-SUB-FORN) = WRK-LOCAL-ATUAL
               AND WRK-FAL-TRATADO(WRK-SUB-FORN) = 'N'
               MOVE 'S' TO WRK-FAL-TRATADO(WRK-SUB-FORN)
               ADD 1 TO WRK-QTD-LINHAS
               MOVE WRK-FAL-CUSTO(WRK-SUB-FORN) TO WRK-PRECO-ED
               MOVE SPACES TO PURCHASE-PRINT-RECORD
               STRING '  ' WRK-FAL-ITEM(WRK-SUB-FORN)
                   ' ' WRK-FAL-DESCRICAO(WRK-SUB-FORN)
                   ' QTD ' WRK-FAL-SUGERIDA(WRK-SUB-FORN)
                   ' PRECO ' WRK-PRECO-ED
                   DELIMITED BY SIZE INTO PURCHASE-PRINT-RECORD
               PERFORM 0290-GRAVAR-LINHA
               MOVE WRK-ULTIMO-PO TO PO-NUMERO
               MOVE ZEROS TO PO-QTD-RECEBIDA
               MOVE 'A' TO PO-STATUS
               MOVE WRK-DATA-HOJE TO PO-DATA
               MOVE WRK-LOCAL-ATUAL TO PO-LOCAL
               MOVE WRK-FAL-CUSTO(WRK-SUB-FORN) TO PO-PRECO
               MOVE ZEROS TO PO-QTD-FATURADA
               WRITE PURCHASE-REGISTER-RECORD
               MOVE 'POREG' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
