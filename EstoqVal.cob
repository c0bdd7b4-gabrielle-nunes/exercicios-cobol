      *2026-09-02 - CRIADO: O ITEMMAST SABIA PRECO E QUANTIDADE, MAS
      *             NINGUEM SABIA O VALOR DO ESTOQUE PARADO NEM SE O
      *             ITM001 DAVA LUCRO.
      *2026-10-15 - LAYOUT DO SALESDET COM SD-CPF E SD-PONTOS
      *             (FIDELIDADE).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM A CLASSIFICACAO
      *             FISCAL DO ITEM (IT-NCM, IT-ICMS-ALIQ E IT-ICMS-ST).
      *2026-10-15 - A VALORIZACAO EXCLUI O SALDO DOS LOTES VENCIDOS
      *             (LOTES.dat) DA QUANTIDADE VENDAVEL DO ITEM,
      *             MOSTRANDO-O EM LINHA A PARTE E NUM TOTAL PROPRIO.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O LOTE DE COMPRA DO
      *             ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SALES-DETAIL-FILE ASSIGN TO "SALESDET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESDET.
           SELECT LOT-FILE ASSIGN TO "LOTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTES.
           SELECT VALUATION-REPORT-FILE ASSIGN TO "ESTOQVAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTOQVAL.
           02 IT-CATEGORIA           PIC X(10).
           02 IT-FORNECEDOR          PIC X(06).
           02 IT-CUSTO               PIC 9(05)V99.
           02 IT-NCM                 PIC 9(08).
           02 IT-ICMS-ALIQ           PIC 9(02)V99.
           02 IT-ICMS-ST             PIC X(01).
           02 IT-LOTE-COMPRA         PIC 9(05).
           02 IT-PESO                PIC 9(03)V99.

       FD  SALES-DETAIL-FILE.
       01  SALES-DETAIL-RECORD.
           02 SD-REF-DATA            PIC 9(08).
           02 SD-REF-TERM            PIC X(04).
           02 SD-REF-CUPOM           PIC 9(06).
           02 SD-CPF                 PIC 9(11).
           02 SD-PONTOS              PIC 9(07).

       FD  LOT-FILE.
       01  LOT-RECORD.
           02 LT-ITEM                PIC X(06).
           02 LT-LOCAL               PIC X(04).
           02 LT-LOTE                PIC X(10).
           02 LT-VALIDADE            PIC 9(08).
           02 LT-SALDO               PIC 9(05).
           02 LT-DATA-ENTRADA        PIC 9(08).

       FD  VALUATION-REPORT-FILE.
       01  VALUATION-REPORT-RECORD   PIC X(80).
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALESDET        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTOQVAL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTES           PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-SALESDET       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DETALHE                   VALUE 'S'.
       77 WRK-FIM-LOTES          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOTE               VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-VALORIZAR               VALUE 'V'.
           88 WRK-OPCAO-MARGEM                  VALUE 'M'.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VALOR-ITEM         PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QTD-VENDAVEL       PIC 9(05)      VALUE ZEROS.
       77 WRK-VALOR-VENCIDO      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-VENCIDO      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-TOTAL-ESTOQUE      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-CUSTO-VENDIDO      PIC S9(09)V99  VALUE ZEROS.
       77 WRK-MARGEM             PIC S9(09)V99  VALUE ZEROS.
               03 WRK-CAT-CUSTO      PIC 9(05)V99.
               03 WRK-CAT-RECEITA    PIC S9(09)V99.
               03 WRK-CAT-UNIDADES   PIC S9(07).
               03 WRK-CAT-VENCIDO    PIC 9(05).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                   MOVE ZEROS
                       TO WRK-CAT-RECEITA(WRK-QTD-CAT)
                          WRK-CAT-UNIDADES(WRK-QTD-CAT)
                          WRK-CAT-VENCIDO(WRK-QTD-CAT)
           END-READ.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               WRK-FSCHK-CHAVE.

       0200-VALORIZAR-ESTOQUE.
           PERFORM 0220-CARREGAR-VENCIDOS.
           MOVE 'VALORIZACAO DO ESTOQUE (QUANTIDADE X CUSTO):'
               TO VALUATION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           STRING 'VALOR TOTAL DO ESTOQUE: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-TOTAL-VENCIDO > ZEROS
               MOVE WRK-TOTAL-VENCIDO TO WRK-VALOR-ED
               MOVE SPACES TO VALUATION-REPORT-RECORD
               STRING 'LOTES VENCIDOS FORA DA VALORIZACAO: '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

      *    SO ENTRA NA VALORIZACAO O ESTOQUE VENDAVEL: O SALDO DOS
      *    LOTES JA VENCIDOS (AGUARDANDO A BAIXA DO LOTEBAIXA) SAI DA
      *    QUANTIDADE DO ITEM E APARECE NUMA LINHA A PARTE.
       0210-VALORIZAR-ITEM.
           IF WRK-CAT-VENCIDO(WRK-SUB-CAT)
               > WRK-CAT-ESTOQUE(WRK-SUB-CAT)
               MOVE WRK-CAT-ESTOQUE(WRK-SUB-CAT)
                   TO WRK-CAT-VENCIDO(WRK-SUB-CAT)
           END-IF.
           COMPUTE WRK-QTD-VENDAVEL =
               WRK-CAT-ESTOQUE(WRK-SUB-CAT)
               - WRK-CAT-VENCIDO(WRK-SUB-CAT).
           COMPUTE WRK-VALOR-ITEM =
               WRK-QTD-VENDAVEL
               * WRK-CAT-CUSTO(WRK-SUB-CAT).
           ADD WRK-VALOR-ITEM TO WRK-TOTAL-ESTOQUE.
           MOVE WRK-VALOR-ITEM TO WRK-VALOR-ED.
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           STRING '  ' WRK-CAT-CODIGO(WRK-SUB-CAT)
               ' ' WRK-CAT-DESCRICAO(WRK-SUB-CAT)
               ' QTD ' WRK-QTD-VENDAVEL
               ' CUSTO ' WRK-CAT-CUSTO(WRK-SUB-CAT)
               ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-CAT-VENCIDO(WRK-SUB-CAT) > ZEROS
               COMPUTE WRK-VALOR-VENCIDO =
                   WRK-CAT-VENCIDO(WRK-SUB-CAT)
                   * WRK-CAT-CUSTO(WRK-SUB-CAT)
               ADD WRK-VALOR-VENCIDO TO WRK-TOTAL-VENCIDO
               MOVE WRK-VALOR-VENCIDO TO WRK-VALOR-ED
               MOVE SPACES TO VALUATION-REPORT-RECORD
               STRING '         VENCIDO (NAO VALORIZADO) QTD '
                   WRK-CAT-VENCIDO(WRK-SUB-CAT)
                   ' VALOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

      *    SEM LOTES.dat NENHUM ITEM TEM LOTE VENCIDO.
       0220-CARREGAR-VENCIDOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT LOT-FILE.
           IF WRK-FS-LOTES = '00'
               PERFORM 0221-LER-LOTE UNTIL WRK-FIM-SALDOS-LOTE
               CLOSE LOT-FILE
           END-IF.

       0221-LER-LOTE.
           READ LOT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOTES
               NOT AT END
                   IF LT-VALIDADE < WRK-DATA-HOJE
                       AND LT-SALDO > ZEROS
                       PERFORM 0222-SOMAR-VENCIDO
                   END-IF
           END-READ.
           MOVE 'LOTES' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTES,
               WRK-FSCHK-CHAVE.

       0222-SOMAR-VENCIDO.
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               IF WRK-CAT-CODIGO(WRK-SUB-CAT) = LT-ITEM
                   MOVE WRK-SUB-CAT TO WRK-CAT-ACHADO
                   MOVE WRK-QTD-CAT TO WRK-SUB-CAT
               END-IF
           END-PERFORM.
           IF WRK-CAT-ACHADO > 0
               ADD LT-SALDO TO WRK-CAT-VENCIDO(WRK-CAT-ACHADO)
           END-IF.

       0300-APURAR-MARGEM.
           OPEN INPUT SALES-DETAIL-FILE.
