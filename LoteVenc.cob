       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEVENC.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: RELATORIO SEMANAL DE LOTES A VENCER PARA REMARCACAO.
      *          NA RODADA NOTURNA, QUANDO A DATA DE MOVIMENTO DO
      *          SCHEDCTL.dat ESTA A 7 DIAS OU MAIS DO ULTIMO
      *          RELATORIO (LOTECTL.dat), LISTA NO LOTEVENC.dat OS
      *          LOTES COM SALDO DO LOTES.dat POR FAIXA DE VALIDADE:
      *          JA VENCIDOS (AGUARDANDO A BAIXA DO LOTEBAIXA), ATE 7,
      *          ATE 15 E ATE 30 DIAS, COM QUANTIDADE E VALOR AO
      *          CUSTO DO ITEM (IT-CUSTO). FORA DA SEMANA NAO FAZ NADA.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: MERCADORIA VENCIDA SO ERA DESCOBERTA NA
      *             PRATELEIRA; A LOJA PRECISAVA VER COM ANTECEDENCIA O
      *             QUE REMARCAR.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O LOTE DE COMPRA DO
      *             ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "SCHEDCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCHEDCTL.
           SELECT LOT-CONTROL-FILE ASSIGN TO "LOTECTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTECTL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMMAST.
           SELECT LOT-FILE ASSIGN TO "LOTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTES.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "LOTEVENC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTEVENC.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

      *    DATA DE MOVIMENTO DO ULTIMO RELATORIO EMITIDO.
       FD  LOT-CONTROL-FILE.
       01  LOT-CONTROL-RECORD.
           02 LV-DATA-EMITIDA        PIC 9(08).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           02 IT-CODIGO              PIC X(06).
           02 IT-DESCRICAO           PIC X(20).
           02 IT-PRECO               PIC 9(05)V99.
           02 IT-ATIVO               PIC X(01).
           02 IT-ESTOQUE             PIC 9(05).
           02 IT-PONTO-REP           PIC 9(05).
           02 IT-CATEGORIA           PIC X(10).
           02 IT-FORNECEDOR          PIC X(06).
           02 IT-CUSTO               PIC 9(05)V99.
           02 IT-NCM                 PIC 9(08).
           02 IT-ICMS-ALIQ           PIC 9(02)V99.
           02 IT-ICMS-ST             PIC X(01).
           02 IT-LOTE-COMPRA         PIC 9(05).
           02 IT-PESO                PIC 9(03)V99.

       FD  LOT-FILE.
       01  LOT-RECORD.
           02 LT-ITEM                PIC X(06).
           02 LT-LOCAL               PIC X(04).
           02 LT-LOTE                PIC X(10).
           02 LT-VALIDADE            PIC 9(08).
           02 LT-SALDO               PIC 9(05).
           02 LT-DATA-ENTRADA        PIC 9(08).

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'LOTEVENC'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTECTL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTES           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTEVENC        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-LOTES          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOTE               VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-EMITIDA       PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-DESDE         PIC S9(05)     VALUE ZEROS.
       77 WRK-DIAS-VALIDADE      PIC S9(05)     VALUE ZEROS.
       77 WRK-FAIXA              PIC 9(01)      VALUE ZEROS.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LTE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-LTE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VALOR-LOTE         PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QTD-LOTES-LIST     PIC 9(05)      VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.

       01  WRK-TAB-CAT VALUE ZEROS.
           02 WRK-CAT-LINHA OCCURS 100 TIMES.
               03 WRK-CAT-CODIGO     PIC X(06).
               03 WRK-CAT-DESCRICAO  PIC X(20).
               03 WRK-CAT-CUSTO      PIC 9(05)V99.

      *    SO OS LOTES COM SALDO QUE VENCEM ATE 30 DIAS A FRENTE
      *    (OU JA VENCERAM), COM A FAIXA JA APURADA.
       01  WRK-TAB-LTE VALUE ZEROS.
           02 WRK-LTE-LINHA OCCURS 500 TIMES.
               03 WRK-LTE-ITEM       PIC X(06).
               03 WRK-LTE-LOCAL      PIC X(04).
               03 WRK-LTE-LOTE       PIC X(10).
               03 WRK-LTE-VALIDADE   PIC 9(08).
               03 WRK-LTE-SALDO      PIC 9(05).
               03 WRK-LTE-DIAS       PIC S9(05).
               03 WRK-LTE-FAIXA      PIC 9(01).

      *    FAIXAS: 1 = VENCIDO, 2 = ATE 7, 3 = ATE 15, 4 = ATE 30
      *    DIAS PARA VENCER.
       01  WRK-TAB-FAIXAS.
           02 FILLER                 PIC X(20)
                                     VALUE 'JA VENCIDOS'.
           02 FILLER                 PIC X(20)
                                     VALUE 'VENCEM EM ATE 7 DIAS'.
           02 FILLER                 PIC X(20)
                                     VALUE 'VENCEM EM 8 A 15'.
           02 FILLER                 PIC X(20)
                                     VALUE 'VENCEM EM 16 A 30'.
       01  WRK-TAB-FAIXAS-R REDEFINES WRK-TAB-FAIXAS.
           02 WRK-FAIXA-TITULO       PIC X(20) OCCURS 4 TIMES.

       01  WRK-TOT-FAIXAS VALUE ZEROS.
           02 WRK-TOT-FAIXA-LINHA OCCURS 4 TIMES.
               03 WRK-TOT-FAIXA-QTD  PIC 9(07).
               03 WRK-TOT-FAIXA-VALOR
                                     PIC 9(11)V99.

       01  WRK-LINHA-DET.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-DET-ITEM           PIC X(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-DESCRICAO      PIC X(20).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-LOCAL          PIC X(04).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-LOTE           PIC X(10).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-VALIDADE       PIC 9(08).
           02 WRK-DET-DIAS           PIC ----9.
           02 WRK-DET-QTD            PIC ZZ.ZZ9.
           02 WRK-DET-VALOR          PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0105-LER-DATA-MOVIMENTO.
           PERFORM 0110-LER-CONTROLE.
           IF WRK-DATA-EMITIDA > ZEROS
               COMPUTE WRK-DIAS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-EMITIDA)
               IF WRK-DIAS-DESDE < 7
                   DISPLAY 'LOTES A VENCER JA EMITIDO EM '
                       WRK-DATA-EMITIDA ' - NADA A FAZER.'
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 0120-CARREGAR-CATALOGO.
           PERFORM 0130-CARREGAR-LOTES.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           MOVE 'LOTEVENC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTEVENC,
               WRK-FSCHK-CHAVE.

       0105-LER-DATA-MOVIMENTO.
           OPEN INPUT SCHEDULE-CONTROL-FILE.
           MOVE 'SCHEDCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SCHEDCTL,
               WRK-FSCHK-CHAVE.
           READ SCHEDULE-CONTROL-FILE
               AT END
                   MOVE ZEROS TO SC-DATA-MOVIMENTO
           END-READ.
           CLOSE SCHEDULE-CONTROL-FILE.
           MOVE 'SC-DATA-MOVIM' TO WRK-DTCHK-CAMPO.
           MOVE 'E' TO WRK-DTCHK-SEVERIDADE.
           MOVE SC-DATA-MOVIMENTO TO WRK-DTCHK-DATA.
           CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
               WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
               WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO.
           MOVE SC-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO.

      *    SEM LOTECTL (PRIMEIRA RODADA) O RELATORIO SAI JA.
       0110-LER-CONTROLE.
           MOVE ZEROS TO WRK-DATA-EMITIDA.
           OPEN INPUT LOT-CONTROL-FILE.
           IF WRK-FS-LOTECTL = '00'
               READ LOT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LV-DATA-EMITIDA TO WRK-DATA-EMITIDA
               END-READ
               MOVE 'LOTECTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-LOTECTL,
                   WRK-FSCHK-CHAVE
               CLOSE LOT-CONTROL-FILE
           END-IF.

       0120-CARREGAR-CATALOGO.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-ITEM UNTIL WRK-FIM-CATALOGO.
           CLOSE ITEM-MASTER-FILE.

       0121-LER-ITEM.
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
                   MOVE IT-CODIGO    TO WRK-CAT-CODIGO(WRK-QTD-CAT)
                   MOVE IT-DESCRICAO TO WRK-CAT-DESCRICAO(WRK-QTD-CAT)
                   MOVE IT-CUSTO     TO WRK-CAT-CUSTO(WRK-QTD-CAT)
           END-READ.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.

      *    SEM LOTES.dat (NENHUMA ENTRADA COM LOTE) O RELATORIO SAI
      *    ZERADO, MAS SAI.
       0130-CARREGAR-LOTES.
           OPEN INPUT LOT-FILE.
           IF WRK-FS-LOTES = '00'
               PERFORM 0131-LER-LOTE UNTIL WRK-FIM-SALDOS-LOTE
               CLOSE LOT-FILE
           END-IF.

       0131-LER-LOTE.
           READ LOT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOTES
               NOT AT END
                   IF LT-SALDO > ZEROS
                       PERFORM 0132-CLASSIFICAR-LOTE
                   END-IF
           END-READ.
           MOVE 'LOTES' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTES,
               WRK-FSCHK-CHAVE.

      *    DIAS PARA VENCER CONTADOS DA DATA DE MOVIMENTO; O LOTE
      *    VENCE NO FIM DO DIA DA VALIDADE (ZERO DIAS = VENCE HOJE).
       0132-CLASSIFICAR-LOTE.
           COMPUTE WRK-DIAS-VALIDADE =
               FUNCTION INTEGER-OF-DATE(LT-VALIDADE)
               - FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO).
           EVALUATE TRUE
               WHEN WRK-DIAS-VALIDADE < ZEROS
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-VALIDADE NOT > 7
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-VALIDADE NOT > 15
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-VALIDADE NOT > 30
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE ZEROS TO WRK-FAIXA
           END-EVALUATE.
           IF WRK-FAIXA > ZEROS
               MOVE 'WRK-TAB-LTE' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-LTE TO WRK-TABCHK-QTD
               MOVE 500 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-LTE
               MOVE LT-ITEM           TO WRK-LTE-ITEM(WRK-QTD-LTE)
               MOVE LT-LOCAL          TO WRK-LTE-LOCAL(WRK-QTD-LTE)
               MOVE LT-LOTE           TO WRK-LTE-LOTE(WRK-QTD-LTE)
               MOVE LT-VALIDADE       TO WRK-LTE-VALIDADE(WRK-QTD-LTE)
               MOVE LT-SALDO          TO WRK-LTE-SALDO(WRK-QTD-LTE)
               MOVE WRK-DIAS-VALIDADE TO WRK-LTE-DIAS(WRK-QTD-LTE)
               MOVE WRK-FAIXA         TO WRK-LTE-FAIXA(WRK-QTD-LTE)
           END-IF.

      *    UM BLOCO POR FAIXA, NA ORDEM DO LOTES.dat, COM O
      *    SUBTOTAL DA FAIXA.
       0200-PROCESSAR.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING 'LOTES A VENCER PARA REMARCACAO - MOVIMENTO '
               WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING '  ITEM   DESCRICAO            LOCAL LOTE      '
               ' VALIDADE  DIAS   QTD   VALOR CUSTO'
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0210-GRAVAR-FAIXA
               VARYING WRK-FAIXA FROM 1 BY 1
               UNTIL WRK-FAIXA > 4.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-LOTES-LIST TO WRK-QTD-ED.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING 'LOTES LISTADOS: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0210-GRAVAR-FAIXA.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-FAIXA-TITULO(WRK-FAIXA) TO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE
               IF WRK-LTE-FAIXA(WRK-SUB-LTE) = WRK-FAIXA
                   PERFORM 0220-GRAVAR-LOTE
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-FAIXA-QTD(WRK-FAIXA) TO WRK-QTD-ED.
           MOVE WRK-TOT-FAIXA-VALOR(WRK-FAIXA) TO WRK-VALOR-ED.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING '  SUBTOTAL DA FAIXA' ' QTD ' WRK-QTD-ED
               ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0220-GRAVAR-LOTE.
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               IF WRK-CAT-CODIGO(WRK-SUB-CAT)
                   = WRK-LTE-ITEM(WRK-SUB-LTE)
                   MOVE WRK-SUB-CAT TO WRK-CAT-ACHADO
                   MOVE WRK-QTD-CAT TO WRK-SUB-CAT
               END-IF
           END-PERFORM.
           MOVE WRK-LTE-ITEM(WRK-SUB-LTE)     TO WRK-DET-ITEM.
           MOVE WRK-LTE-LOCAL(WRK-SUB-LTE)    TO WRK-DET-LOCAL.
           MOVE WRK-LTE-LOTE(WRK-SUB-LTE)     TO WRK-DET-LOTE.
           MOVE WRK-LTE-VALIDADE(WRK-SUB-LTE) TO WRK-DET-VALIDADE.
           MOVE WRK-LTE-DIAS(WRK-SUB-LTE)     TO WRK-DET-DIAS.
           MOVE WRK-LTE-SALDO(WRK-SUB-LTE)    TO WRK-DET-QTD.
           IF WRK-CAT-ACHADO > ZEROS
               MOVE WRK-CAT-DESCRICAO(WRK-CAT-ACHADO)
                   TO WRK-DET-DESCRICAO
               COMPUTE WRK-VALOR-LOTE =
                   WRK-LTE-SALDO(WRK-SUB-LTE)
                   * WRK-CAT-CUSTO(WRK-CAT-ACHADO)
           ELSE
               MOVE 'ITEM FORA DO CATALOGO' TO WRK-DET-DESCRICAO
               MOVE ZEROS TO WRK-VALOR-LOTE
           END-IF.
           MOVE WRK-VALOR-LOTE TO WRK-DET-VALOR.
           ADD WRK-LTE-SALDO(WRK-SUB-LTE)
               TO WRK-TOT-FAIXA-QTD(WRK-FAIXA).
           ADD WRK-VALOR-LOTE TO WRK-TOT-FAIXA-VALOR(WRK-FAIXA).
           ADD 1 TO WRK-QTD-LOTES-LIST.
           MOVE WRK-LINHA-DET TO EXPIRY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE 'LOTEVENC' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTEVENC,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE EXPIRY-REPORT-FILE.
           PERFORM 0920-GRAVAR-CONTROLE.
           MOVE WRK-TOT-FAIXA-VALOR(1) TO WRK-VALOR-ED.
           DISPLAY 'LOTES A VENCER EM ' WRK-DATA-MOVIMENTO ': '
               WRK-QTD-LOTES-LIST ' LOTE(S), VENCIDO AO CUSTO '
               WRK-VALOR-ED '.'.

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT LOT-CONTROL-FILE.
           MOVE 'LOTECTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTECTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DATA-MOVIMENTO TO LV-DATA-EMITIDA.
           WRITE LOT-CONTROL-RECORD.
           MOVE 'LOTECTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTECTL,
               WRK-FSCHK-CHAVE.
           CLOSE LOT-CONTROL-FILE.
