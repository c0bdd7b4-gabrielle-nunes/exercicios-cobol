       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGFORN.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: PROGRAMACAO SEMANAL DE PAGAMENTO A FORNECEDORES.
      *          NA RODADA NOTURNA, QUANDO A DATA DE MOVIMENTO DO
      *          SCHEDCTL.dat ESTA A 7 DIAS OU MAIS DA ULTIMA
      *          PROGRAMACAO (PAGCTL.dat), SELECIONA NO APREG.dat AS
      *          NOTAS EM ABERTO QUE VENCEM ATE 7 DIAS A FRENTE (E AS
      *          VENCIDAS), MARCA COMO PROGRAMADAS, LISTA NO
      *          PAGFORN.dat POR DATA DE VENCIMENTO E LANCA NO DIARIO
      *          CONSOLIDADO JRNCONS.dat, VIA CONTAMAP, A BAIXA DE
      *          FORNECEDORES A PAGAR CONTRA BANCO POR VENCIMENTO.
      *          FORA DA SEMANA NAO FAZ NADA.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O PAGAMENTO A FORNECEDORES ERA MONTADO A
      *             MAO PELO FINANCEIRO, SEM LISTA DO QUE VENCE NA
      *             SEMANA.
      *2026-10-15 - LAYOUT DO SUPPMAST ESTENDIDO COM O PRAZO DE ENTREGA
      *             (SUP-PRAZO-ENTREGA).
      *2026-10-15 - LAYOUT DO SUPPMAST ESTENDIDO COM A UF DO FORNECEDOR
      *             (SUP-UF).
      *2026-10-15 - TRAILER DO JRNCONS PASSA A LEVAR A COMPETENCIA E
      *             A DATA DO MOVIMENTO (JCT-COMPETENCIA/JCT-DATA),
      *             PARA O LANCAMENTO NO RAZAO GERAL (CTBLANC).
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
           SELECT PAYMENT-CONTROL-FILE ASSIGN TO "PAGCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGCTL.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUPPMAST.
           SELECT PAYABLES-REGISTER-FILE ASSIGN TO "APREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APREG.
           SELECT PAYABLES-REGISTER-FILE-NOVO ASSIGN TO "APREGNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APREGNW.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT CONSOL-JOURNAL-FILE ASSIGN TO "JRNCONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNCONS.
           SELECT PAYMENT-REPORT-FILE ASSIGN TO "PAGFORN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGFORN.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

      *    DATA DE MOVIMENTO DA ULTIMA PROGRAMACAO.
       FD  PAYMENT-CONTROL-FILE.
       01  PAYMENT-CONTROL-RECORD.
           02 PC-DATA-PROGRAMADA     PIC 9(08).

       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           02 SUP-CODIGO             PIC X(06).
           02 SUP-NOME               PIC X(30).
           02 SUP-CONTATO            PIC X(20).
           02 SUP-PRAZO-ENTREGA      PIC 9(03).
           02 SUP-UF                 PIC X(02).

       FD  PAYABLES-REGISTER-FILE.
       01  PAYABLES-REGISTER-RECORD.
           02 AP-FORNECEDOR          PIC X(06).
           02 AP-NOTA                PIC X(09).
           02 AP-EMISSAO             PIC 9(08).
           02 AP-VENCIMENTO          PIC 9(08).
           02 AP-VALOR               PIC 9(09)V99.
           02 AP-PEDIDO              PIC 9(06).
           02 AP-STATUS              PIC X(01).
           02 AP-DATA-LANCTO         PIC 9(08).
           02 AP-DATA-PAGTO          PIC 9(08).

       FD  PAYABLES-REGISTER-FILE-NOVO.
       01  PAYABLES-REGISTER-RECORD-NOVO.
           02 APN-FORNECEDOR         PIC X(06).
           02 APN-NOTA               PIC X(09).
           02 APN-EMISSAO            PIC 9(08).
           02 APN-VENCIMENTO         PIC 9(08).
           02 APN-VALOR              PIC 9(09)V99.
           02 APN-PEDIDO             PIC 9(06).
           02 APN-STATUS             PIC X(01).
           02 APN-DATA-LANCTO        PIC 9(08).
           02 APN-DATA-PAGTO         PIC 9(08).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 MAP-VERBA             PIC X(15).
           02 MAP-CONTA             PIC X(08).
           02 MAP-NATUREZA          PIC X(01).

       FD  CONSOL-JOURNAL-FILE.
       01  CONSOL-JOURNAL-RECORD.
           02 JC-ORIGEM             PIC X(08).
           02 FILLER                PIC X(02).
           02 JC-CONTA              PIC X(08).
           02 FILLER                PIC X(02).
           02 JC-NATUREZA           PIC X(01).
           02 FILLER                PIC X(02).
           02 JC-VALOR              PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JC-HISTORICO          PIC X(30).
       01  CONSOL-JOURNAL-TRAILER.
           02 JCT-ORIGEM            PIC X(08).
           02 FILLER                PIC X(02).
           02 JCT-LITERAL           PIC X(08).
           02 FILLER                PIC X(02).
           02 JCT-TOTAL-DEBITOS     PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-TOTAL-CREDITOS    PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-COMPETENCIA       PIC 9(06).
           02 FILLER                PIC X(02).
           02 JCT-DATA              PIC 9(08).

       FD  PAYMENT-REPORT-FILE.
       01  PAYMENT-REPORT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PAGFORN'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAGCTL          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SUPPMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-APREG           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-APREGNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAGFORN         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-SUPPMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FORNECEDORES              VALUE 'S'.
       77 WRK-FIM-APREG          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PAGAR                     VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-PROGRAMADA    PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-LIMITE        PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-GRUPO         PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-DESDE         PIC S9(05)     VALUE ZEROS.
       77 WRK-QTD-FORN           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-FORN           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FORN-ACHADO        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-AP             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-AP             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PROGRAMADAS    PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-GRUPO          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-GERAL          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.
       77 WRK-NOME-APREG         PIC X(20)      VALUE "APREG.dat".
       77 WRK-NOME-APREGNW       PIC X(20)      VALUE "APREGNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-FORN VALUE ZEROS.
           02 WRK-FORN-LINHA OCCURS 50 TIMES.
               03 WRK-FOR-CODIGO     PIC X(06).
               03 WRK-FOR-NOME       PIC X(30).

      *    WRK-AP-SEL: S = ENTRA NESTA PROGRAMACAO E AINDA NAO FOI
      *    LISTADA, L = JA LISTADA, BRANCO = FICA COMO ESTA.
       01  WRK-TAB-AP VALUE ZEROS.
           02 WRK-AP-LINHA OCCURS 2000 TIMES.
               03 WRK-AP-FORNECEDOR  PIC X(06).
               03 WRK-AP-NOTA        PIC X(09).
               03 WRK-AP-EMISSAO     PIC 9(08).
               03 WRK-AP-VENCIMENTO  PIC 9(08).
               03 WRK-AP-VALOR       PIC 9(09)V99.
               03 WRK-AP-PEDIDO      PIC 9(06).
               03 WRK-AP-STATUS      PIC X(01).
               03 WRK-AP-LANCTO      PIC 9(08).
               03 WRK-AP-PAGTO       PIC 9(08).
               03 WRK-AP-SEL         PIC X(01).

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA     PIC X(15).
               03 WRK-MAPA-CONTA     PIC X(08).
               03 WRK-MAPA-NATUREZA  PIC X(01).

       01  WRK-LINHA-DET.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-DET-FORNECEDOR     PIC X(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-NOME           PIC X(30).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-NOTA           PIC X(09).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-PEDIDO         PIC 9(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-EMISSAO        PIC 9(08).
           02 WRK-DET-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0105-LER-DATA-MOVIMENTO.
           PERFORM 0110-LER-CONTROLE.
           IF WRK-DATA-PROGRAMADA > ZEROS
               COMPUTE WRK-DIAS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-PROGRAMADA)
               IF WRK-DIAS-DESDE < 7
                   DISPLAY 'PAGAMENTO A FORNECEDORES JA PROGRAMADO EM '
                       WRK-DATA-PROGRAMADA ' - NADA A FAZER.'
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO) + 7).
           PERFORM 0120-CARREGAR-FORNECEDORES.
           PERFORM 0130-CARREGAR-PAGAR.
           OPEN OUTPUT PAYMENT-REPORT-FILE.
           MOVE 'PAGFORN' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGFORN,
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

      *    SEM PAGCTL (PRIMEIRA RODADA) A PROGRAMACAO SAI JA.
       0110-LER-CONTROLE.
           MOVE ZEROS TO WRK-DATA-PROGRAMADA.
           OPEN INPUT PAYMENT-CONTROL-FILE.
           IF WRK-FS-PAGCTL = '00'
               READ PAYMENT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-DATA-PROGRAMADA TO WRK-DATA-PROGRAMADA
               END-READ
               MOVE 'PAGCTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-PAGCTL,
                   WRK-FSCHK-CHAVE
               CLOSE PAYMENT-CONTROL-FILE
           END-IF.

       0120-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-FORNECEDOR UNTIL WRK-FIM-FORNECEDORES.
           CLOSE SUPPLIER-MASTER-FILE.

       0121-LER-FORNECEDOR.
           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SUPPMAST
               NOT AT END
                   MOVE 'WRK-TAB-FORN' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-FORN TO WRK-TABCHK-QTD
                   MOVE 50 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-FORN
                   MOVE SUP-CODIGO
                       TO WRK-FOR-CODIGO(WRK-QTD-FORN)
                   MOVE SUP-NOME
                       TO WRK-FOR-NOME(WRK-QTD-FORN)
           END-READ.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.

      *    SEM APREG.dat (NENHUMA NOTA LANCADA) A PROGRAMACAO SAI
      *    ZERADA, MAS SAI.
       0130-CARREGAR-PAGAR.
           OPEN INPUT PAYABLES-REGISTER-FILE.
           IF WRK-FS-APREG = '00'
               PERFORM 0131-LER-PAGAR UNTIL WRK-FIM-PAGAR
               CLOSE PAYABLES-REGISTER-FILE
           END-IF.

       0131-LER-PAGAR.
           READ PAYABLES-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-APREG
               NOT AT END
                   PERFORM 0132-GUARDAR-PAGAR
           END-READ.
           MOVE 'APREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-APREG,
               WRK-FSCHK-CHAVE.

      *    ENTRA NA PROGRAMACAO A NOTA EM ABERTO QUE VENCE ATE 7 DIAS
      *    DEPOIS DA DATA DE MOVIMENTO, INCLUSIVE AS JA VENCIDAS.
       0132-GUARDAR-PAGAR.
           MOVE 'WRK-TAB-AP' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-AP TO WRK-TABCHK-QTD.
           MOVE 2000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-AP.
           MOVE AP-FORNECEDOR  TO WRK-AP-FORNECEDOR(WRK-QTD-AP).
           MOVE AP-NOTA        TO WRK-AP-NOTA(WRK-QTD-AP).
           MOVE AP-EMISSAO     TO WRK-AP-EMISSAO(WRK-QTD-AP).
           MOVE AP-VENCIMENTO  TO WRK-AP-VENCIMENTO(WRK-QTD-AP).
           MOVE AP-VALOR       TO WRK-AP-VALOR(WRK-QTD-AP).
           MOVE AP-PEDIDO      TO WRK-AP-PEDIDO(WRK-QTD-AP).
           MOVE AP-STATUS      TO WRK-AP-STATUS(WRK-QTD-AP).
           MOVE AP-DATA-LANCTO TO WRK-AP-LANCTO(WRK-QTD-AP).
           MOVE AP-DATA-PAGTO  TO WRK-AP-PAGTO(WRK-QTD-AP).
           MOVE SPACE          TO WRK-AP-SEL(WRK-QTD-AP).
           IF AP-STATUS = 'A'
               AND AP-VENCIMENTO NOT > WRK-DATA-LIMITE
               MOVE 'S' TO WRK-AP-SEL(WRK-QTD-AP)
               MOVE 'P' TO WRK-AP-STATUS(WRK-QTD-AP)
               MOVE WRK-DATA-MOVIMENTO TO WRK-AP-PAGTO(WRK-QTD-AP)
           END-IF.

      *    UM BLOCO POR DATA DE VENCIMENTO, DA MAIS ANTIGA PARA A
      *    MAIS NOVA, COM O SUBTOTAL DA DATA.
       0200-PROCESSAR.
           MOVE SPACES TO PAYMENT-REPORT-RECORD.
           STRING 'PROGRAMACAO DE PAGAMENTO A FORNECEDORES - '
               'MOVIMENTO ' WRK-DATA-MOVIMENTO
               ' - VENCIMENTOS ATE ' WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO PAYMENT-REPORT-RECORD.
           STRING '  FORN.  NOME                           NOTA     '
               ' PEDIDO EMISSAO             VALOR'
               DELIMITED BY SIZE INTO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0205-ACHAR-PROXIMA-DATA.
           PERFORM 0210-GRAVAR-VENCIMENTO
               UNTIL WRK-DATA-GRUPO = ZEROS.
           MOVE SPACES TO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-PROGRAMADAS TO WRK-QTD-ED.
           MOVE WRK-TOT-GERAL TO WRK-VALOR-ED.
           MOVE SPACES TO PAYMENT-REPORT-RECORD.
           STRING 'NOTAS PROGRAMADAS: ' WRK-QTD-ED
               ' - TOTAL A PAGAR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

      *    MENOR VENCIMENTO AINDA NAO LISTADO; ZEROS QUANDO ACABOU.
       0205-ACHAR-PROXIMA-DATA.
           MOVE ZEROS TO WRK-DATA-GRUPO.
           PERFORM VARYING WRK-SUB-AP FROM 1 BY 1
               UNTIL WRK-SUB-AP > WRK-QTD-AP
               IF WRK-AP-SEL(WRK-SUB-AP) = 'S'
                   IF WRK-DATA-GRUPO = ZEROS
                       OR WRK-AP-VENCIMENTO(WRK-SUB-AP)
                           < WRK-DATA-GRUPO
                       MOVE WRK-AP-VENCIMENTO(WRK-SUB-AP)
                           TO WRK-DATA-GRUPO
                   END-IF
               END-IF
           END-PERFORM.

       0210-GRAVAR-VENCIMENTO.
           MOVE ZEROS TO WRK-TOT-GRUPO.
           MOVE SPACES TO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO PAYMENT-REPORT-RECORD.
           STRING 'VENCIMENTO ' WRK-DATA-GRUPO
               DELIMITED BY SIZE INTO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-AP FROM 1 BY 1
               UNTIL WRK-SUB-AP > WRK-QTD-AP
               IF WRK-AP-SEL(WRK-SUB-AP) = 'S'
                   AND WRK-AP-VENCIMENTO(WRK-SUB-AP) = WRK-DATA-GRUPO
                   PERFORM 0220-GRAVAR-NOTA
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-GRUPO TO WRK-VALOR-ED.
           MOVE SPACES TO PAYMENT-REPORT-RECORD.
           STRING '  SUBTOTAL DO VENCIMENTO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE 'PAGTO-FORN' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-GRUPO TO WRK-JRN-VALOR.
           PERFORM 0941-GRAVAR-LINHA-JRNCONS.
           MOVE 'PAGTO-FORN-C' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-GRUPO TO WRK-JRN-VALOR.
           PERFORM 0941-GRAVAR-LINHA-JRNCONS.
           PERFORM 0205-ACHAR-PROXIMA-DATA.

       0220-GRAVAR-NOTA.
           MOVE ZEROS TO WRK-FORN-ACHADO.
           PERFORM VARYING WRK-SUB-FORN FROM 1 BY 1
               UNTIL WRK-SUB-FORN > WRK-QTD-FORN
               IF WRK-FOR-CODIGO(WRK-SUB-FORN)
                   = WRK-AP-FORNECEDOR(WRK-SUB-AP)
                   MOVE WRK-SUB-FORN TO WRK-FORN-ACHADO
                   MOVE WRK-QTD-FORN TO WRK-SUB-FORN
               END-IF
           END-PERFORM.
           MOVE WRK-AP-FORNECEDOR(WRK-SUB-AP) TO WRK-DET-FORNECEDOR.
           IF WRK-FORN-ACHADO > ZEROS
               MOVE WRK-FOR-NOME(WRK-FORN-ACHADO) TO WRK-DET-NOME
           ELSE
               MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-DET-NOME
           END-IF.
           MOVE WRK-AP-NOTA(WRK-SUB-AP)    TO WRK-DET-NOTA.
           MOVE WRK-AP-PEDIDO(WRK-SUB-AP)  TO WRK-DET-PEDIDO.
           MOVE WRK-AP-EMISSAO(WRK-SUB-AP) TO WRK-DET-EMISSAO.
           MOVE WRK-AP-VALOR(WRK-SUB-AP)   TO WRK-DET-VALOR.
           ADD WRK-AP-VALOR(WRK-SUB-AP) TO WRK-TOT-GRUPO.
           ADD WRK-AP-VALOR(WRK-SUB-AP) TO WRK-TOT-GERAL.
           ADD 1 TO WRK-QTD-PROGRAMADAS.
           MOVE 'L' TO WRK-AP-SEL(WRK-SUB-AP).
           MOVE WRK-LINHA-DET TO PAYMENT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE PAYMENT-REPORT-RECORD.
           MOVE 'PAGFORN' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGFORN,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE PAYMENT-REPORT-FILE.
           IF WRK-QTD-PROGRAMADAS > ZEROS
               PERFORM 0910-REGRAVAR-PAGAR
           END-IF.
           PERFORM 0945-FECHAR-JRNCONS.
           PERFORM 0920-GRAVAR-CONTROLE.
           MOVE WRK-TOT-GERAL TO WRK-VALOR-ED.
           DISPLAY 'PAGAMENTO A FORNECEDORES EM ' WRK-DATA-MOVIMENTO
               ': ' WRK-QTD-PROGRAMADAS ' NOTA(S), TOTAL '
               WRK-VALOR-ED '.'.

       0910-REGRAVAR-PAGAR.
           OPEN OUTPUT PAYABLES-REGISTER-FILE-NOVO.
           MOVE 'APREGNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-APREGNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0911-GRAVAR-PAGAR
               VARYING WRK-SUB-AP FROM 1 BY 1
               UNTIL WRK-SUB-AP > WRK-QTD-AP.
           CLOSE PAYABLES-REGISTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-APREG,
               WRK-NOME-APREGNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-APREG
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0911-GRAVAR-PAGAR.
           MOVE WRK-AP-FORNECEDOR(WRK-SUB-AP) TO APN-FORNECEDOR.
           MOVE WRK-AP-NOTA(WRK-SUB-AP)       TO APN-NOTA.
           MOVE WRK-AP-EMISSAO(WRK-SUB-AP)    TO APN-EMISSAO.
           MOVE WRK-AP-VENCIMENTO(WRK-SUB-AP) TO APN-VENCIMENTO.
           MOVE WRK-AP-VALOR(WRK-SUB-AP)      TO APN-VALOR.
           MOVE WRK-AP-PEDIDO(WRK-SUB-AP)     TO APN-PEDIDO.
           MOVE WRK-AP-STATUS(WRK-SUB-AP)     TO APN-STATUS.
           MOVE WRK-AP-LANCTO(WRK-SUB-AP)     TO APN-DATA-LANCTO.
           MOVE WRK-AP-PAGTO(WRK-SUB-AP)      TO APN-DATA-PAGTO.
           WRITE PAYABLES-REGISTER-RECORD-NOVO.
           MOVE 'APREGNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-APREGNW,
               WRK-FSCHK-CHAVE.

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT PAYMENT-CONTROL-FILE.
           MOVE 'PAGCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGCTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DATA-MOVIMENTO TO PC-DATA-PROGRAMADA.
           WRITE PAYMENT-CONTROL-RECORD.
           MOVE 'PAGCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGCTL,
               WRK-FSCHK-CHAVE.
           CLOSE PAYMENT-CONTROL-FILE.

       0935-CARREGAR-CONTAMAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.
           PERFORM 0936-LER-MAPA UNTIL WRK-FIM-MAPA.
           CLOSE ACCOUNT-MAP-FILE.
           OPEN EXTEND CONSOL-JOURNAL-FILE.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.

       0936-LER-MAPA.
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTAMAP
               NOT AT END
                   MOVE 'WRK-TAB-MAPA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-MAPA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-MAPA
                   SET WRK-IDX-MAPA TO WRK-QTD-MAPA
                   MOVE MAP-VERBA
                       TO WRK-MAPA-VERBA(WRK-IDX-MAPA)
                   MOVE MAP-CONTA
                       TO WRK-MAPA-CONTA(WRK-IDX-MAPA)
                   MOVE MAP-NATUREZA
                       TO WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
           END-READ.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.

      *    UM PAR POR DATA DE VENCIMENTO: FORNECEDORES A PAGAR
      *    (PAGTO-FORN A DEBITO) CONTRA BANCO (PAGTO-FORN-C), COM O
      *    VENCIMENTO NO HISTORICO. O MAPA E O DIARIO SAO ABERTOS NA
      *    PRIMEIRA LINHA.
       0941-GRAVAR-LINHA-JRNCONS.
           IF WRK-QTD-MAPA = ZEROS
               PERFORM 0935-CARREGAR-CONTAMAP
           END-IF.
           IF WRK-JRN-VALOR = ZEROS
               CONTINUE
           ELSE
               SET WRK-IDX-MAPA TO 1
               SEARCH WRK-MAPA-LINHA
                   AT END
                       DISPLAY 'VERBA SEM CONTA NO CONTAMAP: '
                           WRK-JRN-VERBA
                   WHEN WRK-MAPA-VERBA(WRK-IDX-MAPA) = WRK-JRN-VERBA
                       MOVE SPACES TO CONSOL-JOURNAL-RECORD
                       MOVE 'PAGFORN' TO JC-ORIGEM
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO JC-CONTA
                       MOVE WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
                           TO JC-NATUREZA
                       MOVE WRK-JRN-VALOR TO JC-VALOR
                       STRING 'PAGTO-FORN ' WRK-DATA-GRUPO
                           DELIMITED BY SIZE INTO JC-HISTORICO
                       WRITE CONSOL-JOURNAL-RECORD
                       MOVE 'JRNCONS' TO WRK-FSCHK-ARQ
                       MOVE 'WRITE' TO WRK-FSCHK-OPER
                       CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                           WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                           WRK-FS-JRNCONS,
                           WRK-FSCHK-CHAVE
                       IF WRK-MAPA-NATUREZA(WRK-IDX-MAPA) = 'D'
                           ADD WRK-JRN-VALOR TO WRK-JRN-TOT-DEBITOS
                       ELSE
                           ADD WRK-JRN-VALOR TO WRK-JRN-TOT-CREDITOS
                       END-IF
               END-SEARCH
           END-IF.

       0945-FECHAR-JRNCONS.
           IF WRK-QTD-MAPA > ZEROS
               MOVE SPACES               TO CONSOL-JOURNAL-TRAILER
               MOVE 'PAGFORN'            TO JCT-ORIGEM
               MOVE 'TOTAIS  '           TO JCT-LITERAL
               MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS
               MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS
               MOVE WRK-DATA-MOVIMENTO(1:6) TO JCT-COMPETENCIA
               MOVE WRK-DATA-MOVIMENTO   TO JCT-DATA
               WRITE CONSOL-JOURNAL-TRAILER
               MOVE 'JRNCONS' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-JRNCONS,
                   WRK-FSCHK-CHAVE
               IF WRK-JRN-TOT-DEBITOS NOT = WRK-JRN-TOT-CREDITOS
                   DISPLAY 'ATENCAO: JRNCONS DO PAGAMENTO DESBALANCEADO'
               END-IF
               CLOSE CONSOL-JOURNAL-FILE
           END-IF.
