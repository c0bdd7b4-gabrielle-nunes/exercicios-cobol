       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBLANC.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: LANCAMENTO NOTURNO NO RAZAO GERAL DOS DIARIOS
      *          GERADOS PELO SISTEMA: O JOURNAL.dat DA FOLHA
      *          (SALARIO) E CADA LOTE DO DIARIO CONSOLIDADO
      *          JRNCONS.dat (LINHAS ATE O TRAILER 'TOTAIS').
      *          CADA LOTE E CONFERIDO ANTES DE LANCAR: DEBITOS =
      *          CREDITOS, LINHAS = TRAILER, TODAS AS CONTAS NO
      *          PLANO DE CONTAS (PLANOCTA.dat) E ATIVAS, NATUREZA
      *          D/C E COMPETENCIA AINDA ABERTA (CTBPER.dat). LOTE
      *          IGUAL A OUTRO JA LANCADO (MESMA ORIGEM, COMPETENCIA,
      *          QUANTIDADE DE LINHAS, TOTAL E TOTAL DE CONTROLE) E
      *          RECUSADO COMO DUPLICADO. O LOTE ACEITO VAI LINHA A
      *          LINHA PARA O CTBMOV.dat (MOVIMENTO DO RAZAO) E SOMA
      *          NOS SALDOS POR CONTA E COMPETENCIA (CTBSALDO.dat).
      *          TODO LOTE TRATADO FICA NO REGISTRO CTBLOTE.dat COM
      *          O RESULTADO (L = LANCADO, R = RECUSADO, D =
      *          DUPLICADO, X = DESCARTADO NO CTBMNT); O RECUSADO
      *          VOLTA A SER TENTADO NAS RODADAS SEGUINTES. O
      *          JRNCONS NUNCA E ARQUIVADO, ENTAO O LOTE DELE E
      *          IDENTIFICADO PELA ORDEM DO TRAILER NO ARQUIVO.
      *          RELATORIO NO CTBLREL.dat; RC 4 QUANDO HOUVE LOTE
      *          RECUSADO OU DUPLICADO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: OS DIARIOS NAO IAM PARA LUGAR NENHUM E A
      *             CONTABILIDADE REDIGITAVA TUDO EM OUTRO SISTEMA.
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
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "PLANOCTA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANOCTA.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "CTBPER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBPER.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "CTBLOTE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBLOTE.
           SELECT BATCH-REGISTER-FILE-NOVO ASSIGN TO "CTBLOTNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBLOTNW.
           SELECT BALANCE-FILE ASSIGN TO "CTBSALDO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBSALDO.
           SELECT BALANCE-FILE-NOVO ASSIGN TO "CTBSLDNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBSLDNW.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOURNAL.
           SELECT CONSOL-JOURNAL-FILE ASSIGN TO "JRNCONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNCONS.
           SELECT LEDGER-MOVEMENT-FILE ASSIGN TO "CTBMOV.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBMOV.
           SELECT POSTING-REPORT-FILE ASSIGN TO "CTBLREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBLREL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

      *    PLANO DE CONTAS: NATUREZA D = DEVEDORA, C = CREDORA;
      *    STATUS A = ATIVA, I = INATIVA (NAO RECEBE LANCAMENTO).
       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           02 PLC-CONTA              PIC X(08).
           02 PLC-DESCRICAO          PIC X(30).
           02 PLC-NATUREZA           PIC X(01).
           02 PLC-STATUS             PIC X(01).

      *    COMPETENCIAS FECHADAS PELO CTBMNT (STATUS F).
       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD.
           02 PER-COMPETENCIA        PIC 9(06).
           02 PER-STATUS             PIC X(01).
           02 PER-DATA               PIC 9(08).
           02 PER-OPERADOR           PIC X(06).
           02 PER-AUTORIZADOR        PIC X(06).

      *    LT-ARQUIVO: J = JOURNAL.dat, C = JRNCONS.dat (LT-ORDEM =
      *    ORDEM DO TRAILER NO ARQUIVO), M = AJUSTE MANUAL (CTBMNT).
       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           02 LT-LOTE                PIC 9(06).
           02 LT-ARQUIVO             PIC X(01).
           02 LT-ORDEM               PIC 9(06).
           02 LT-ORIGEM              PIC X(08).
           02 LT-COMPETENCIA         PIC 9(06).
           02 LT-DATA                PIC 9(08).
           02 LT-MODO                PIC X(01).
           02 LT-QTD-LINHAS          PIC 9(04).
           02 LT-DEBITOS             PIC 9(11)V99.
           02 LT-CREDITOS            PIC 9(11)V99.
           02 LT-HASH                PIC 9(18).
           02 LT-STATUS              PIC X(01).
           02 LT-MOTIVO              PIC X(30).
           02 LT-DATA-LANCTO         PIC 9(08).
           02 LT-OPERADOR            PIC X(06).
           02 LT-AUTORIZADOR         PIC X(06).

       FD  BATCH-REGISTER-FILE-NOVO.
       01  BATCH-REGISTER-RECORD-NOVO PIC X(135).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           02 SLD-CONTA              PIC X(08).
           02 SLD-COMPETENCIA        PIC 9(06).
           02 SLD-DEBITOS            PIC 9(13)V99.
           02 SLD-CREDITOS           PIC 9(13)V99.

       FD  BALANCE-FILE-NOVO.
       01  BALANCE-RECORD-NOVO       PIC X(44).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRN-CONTA             PIC X(08).
           02 FILLER                PIC X(02).
           02 JRN-NATUREZA          PIC X(01).
           02 FILLER                PIC X(02).
           02 JRN-VALOR             PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JRN-HISTORICO         PIC X(30).
       01  JOURNAL-TRAILER-RECORD.
           02 JRT-LITERAL           PIC X(08).
           02 FILLER                PIC X(02).
           02 JRT-TOTAL-DEBITOS     PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JRT-TOTAL-CREDITOS    PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JRT-COMPETENCIA       PIC 9(06).
           02 FILLER                PIC X(02).
           02 JRT-MODO              PIC X(01).

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

       FD  LEDGER-MOVEMENT-FILE.
       01  LEDGER-MOVEMENT-RECORD.
           02 MOV-LOTE               PIC 9(06).
           02 MOV-COMPETENCIA        PIC 9(06).
           02 MOV-DATA               PIC 9(08).
           02 MOV-ORIGEM             PIC X(08).
           02 MOV-CONTA              PIC X(08).
           02 MOV-NATUREZA           PIC X(01).
           02 MOV-VALOR              PIC 9(11)V99.
           02 MOV-HISTORICO          PIC X(30).

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CTBLANC'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PLANOCTA        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBPER          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBLOTE         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBLOTNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBSALDO        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBSLDNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JOURNAL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBMOV          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBLREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PLANOCTA       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PLANO                     VALUE 'S'.
       77 WRK-FIM-CTBPER         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PERIODOS                  VALUE 'S'.
       77 WRK-FIM-CTBLOTE        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-CTBSALDO       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS                    VALUE 'S'.
       77 WRK-FIM-JOURNAL        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FOLHA                     VALUE 'S'.
       77 WRK-FIM-JRNCONS        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONSOLIDADO               VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-PLANO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PLANO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PLANO-ACHADO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PER            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PER            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LOTE           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-LOTE           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-LOTE-ACHADO        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-LOTE-DUPLICADO     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ULT-LOTE-J         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ULT-LOTE           PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-SALDO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-SALDO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SALDO-ACHADO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-LINHA          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-LINHA          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ORDEM-TRAILER      PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-LANCADOS       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-RECUSADOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-JA-TRATADOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS     PIC 9(07)      VALUE ZEROS.
       77 WRK-TOT-LANCADO        PIC 9(13)V99   VALUE ZEROS.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-VALOR-CENTAVOS     PIC 9(13)      VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.
       77 WRK-LOTE-ED            PIC 9(06).
       77 WRK-NOME-CTBLOTE       PIC X(20)      VALUE "CTBLOTE.dat".
       77 WRK-NOME-CTBLOTNW      PIC X(20)      VALUE "CTBLOTNW.dat".
       77 WRK-NOME-CTBSALDO      PIC X(20)      VALUE "CTBSALDO.dat".
       77 WRK-NOME-CTBSLDNW      PIC X(20)      VALUE "CTBSLDNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

      *    LOTE EM TRATAMENTO: AS LINHAS ATE O TRAILER, OS TOTAIS
      *    SOMADOS DAS LINHAS E OS INFORMADOS NO TRAILER. O TOTAL DE
      *    CONTROLE (WRK-LOT-HASH) E A SOMA DE ORDEM DA LINHA X
      *    VALOR EM CENTAVOS, PARA DISTINGUIR LOTES DE MESMO TOTAL.
       77 WRK-LOT-ARQUIVO        PIC X(01)      VALUE SPACE.
       77 WRK-LOT-ORDEM          PIC 9(06)      VALUE ZEROS.
       77 WRK-LOT-ORIGEM         PIC X(08)      VALUE SPACES.
       77 WRK-LOT-COMPETENCIA    PIC 9(06)      VALUE ZEROS.
       77 WRK-LOT-DATA           PIC 9(08)      VALUE ZEROS.
       77 WRK-LOT-MODO           PIC X(01)      VALUE SPACE.
       77 WRK-LOT-DEBITOS        PIC 9(11)V99   VALUE ZEROS.
       77 WRK-LOT-CREDITOS       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-LOT-TRL-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-LOT-TRL-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-LOT-HASH           PIC 9(18)      VALUE ZEROS.
       77 WRK-LOT-STATUS         PIC X(01)      VALUE SPACE.
           88 WRK-LOT-LANCADO                   VALUE 'L'.
           88 WRK-LOT-RECUSADO                  VALUE 'R'.
           88 WRK-LOT-DUPLICADO                 VALUE 'D'.
       77 WRK-LOT-MOTIVO         PIC X(30)      VALUE SPACES.
       77 WRK-LOT-ORIGEM-DIVERG  PIC X(01)      VALUE 'N'.
       77 WRK-LOT-TRATAR         PIC X(01)      VALUE 'S'.

       01  WRK-TAB-PLANO VALUE SPACES.
           02 WRK-PLANO-LINHA OCCURS 300 TIMES.
               03 WRK-PLA-CONTA      PIC X(08).
               03 WRK-PLA-STATUS     PIC X(01).

       01  WRK-TAB-PER VALUE ZEROS.
           02 WRK-PER-LINHA OCCURS 240 TIMES.
               03 WRK-PER-COMPET     PIC 9(06).

       01  WRK-TAB-LOTE VALUE ZEROS.
           02 WRK-LOTE-LINHA OCCURS 5000 TIMES.
               03 WRK-LT-REGISTRO.
                   04 WRK-LT-LOTE        PIC 9(06).
                   04 WRK-LT-ARQUIVO     PIC X(01).
                   04 WRK-LT-ORDEM       PIC 9(06).
                   04 WRK-LT-ORIGEM      PIC X(08).
                   04 WRK-LT-COMPETENCIA PIC 9(06).
                   04 WRK-LT-DATA        PIC 9(08).
                   04 WRK-LT-MODO        PIC X(01).
                   04 WRK-LT-QTD-LINHAS  PIC 9(04).
                   04 WRK-LT-DEBITOS     PIC 9(11)V99.
                   04 WRK-LT-CREDITOS    PIC 9(11)V99.
                   04 WRK-LT-HASH        PIC 9(18).
                   04 WRK-LT-STATUS      PIC X(01).
                   04 WRK-LT-MOTIVO      PIC X(30).
                   04 WRK-LT-DATA-LANCTO PIC 9(08).
                   04 WRK-LT-OPERADOR    PIC X(06).
                   04 WRK-LT-AUTORIZADOR PIC X(06).

       01  WRK-TAB-SALDO VALUE ZEROS.
           02 WRK-SALDO-LINHA OCCURS 3000 TIMES.
               03 WRK-SLD-REGISTRO.
                   04 WRK-SLD-CONTA      PIC X(08).
                   04 WRK-SLD-COMPET     PIC 9(06).
                   04 WRK-SLD-DEBITOS    PIC 9(13)V99.
                   04 WRK-SLD-CREDITOS   PIC 9(13)V99.

       01  WRK-TAB-LINHA VALUE SPACES.
           02 WRK-LINHA-LOTE OCCURS 1000 TIMES.
               03 WRK-LIN-CONTA      PIC X(08).
               03 WRK-LIN-NATUREZA   PIC X(01).
               03 WRK-LIN-VALOR      PIC 9(11)V99.
               03 WRK-LIN-HISTORICO  PIC X(30).

       01  WRK-LINHA-LIDA.
           02 WRK-LID-CONTA          PIC X(08).
           02 WRK-LID-NATUREZA       PIC X(01).
           02 WRK-LID-VALOR          PIC 9(11)V99.
           02 WRK-LID-HISTORICO      PIC X(30).

       01  WRK-LINHA-DET.
           02 WRK-DET-LOTE           PIC 9(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-ARQUIVO        PIC X(01).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-ORDEM          PIC 9(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-ORIGEM         PIC X(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-COMPETENCIA    PIC 9(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-DATA           PIC 9(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-LINHAS         PIC ZZZ9.
           02 WRK-DET-DEBITOS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 WRK-DET-CREDITOS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-STATUS         PIC X(01).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-MOTIVO         PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-JOURNAL.
           PERFORM 0300-PROCESSAR-JRNCONS.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0105-LER-DATA-MOVIMENTO.
           PERFORM 0110-CARREGAR-PLANO.
           PERFORM 0115-CARREGAR-PERIODOS.
           PERFORM 0120-CARREGAR-REGISTRO.
           PERFORM 0125-CARREGAR-SALDOS.
           OPEN OUTPUT POSTING-REPORT-FILE.
           MOVE 'CTBLREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBLREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           STRING 'LANCAMENTO NO RAZAO GERAL - MOVIMENTO '
               WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           STRING 'LOTE   A ORDEM  ORIGEM   COMPET DATA     LINH'
               '           DEBITOS          CREDITOS S MOTIVO'
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           OPEN EXTEND LEDGER-MOVEMENT-FILE.
           IF WRK-FS-CTBMOV NOT = '00'
               OPEN OUTPUT LEDGER-MOVEMENT-FILE
               MOVE 'CTBMOV' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CTBMOV,
                   WRK-FSCHK-CHAVE
           END-IF.

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

       0110-CARREGAR-PLANO.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           MOVE 'PLANOCTA' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANOCTA,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-CONTA UNTIL WRK-FIM-PLANO.
           CLOSE CHART-OF-ACCOUNTS-FILE.

       0111-LER-CONTA.
           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PLANOCTA
               NOT AT END
                   MOVE 'WRK-TAB-PLANO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PLANO TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PLANO
                   MOVE PLC-CONTA  TO WRK-PLA-CONTA(WRK-QTD-PLANO)
                   MOVE PLC-STATUS TO WRK-PLA-STATUS(WRK-QTD-PLANO)
           END-READ.
           MOVE 'PLANOCTA' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANOCTA,
               WRK-FSCHK-CHAVE.

      *    SEM CTBPER.dat NENHUMA COMPETENCIA FOI FECHADA AINDA.
       0115-CARREGAR-PERIODOS.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF WRK-FS-CTBPER = '00'
               PERFORM 0116-LER-PERIODO UNTIL WRK-FIM-PERIODOS
               CLOSE CLOSED-PERIOD-FILE
           END-IF.

       0116-LER-PERIODO.
           READ CLOSED-PERIOD-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CTBPER
               NOT AT END
                   IF PER-STATUS = 'F'
                       MOVE 'WRK-TAB-PER' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-PER TO WRK-TABCHK-QTD
                       MOVE 240 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-PER
                       MOVE PER-COMPETENCIA
                           TO WRK-PER-COMPET(WRK-QTD-PER)
                   END-IF
           END-READ.
           MOVE 'CTBPER' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBPER,
               WRK-FSCHK-CHAVE.

      *    SEM CTBLOTE.dat E A PRIMEIRA RODADA DO RAZAO.
       0120-CARREGAR-REGISTRO.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WRK-FS-CTBLOTE = '00'
               PERFORM 0121-LER-LOTE UNTIL WRK-FIM-REGISTRO
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       0121-LER-LOTE.
           READ BATCH-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CTBLOTE
               NOT AT END
                   MOVE 'WRK-TAB-LOTE' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-LOTE TO WRK-TABCHK-QTD
                   MOVE 5000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-LOTE
                   MOVE BATCH-REGISTER-RECORD
                       TO WRK-LT-REGISTRO(WRK-QTD-LOTE)
                   IF LT-LOTE > WRK-ULT-LOTE
                       MOVE LT-LOTE TO WRK-ULT-LOTE
                   END-IF
                   IF LT-ARQUIVO = 'J'
                       MOVE WRK-QTD-LOTE TO WRK-ULT-LOTE-J
                   END-IF
           END-READ.
           MOVE 'CTBLOTE' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBLOTE,
               WRK-FSCHK-CHAVE.

       0125-CARREGAR-SALDOS.
           OPEN INPUT BALANCE-FILE.
           IF WRK-FS-CTBSALDO = '00'
               PERFORM 0126-LER-SALDO UNTIL WRK-FIM-SALDOS
               CLOSE BALANCE-FILE
           END-IF.

       0126-LER-SALDO.
           READ BALANCE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CTBSALDO
               NOT AT END
                   MOVE 'WRK-TAB-SALDO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-SALDO TO WRK-TABCHK-QTD
                   MOVE 3000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-SALDO
                   MOVE BALANCE-RECORD
                       TO WRK-SLD-REGISTRO(WRK-QTD-SALDO)
           END-READ.
           MOVE 'CTBSALDO' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBSALDO,
               WRK-FSCHK-CHAVE.

      *    O JOURNAL.dat DA FOLHA E REGRAVADO A CADA RODADA DO
      *    SALARIO E FICA PARADO NAS NOITES SEM FOLHA: SE FOR O MESMO
      *    JA TRATADO NA ULTIMA VEZ, NAO HA NADA A FAZER.
       0200-PROCESSAR-JOURNAL.
           PERFORM 0410-INICIAR-LOTE.
           MOVE 'J' TO WRK-LOT-ARQUIVO.
           MOVE 'FOLHA' TO WRK-LOT-ORIGEM.
           MOVE 'N' TO WRK-LOT-TRATAR.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-FS-JOURNAL = '00'
               PERFORM 0210-LER-JOURNAL UNTIL WRK-FIM-FOLHA
               CLOSE JOURNAL-FILE
               IF WRK-LOT-TRATAR = 'S'
                   PERFORM 0400-TRATAR-LOTE
               ELSE
                   IF WRK-QTD-LINHA > ZEROS
                       DISPLAY 'JOURNAL.dat SEM TRAILER - FICA PARA '
                           'A PROXIMA RODADA.'
                   END-IF
               END-IF
           END-IF.

       0210-LER-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-JOURNAL
               NOT AT END
                   IF JRT-LITERAL = 'TOTAIS  '
                       MOVE JRT-TOTAL-DEBITOS  TO WRK-LOT-TRL-DEBITOS
                       MOVE JRT-TOTAL-CREDITOS TO WRK-LOT-TRL-CREDITOS
                       IF JRT-COMPETENCIA IS NUMERIC
                           AND JRT-COMPETENCIA > ZEROS
                           MOVE JRT-COMPETENCIA TO WRK-LOT-COMPETENCIA
                       ELSE
                           MOVE WRK-DATA-MOVIMENTO(1:6)
                               TO WRK-LOT-COMPETENCIA
                       END-IF
                       MOVE JRT-MODO TO WRK-LOT-MODO
                       MOVE WRK-DATA-MOVIMENTO TO WRK-LOT-DATA
                       MOVE 'S' TO WRK-LOT-TRATAR
                       MOVE 'S' TO WRK-FIM-JOURNAL
                   ELSE
                       MOVE JRN-CONTA     TO WRK-LID-CONTA
                       MOVE JRN-NATUREZA  TO WRK-LID-NATUREZA
                       MOVE JRN-VALOR     TO WRK-LID-VALOR
                       MOVE JRN-HISTORICO TO WRK-LID-HISTORICO
                       PERFORM 0420-GUARDAR-LINHA
                   END-IF
           END-READ.
           MOVE 'JOURNAL' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JOURNAL,
               WRK-FSCHK-CHAVE.

       0290-GRAVAR-LINHA.
           WRITE POSTING-REPORT-RECORD.
           MOVE 'CTBLREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBLREL,
               WRK-FSCHK-CHAVE.

      *    O JRNCONS E LIDO DO INICIO; CADA TRAILER FECHA UM LOTE,
      *    NUMERADO PELA ORDEM DO TRAILER NO ARQUIVO. LINHAS APOS O
      *    ULTIMO TRAILER (PROGRAMA QUE CAIU NO MEIO) FICAM PARA A
      *    PROXIMA RODADA.
       0300-PROCESSAR-JRNCONS.
           PERFORM 0410-INICIAR-LOTE.
           OPEN INPUT CONSOL-JOURNAL-FILE.
           IF WRK-FS-JRNCONS = '00'
               PERFORM 0310-LER-JRNCONS UNTIL WRK-FIM-CONSOLIDADO
               CLOSE CONSOL-JOURNAL-FILE
               IF WRK-QTD-LINHA > ZEROS
                   DISPLAY 'JRNCONS.dat TERMINA COM ' WRK-QTD-LINHA
                       ' LINHA(S) SEM TRAILER - FICAM PARA A PROXIMA'
                       ' RODADA.'
               END-IF
           END-IF.

       0310-LER-JRNCONS.
           READ CONSOL-JOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-JRNCONS
               NOT AT END
                   IF JCT-LITERAL = 'TOTAIS  '
                       PERFORM 0320-FECHAR-LOTE-JRNCONS
                   ELSE
                       IF WRK-QTD-LINHA = ZEROS
                           MOVE JC-ORIGEM TO WRK-LOT-ORIGEM
                       END-IF
                       IF JC-ORIGEM NOT = WRK-LOT-ORIGEM
                           MOVE 'S' TO WRK-LOT-ORIGEM-DIVERG
                       END-IF
                       MOVE JC-CONTA     TO WRK-LID-CONTA
                       MOVE JC-NATUREZA  TO WRK-LID-NATUREZA
                       MOVE JC-VALOR     TO WRK-LID-VALOR
                       MOVE JC-HISTORICO TO WRK-LID-HISTORICO
                       PERFORM 0420-GUARDAR-LINHA
                   END-IF
           END-READ.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.

      *    TRAILER ANTERIOR A EXTENSAO DO LAYOUT VEM SEM COMPETENCIA
      *    E SEM DATA: ENTRA NO MES DA DATA DE MOVIMENTO.
       0320-FECHAR-LOTE-JRNCONS.
           ADD 1 TO WRK-ORDEM-TRAILER.
           MOVE 'C' TO WRK-LOT-ARQUIVO.
           MOVE WRK-ORDEM-TRAILER TO WRK-LOT-ORDEM.
           IF WRK-QTD-LINHA = ZEROS
               MOVE JCT-ORIGEM TO WRK-LOT-ORIGEM
           END-IF.
           IF JCT-ORIGEM NOT = WRK-LOT-ORIGEM
               MOVE 'S' TO WRK-LOT-ORIGEM-DIVERG
           END-IF.
           MOVE JCT-TOTAL-DEBITOS  TO WRK-LOT-TRL-DEBITOS.
           MOVE JCT-TOTAL-CREDITOS TO WRK-LOT-TRL-CREDITOS.
           IF JCT-DATA IS NUMERIC AND JCT-DATA > ZEROS
               MOVE JCT-DATA TO WRK-LOT-DATA
           ELSE
               MOVE WRK-DATA-MOVIMENTO TO WRK-LOT-DATA
           END-IF.
           IF JCT-COMPETENCIA IS NUMERIC AND JCT-COMPETENCIA > ZEROS
               MOVE JCT-COMPETENCIA TO WRK-LOT-COMPETENCIA
           ELSE
               MOVE WRK-LOT-DATA(1:6) TO WRK-LOT-COMPETENCIA
           END-IF.
           PERFORM 0400-TRATAR-LOTE.
           PERFORM 0410-INICIAR-LOTE.

      *    LOTE JA NO REGISTRO: SE FOI RECUSADO, E TENTADO DE NOVO
      *    NA MESMA LINHA DO REGISTRO; LANCADO, DUPLICADO OU
      *    DESCARTADO NAO E MAIS TOCADO.
       0400-TRATAR-LOTE.
           MOVE ZEROS TO WRK-LOTE-ACHADO.
           MOVE 'S' TO WRK-LOT-TRATAR.
           IF WRK-LOT-ARQUIVO = 'J'
               PERFORM 0430-ACHAR-ULTIMO-JOURNAL
           ELSE
               PERFORM 0435-ACHAR-ORDEM-JRNCONS
           END-IF.
           IF WRK-LOTE-ACHADO NOT = ZEROS
               IF WRK-LT-STATUS(WRK-LOTE-ACHADO) NOT = 'R'
                   MOVE 'N' TO WRK-LOT-TRATAR
                   ADD 1 TO WRK-QTD-JA-TRATADOS
               END-IF
           END-IF.
           IF WRK-LOT-TRATAR = 'S'
               MOVE SPACES TO WRK-LOT-MOTIVO
               PERFORM 0440-PROCURAR-DUPLICADO
               IF WRK-LOTE-DUPLICADO NOT = ZEROS
                   MOVE 'D' TO WRK-LOT-STATUS
                   MOVE WRK-LT-LOTE(WRK-LOTE-DUPLICADO) TO WRK-LOTE-ED
                   STRING 'DUPLICADO DO LOTE ' WRK-LOTE-ED
                       DELIMITED BY SIZE INTO WRK-LOT-MOTIVO
                   ADD 1 TO WRK-QTD-DUPLICADOS
               ELSE
                   PERFORM 0450-VALIDAR-LOTE
                   IF WRK-LOT-MOTIVO = SPACES
                       MOVE 'L' TO WRK-LOT-STATUS
                   ELSE
                       MOVE 'R' TO WRK-LOT-STATUS
                       ADD 1 TO WRK-QTD-RECUSADOS
                   END-IF
               END-IF
               PERFORM 0470-REGISTRAR-LOTE
               IF WRK-LOT-LANCADO
                   PERFORM 0480-LANCAR-LOTE
                   ADD 1 TO WRK-QTD-LANCADOS
               END-IF
               PERFORM 0490-LISTAR-LOTE
           END-IF.

       0410-INICIAR-LOTE.
           MOVE ZEROS  TO WRK-QTD-LINHA.
           MOVE ZEROS  TO WRK-LOT-DEBITOS.
           MOVE ZEROS  TO WRK-LOT-CREDITOS.
           MOVE ZEROS  TO WRK-LOT-TRL-DEBITOS.
           MOVE ZEROS  TO WRK-LOT-TRL-CREDITOS.
           MOVE ZEROS  TO WRK-LOT-HASH.
           MOVE ZEROS  TO WRK-LOT-ORDEM.
           MOVE ZEROS  TO WRK-LOT-COMPETENCIA.
           MOVE ZEROS  TO WRK-LOT-DATA.
           MOVE SPACES TO WRK-LOT-ORIGEM.
           MOVE SPACE  TO WRK-LOT-MODO.
           MOVE SPACE  TO WRK-LOT-STATUS.
           MOVE 'N'    TO WRK-LOT-ORIGEM-DIVERG.

      *    LINHAS ALEM DA TABELA SO ENTRAM NOS TOTAIS E NO TOTAL DE
      *    CONTROLE; O LOTE E RECUSADO.
       0420-GUARDAR-LINHA.
           ADD 1 TO WRK-QTD-LINHA.
           IF WRK-QTD-LINHA NOT > 1000
               MOVE WRK-LINHA-LIDA TO WRK-LINHA-LOTE(WRK-QTD-LINHA)
           END-IF.
           IF WRK-LID-NATUREZA = 'D'
               ADD WRK-LID-VALOR TO WRK-LOT-DEBITOS
           END-IF.
           IF WRK-LID-NATUREZA = 'C'
               ADD WRK-LID-VALOR TO WRK-LOT-CREDITOS
           END-IF.
           COMPUTE WRK-VALOR-CENTAVOS = WRK-LID-VALOR * 100.
           COMPUTE WRK-LOT-HASH = WRK-LOT-HASH
               + WRK-QTD-LINHA * WRK-VALOR-CENTAVOS.

       0430-ACHAR-ULTIMO-JOURNAL.
           IF WRK-ULT-LOTE-J NOT = ZEROS
               IF WRK-LT-COMPETENCIA(WRK-ULT-LOTE-J)
                       = WRK-LOT-COMPETENCIA
                   AND WRK-LT-MODO(WRK-ULT-LOTE-J) = WRK-LOT-MODO
                   AND WRK-LT-QTD-LINHAS(WRK-ULT-LOTE-J)
                       = WRK-QTD-LINHA
                   AND WRK-LT-DEBITOS(WRK-ULT-LOTE-J)
                       = WRK-LOT-TRL-DEBITOS
                   AND WRK-LT-HASH(WRK-ULT-LOTE-J) = WRK-LOT-HASH
                   MOVE WRK-ULT-LOTE-J TO WRK-LOTE-ACHADO
               END-IF
           END-IF.

       0435-ACHAR-ORDEM-JRNCONS.
           PERFORM VARYING WRK-SUB-LOTE FROM 1 BY 1
               UNTIL WRK-SUB-LOTE > WRK-QTD-LOTE
               IF WRK-LT-ARQUIVO(WRK-SUB-LOTE) = 'C'
                   AND WRK-LT-ORDEM(WRK-SUB-LOTE) = WRK-LOT-ORDEM
                   MOVE WRK-SUB-LOTE TO WRK-LOTE-ACHADO
                   MOVE WRK-QTD-LOTE TO WRK-SUB-LOTE
               END-IF
           END-PERFORM.

      *    DUPLICADO: OUTRO LOTE JA LANCADO DA MESMA ORIGEM E
      *    COMPETENCIA, COM O MESMO NUMERO DE LINHAS, O MESMO TOTAL E
      *    O MESMO TOTAL DE CONTROLE; NA FOLHA TAMBEM O MESMO MODO DE
      *    CALCULO, NO JRNCONS TAMBEM A MESMA DATA.
       0440-PROCURAR-DUPLICADO.
           MOVE ZEROS TO WRK-LOTE-DUPLICADO.
           PERFORM VARYING WRK-SUB-LOTE FROM 1 BY 1
               UNTIL WRK-SUB-LOTE > WRK-QTD-LOTE
               IF WRK-LT-STATUS(WRK-SUB-LOTE) = 'L'
                   AND WRK-LT-ARQUIVO(WRK-SUB-LOTE) = WRK-LOT-ARQUIVO
                   AND WRK-LT-ORIGEM(WRK-SUB-LOTE) = WRK-LOT-ORIGEM
                   AND WRK-LT-COMPETENCIA(WRK-SUB-LOTE)
                       = WRK-LOT-COMPETENCIA
                   AND WRK-LT-QTD-LINHAS(WRK-SUB-LOTE) = WRK-QTD-LINHA
                   AND WRK-LT-DEBITOS(WRK-SUB-LOTE)
                       = WRK-LOT-TRL-DEBITOS
                   AND WRK-LT-HASH(WRK-SUB-LOTE) = WRK-LOT-HASH
                   IF (WRK-LOT-ARQUIVO = 'J'
                       AND WRK-LT-MODO(WRK-SUB-LOTE) = WRK-LOT-MODO)
                       OR (WRK-LOT-ARQUIVO = 'C'
                       AND WRK-LT-DATA(WRK-SUB-LOTE) = WRK-LOT-DATA)
                       MOVE WRK-SUB-LOTE TO WRK-LOTE-DUPLICADO
                       MOVE WRK-QTD-LOTE TO WRK-SUB-LOTE
                   END-IF
               END-IF
           END-PERFORM.

      *    A PRIMEIRA FALHA ENCONTRADA VAI PARA O MOTIVO.
       0450-VALIDAR-LOTE.
           EVALUATE TRUE
               WHEN WRK-QTD-LINHA > 1000
                   MOVE 'LOTE COM MAIS DE 1000 LINHAS' TO WRK-LOT-MOTIVO
               WHEN WRK-LOT-DEBITOS NOT = WRK-LOT-CREDITOS
                   MOVE 'LOTE DESBALANCEADO (D <> C)' TO WRK-LOT-MOTIVO
               WHEN WRK-LOT-DEBITOS NOT = WRK-LOT-TRL-DEBITOS
                   OR WRK-LOT-CREDITOS NOT = WRK-LOT-TRL-CREDITOS
                   MOVE 'LINHAS NAO BATEM COM O TRAILER'
                       TO WRK-LOT-MOTIVO
               WHEN WRK-LOT-ORIGEM-DIVERG = 'S'
                   MOVE 'ORIGEM DIVERGENTE NO LOTE' TO WRK-LOT-MOTIVO
               WHEN OTHER
                   PERFORM 0455-VERIFICAR-PERIODO
           END-EVALUATE.
           IF WRK-LOT-MOTIVO = SPACES
               PERFORM 0460-VERIFICAR-CONTA
                   VARYING WRK-SUB-LINHA FROM 1 BY 1
                   UNTIL WRK-SUB-LINHA > WRK-QTD-LINHA
                   OR WRK-LOT-MOTIVO NOT = SPACES
           END-IF.

       0455-VERIFICAR-PERIODO.
           PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
               UNTIL WRK-SUB-PER > WRK-QTD-PER
               IF WRK-PER-COMPET(WRK-SUB-PER) = WRK-LOT-COMPETENCIA
                   STRING 'COMPETENCIA ' WRK-LOT-COMPETENCIA
                       ' JA FECHADA'
                       DELIMITED BY SIZE INTO WRK-LOT-MOTIVO
                   MOVE WRK-QTD-PER TO WRK-SUB-PER
               END-IF
           END-PERFORM.

       0460-VERIFICAR-CONTA.
           MOVE ZEROS TO WRK-PLANO-ACHADO.
           PERFORM VARYING WRK-SUB-PLANO FROM 1 BY 1
               UNTIL WRK-SUB-PLANO > WRK-QTD-PLANO
               IF WRK-PLA-CONTA(WRK-SUB-PLANO)
                   = WRK-LIN-CONTA(WRK-SUB-LINHA)
                   MOVE WRK-SUB-PLANO TO WRK-PLANO-ACHADO
                   MOVE WRK-QTD-PLANO TO WRK-SUB-PLANO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-LIN-NATUREZA(WRK-SUB-LINHA) NOT = 'D'
                   AND WRK-LIN-NATUREZA(WRK-SUB-LINHA) NOT = 'C'
                   STRING 'NATUREZA INVALIDA NA CONTA '
                       WRK-LIN-CONTA(WRK-SUB-LINHA)
                       DELIMITED BY SIZE INTO WRK-LOT-MOTIVO
               WHEN WRK-PLANO-ACHADO = ZEROS
                   STRING 'CONTA ' WRK-LIN-CONTA(WRK-SUB-LINHA)
                       ' FORA DO PLANO'
                       DELIMITED BY SIZE INTO WRK-LOT-MOTIVO
               WHEN WRK-PLA-STATUS(WRK-PLANO-ACHADO) NOT = 'A'
                   STRING 'CONTA ' WRK-LIN-CONTA(WRK-SUB-LINHA)
                       ' INATIVA NO PLANO'
                       DELIMITED BY SIZE INTO WRK-LOT-MOTIVO
           END-EVALUATE.

      *    LOTE NOVO GANHA O PROXIMO NUMERO DO REGISTRO; O RECUSADO
      *    QUE VOLTA A SER TENTADO MANTEM O NUMERO QUE JA TINHA.
       0470-REGISTRAR-LOTE.
           IF WRK-LOTE-ACHADO = ZEROS
               MOVE 'WRK-TAB-LOTE' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-LOTE TO WRK-TABCHK-QTD
               MOVE 5000 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-LOTE
               MOVE WRK-QTD-LOTE TO WRK-LOTE-ACHADO
               ADD 1 TO WRK-ULT-LOTE
               MOVE SPACES TO WRK-LT-REGISTRO(WRK-LOTE-ACHADO)
               MOVE WRK-ULT-LOTE TO WRK-LT-LOTE(WRK-LOTE-ACHADO)
               IF WRK-LOT-ARQUIVO = 'J'
                   MOVE WRK-LOTE-ACHADO TO WRK-ULT-LOTE-J
               END-IF
           END-IF.
           MOVE WRK-LOT-ARQUIVO     TO WRK-LT-ARQUIVO(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-ORDEM       TO WRK-LT-ORDEM(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-ORIGEM      TO WRK-LT-ORIGEM(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-COMPETENCIA
               TO WRK-LT-COMPETENCIA(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-DATA        TO WRK-LT-DATA(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-MODO        TO WRK-LT-MODO(WRK-LOTE-ACHADO).
           MOVE WRK-QTD-LINHA
               TO WRK-LT-QTD-LINHAS(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-TRL-DEBITOS
               TO WRK-LT-DEBITOS(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-TRL-CREDITOS
               TO WRK-LT-CREDITOS(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-HASH        TO WRK-LT-HASH(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-STATUS      TO WRK-LT-STATUS(WRK-LOTE-ACHADO).
           MOVE WRK-LOT-MOTIVO      TO WRK-LT-MOTIVO(WRK-LOTE-ACHADO).
           MOVE WRK-DATA-MOVIMENTO
               TO WRK-LT-DATA-LANCTO(WRK-LOTE-ACHADO).
           MOVE SPACES              TO WRK-LT-OPERADOR(WRK-LOTE-ACHADO).
           MOVE SPACES
               TO WRK-LT-AUTORIZADOR(WRK-LOTE-ACHADO).
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.

       0480-LANCAR-LOTE.
           PERFORM 0481-LANCAR-LINHA
               VARYING WRK-SUB-LINHA FROM 1 BY 1
               UNTIL WRK-SUB-LINHA > WRK-QTD-LINHA.
           ADD WRK-LOT-DEBITOS TO WRK-TOT-LANCADO.

       0481-LANCAR-LINHA.
           MOVE WRK-LT-LOTE(WRK-LOTE-ACHADO) TO MOV-LOTE.
           MOVE WRK-LOT-COMPETENCIA           TO MOV-COMPETENCIA.
           MOVE WRK-LOT-DATA                  TO MOV-DATA.
           MOVE WRK-LOT-ORIGEM                TO MOV-ORIGEM.
           MOVE WRK-LIN-CONTA(WRK-SUB-LINHA)  TO MOV-CONTA.
           MOVE WRK-LIN-NATUREZA(WRK-SUB-LINHA) TO MOV-NATUREZA.
           MOVE WRK-LIN-VALOR(WRK-SUB-LINHA)  TO MOV-VALOR.
           MOVE WRK-LIN-HISTORICO(WRK-SUB-LINHA) TO MOV-HISTORICO.
           WRITE LEDGER-MOVEMENT-RECORD.
           MOVE 'CTBMOV' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBMOV,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-MOVIMENTOS.
           PERFORM 0485-SOMAR-SALDO.

       0485-SOMAR-SALDO.
           MOVE ZEROS TO WRK-SALDO-ACHADO.
           PERFORM VARYING WRK-SUB-SALDO FROM 1 BY 1
               UNTIL WRK-SUB-SALDO > WRK-QTD-SALDO
               IF WRK-SLD-CONTA(WRK-SUB-SALDO)
                   = WRK-LIN-CONTA(WRK-SUB-LINHA)
                   AND WRK-SLD-COMPET(WRK-SUB-SALDO)
                       = WRK-LOT-COMPETENCIA
                   MOVE WRK-SUB-SALDO TO WRK-SALDO-ACHADO
                   MOVE WRK-QTD-SALDO TO WRK-SUB-SALDO
               END-IF
           END-PERFORM.
           IF WRK-SALDO-ACHADO = ZEROS
               MOVE 'WRK-TAB-SALDO' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-SALDO TO WRK-TABCHK-QTD
               MOVE 3000 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-SALDO
               MOVE WRK-QTD-SALDO TO WRK-SALDO-ACHADO
               MOVE WRK-LIN-CONTA(WRK-SUB-LINHA)
                   TO WRK-SLD-CONTA(WRK-SALDO-ACHADO)
               MOVE WRK-LOT-COMPETENCIA
                   TO WRK-SLD-COMPET(WRK-SALDO-ACHADO)
               MOVE ZEROS TO WRK-SLD-DEBITOS(WRK-SALDO-ACHADO)
               MOVE ZEROS TO WRK-SLD-CREDITOS(WRK-SALDO-ACHADO)
           END-IF.
           IF WRK-LIN-NATUREZA(WRK-SUB-LINHA) = 'D'
               ADD WRK-LIN-VALOR(WRK-SUB-LINHA)
                   TO WRK-SLD-DEBITOS(WRK-SALDO-ACHADO)
           ELSE
               ADD WRK-LIN-VALOR(WRK-SUB-LINHA)
                   TO WRK-SLD-CREDITOS(WRK-SALDO-ACHADO)
           END-IF.

       0490-LISTAR-LOTE.
           MOVE WRK-LT-LOTE(WRK-LOTE-ACHADO) TO WRK-DET-LOTE.
           MOVE WRK-LOT-ARQUIVO       TO WRK-DET-ARQUIVO.
           MOVE WRK-LOT-ORDEM         TO WRK-DET-ORDEM.
           MOVE WRK-LOT-ORIGEM        TO WRK-DET-ORIGEM.
           MOVE WRK-LOT-COMPETENCIA   TO WRK-DET-COMPETENCIA.
           MOVE WRK-LOT-DATA          TO WRK-DET-DATA.
           MOVE WRK-QTD-LINHA         TO WRK-DET-LINHAS.
           MOVE WRK-LOT-TRL-DEBITOS   TO WRK-DET-DEBITOS.
           MOVE WRK-LOT-TRL-CREDITOS  TO WRK-DET-CREDITOS.
           MOVE WRK-LOT-STATUS        TO WRK-DET-STATUS.
           MOVE WRK-LOT-MOTIVO        TO WRK-DET-MOTIVO.
           MOVE WRK-LINHA-DET TO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0900-ENCERRAR.
           CLOSE LEDGER-MOVEMENT-FILE.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-LANCADOS TO WRK-QTD-ED.
           MOVE WRK-TOT-LANCADO TO WRK-VALOR-ED.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           STRING 'LOTES LANCADOS:   ' WRK-QTD-ED
               ' - TOTAL A DEBITO E A CREDITO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-RECUSADOS TO WRK-QTD-ED.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           STRING 'LOTES RECUSADOS:  ' WRK-QTD-ED
               ' (TENTADOS DE NOVO NA PROXIMA RODADA)'
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-DUPLICADOS TO WRK-QTD-ED.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           STRING 'LOTES DUPLICADOS: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-JA-TRATADOS TO WRK-QTD-ED.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           STRING 'LOTES JA TRATADOS EM RODADAS ANTERIORES: '
               WRK-QTD-ED
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           CLOSE POSTING-REPORT-FILE.
           IF WRK-HOUVE-ALTERACAO = 'S'
               PERFORM 0910-REGRAVAR-REGISTRO
           END-IF.
           IF WRK-QTD-LANCADOS > ZEROS
               PERFORM 0920-REGRAVAR-SALDOS
           END-IF.
           DISPLAY 'RAZAO GERAL EM ' WRK-DATA-MOVIMENTO ': '
               WRK-QTD-LANCADOS ' LOTE(S) LANCADO(S), '
               WRK-QTD-MOVIMENTOS ' MOVIMENTO(S), '
               WRK-QTD-RECUSADOS ' RECUSADO(S), '
               WRK-QTD-DUPLICADOS ' DUPLICADO(S).'.
           IF WRK-QTD-RECUSADOS > ZEROS OR WRK-QTD-DUPLICADOS > ZEROS
               DISPLAY 'ATENCAO: HA LOTE RECUSADO OU DUPLICADO - VER '
                   'CTBLREL.dat.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       0910-REGRAVAR-REGISTRO.
           OPEN OUTPUT BATCH-REGISTER-FILE-NOVO.
           MOVE 'CTBLOTNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBLOTNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0911-GRAVAR-LOTE
               VARYING WRK-SUB-LOTE FROM 1 BY 1
               UNTIL WRK-SUB-LOTE > WRK-QTD-LOTE.
           CLOSE BATCH-REGISTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CTBLOTE,
               WRK-NOME-CTBLOTNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CTBLOTE
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0911-GRAVAR-LOTE.
           MOVE WRK-LT-REGISTRO(WRK-SUB-LOTE)
               TO BATCH-REGISTER-RECORD-NOVO.
           WRITE BATCH-REGISTER-RECORD-NOVO.
           MOVE 'CTBLOTNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBLOTNW,
               WRK-FSCHK-CHAVE.

       0920-REGRAVAR-SALDOS.
           OPEN OUTPUT BALANCE-FILE-NOVO.
           MOVE 'CTBSLDNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBSLDNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0921-GRAVAR-SALDO
               VARYING WRK-SUB-SALDO FROM 1 BY 1
               UNTIL WRK-SUB-SALDO > WRK-QTD-SALDO.
           CLOSE BALANCE-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CTBSALDO,
               WRK-NOME-CTBSLDNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CTBSALDO
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0921-GRAVAR-SALDO.
           MOVE WRK-SLD-REGISTRO(WRK-SUB-SALDO)
               TO BALANCE-RECORD-NOVO.
           WRITE BALANCE-RECORD-NOVO.
           MOVE 'CTBSLDNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBSLDNW,
               WRK-FSCHK-CHAVE.
