       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBREL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: RELATORIOS DO RAZAO GERAL PARA UMA COMPETENCIA
      *          INFORMADA: BALANCETE DE VERIFICACAO (CTBBAL.dat -
      *          POR CONTA DO PLANO, SALDO ANTERIOR, DEBITOS E
      *          CREDITOS DO MES E SALDO ATUAL COM D/C, MAIS A
      *          CONFERENCIA DOS TOTAIS) E RAZAO POR CONTA
      *          (CTBRAZ.dat - CADA MOVIMENTO DO CTBMOV.dat NO MES
      *          COM O SALDO CORRIDO). AS CONTAS DE RESULTADO (GRUPOS
      *          3 E 4) SO ACUMULAM DENTRO DO ANO; O RESULTADO DOS
      *          ANOS ANTERIORES APARECE NUMA LINHA PROPRIA DO
      *          BALANCETE PARA O TOTAL FECHAR. O MOVIMENTO DO MES DE
      *          CADA CONTA E CONFERIDO CONTRA O CTBSALDO.dat; RC 4
      *          SE NAO BATER.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO JUNTO COM O RAZAO GERAL (CTBLANC).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "PLANOCTA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANOCTA.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "CTBPER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBPER.
           SELECT BALANCE-FILE ASSIGN TO "CTBSALDO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBSALDO.
           SELECT LEDGER-MOVEMENT-FILE ASSIGN TO "CTBMOV.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBMOV.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "CTBBAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBBAL.
           SELECT LEDGER-REPORT-FILE ASSIGN TO "CTBRAZ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBRAZ.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           02 PLC-CONTA              PIC X(08).
           02 PLC-DESCRICAO          PIC X(30).
           02 PLC-NATUREZA           PIC X(01).
           02 PLC-STATUS             PIC X(01).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD.
           02 PER-COMPETENCIA        PIC 9(06).
           02 PER-STATUS             PIC X(01).
           02 PER-DATA               PIC 9(08).
           02 PER-OPERADOR           PIC X(06).
           02 PER-AUTORIZADOR        PIC X(06).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           02 SLD-CONTA              PIC X(08).
           02 SLD-COMPETENCIA        PIC 9(06).
           02 SLD-DEBITOS            PIC 9(13)V99.
           02 SLD-CREDITOS           PIC 9(13)V99.

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

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-RECORD      PIC X(132).

       FD  LEDGER-REPORT-FILE.
       01  LEDGER-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CTBREL'.
       77 WRK-FS-PLANOCTA        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBPER          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBSALDO        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBMOV          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBBAL          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBRAZ          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PLANOCTA       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PLANO                     VALUE 'S'.
       77 WRK-FIM-CTBPER         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PERIODOS                  VALUE 'S'.
       77 WRK-FIM-CTBSALDO       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS                    VALUE 'S'.
       77 WRK-FIM-CTBMOV         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MOVIMENTO                 VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-INICIO-ANO         PIC 9(06)      VALUE ZEROS.
       77 WRK-MES-AUX            PIC 9(02)      VALUE ZEROS.
       77 WRK-DATA-FECHAMENTO    PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-PLANO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PLANO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PLANO-ATUAL        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CONTA-ANTERIOR     PIC X(08)      VALUE SPACES.
       77 WRK-QTD-SALDO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-SALDO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-MOV            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-MOV            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CONTAS-MOV     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-DIVERGENCIAS   PIC 9(05)      VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR     PIC S9(15)V99  VALUE ZEROS.
       77 WRK-SALDO-ATUAL        PIC S9(15)V99  VALUE ZEROS.
       77 WRK-SALDO-CORRIDO      PIC S9(15)V99  VALUE ZEROS.
       77 WRK-DEB-MES            PIC 9(15)V99   VALUE ZEROS.
       77 WRK-CRED-MES           PIC 9(15)V99   VALUE ZEROS.
       77 WRK-DEB-RAZAO          PIC 9(15)V99   VALUE ZEROS.
       77 WRK-CRED-RAZAO         PIC 9(15)V99   VALUE ZEROS.
       77 WRK-RESULT-ANTERIOR    PIC S9(15)V99  VALUE ZEROS.
       77 WRK-TOT-ANT-DEVEDOR    PIC 9(15)V99   VALUE ZEROS.
       77 WRK-TOT-ANT-CREDOR     PIC 9(15)V99   VALUE ZEROS.
       77 WRK-TOT-DEBITOS        PIC 9(15)V99   VALUE ZEROS.
       77 WRK-TOT-CREDITOS       PIC 9(15)V99   VALUE ZEROS.
       77 WRK-TOT-ATU-DEVEDOR    PIC 9(15)V99   VALUE ZEROS.
       77 WRK-TOT-ATU-CREDOR     PIC 9(15)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED2          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.

       01  WRK-TAB-PLANO VALUE SPACES.
           02 WRK-PLANO-LINHA OCCURS 300 TIMES.
               03 WRK-PLA-CONTA      PIC X(08).
               03 WRK-PLA-DESCRICAO  PIC X(30).
               03 WRK-PLA-NATUREZA   PIC X(01).

       01  WRK-TAB-SALDO VALUE ZEROS.
           02 WRK-SALDO-LINHA OCCURS 3000 TIMES.
               03 WRK-SLD-CONTA      PIC X(08).
               03 WRK-SLD-COMPET     PIC 9(06).
               03 WRK-SLD-DEBITOS    PIC 9(13)V99.
               03 WRK-SLD-CREDITOS   PIC 9(13)V99.

      *    MOVIMENTOS DO CTBMOV NA COMPETENCIA DO RELATORIO.
       01  WRK-TAB-MOV VALUE SPACES.
           02 WRK-MOV-LINHA OCCURS 9000 TIMES.
               03 WRK-MOV-LOTE       PIC 9(06).
               03 WRK-MOV-DATA       PIC 9(08).
               03 WRK-MOV-ORIGEM     PIC X(08).
               03 WRK-MOV-CONTA      PIC X(08).
               03 WRK-MOV-NATUREZA   PIC X(01).
               03 WRK-MOV-VALOR      PIC 9(11)V99.
               03 WRK-MOV-HISTORICO  PIC X(30).

       01  WRK-LINHA-BAL.
           02 WRK-BAL-CONTA          PIC X(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-BAL-DESCRICAO      PIC X(30).
           02 WRK-BAL-ANTERIOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-BAL-ANT-DC         PIC X(01).
           02 WRK-BAL-DEBITOS        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 WRK-BAL-CREDITOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 WRK-BAL-ATUAL          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-BAL-ATU-DC         PIC X(01).

       01  WRK-LINHA-RAZ.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-RAZ-DATA           PIC 9(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-RAZ-LOTE           PIC 9(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-RAZ-ORIGEM         PIC X(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-RAZ-HISTORICO      PIC X(30).
           02 WRK-RAZ-DEBITO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 WRK-RAZ-CREDITO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 WRK-RAZ-SALDO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-RAZ-DC             PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DO BALANCETE (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-AUX.
           IF WRK-MES-AUX < 1 OR WRK-MES-AUX > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-INICIO-ANO.
           MOVE '01' TO WRK-INICIO-ANO(5:2).
           PERFORM 0110-CARREGAR-PLANO.
           PERFORM 0115-LER-FECHAMENTO.
           PERFORM 0120-CARREGAR-SALDOS.
           PERFORM 0130-CARREGAR-MOVIMENTO.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           MOVE 'CTBBAL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBBAL,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT LEDGER-REPORT-FILE.
           MOVE 'CTBRAZ' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBRAZ,
               WRK-FSCHK-CHAVE.

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
                   MOVE PLC-CONTA     TO WRK-PLA-CONTA(WRK-QTD-PLANO)
                   MOVE PLC-DESCRICAO
                       TO WRK-PLA-DESCRICAO(WRK-QTD-PLANO)
                   MOVE PLC-NATUREZA
                       TO WRK-PLA-NATUREZA(WRK-QTD-PLANO)
           END-READ.
           MOVE 'PLANOCTA' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANOCTA,
               WRK-FSCHK-CHAVE.

       0115-LER-FECHAMENTO.
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
                   IF PER-COMPETENCIA = WRK-COMPETENCIA
                       AND PER-STATUS = 'F'
                       MOVE PER-DATA TO WRK-DATA-FECHAMENTO
                   END-IF
           END-READ.

       0120-CARREGAR-SALDOS.
           OPEN INPUT BALANCE-FILE.
           IF WRK-FS-CTBSALDO = '00'
               PERFORM 0121-LER-SALDO UNTIL WRK-FIM-SALDOS
               CLOSE BALANCE-FILE
           ELSE
               DISPLAY 'AVISO: CTBSALDO.dat AUSENTE - NADA LANCADO '
                   'NO RAZAO AINDA.'
           END-IF.

       0121-LER-SALDO.
           READ BALANCE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CTBSALDO
               NOT AT END
                   IF SLD-COMPETENCIA NOT > WRK-COMPETENCIA
                       MOVE 'WRK-TAB-SALDO' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-SALDO TO WRK-TABCHK-QTD
                       MOVE 3000 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-SALDO
                       MOVE SLD-CONTA TO WRK-SLD-CONTA(WRK-QTD-SALDO)
                       MOVE SLD-COMPETENCIA
                           TO WRK-SLD-COMPET(WRK-QTD-SALDO)
                       MOVE SLD-DEBITOS
                           TO WRK-SLD-DEBITOS(WRK-QTD-SALDO)
                       MOVE SLD-CREDITOS
                           TO WRK-SLD-CREDITOS(WRK-QTD-SALDO)
                   END-IF
           END-READ.
           MOVE 'CTBSALDO' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBSALDO,
               WRK-FSCHK-CHAVE.

       0130-CARREGAR-MOVIMENTO.
           OPEN INPUT LEDGER-MOVEMENT-FILE.
           IF WRK-FS-CTBMOV = '00'
               PERFORM 0131-LER-MOVIMENTO UNTIL WRK-FIM-MOVIMENTO
               CLOSE LEDGER-MOVEMENT-FILE
           END-IF.

       0131-LER-MOVIMENTO.
           READ LEDGER-MOVEMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CTBMOV
               NOT AT END
                   IF MOV-COMPETENCIA = WRK-COMPETENCIA
                       MOVE 'WRK-TAB-MOV' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-MOV TO WRK-TABCHK-QTD
                       MOVE 9000 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-MOV
                       MOVE MOV-LOTE      TO WRK-MOV-LOTE(WRK-QTD-MOV)
                       MOVE MOV-DATA      TO WRK-MOV-DATA(WRK-QTD-MOV)
                       MOVE MOV-ORIGEM
                           TO WRK-MOV-ORIGEM(WRK-QTD-MOV)
                       MOVE MOV-CONTA     TO WRK-MOV-CONTA(WRK-QTD-MOV)
                       MOVE MOV-NATUREZA
                           TO WRK-MOV-NATUREZA(WRK-QTD-MOV)
                       MOVE MOV-VALOR     TO WRK-MOV-VALOR(WRK-QTD-MOV)
                       MOVE MOV-HISTORICO
                           TO WRK-MOV-HISTORICO(WRK-QTD-MOV)
                   END-IF
           END-READ.
           MOVE 'CTBMOV' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBMOV,
               WRK-FSCHK-CHAVE.

      *    AS CONTAS SAEM EM ORDEM DE CODIGO, QUALQUER QUE SEJA A
      *    ORDEM EM QUE FORAM INCLUIDAS NO PLANO.
       0200-PROCESSAR.
           PERFORM 0205-CABECALHOS.
           MOVE LOW-VALUES TO WRK-CONTA-ANTERIOR.
           PERFORM 0210-ACHAR-PROXIMA-CONTA.
           PERFORM 0220-TRATAR-CONTA
               UNTIL WRK-PLANO-ATUAL = ZEROS.
           PERFORM 0250-RESULTADO-ANTERIOR.
           PERFORM 0260-TOTAIS-BALANCETE.

       0205-CABECALHOS.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING 'BALANCETE DE VERIFICACAO - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           PERFORM 0290-GRAVAR-BALANCETE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           IF WRK-DATA-FECHAMENTO > ZEROS
               STRING 'COMPETENCIA FECHADA EM ' WRK-DATA-FECHAMENTO
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           ELSE
               STRING 'COMPETENCIA ABERTA - SALDOS PROVISORIOS'
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           END-IF.
           PERFORM 0290-GRAVAR-BALANCETE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           PERFORM 0290-GRAVAR-BALANCETE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING 'CONTA    DESCRICAO                         SALDO '
               'ANTERIOR            DEBITOS           CREDITOS     '
               '   SALDO ATUAL'
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           PERFORM 0290-GRAVAR-BALANCETE.
           MOVE SPACES TO LEDGER-REPORT-RECORD.
           STRING 'RAZAO POR CONTA - COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO LEDGER-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RAZAO.

       0210-ACHAR-PROXIMA-CONTA.
           MOVE ZEROS TO WRK-PLANO-ATUAL.
           PERFORM VARYING WRK-SUB-PLANO FROM 1 BY 1
               UNTIL WRK-SUB-PLANO > WRK-QTD-PLANO
               IF WRK-PLA-CONTA(WRK-SUB-PLANO) > WRK-CONTA-ANTERIOR
                   IF WRK-PLANO-ATUAL = ZEROS
                       MOVE WRK-SUB-PLANO TO WRK-PLANO-ATUAL
                   ELSE
                       IF WRK-PLA-CONTA(WRK-SUB-PLANO)
                           < WRK-PLA-CONTA(WRK-PLANO-ATUAL)
                           MOVE WRK-SUB-PLANO TO WRK-PLANO-ATUAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    CONTA SEM SALDO ANTERIOR E SEM MOVIMENTO NO MES NAO SAI.
       0220-TRATAR-CONTA.
           PERFORM 0225-SOMAR-SALDOS.
           IF WRK-SALDO-ANTERIOR NOT = ZEROS
               OR WRK-DEB-MES NOT = ZEROS
               OR WRK-CRED-MES NOT = ZEROS
               PERFORM 0230-LINHA-BALANCETE
           END-IF.
           IF WRK-DEB-MES NOT = ZEROS
               OR WRK-CRED-MES NOT = ZEROS
               PERFORM 0240-RAZAO-CONTA
           END-IF.
           MOVE WRK-PLA-CONTA(WRK-PLANO-ATUAL) TO WRK-CONTA-ANTERIOR.
           PERFORM 0210-ACHAR-PROXIMA-CONTA.

      *    SALDO EM DEBITO POSITIVO. CONTA DE RESULTADO (GRUPO 3 OU
      *    4) SO ACUMULA A PARTIR DE JANEIRO DO ANO; O QUE FICOU EM
      *    ANOS ANTERIORES VAI PARA WRK-RESULT-ANTERIOR.
       0225-SOMAR-SALDOS.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-DEB-MES.
           MOVE ZEROS TO WRK-CRED-MES.
           PERFORM VARYING WRK-SUB-SALDO FROM 1 BY 1
               UNTIL WRK-SUB-SALDO > WRK-QTD-SALDO
               IF WRK-SLD-CONTA(WRK-SUB-SALDO)
                   = WRK-PLA-CONTA(WRK-PLANO-ATUAL)
                   EVALUATE TRUE
                       WHEN WRK-SLD-COMPET(WRK-SUB-SALDO)
                           = WRK-COMPETENCIA
                           MOVE WRK-SLD-DEBITOS(WRK-SUB-SALDO)
                               TO WRK-DEB-MES
                           MOVE WRK-SLD-CREDITOS(WRK-SUB-SALDO)
                               TO WRK-CRED-MES
                       WHEN (WRK-SLD-CONTA(WRK-SUB-SALDO)(1:1) = '3'
                           OR WRK-SLD-CONTA(WRK-SUB-SALDO)(1:1) = '4')
                           AND WRK-SLD-COMPET(WRK-SUB-SALDO)
                               < WRK-INICIO-ANO
                           COMPUTE WRK-RESULT-ANTERIOR =
                               WRK-RESULT-ANTERIOR
                               + WRK-SLD-DEBITOS(WRK-SUB-SALDO)
                               - WRK-SLD-CREDITOS(WRK-SUB-SALDO)
                       WHEN OTHER
                           COMPUTE WRK-SALDO-ANTERIOR =
                               WRK-SALDO-ANTERIOR
                               + WRK-SLD-DEBITOS(WRK-SUB-SALDO)
                               - WRK-SLD-CREDITOS(WRK-SUB-SALDO)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE WRK-SALDO-ATUAL = WRK-SALDO-ANTERIOR
               + WRK-DEB-MES - WRK-CRED-MES.

       0230-LINHA-BALANCETE.
           MOVE WRK-PLA-CONTA(WRK-PLANO-ATUAL)     TO WRK-BAL-CONTA.
           MOVE WRK-PLA-DESCRICAO(WRK-PLANO-ATUAL) TO WRK-BAL-DESCRICAO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-BAL-ANTERIOR.
           IF WRK-SALDO-ANTERIOR < ZEROS
               MOVE 'C' TO WRK-BAL-ANT-DC
               SUBTRACT WRK-SALDO-ANTERIOR FROM WRK-TOT-ANT-CREDOR
           ELSE
               MOVE 'D' TO WRK-BAL-ANT-DC
               ADD WRK-SALDO-ANTERIOR TO WRK-TOT-ANT-DEVEDOR
           END-IF.
           IF WRK-SALDO-ANTERIOR = ZEROS
               MOVE SPACE TO WRK-BAL-ANT-DC
           END-IF.
           MOVE WRK-DEB-MES  TO WRK-BAL-DEBITOS.
           MOVE WRK-CRED-MES TO WRK-BAL-CREDITOS.
           ADD WRK-DEB-MES  TO WRK-TOT-DEBITOS.
           ADD WRK-CRED-MES TO WRK-TOT-CREDITOS.
           MOVE WRK-SALDO-ATUAL TO WRK-BAL-ATUAL.
           IF WRK-SALDO-ATUAL < ZEROS
               MOVE 'C' TO WRK-BAL-ATU-DC
               SUBTRACT WRK-SALDO-ATUAL FROM WRK-TOT-ATU-CREDOR
           ELSE
               MOVE 'D' TO WRK-BAL-ATU-DC
               ADD WRK-SALDO-ATUAL TO WRK-TOT-ATU-DEVEDOR
           END-IF.
           IF WRK-SALDO-ATUAL = ZEROS
               MOVE SPACE TO WRK-BAL-ATU-DC
           END-IF.
           MOVE WRK-LINHA-BAL TO TRIAL-BALANCE-RECORD.
           PERFORM 0290-GRAVAR-BALANCETE.

      *    RAZAO DA CONTA: SALDO ANTERIOR, CADA MOVIMENTO DO MES NA
      *    ORDEM DO CTBMOV COM O SALDO CORRIDO, E A CONFERENCIA DOS
      *    TOTAIS CONTRA O CTBSALDO.
       0240-RAZAO-CONTA.
           ADD 1 TO WRK-QTD-CONTAS-MOV.
           MOVE SPACES TO LEDGER-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RAZAO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-VALOR-ED.
           MOVE SPACES TO LEDGER-REPORT-RECORD.
           STRING 'CONTA ' WRK-PLA-CONTA(WRK-PLANO-ATUAL) ' '
               WRK-PLA-DESCRICAO(WRK-PLANO-ATUAL)
               ' SALDO ANTERIOR ' WRK-VALOR-ED ' ' WRK-BAL-ANT-DC
               DELIMITED BY SIZE INTO LEDGER-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RAZAO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-CORRIDO.
           MOVE ZEROS TO WRK-DEB-RAZAO.
           MOVE ZEROS TO WRK-CRED-RAZAO.
           PERFORM VARYING WRK-SUB-MOV FROM 1 BY 1
               UNTIL WRK-SUB-MOV > WRK-QTD-MOV
               IF WRK-MOV-CONTA(WRK-SUB-MOV)
                   = WRK-PLA-CONTA(WRK-PLANO-ATUAL)
                   PERFORM 0245-LINHA-RAZAO
               END-IF
           END-PERFORM.
           MOVE WRK-DEB-RAZAO TO WRK-VALOR-ED.
           MOVE WRK-CRED-RAZAO TO WRK-VALOR-ED2.
           MOVE SPACES TO LEDGER-REPORT-RECORD.
           STRING '  TOTAL DO MES - DEBITOS ' WRK-VALOR-ED
               ' CREDITOS ' WRK-VALOR-ED2
               DELIMITED BY SIZE INTO LEDGER-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RAZAO.
           IF WRK-DEB-RAZAO NOT = WRK-DEB-MES
               OR WRK-CRED-RAZAO NOT = WRK-CRED-MES
               ADD 1 TO WRK-QTD-DIVERGENCIAS
               MOVE SPACES TO LEDGER-REPORT-RECORD
               STRING '  *** MOVIMENTO DIVERGE DO SALDO NO CTBSALDO'
                   DELIMITED BY SIZE INTO LEDGER-REPORT-RECORD
               PERFORM 0295-GRAVAR-RAZAO
           END-IF.

       0245-LINHA-RAZAO.
           MOVE WRK-MOV-DATA(WRK-SUB-MOV)      TO WRK-RAZ-DATA.
           MOVE WRK-MOV-LOTE(WRK-SUB-MOV)      TO WRK-RAZ-LOTE.
           MOVE WRK-MOV-ORIGEM(WRK-SUB-MOV)    TO WRK-RAZ-ORIGEM.
           MOVE WRK-MOV-HISTORICO(WRK-SUB-MOV) TO WRK-RAZ-HISTORICO.
           IF WRK-MOV-NATUREZA(WRK-SUB-MOV) = 'D'
               MOVE WRK-MOV-VALOR(WRK-SUB-MOV) TO WRK-RAZ-DEBITO
               MOVE ZEROS TO WRK-RAZ-CREDITO
               ADD WRK-MOV-VALOR(WRK-SUB-MOV) TO WRK-DEB-RAZAO
               ADD WRK-MOV-VALOR(WRK-SUB-MOV) TO WRK-SALDO-CORRIDO
           ELSE
               MOVE ZEROS TO WRK-RAZ-DEBITO
               MOVE WRK-MOV-VALOR(WRK-SUB-MOV) TO WRK-RAZ-CREDITO
               ADD WRK-MOV-VALOR(WRK-SUB-MOV) TO WRK-CRED-RAZAO
               SUBTRACT WRK-MOV-VALOR(WRK-SUB-MOV)
                   FROM WRK-SALDO-CORRIDO
           END-IF.
           MOVE WRK-SALDO-CORRIDO TO WRK-RAZ-SALDO.
           IF WRK-SALDO-CORRIDO < ZEROS
               MOVE 'C' TO WRK-RAZ-DC
           ELSE
               MOVE 'D' TO WRK-RAZ-DC
           END-IF.
           IF WRK-SALDO-CORRIDO = ZEROS
               MOVE SPACE TO WRK-RAZ-DC
           END-IF.
           MOVE WRK-LINHA-RAZ TO LEDGER-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RAZAO.

      *    RESULTADO DOS ANOS ANTERIORES: NAO HA LANCAMENTO DE
      *    ENCERRAMENTO DO EXERCICIO, ENTAO O BALANCETE MOSTRA O
      *    ACUMULADO DAS CONTAS DE RESULTADO ATE DEZEMBRO DO ANO
      *    ANTERIOR NUMA LINHA PROPRIA, SEM MOVIMENTO NO MES.
       0250-RESULTADO-ANTERIOR.
           IF WRK-RESULT-ANTERIOR NOT = ZEROS
               MOVE SPACES TO WRK-BAL-CONTA
               MOVE 'RESULTADOS DE ANOS ANTERIORES'
                   TO WRK-BAL-DESCRICAO
               MOVE WRK-RESULT-ANTERIOR TO WRK-BAL-ANTERIOR
               MOVE WRK-RESULT-ANTERIOR TO WRK-BAL-ATUAL
               MOVE ZEROS TO WRK-BAL-DEBITOS
               MOVE ZEROS TO WRK-BAL-CREDITOS
               IF WRK-RESULT-ANTERIOR < ZEROS
                   MOVE 'C' TO WRK-BAL-ANT-DC
                   MOVE 'C' TO WRK-BAL-ATU-DC
                   SUBTRACT WRK-RESULT-ANTERIOR FROM WRK-TOT-ANT-CREDOR
                   SUBTRACT WRK-RESULT-ANTERIOR FROM WRK-TOT-ATU-CREDOR
               ELSE
                   MOVE 'D' TO WRK-BAL-ANT-DC
                   MOVE 'D' TO WRK-BAL-ATU-DC
                   ADD WRK-RESULT-ANTERIOR TO WRK-TOT-ANT-DEVEDOR
                   ADD WRK-RESULT-ANTERIOR TO WRK-TOT-ATU-DEVEDOR
               END-IF
               MOVE WRK-LINHA-BAL TO TRIAL-BALANCE-RECORD
               PERFORM 0290-GRAVAR-BALANCETE
           END-IF.

       0260-TOTAIS-BALANCETE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           PERFORM 0290-GRAVAR-BALANCETE.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED2.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING 'MOVIMENTO DO MES   - DEBITOS ' WRK-VALOR-ED
               ' CREDITOS ' WRK-VALOR-ED2
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           PERFORM 0290-GRAVAR-BALANCETE.
           MOVE WRK-TOT-ANT-DEVEDOR TO WRK-VALOR-ED.
           MOVE WRK-TOT-ANT-CREDOR TO WRK-VALOR-ED2.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING 'SALDOS ANTERIORES  - DEVEDOR ' WRK-VALOR-ED
               ' CREDOR   ' WRK-VALOR-ED2
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           PERFORM 0290-GRAVAR-BALANCETE.
           MOVE WRK-TOT-ATU-DEVEDOR TO WRK-VALOR-ED.
           MOVE WRK-TOT-ATU-CREDOR TO WRK-VALOR-ED2.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING 'SALDOS ATUAIS      - DEVEDOR ' WRK-VALOR-ED
               ' CREDOR   ' WRK-VALOR-ED2
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           PERFORM 0290-GRAVAR-BALANCETE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           IF WRK-TOT-DEBITOS = WRK-TOT-CREDITOS
               AND WRK-TOT-ATU-DEVEDOR = WRK-TOT-ATU-CREDOR
               STRING 'BALANCETE FECHADO: DEBITOS = CREDITOS E '
                   'SALDO DEVEDOR = SALDO CREDOR.'
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           ELSE
               ADD 1 TO WRK-QTD-DIVERGENCIAS
               STRING '*** BALANCETE NAO FECHA - VERIFICAR CONTAS '
                   'FORA DO PLANO OU SALDOS ALTERADOS.'
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           END-IF.
           PERFORM 0290-GRAVAR-BALANCETE.

       0290-GRAVAR-BALANCETE.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE 'CTBBAL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBBAL,
               WRK-FSCHK-CHAVE.

       0295-GRAVAR-RAZAO.
           WRITE LEDGER-REPORT-RECORD.
           MOVE 'CTBRAZ' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBRAZ,
               WRK-FSCHK-CHAVE.

       0300-FINALIZAR.
           CLOSE TRIAL-BALANCE-FILE.
           CLOSE LEDGER-REPORT-FILE.
           MOVE WRK-QTD-CONTAS-MOV TO WRK-QTD-ED.
           DISPLAY 'BALANCETE E RAZAO DA COMPETENCIA ' WRK-COMPETENCIA
               ' GERADOS - ' WRK-QTD-ED ' CONTA(S) COM MOVIMENTO.'.
           IF WRK-QTD-DIVERGENCIAS > ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-DIVERGENCIAS
                   ' DIVERGENCIA(S) - VER CTBBAL.dat E CTBRAZ.dat.'
               MOVE 4 TO RETURN-CODE
           END-IF.
