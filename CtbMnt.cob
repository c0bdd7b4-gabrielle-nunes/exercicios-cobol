       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DO RAZAO GERAL PELA CONTABILIDADE.
      *          OPERACOES: INCLUIR/ALTERAR CONTA DO PLANO DE CONTAS
      *          (PLANOCTA.dat), IMPORTAR DO CONTAMAP.dat AS CONTAS
      *          AINDA FORA DO PLANO, LISTAR O PLANO, LANCAR AJUSTE
      *          MANUAL (PARTIDAS DIGITADAS, DEBITOS = CREDITOS, COM
      *          AUTORIZACAO DE SUPERVISOR), FECHAR UMA COMPETENCIA
      *          (CTBPER.dat - DEPOIS DO FECHAMENTO O CTBLANC E O
      *          AJUSTE MANUAL RECUSAM LANCAMENTO NELA) E DESCARTAR UM
      *          LOTE RECUSADO PELO CTBLANC QUE NAO DEVE MAIS SER
      *          TENTADO. O AJUSTE VAI PARA O CTBMOV.dat E PARA OS
      *          SALDOS (CTBSALDO.dat) COMO LOTE DE ORIGEM AJUSTE NO
      *          REGISTRO CTBLOTE.dat. CADA OPERACAO E GRAVADA NO
      *          AUDITLOG; PLANO, REGISTRO E SALDOS SAO REGRAVADOS
      *          VIA PROMOVE NO ENCERRAMENTO.
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
           SELECT CHART-OF-ACCOUNTS-FILE-NOVO ASSIGN TO "PLANONW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANONW.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
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
           SELECT LEDGER-MOVEMENT-FILE ASSIGN TO "CTBMOV.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTBMOV.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           02 PLC-CONTA              PIC X(08).
           02 PLC-DESCRICAO          PIC X(30).
           02 PLC-NATUREZA           PIC X(01).
           02 PLC-STATUS             PIC X(01).

       FD  CHART-OF-ACCOUNTS-FILE-NOVO.
       01  CHART-OF-ACCOUNTS-RECORD-NOVO PIC X(40).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 MAP-VERBA             PIC X(15).
           02 MAP-CONTA             PIC X(08).
           02 MAP-NATUREZA          PIC X(01).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD.
           02 PER-COMPETENCIA        PIC 9(06).
           02 PER-STATUS             PIC X(01).
           02 PER-DATA               PIC 9(08).
           02 PER-OPERADOR           PIC X(06).
           02 PER-AUTORIZADOR        PIC X(06).

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD     PIC X(135).

       FD  BATCH-REGISTER-FILE-NOVO.
       01  BATCH-REGISTER-RECORD-NOVO PIC X(135).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD            PIC X(44).

       FD  BALANCE-FILE-NOVO.
       01  BALANCE-RECORD-NOVO       PIC X(44).

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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
           02 AUD-SEQUENCIA         PIC 9(06).
           02 AUD-DATA              PIC 9(08).
           02 AUD-HORA              PIC 9(08).
           02 AUD-ENTRADA           PIC X(30).
           02 AUD-SAIDA             PIC X(30).
           02 AUD-OPERADOR          PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CTBMNT'.
       77 WRK-FS-PLANOCTA        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PLANONW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBPER          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBLOTE         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBLOTNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBSALDO        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBSLDNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTBMOV          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PLANOCTA       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PLANO                     VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-FIM-CTBPER         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PERIODOS                  VALUE 'S'.
       77 WRK-FIM-CTBLOTE        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-CTBSALDO       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS                    VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-CONTA                   VALUE 'C'.
           88 WRK-OPCAO-IMPORTAR                VALUE 'I'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-AJUSTE                  VALUE 'A'.
           88 WRK-OPCAO-FECHAR                  VALUE 'E'.
           88 WRK-OPCAO-DESCARTAR               VALUE 'X'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-PLANO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PLANO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PLANO-ACHADO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PER            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PER            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PER-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LOTE           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-LOTE           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-LOTE-ACHADO        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ULT-LOTE           PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-SALDO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-SALDO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SALDO-ACHADO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-AJUSTE         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-AJUSTE         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-IMPORTADAS     PIC 9(03)      VALUE ZEROS.
       77 WRK-CONTA-ENTRADA      PIC X(08)      VALUE SPACES.
       77 WRK-DESCRICAO-ENTRADA  PIC X(30)      VALUE SPACES.
       77 WRK-NATUREZA-ENTRADA   PIC X(01)      VALUE SPACES.
       77 WRK-STATUS-ENTRADA     PIC X(01)      VALUE SPACES.
       77 WRK-VALOR-ENTRADA      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-HISTORICO-ENTRADA  PIC X(30)      VALUE SPACES.
       77 WRK-LOTE-ENTRADA       PIC 9(06)      VALUE ZEROS.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-COMPETENCIA-AUX    PIC 9(06)      VALUE ZEROS.
       77 WRK-MES-AUX            PIC 9(02)      VALUE ZEROS.
       77 WRK-AJU-DEBITOS        PIC 9(11)V99   VALUE ZEROS.
       77 WRK-AJU-CREDITOS       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-AJU-HASH           PIC 9(18)      VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS     PIC 9(13)      VALUE ZEROS.
       77 WRK-MOTIVO             PIC X(30)      VALUE SPACES.
       77 WRK-RECUSA             PIC X(40)      VALUE SPACES.
       77 WRK-COMPET-ABERTA      PIC 9(06)      VALUE ZEROS.
       77 WRK-AUTORIZACAO        PIC X(01)      VALUE 'N'.
       77 WRK-AUTORIZADOR        PIC X(06)      VALUE SPACES.
       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-ALTEROU-PLANO      PIC X(01)      VALUE 'N'.
       77 WRK-ALTEROU-LOTES      PIC X(01)      VALUE 'N'.
       77 WRK-ALTEROU-SALDOS     PIC X(01)      VALUE 'N'.
       77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-PLANOCTA      PIC X(20)      VALUE "PLANOCTA.dat".
       77 WRK-NOME-PLANONW       PIC X(20)      VALUE "PLANONW.dat".
       77 WRK-NOME-CTBLOTE       PIC X(20)      VALUE "CTBLOTE.dat".
       77 WRK-NOME-CTBLOTNW      PIC X(20)      VALUE "CTBLOTNW.dat".
       77 WRK-NOME-CTBSALDO      PIC X(20)      VALUE "CTBSALDO.dat".
       77 WRK-NOME-CTBSLDNW      PIC X(20)      VALUE "CTBSLDNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-PLANO VALUE SPACES.
           02 WRK-PLANO-LINHA OCCURS 300 TIMES.
               03 WRK-PLA-REGISTRO.
                   04 WRK-PLA-CONTA      PIC X(08).
                   04 WRK-PLA-DESCRICAO  PIC X(30).
                   04 WRK-PLA-NATUREZA   PIC X(01).
                   04 WRK-PLA-STATUS     PIC X(01).

       01  WRK-TAB-PER VALUE ZEROS.
           02 WRK-PER-LINHA OCCURS 240 TIMES.
               03 WRK-PER-COMPET     PIC 9(06).

      *    MESMO LAYOUT DO REGISTRO DE LOTES DO CTBLANC.
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

       01  WRK-TAB-AJUSTE VALUE SPACES.
           02 WRK-AJUSTE-LINHA OCCURS 50 TIMES.
               03 WRK-AJU-CONTA      PIC X(08).
               03 WRK-AJU-NATUREZA   PIC X(01).
               03 WRK-AJU-VALOR      PIC 9(11)V99.
               03 WRK-AJU-HISTORICO  PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0103D-ASSINAR-OPERADOR.
           MOVE 'CTBMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           PERFORM 0110-CARREGAR-PLANO.
           PERFORM 0115-CARREGAR-PERIODOS.
           PERFORM 0120-CARREGAR-REGISTRO.
           PERFORM 0125-CARREGAR-SALDOS.

       0103D-ASSINAR-OPERADOR.
           MOVE 'N' TO WRK-OPERCHK-RESULTADO.
           CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
               WRK-OPERADOR-ID, WRK-OPERADOR-NOME,
               WRK-OPERADOR-NIVEL, WRK-OPERCHK-RESULTADO.
           IF WRK-OPERCHK-RESULTADO NOT = 'S'
               DISPLAY 'SIGN-ON RECUSADO.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERADOR ' WRK-OPERADOR-NOME ' (NIVEL '
               WRK-OPERADOR-NIVEL ') IDENTIFICADO.'.

      *    SEM PLANOCTA.dat O PLANO COMECA VAZIO (OPCAO I IMPORTA O
      *    CONTAMAP).
       0110-CARREGAR-PLANO.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WRK-FS-PLANOCTA = '00'
               PERFORM 0111-LER-CONTA UNTIL WRK-FIM-PLANO
               CLOSE CHART-OF-ACCOUNTS-FILE
           ELSE
               DISPLAY 'AVISO: PLANOCTA.dat AUSENTE - PLANO VAZIO.'
           END-IF.
           DISPLAY 'CONTAS NO PLANO: ' WRK-QTD-PLANO.

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
                   MOVE CHART-OF-ACCOUNTS-RECORD
                       TO WRK-PLA-REGISTRO(WRK-QTD-PLANO)
           END-READ.
           MOVE 'PLANOCTA' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANOCTA,
               WRK-FSCHK-CHAVE.

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
                   IF WRK-LT-LOTE(WRK-QTD-LOTE) > WRK-ULT-LOTE
                       MOVE WRK-LT-LOTE(WRK-QTD-LOTE) TO WRK-ULT-LOTE
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

       0140-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '00'
               PERFORM 0141-LER-SEQ-AUDITORIA
                   UNTIL WRK-FIM-SCAN-AUDIT
               CLOSE AUDIT-LOG-FILE
           END-IF.

       0141-LER-SEQ-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUDSEQ
               NOT AT END
                   IF AUD-PROGRAMA = WRK-AUDIT-PROGRAMA
                       AND AUD-SEQUENCIA > WRK-AUDIT-SEQ
                       MOVE AUD-SEQUENCIA TO WRK-AUDIT-SEQ
                   END-IF
           END-READ.

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (C=CONTA I=IMPORTAR CONTAMAP L=LISTAR '
               'A=AJUSTE E=FECHAR COMPETENCIA X=DESCARTAR LOTE '
               'F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-CONTA
                   PERFORM 0210-MANTER-CONTA
               WHEN WRK-OPCAO-IMPORTAR
                   PERFORM 0220-IMPORTAR-CONTAMAP
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0230-LISTAR-PLANO
               WHEN WRK-OPCAO-AJUSTE
                   PERFORM 0240-LANCAR-AJUSTE
               WHEN WRK-OPCAO-FECHAR
                   PERFORM 0270-FECHAR-COMPETENCIA
               WHEN WRK-OPCAO-DESCARTAR
                   PERFORM 0280-DESCARTAR-LOTE
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-PLANO-ACHADO.
           PERFORM VARYING WRK-SUB-PLANO FROM 1 BY 1
               UNTIL WRK-SUB-PLANO > WRK-QTD-PLANO
               IF WRK-PLA-CONTA(WRK-SUB-PLANO) = WRK-CONTA-ENTRADA
                   MOVE WRK-SUB-PLANO TO WRK-PLANO-ACHADO
                   MOVE WRK-QTD-PLANO TO WRK-SUB-PLANO
               END-IF
           END-PERFORM.

      *    CONTA NOVA ENTRA ATIVA; NA ALTERACAO, DESCRICAO EM BRANCO
      *    MANTEM A ATUAL. A NATUREZA SO MUDA ENQUANTO A CONTA NAO
      *    TEM SALDO, PARA NAO VIRAR O SINAL DO QUE JA FOI LANCADO.
       0210-MANTER-CONTA.
           DISPLAY 'CONTA (8 DIGITOS): '.
           ACCEPT WRK-CONTA-ENTRADA.
           IF WRK-CONTA-ENTRADA IS NOT NUMERIC
               DISPLAY 'CONTA DEVE TER 8 DIGITOS.'
           ELSE
               PERFORM 0205-LOCALIZAR-CONTA
               IF WRK-PLANO-ACHADO = ZEROS
                   PERFORM 0211-INCLUIR-CONTA
               ELSE
                   PERFORM 0212-ALTERAR-CONTA
               END-IF
           END-IF.

       0211-INCLUIR-CONTA.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WRK-DESCRICAO-ENTRADA.
           DISPLAY 'NATUREZA (D=DEVEDORA C=CREDORA): '.
           ACCEPT WRK-NATUREZA-ENTRADA.
           EVALUATE TRUE
               WHEN WRK-DESCRICAO-ENTRADA = SPACES
                   DISPLAY 'DESCRICAO OBRIGATORIA - CONTA NAO INCLUIDA.'
               WHEN WRK-NATUREZA-ENTRADA NOT = 'D'
                   AND WRK-NATUREZA-ENTRADA NOT = 'C'
                   DISPLAY 'NATUREZA INVALIDA - CONTA NAO INCLUIDA.'
               WHEN OTHER
                   MOVE 'WRK-TAB-PLANO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PLANO TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PLANO
                   MOVE WRK-CONTA-ENTRADA
                       TO WRK-PLA-CONTA(WRK-QTD-PLANO)
                   MOVE WRK-DESCRICAO-ENTRADA
                       TO WRK-PLA-DESCRICAO(WRK-QTD-PLANO)
                   MOVE WRK-NATUREZA-ENTRADA
                       TO WRK-PLA-NATUREZA(WRK-QTD-PLANO)
                   MOVE 'A' TO WRK-PLA-STATUS(WRK-QTD-PLANO)
                   MOVE 'S' TO WRK-ALTEROU-PLANO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'INCLUSAO CONTA=' WRK-CONTA-ENTRADA
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   MOVE SPACES TO WRK-AUDIT-SAIDA
                   STRING 'NATUREZA=' WRK-NATUREZA-ENTRADA
                       ' STATUS=A'
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                   PERFORM 0250-REGISTRAR-AUDITORIA
                   DISPLAY 'CONTA ' WRK-CONTA-ENTRADA ' INCLUIDA.'
           END-EVALUATE.

       0212-ALTERAR-CONTA.
           DISPLAY 'CONTA ' WRK-CONTA-ENTRADA ' - '
               WRK-PLA-DESCRICAO(WRK-PLANO-ACHADO) ' NATUREZA '
               WRK-PLA-NATUREZA(WRK-PLANO-ACHADO) ' STATUS '
               WRK-PLA-STATUS(WRK-PLANO-ACHADO).
           DISPLAY 'NOVA DESCRICAO (BRANCO = MANTER): '.
           ACCEPT WRK-DESCRICAO-ENTRADA.
           DISPLAY 'NATUREZA (D/C, BRANCO = MANTER): '.
           ACCEPT WRK-NATUREZA-ENTRADA.
           DISPLAY 'STATUS (A=ATIVA I=INATIVA, BRANCO = MANTER): '.
           ACCEPT WRK-STATUS-ENTRADA.
           IF WRK-NATUREZA-ENTRADA = SPACE
               MOVE WRK-PLA-NATUREZA(WRK-PLANO-ACHADO)
                   TO WRK-NATUREZA-ENTRADA
           END-IF.
           IF WRK-STATUS-ENTRADA = SPACE
               MOVE WRK-PLA-STATUS(WRK-PLANO-ACHADO)
                   TO WRK-STATUS-ENTRADA
           END-IF.
           MOVE ZEROS TO WRK-SALDO-ACHADO.
           PERFORM VARYING WRK-SUB-SALDO FROM 1 BY 1
               UNTIL WRK-SUB-SALDO > WRK-QTD-SALDO
               IF WRK-SLD-CONTA(WRK-SUB-SALDO) = WRK-CONTA-ENTRADA
                   MOVE WRK-SUB-SALDO TO WRK-SALDO-ACHADO
                   MOVE WRK-QTD-SALDO TO WRK-SUB-SALDO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-NATUREZA-ENTRADA NOT = 'D'
                   AND WRK-NATUREZA-ENTRADA NOT = 'C'
                   DISPLAY 'NATUREZA INVALIDA - CONTA NAO ALTERADA.'
               WHEN WRK-STATUS-ENTRADA NOT = 'A'
                   AND WRK-STATUS-ENTRADA NOT = 'I'
                   DISPLAY 'STATUS INVALIDO - CONTA NAO ALTERADA.'
               WHEN WRK-NATUREZA-ENTRADA
                   NOT = WRK-PLA-NATUREZA(WRK-PLANO-ACHADO)
                   AND WRK-SALDO-ACHADO NOT = ZEROS
                   DISPLAY 'CONTA JA MOVIMENTADA - NATUREZA NAO PODE '
                       'MUDAR.'
               WHEN OTHER
                   IF WRK-DESCRICAO-ENTRADA NOT = SPACES
                       MOVE WRK-DESCRICAO-ENTRADA
                           TO WRK-PLA-DESCRICAO(WRK-PLANO-ACHADO)
                   END-IF
                   MOVE WRK-NATUREZA-ENTRADA
                       TO WRK-PLA-NATUREZA(WRK-PLANO-ACHADO)
                   MOVE WRK-STATUS-ENTRADA
                       TO WRK-PLA-STATUS(WRK-PLANO-ACHADO)
                   MOVE 'S' TO WRK-ALTEROU-PLANO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'ALTERACAO CONTA=' WRK-CONTA-ENTRADA
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   MOVE SPACES TO WRK-AUDIT-SAIDA
                   STRING 'NATUREZA=' WRK-NATUREZA-ENTRADA
                       ' STATUS=' WRK-STATUS-ENTRADA
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                   PERFORM 0250-REGISTRAR-AUDITORIA
                   DISPLAY 'CONTA ' WRK-CONTA-ENTRADA ' ALTERADA.'
           END-EVALUATE.

      *    CADA CONTA DO CONTAMAP AINDA FORA DO PLANO ENTRA ATIVA,
      *    COM A NATUREZA DO MAPA E A VERBA COMO DESCRICAO PROVISORIA
      *    (A CONTABILIDADE CORRIGE NA OPCAO C).
       0220-IMPORTAR-CONTAMAP.
           MOVE ZEROS TO WRK-QTD-IMPORTADAS.
           MOVE 'N' TO WRK-FIM-CONTAMAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.
           PERFORM 0221-LER-MAPA UNTIL WRK-FIM-MAPA.
           CLOSE ACCOUNT-MAP-FILE.
           IF WRK-QTD-IMPORTADAS > ZEROS
               MOVE 'S' TO WRK-ALTEROU-PLANO
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'IMPORTACAO CONTAMAP'
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               MOVE SPACES TO WRK-AUDIT-SAIDA
               STRING 'CONTAS INCLUIDAS=' WRK-QTD-IMPORTADAS
                   DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
           END-IF.
           DISPLAY WRK-QTD-IMPORTADAS ' CONTA(S) IMPORTADA(S) DO '
               'CONTAMAP.'.

       0221-LER-MAPA.
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTAMAP
               NOT AT END
                   MOVE MAP-CONTA TO WRK-CONTA-ENTRADA
                   PERFORM 0205-LOCALIZAR-CONTA
                   IF WRK-PLANO-ACHADO = ZEROS
                       MOVE 'WRK-TAB-PLANO' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-PLANO TO WRK-TABCHK-QTD
                       MOVE 300 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-PLANO
                       MOVE MAP-CONTA TO WRK-PLA-CONTA(WRK-QTD-PLANO)
                       MOVE MAP-VERBA
                           TO WRK-PLA-DESCRICAO(WRK-QTD-PLANO)
                       MOVE MAP-NATUREZA
                           TO WRK-PLA-NATUREZA(WRK-QTD-PLANO)
                       MOVE 'A' TO WRK-PLA-STATUS(WRK-QTD-PLANO)
                       ADD 1 TO WRK-QTD-IMPORTADAS
                       DISPLAY 'INCLUIDA ' MAP-CONTA ' (' MAP-VERBA
                           ')'
                   END-IF
           END-READ.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.

       0230-LISTAR-PLANO.
           PERFORM VARYING WRK-SUB-PLANO FROM 1 BY 1
               UNTIL WRK-SUB-PLANO > WRK-QTD-PLANO
               DISPLAY WRK-PLA-CONTA(WRK-SUB-PLANO) ' '
                   WRK-PLA-DESCRICAO(WRK-SUB-PLANO) ' '
                   WRK-PLA-NATUREZA(WRK-SUB-PLANO) ' '
                   WRK-PLA-STATUS(WRK-SUB-PLANO)
           END-PERFORM.

      *    AJUSTE MANUAL: PARTIDAS DIGITADAS ATE CONTA EM BRANCO.
      *    SO ENTRA COM COMPETENCIA ABERTA, CONTAS ATIVAS DO PLANO,
      *    DEBITOS = CREDITOS E AUTORIZACAO DE SUPERVISOR.
       0240-LANCAR-AJUSTE.
           MOVE SPACES TO WRK-RECUSA.
           DISPLAY 'COMPETENCIA DO AJUSTE (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-AUX.
           PERFORM 0275-VERIFICAR-FECHADA.
           EVALUATE TRUE
               WHEN WRK-MES-AUX < 1 OR WRK-MES-AUX > 12
                   MOVE 'COMPETENCIA INVALIDA' TO WRK-RECUSA
               WHEN WRK-COMPETENCIA > WRK-DATA-HOJE(1:6)
                   MOVE 'COMPETENCIA FUTURA' TO WRK-RECUSA
               WHEN WRK-PER-ACHADO NOT = ZEROS
                   MOVE 'COMPETENCIA JA FECHADA' TO WRK-RECUSA
           END-EVALUATE.
           IF WRK-RECUSA NOT = SPACES
               DISPLAY WRK-RECUSA ' - AJUSTE NAO LANCADO.'
           ELSE
               PERFORM 0241-DIGITAR-PARTIDAS
               PERFORM 0245-CONFERIR-AJUSTE
           END-IF.

       0241-DIGITAR-PARTIDAS.
           MOVE ZEROS TO WRK-QTD-AJUSTE.
           MOVE ZEROS TO WRK-AJU-DEBITOS.
           MOVE ZEROS TO WRK-AJU-CREDITOS.
           MOVE ZEROS TO WRK-AJU-HASH.
           MOVE 'X' TO WRK-CONTA-ENTRADA.
           PERFORM 0242-DIGITAR-PARTIDA
               UNTIL WRK-CONTA-ENTRADA = SPACES
               OR WRK-QTD-AJUSTE = 50.

       0242-DIGITAR-PARTIDA.
           DISPLAY 'CONTA (BRANCO = ENCERRA AS PARTIDAS): '.
           MOVE SPACES TO WRK-CONTA-ENTRADA.
           ACCEPT WRK-CONTA-ENTRADA.
           IF WRK-CONTA-ENTRADA NOT = SPACES
               PERFORM 0205-LOCALIZAR-CONTA
               DISPLAY 'NATUREZA (D/C): '
               ACCEPT WRK-NATUREZA-ENTRADA
               DISPLAY 'VALOR: '
               ACCEPT WRK-VALOR-ENTRADA
               DISPLAY 'HISTORICO: '
               ACCEPT WRK-HISTORICO-ENTRADA
               EVALUATE TRUE
                   WHEN WRK-PLANO-ACHADO = ZEROS
                       DISPLAY 'CONTA FORA DO PLANO - PARTIDA '
                           'IGNORADA.'
                   WHEN WRK-PLA-STATUS(WRK-PLANO-ACHADO) NOT = 'A'
                       DISPLAY 'CONTA INATIVA - PARTIDA IGNORADA.'
                   WHEN WRK-NATUREZA-ENTRADA NOT = 'D'
                       AND WRK-NATUREZA-ENTRADA NOT = 'C'
                       DISPLAY 'NATUREZA INVALIDA - PARTIDA IGNORADA.'
                   WHEN WRK-VALOR-ENTRADA = ZEROS
                       DISPLAY 'VALOR ZERO - PARTIDA IGNORADA.'
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-AJUSTE
                       MOVE WRK-CONTA-ENTRADA
                           TO WRK-AJU-CONTA(WRK-QTD-AJUSTE)
                       MOVE WRK-NATUREZA-ENTRADA
                           TO WRK-AJU-NATUREZA(WRK-QTD-AJUSTE)
                       MOVE WRK-VALOR-ENTRADA
                           TO WRK-AJU-VALOR(WRK-QTD-AJUSTE)
                       MOVE WRK-HISTORICO-ENTRADA
                           TO WRK-AJU-HISTORICO(WRK-QTD-AJUSTE)
                       IF WRK-NATUREZA-ENTRADA = 'D'
                           ADD WRK-VALOR-ENTRADA TO WRK-AJU-DEBITOS
                       ELSE
                           ADD WRK-VALOR-ENTRADA TO WRK-AJU-CREDITOS
                       END-IF
                       COMPUTE WRK-VALOR-CENTAVOS =
                           WRK-VALOR-ENTRADA * 100
                       COMPUTE WRK-AJU-HASH = WRK-AJU-HASH
                           + WRK-QTD-AJUSTE * WRK-VALOR-CENTAVOS
               END-EVALUATE
           END-IF.

       0245-CONFERIR-AJUSTE.
           MOVE WRK-AJU-DEBITOS TO WRK-VALOR-ED.
           DISPLAY 'PARTIDAS: ' WRK-QTD-AJUSTE ' - DEBITOS '
               WRK-VALOR-ED.
           MOVE WRK-AJU-CREDITOS TO WRK-VALOR-ED.
           DISPLAY '             CREDITOS ' WRK-VALOR-ED.
           EVALUATE TRUE
               WHEN WRK-QTD-AJUSTE < 2
                   DISPLAY 'AJUSTE PRECISA DE PELO MENOS DUAS '
                       'PARTIDAS - NAO LANCADO.'
               WHEN WRK-AJU-DEBITOS NOT = WRK-AJU-CREDITOS
                   DISPLAY 'DEBITOS DIFERENTES DOS CREDITOS - AJUSTE '
                       'NAO LANCADO.'
               WHEN OTHER
                   DISPLAY 'MOTIVO DO AJUSTE: '
                   MOVE SPACES TO WRK-MOTIVO
                   ACCEPT WRK-MOTIVO
                   IF WRK-MOTIVO = SPACES
                       DISPLAY 'MOTIVO OBRIGATORIO - AJUSTE NAO '
                           'LANCADO.'
                   ELSE
                       PERFORM 0265-AUTORIZAR-SUPERVISOR
                       IF WRK-AUTORIZACAO = 'S'
                           PERFORM 0246-GRAVAR-AJUSTE
                       END-IF
                   END-IF
           END-EVALUATE.

       0246-GRAVAR-AJUSTE.
           MOVE 'WRK-TAB-LOTE' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-LOTE TO WRK-TABCHK-QTD.
           MOVE 5000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-LOTE.
           ADD 1 TO WRK-ULT-LOTE.
           MOVE SPACES TO WRK-LT-REGISTRO(WRK-QTD-LOTE).
           MOVE WRK-ULT-LOTE     TO WRK-LT-LOTE(WRK-QTD-LOTE).
           MOVE 'M'              TO WRK-LT-ARQUIVO(WRK-QTD-LOTE).
           MOVE ZEROS            TO WRK-LT-ORDEM(WRK-QTD-LOTE).
           MOVE 'AJUSTE'         TO WRK-LT-ORIGEM(WRK-QTD-LOTE).
           MOVE WRK-COMPETENCIA  TO WRK-LT-COMPETENCIA(WRK-QTD-LOTE).
           MOVE WRK-DATA-HOJE    TO WRK-LT-DATA(WRK-QTD-LOTE).
           MOVE WRK-QTD-AJUSTE   TO WRK-LT-QTD-LINHAS(WRK-QTD-LOTE).
           MOVE WRK-AJU-DEBITOS  TO WRK-LT-DEBITOS(WRK-QTD-LOTE).
           MOVE WRK-AJU-CREDITOS TO WRK-LT-CREDITOS(WRK-QTD-LOTE).
           MOVE WRK-AJU-HASH     TO WRK-LT-HASH(WRK-QTD-LOTE).
           MOVE 'L'              TO WRK-LT-STATUS(WRK-QTD-LOTE).
           MOVE WRK-MOTIVO       TO WRK-LT-MOTIVO(WRK-QTD-LOTE).
           MOVE WRK-DATA-HOJE    TO WRK-LT-DATA-LANCTO(WRK-QTD-LOTE).
           MOVE WRK-OPERADOR-ID  TO WRK-LT-OPERADOR(WRK-QTD-LOTE).
           MOVE WRK-AUTORIZADOR  TO WRK-LT-AUTORIZADOR(WRK-QTD-LOTE).
           MOVE 'S' TO WRK-ALTEROU-LOTES.
           MOVE 'S' TO WRK-ALTEROU-SALDOS.
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
           PERFORM 0247-GRAVAR-PARTIDA
               VARYING WRK-SUB-AJUSTE FROM 1 BY 1
               UNTIL WRK-SUB-AJUSTE > WRK-QTD-AJUSTE.
           CLOSE LEDGER-MOVEMENT-FILE.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'AJUSTE LOTE=' WRK-ULT-LOTE ' COMP=' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'VALOR=' WRK-AJU-DEBITOS ' AUT=' WRK-AUTORIZADOR
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'AJUSTE LANCADO NO LOTE ' WRK-ULT-LOTE '.'.

       0247-GRAVAR-PARTIDA.
           MOVE WRK-ULT-LOTE                    TO MOV-LOTE.
           MOVE WRK-COMPETENCIA                 TO MOV-COMPETENCIA.
           MOVE WRK-DATA-HOJE                   TO MOV-DATA.
           MOVE 'AJUSTE'                        TO MOV-ORIGEM.
           MOVE WRK-AJU-CONTA(WRK-SUB-AJUSTE)   TO MOV-CONTA.
           MOVE WRK-AJU-NATUREZA(WRK-SUB-AJUSTE) TO MOV-NATUREZA.
           MOVE WRK-AJU-VALOR(WRK-SUB-AJUSTE)   TO MOV-VALOR.
           MOVE WRK-AJU-HISTORICO(WRK-SUB-AJUSTE) TO MOV-HISTORICO.
           WRITE LEDGER-MOVEMENT-RECORD.
           MOVE 'CTBMOV' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBMOV,
               WRK-FSCHK-CHAVE.
           MOVE ZEROS TO WRK-SALDO-ACHADO.
           PERFORM VARYING WRK-SUB-SALDO FROM 1 BY 1
               UNTIL WRK-SUB-SALDO > WRK-QTD-SALDO
               IF WRK-SLD-CONTA(WRK-SUB-SALDO)
                   = WRK-AJU-CONTA(WRK-SUB-AJUSTE)
                   AND WRK-SLD-COMPET(WRK-SUB-SALDO) = WRK-COMPETENCIA
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
               MOVE WRK-AJU-CONTA(WRK-SUB-AJUSTE)
                   TO WRK-SLD-CONTA(WRK-SALDO-ACHADO)
               MOVE WRK-COMPETENCIA TO WRK-SLD-COMPET(WRK-SALDO-ACHADO)
               MOVE ZEROS TO WRK-SLD-DEBITOS(WRK-SALDO-ACHADO)
               MOVE ZEROS TO WRK-SLD-CREDITOS(WRK-SALDO-ACHADO)
           END-IF.
           IF WRK-AJU-NATUREZA(WRK-SUB-AJUSTE) = 'D'
               ADD WRK-AJU-VALOR(WRK-SUB-AJUSTE)
                   TO WRK-SLD-DEBITOS(WRK-SALDO-ACHADO)
           ELSE
               ADD WRK-AJU-VALOR(WRK-SUB-AJUSTE)
                   TO WRK-SLD-CREDITOS(WRK-SALDO-ACHADO)
           END-IF.

       0250-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-OPERADOR-ID    TO AUD-OPERADOR.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           WRITE AUDIT-LOG-RECORD.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.

       0265-AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WRK-AUTORIZACAO.
           MOVE SPACES TO WRK-AUTORIZADOR.
           DISPLAY 'AUTORIZACAO DE SUPERVISOR - ASSINE COM '
               'ID E SENHA:'.
           MOVE 'N' TO WRK-OPERCHK-RESULTADO.
           CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
               WRK-SUP-ID, WRK-SUP-NOME,
               WRK-SUP-NIVEL, WRK-OPERCHK-RESULTADO.
           IF WRK-OPERCHK-RESULTADO = 'S'
               AND WRK-SUP-NIVEL = 9
               MOVE WRK-SUP-ID TO WRK-AUTORIZADOR
               MOVE 'S' TO WRK-AUTORIZACAO
           ELSE
               DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                   'DE SUPERVISOR.'
           END-IF.

      *    FECHAMENTO EM ORDEM: SO COMPETENCIA JA ENCERRADA NO
      *    CALENDARIO, SEM LOTE RECUSADO PENDENTE NELA E SEM MES
      *    ANTERIOR COM MOVIMENTO AINDA ABERTO.
       0270-FECHAR-COMPETENCIA.
           MOVE SPACES TO WRK-RECUSA.
           DISPLAY 'COMPETENCIA A FECHAR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-AUX.
           MOVE ZEROS TO WRK-COMPET-ABERTA.
           PERFORM VARYING WRK-SUB-SALDO FROM 1 BY 1
               UNTIL WRK-SUB-SALDO > WRK-QTD-SALDO
               IF WRK-SLD-COMPET(WRK-SUB-SALDO) < WRK-COMPETENCIA
                   AND WRK-COMPET-ABERTA = ZEROS
                   MOVE WRK-SLD-COMPET(WRK-SUB-SALDO)
                       TO WRK-COMPETENCIA-AUX
                   PERFORM 0276-VERIFICAR-ANTERIOR
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-LOTE-ACHADO.
           PERFORM VARYING WRK-SUB-LOTE FROM 1 BY 1
               UNTIL WRK-SUB-LOTE > WRK-QTD-LOTE
               IF WRK-LT-STATUS(WRK-SUB-LOTE) = 'R'
                   AND WRK-LT-COMPETENCIA(WRK-SUB-LOTE)
                       = WRK-COMPETENCIA
                   MOVE WRK-SUB-LOTE TO WRK-LOTE-ACHADO
                   MOVE WRK-QTD-LOTE TO WRK-SUB-LOTE
               END-IF
           END-PERFORM.
           PERFORM 0275-VERIFICAR-FECHADA.
           EVALUATE TRUE
               WHEN WRK-MES-AUX < 1 OR WRK-MES-AUX > 12
                   MOVE 'COMPETENCIA INVALIDA' TO WRK-RECUSA
               WHEN WRK-COMPETENCIA NOT < WRK-DATA-HOJE(1:6)
                   MOVE 'COMPETENCIA AINDA NAO ENCERRADA'
                       TO WRK-RECUSA
               WHEN WRK-PER-ACHADO NOT = ZEROS
                   MOVE 'COMPETENCIA JA FECHADA' TO WRK-RECUSA
               WHEN WRK-COMPET-ABERTA NOT = ZEROS
                   STRING 'COMPETENCIA ' WRK-COMPET-ABERTA
                       ' AINDA ABERTA'
                       DELIMITED BY SIZE INTO WRK-RECUSA
               WHEN WRK-LOTE-ACHADO NOT = ZEROS
                   STRING 'LOTE RECUSADO PENDENTE: '
                       WRK-LT-LOTE(WRK-LOTE-ACHADO)
                       DELIMITED BY SIZE INTO WRK-RECUSA
           END-EVALUATE.
           IF WRK-RECUSA NOT = SPACES
               DISPLAY WRK-RECUSA ' - FECHAMENTO RECUSADO.'
           ELSE
               PERFORM 0265-AUTORIZAR-SUPERVISOR
               IF WRK-AUTORIZACAO = 'S'
                   PERFORM 0277-GRAVAR-FECHAMENTO
               END-IF
           END-IF.

      *    WRK-PER-ACHADO FICA COM A POSICAO DA COMPETENCIA NA
      *    TABELA DE FECHADAS, OU ZEROS SE ELA ESTA ABERTA.
       0275-VERIFICAR-FECHADA.
           MOVE ZEROS TO WRK-PER-ACHADO.
           PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
               UNTIL WRK-SUB-PER > WRK-QTD-PER
               IF WRK-PER-COMPET(WRK-SUB-PER) = WRK-COMPETENCIA
                   MOVE WRK-SUB-PER TO WRK-PER-ACHADO
                   MOVE WRK-QTD-PER TO WRK-SUB-PER
               END-IF
           END-PERFORM.

       0276-VERIFICAR-ANTERIOR.
           MOVE ZEROS TO WRK-PER-ACHADO.
           PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
               UNTIL WRK-SUB-PER > WRK-QTD-PER
               IF WRK-PER-COMPET(WRK-SUB-PER) = WRK-COMPETENCIA-AUX
                   MOVE WRK-SUB-PER TO WRK-PER-ACHADO
                   MOVE WRK-QTD-PER TO WRK-SUB-PER
               END-IF
           END-PERFORM.
           IF WRK-PER-ACHADO = ZEROS
               MOVE WRK-COMPETENCIA-AUX TO WRK-COMPET-ABERTA
           END-IF.

       0277-GRAVAR-FECHAMENTO.
           OPEN EXTEND CLOSED-PERIOD-FILE.
           IF WRK-FS-CTBPER NOT = '00'
               OPEN OUTPUT CLOSED-PERIOD-FILE
               MOVE 'CTBPER' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CTBPER,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-COMPETENCIA TO PER-COMPETENCIA.
           MOVE 'F'             TO PER-STATUS.
           MOVE WRK-DATA-HOJE   TO PER-DATA.
           MOVE WRK-OPERADOR-ID TO PER-OPERADOR.
           MOVE WRK-AUTORIZADOR TO PER-AUTORIZADOR.
           WRITE CLOSED-PERIOD-RECORD.
           MOVE 'CTBPER' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBPER,
               WRK-FSCHK-CHAVE.
           CLOSE CLOSED-PERIOD-FILE.
           MOVE 'WRK-TAB-PER' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-PER TO WRK-TABCHK-QTD.
           MOVE 240 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-PER.
           MOVE WRK-COMPETENCIA TO WRK-PER-COMPET(WRK-QTD-PER).
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'FECHAMENTO COMP=' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'STATUS=F AUT=' WRK-AUTORIZADOR
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' FECHADA.'.

      *    DESCARTE: O LOTE RECUSADO PASSA A X E O CTBLANC DEIXA DE
      *    TENTA-LO (A CORRECAO, SE HOUVER, VAI POR AJUSTE MANUAL).
       0280-DESCARTAR-LOTE.
           DISPLAY 'NUMERO DO LOTE RECUSADO: '.
           ACCEPT WRK-LOTE-ENTRADA.
           MOVE ZEROS TO WRK-LOTE-ACHADO.
           PERFORM VARYING WRK-SUB-LOTE FROM 1 BY 1
               UNTIL WRK-SUB-LOTE > WRK-QTD-LOTE
               IF WRK-LT-LOTE(WRK-SUB-LOTE) = WRK-LOTE-ENTRADA
                   MOVE WRK-SUB-LOTE TO WRK-LOTE-ACHADO
                   MOVE WRK-QTD-LOTE TO WRK-SUB-LOTE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-LOTE-ACHADO = ZEROS
                   DISPLAY 'LOTE NAO ENCONTRADO NO CTBLOTE.'
               WHEN WRK-LT-STATUS(WRK-LOTE-ACHADO) NOT = 'R'
                   DISPLAY 'LOTE COM STATUS '
                       WRK-LT-STATUS(WRK-LOTE-ACHADO)
                       ' - SO LOTE RECUSADO (R) PODE SER DESCARTADO.'
               WHEN OTHER
                   DISPLAY 'LOTE ' WRK-LOTE-ENTRADA ' ORIGEM '
                       WRK-LT-ORIGEM(WRK-LOTE-ACHADO) ' COMPET '
                       WRK-LT-COMPETENCIA(WRK-LOTE-ACHADO) ' - '
                       WRK-LT-MOTIVO(WRK-LOTE-ACHADO)
                   DISPLAY 'MOTIVO DO DESCARTE: '
                   MOVE SPACES TO WRK-MOTIVO
                   ACCEPT WRK-MOTIVO
                   IF WRK-MOTIVO = SPACES
                       DISPLAY 'MOTIVO OBRIGATORIO - LOTE MANTIDO.'
                   ELSE
                       PERFORM 0265-AUTORIZAR-SUPERVISOR
                       IF WRK-AUTORIZACAO = 'S'
                           PERFORM 0281-GRAVAR-DESCARTE
                       END-IF
                   END-IF
           END-EVALUATE.

       0281-GRAVAR-DESCARTE.
           MOVE 'X' TO WRK-LT-STATUS(WRK-LOTE-ACHADO).
           MOVE WRK-MOTIVO TO WRK-LT-MOTIVO(WRK-LOTE-ACHADO).
           MOVE WRK-DATA-HOJE TO WRK-LT-DATA-LANCTO(WRK-LOTE-ACHADO).
           MOVE WRK-OPERADOR-ID TO WRK-LT-OPERADOR(WRK-LOTE-ACHADO).
           MOVE WRK-AUTORIZADOR
               TO WRK-LT-AUTORIZADOR(WRK-LOTE-ACHADO).
           MOVE 'S' TO WRK-ALTEROU-LOTES.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'DESCARTE LOTE=' WRK-LOTE-ENTRADA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'STATUS=X AUT=' WRK-AUTORIZADOR
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'LOTE ' WRK-LOTE-ENTRADA ' DESCARTADO.'.

       0300-FINALIZAR.
           IF WRK-ALTEROU-PLANO = 'S'
               PERFORM 0310-REGRAVAR-PLANO
           END-IF.
           IF WRK-ALTEROU-LOTES = 'S'
               PERFORM 0320-REGRAVAR-REGISTRO
           END-IF.
           IF WRK-ALTEROU-SALDOS = 'S'
               PERFORM 0330-REGRAVAR-SALDOS
           END-IF.
           DISPLAY 'MANUTENCAO DO RAZAO GERAL ENCERRADA.'.

       0310-REGRAVAR-PLANO.
           OPEN OUTPUT CHART-OF-ACCOUNTS-FILE-NOVO.
           MOVE 'PLANONW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANONW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-CONTA
               VARYING WRK-SUB-PLANO FROM 1 BY 1
               UNTIL WRK-SUB-PLANO > WRK-QTD-PLANO.
           CLOSE CHART-OF-ACCOUNTS-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-PLANOCTA,
               WRK-NOME-PLANONW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-PLANOCTA
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0311-GRAVAR-CONTA.
           MOVE WRK-PLA-REGISTRO(WRK-SUB-PLANO)
               TO CHART-OF-ACCOUNTS-RECORD-NOVO.
           WRITE CHART-OF-ACCOUNTS-RECORD-NOVO.
           MOVE 'PLANONW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANONW,
               WRK-FSCHK-CHAVE.

       0320-REGRAVAR-REGISTRO.
           OPEN OUTPUT BATCH-REGISTER-FILE-NOVO.
           MOVE 'CTBLOTNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBLOTNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0321-GRAVAR-LOTE
               VARYING WRK-SUB-LOTE FROM 1 BY 1
               UNTIL WRK-SUB-LOTE > WRK-QTD-LOTE.
           CLOSE BATCH-REGISTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CTBLOTE,
               WRK-NOME-CTBLOTNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CTBLOTE
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0321-GRAVAR-LOTE.
           MOVE WRK-LT-REGISTRO(WRK-SUB-LOTE)
               TO BATCH-REGISTER-RECORD-NOVO.
           WRITE BATCH-REGISTER-RECORD-NOVO.
           MOVE 'CTBLOTNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBLOTNW,
               WRK-FSCHK-CHAVE.

       0330-REGRAVAR-SALDOS.
           OPEN OUTPUT BALANCE-FILE-NOVO.
           MOVE 'CTBSLDNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBSLDNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0331-GRAVAR-SALDO
               VARYING WRK-SUB-SALDO FROM 1 BY 1
               UNTIL WRK-SUB-SALDO > WRK-QTD-SALDO.
           CLOSE BALANCE-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CTBSALDO,
               WRK-NOME-CTBSLDNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CTBSALDO
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0331-GRAVAR-SALDO.
           MOVE WRK-SLD-REGISTRO(WRK-SUB-SALDO)
               TO BALANCE-RECORD-NOVO.
           WRITE BALANCE-RECORD-NOVO.
           MOVE 'CTBSLDNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTBSLDNW,
               WRK-FSCHK-CHAVE.
