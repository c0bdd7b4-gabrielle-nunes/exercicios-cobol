       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGFUNC.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: RELATORIO MENSAL DE SEGREGACAO DE FUNCOES. PARA A
      *          COMPETENCIA INFORMADA, CRUZA O AUDITLOG (VIVO E O
      *          ARQUIVADO PELO ARQUIVA, AUDITLOG.AAAAMM.dat) CONTRA
      *          A MATRIZ DE FUNCOES INCOMPATIVEIS (SODMAT.dat): CADA
      *          LINHA DO LADO B DA MATRIZ NO MES E CONFERIDA CONTRA
      *          AS LINHAS DO LADO A COM O MESMO OPERADOR E A MESMA
      *          CHAVE (MATRICULA, CLIENTE, LOCAL, PARAMETRO) - NO
      *          MESMO DIA QUANDO A MATRIZ PEDE. CADA CONFLITO SAI NO
      *          SEGFREL.dat COMO PROIBIDO (ESCAPOU DO BLOQUEIO DO
      *          PROGRAMA) OU PERMITIDO (ACEITO, PARA REVISAO), COM O
      *          RESUMO POR LINHA DA MATRIZ. RC 4 SE HOUVER CONFLITO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO JUNTO COM A MATRIZ DE FUNCOES E O
      *             SUBPROGRAMA SOD-CHECK.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUTY-MATRIX-FILE ASSIGN TO "SODMAT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SODMAT.
           SELECT AUDIT-LOG-FILE ASSIGN USING WRK-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           SELECT DUTY-REPORT-FILE ASSIGN TO "SEGFREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEGFREL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUTY-MATRIX-FILE.
       01  DUTY-MATRIX-RECORD.
           02 SOD-CODIGO             PIC X(03).
           02 SOD-PROIBIDO           PIC X(01).
           02 SOD-MESMO-DIA          PIC X(01).
           02 SOD-PROG-A             PIC X(15).
           02 SOD-ACAO-A             PIC X(23).
           02 SOD-POS-A              PIC 9(02).
           02 SOD-PROG-B             PIC X(15).
           02 SOD-ACAO-B             PIC X(23).
           02 SOD-POS-B              PIC 9(02).
           02 SOD-TAM-CHAVE          PIC 9(02).
           02 SOD-DESCRICAO          PIC X(40).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA            PIC X(15).
           02 AUD-SEQUENCIA           PIC 9(06).
           02 AUD-DATA                PIC 9(08).
           02 AUD-HORA                PIC 9(08).
           02 AUD-AREA.
               03 AUD-ENTRADA         PIC X(30).
               03 AUD-SAIDA           PIC X(30).
           02 AUD-OPERADOR            PIC X(06).

       FD  DUTY-REPORT-FILE.
       01  DUTY-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'SEGFUNC'.
       77 WRK-FS-SODMAT          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AUDITLOG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SEGFREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-SODMAT         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MATRIZ                    VALUE 'S'.
       77 WRK-FIM-AUDITLOG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOG                       VALUE 'S'.
       77 WRK-NOME-LOG           PIC X(30)      VALUE SPACES.
       77 WRK-PASSADA            PIC X(01)      VALUE 'A'.
           88 WRK-PASSADA-LADO-A                VALUE 'A'.
           88 WRK-PASSADA-LADO-B                VALUE 'B'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-MES-AUX            PIC 9(02)      VALUE ZEROS.
       77 WRK-ACAO-AUX           PIC X(23)      VALUE SPACES.
       77 WRK-TAM-AUX            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-TXT            PIC S9(04) COMP VALUE ZEROS.
       77 WRK-QTD-SOD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-SOD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-EVT            PIC 9(05) COMP VALUE ZEROS.
       77 WRK-SUB-EVT            PIC 9(05) COMP VALUE ZEROS.
       77 WRK-EVT-ACHADO         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-LINHA-CASA         PIC X(01)      VALUE 'N'.
           88 WRK-LINHA-CASADA                  VALUE 'S'.
       77 WRK-CHAVE-AUX          PIC X(15)      VALUE SPACES.
       77 WRK-QTD-LIDAS          PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-CONFLITOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-PROIBIDOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.

       01  WRK-DATA-LEGIVEL.
           02 WRK-LEG-DIA            PIC 9(02).
           02 FILLER                 PIC X(01) VALUE '/'.
           02 WRK-LEG-MES            PIC 9(02).
           02 FILLER                 PIC X(01) VALUE '/'.
           02 WRK-LEG-ANO            PIC 9(04).

      *    MATRIZ CARREGADA COM O TAMANHO UTIL DE CADA ACAO (ACAO EM
      *    BRANCO = QUALQUER LINHA DO PROGRAMA).
       01  WRK-TAB-SOD VALUE SPACES.
           02 WRK-SOD-LINHA OCCURS 30 TIMES.
               03 WRK-SOD-CODIGO     PIC X(03).
               03 WRK-SOD-PROIBIDO   PIC X(01).
               03 WRK-SOD-MESMO-DIA  PIC X(01).
               03 WRK-SOD-PROG-A     PIC X(15).
               03 WRK-SOD-ACAO-A     PIC X(23).
               03 WRK-SOD-TAM-A      PIC 9(02).
               03 WRK-SOD-POS-A      PIC 9(02).
               03 WRK-SOD-PROG-B     PIC X(15).
               03 WRK-SOD-ACAO-B     PIC X(23).
               03 WRK-SOD-TAM-B      PIC 9(02).
               03 WRK-SOD-POS-B      PIC 9(02).
               03 WRK-SOD-TAM-CHAVE  PIC 9(02).
               03 WRK-SOD-DESCRICAO  PIC X(40).
               03 WRK-SOD-QTD        PIC 9(05).

      *    EVENTOS DO LADO A (UM POR LINHA DA MATRIZ, OPERADOR, CHAVE
      *    E DATA), DE QUALQUER DATA NOS LOGS LIDOS.
       01  WRK-TAB-EVT VALUE SPACES.
           02 WRK-EVT-LINHA OCCURS 5000 TIMES.
               03 WRK-EVT-SOD        PIC 9(02).
               03 WRK-EVT-OPERADOR   PIC X(06).
               03 WRK-EVT-CHAVE      PIC X(15).
               03 WRK-EVT-DATA       PIC 9(08).

       01  WRK-LINHA-DET.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-DET-CODIGO         PIC X(03).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-DATA           PIC X(10).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-OPERADOR       PIC X(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-CHAVE          PIC X(15).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-PROGRAMA       PIC X(15).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-ENTRADA        PIC X(30).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-LADO-A         PIC 9(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-SITUACAO       PIC X(09).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           MOVE 'A' TO WRK-PASSADA.
           PERFORM 0200-LER-LOGS.
           MOVE 'B' TO WRK-PASSADA.
           PERFORM 0200-LER-LOGS.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-AUX.
           IF WRK-MES-AUX < 1 OR WRK-MES-AUX > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CARREGAR-MATRIZ.
           OPEN OUTPUT DUTY-REPORT-FILE.
           MOVE 'SEGFREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SEGFREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO DUTY-REPORT-RECORD.
           STRING 'SEGREGACAO DE FUNCOES - CONFLITOS DA COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO DUTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO DUTY-REPORT-RECORD.
           STRING '  COD DATA       OPERAD CHAVE           PROGRAMA'
               '        LINHA DO LADO B                LADO A   '
               'SITUACAO'
               DELIMITED BY SIZE INTO DUTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0110-CARREGAR-MATRIZ.
           OPEN INPUT DUTY-MATRIX-FILE.
           MOVE 'SODMAT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SODMAT,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-CONFLITO UNTIL WRK-FIM-MATRIZ.
           CLOSE DUTY-MATRIX-FILE.

       0111-LER-CONFLITO.
           READ DUTY-MATRIX-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SODMAT
               NOT AT END
                   MOVE 'WRK-TAB-SOD' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-SOD TO WRK-TABCHK-QTD
                   MOVE 30 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-SOD
                   PERFORM 0112-GUARDAR-CONFLITO
           END-READ.
           MOVE 'SODMAT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SODMAT,
               WRK-FSCHK-CHAVE.

       0112-GUARDAR-CONFLITO.
           MOVE SOD-CODIGO    TO WRK-SOD-CODIGO(WRK-QTD-SOD).
           MOVE SOD-PROIBIDO  TO WRK-SOD-PROIBIDO(WRK-QTD-SOD).
           MOVE SOD-MESMO-DIA TO WRK-SOD-MESMO-DIA(WRK-QTD-SOD).
           MOVE SOD-PROG-A    TO WRK-SOD-PROG-A(WRK-QTD-SOD).
           MOVE SOD-ACAO-A    TO WRK-SOD-ACAO-A(WRK-QTD-SOD).
           MOVE SOD-POS-A     TO WRK-SOD-POS-A(WRK-QTD-SOD).
           MOVE SOD-PROG-B    TO WRK-SOD-PROG-B(WRK-QTD-SOD).
           MOVE SOD-ACAO-B    TO WRK-SOD-ACAO-B(WRK-QTD-SOD).
           MOVE SOD-POS-B     TO WRK-SOD-POS-B(WRK-QTD-SOD).
           MOVE SOD-TAM-CHAVE TO WRK-SOD-TAM-CHAVE(WRK-QTD-SOD).
           MOVE SOD-DESCRICAO TO WRK-SOD-DESCRICAO(WRK-QTD-SOD).
           MOVE ZEROS         TO WRK-SOD-QTD(WRK-QTD-SOD).
           MOVE SOD-ACAO-A TO WRK-ACAO-AUX.
           PERFORM 0113-MEDIR-ACAO.
           MOVE WRK-TAM-AUX TO WRK-SOD-TAM-A(WRK-QTD-SOD).
           MOVE SOD-ACAO-B TO WRK-ACAO-AUX.
           PERFORM 0113-MEDIR-ACAO.
           MOVE WRK-TAM-AUX TO WRK-SOD-TAM-B(WRK-QTD-SOD).

       0113-MEDIR-ACAO.
           MOVE ZEROS TO WRK-TAM-AUX.
           PERFORM VARYING WRK-SUB-TXT FROM 23 BY -1
               UNTIL WRK-SUB-TXT < 1
               IF WRK-ACAO-AUX(WRK-SUB-TXT:1) NOT = SPACE
                   MOVE WRK-SUB-TXT TO WRK-TAM-AUX
                   MOVE ZEROS TO WRK-SUB-TXT
               END-IF
           END-PERFORM.

      *    O MES PODE ESTAR NO LOG VIVO, NO ARQUIVADO OU DIVIDIDO
      *    ENTRE OS DOIS; ARQUIVO AUSENTE SO E AVISADO. AS DUAS
      *    PASSADAS LEEM OS MESMOS ARQUIVOS: A PRIMEIRA GUARDA O LADO
      *    A, A SEGUNDA CONFERE O LADO B DA COMPETENCIA.
       0200-LER-LOGS.
           MOVE SPACES TO WRK-NOME-LOG.
           STRING 'AUDITLOG.' WRK-COMPETENCIA '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-LOG.
           PERFORM 0210-LER-ARQUIVO.
           MOVE "AUDITLOG.dat" TO WRK-NOME-LOG.
           PERFORM 0210-LER-ARQUIVO.

       0210-LER-ARQUIVO.
           MOVE 'N' TO WRK-FIM-AUDITLOG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '00'
               PERFORM 0211-LER-LINHA UNTIL WRK-FIM-LOG
               CLOSE AUDIT-LOG-FILE
           ELSE
               IF WRK-PASSADA-LADO-A
                   DISPLAY 'AVISO: ' WRK-NOME-LOG ' AUSENTE - PULADO.'
               END-IF
           END-IF.

       0211-LER-LINHA.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUDITLOG
               NOT AT END
                   IF AUD-OPERADOR NOT = SPACES
                       PERFORM 0220-CONFERIR-LINHA
                           VARYING WRK-SUB-SOD FROM 1 BY 1
                           UNTIL WRK-SUB-SOD > WRK-QTD-SOD
                   END-IF
           END-READ.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.

       0220-CONFERIR-LINHA.
           IF WRK-PASSADA-LADO-A
               PERFORM 0230-GUARDAR-LADO-A
           ELSE
               IF AUD-DATA(1:6) = WRK-COMPETENCIA
                   PERFORM 0240-CONFERIR-LADO-B
               END-IF
           END-IF.

       0230-GUARDAR-LADO-A.
           MOVE 'N' TO WRK-LINHA-CASA.
           IF AUD-PROGRAMA = WRK-SOD-PROG-A(WRK-SUB-SOD)
               IF WRK-SOD-TAM-A(WRK-SUB-SOD) = ZEROS
                   MOVE 'S' TO WRK-LINHA-CASA
               ELSE
                   IF AUD-AREA(1:WRK-SOD-TAM-A(WRK-SUB-SOD))
                       = WRK-SOD-ACAO-A(WRK-SUB-SOD)
                           (1:WRK-SOD-TAM-A(WRK-SUB-SOD))
                       MOVE 'S' TO WRK-LINHA-CASA
                   END-IF
               END-IF
           END-IF.
           IF WRK-LINHA-CASADA
               MOVE SPACES TO WRK-CHAVE-AUX
               MOVE AUD-AREA(WRK-SOD-POS-A(WRK-SUB-SOD):
                   WRK-SOD-TAM-CHAVE(WRK-SUB-SOD)) TO WRK-CHAVE-AUX
               MOVE 'WRK-TAB-EVT' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-EVT TO WRK-TABCHK-QTD
               MOVE 5000 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-EVT
               MOVE WRK-SUB-SOD   TO WRK-EVT-SOD(WRK-QTD-EVT)
               MOVE AUD-OPERADOR  TO WRK-EVT-OPERADOR(WRK-QTD-EVT)
               MOVE WRK-CHAVE-AUX TO WRK-EVT-CHAVE(WRK-QTD-EVT)
               MOVE AUD-DATA      TO WRK-EVT-DATA(WRK-QTD-EVT)
           END-IF.

      *    SEM A EXIGENCIA DE MESMO DIA, VALE QUALQUER LADO A COM DATA
      *    ATE A DA LINHA DO LADO B.
       0240-CONFERIR-LADO-B.
           MOVE 'N' TO WRK-LINHA-CASA.
           IF AUD-PROGRAMA = WRK-SOD-PROG-B(WRK-SUB-SOD)
               IF WRK-SOD-TAM-B(WRK-SUB-SOD) = ZEROS
                   MOVE 'S' TO WRK-LINHA-CASA
               ELSE
                   IF AUD-AREA(1:WRK-SOD-TAM-B(WRK-SUB-SOD))
                       = WRK-SOD-ACAO-B(WRK-SUB-SOD)
                           (1:WRK-SOD-TAM-B(WRK-SUB-SOD))
                       MOVE 'S' TO WRK-LINHA-CASA
                   END-IF
               END-IF
           END-IF.
           IF WRK-LINHA-CASADA
               MOVE SPACES TO WRK-CHAVE-AUX
               MOVE AUD-AREA(WRK-SOD-POS-B(WRK-SUB-SOD):
                   WRK-SOD-TAM-CHAVE(WRK-SUB-SOD)) TO WRK-CHAVE-AUX
               MOVE ZEROS TO WRK-EVT-ACHADO
               PERFORM VARYING WRK-SUB-EVT FROM 1 BY 1
                   UNTIL WRK-SUB-EVT > WRK-QTD-EVT
                   IF WRK-EVT-SOD(WRK-SUB-EVT) = WRK-SUB-SOD
                       AND WRK-EVT-OPERADOR(WRK-SUB-EVT) = AUD-OPERADOR
                       AND WRK-EVT-CHAVE(WRK-SUB-EVT) = WRK-CHAVE-AUX
                       AND WRK-EVT-DATA(WRK-SUB-EVT) NOT > AUD-DATA
                       IF WRK-SOD-MESMO-DIA(WRK-SUB-SOD) NOT = 'S'
                           OR WRK-EVT-DATA(WRK-SUB-EVT) = AUD-DATA
                           MOVE WRK-SUB-EVT TO WRK-EVT-ACHADO
                           MOVE WRK-QTD-EVT TO WRK-SUB-EVT
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-EVT-ACHADO > ZEROS
                   PERFORM 0250-REPORTAR-CONFLITO
               END-IF
           END-IF.

       0250-REPORTAR-CONFLITO.
           ADD 1 TO WRK-QTD-CONFLITOS.
           ADD 1 TO WRK-SOD-QTD(WRK-SUB-SOD).
           MOVE AUD-DATA(7:2) TO WRK-LEG-DIA.
           MOVE AUD-DATA(5:2) TO WRK-LEG-MES.
           MOVE AUD-DATA(1:4) TO WRK-LEG-ANO.
           MOVE WRK-SOD-CODIGO(WRK-SUB-SOD) TO WRK-DET-CODIGO.
           MOVE WRK-DATA-LEGIVEL TO WRK-DET-DATA.
           MOVE AUD-OPERADOR     TO WRK-DET-OPERADOR.
           MOVE WRK-CHAVE-AUX    TO WRK-DET-CHAVE.
           MOVE AUD-PROGRAMA     TO WRK-DET-PROGRAMA.
           MOVE AUD-ENTRADA      TO WRK-DET-ENTRADA.
           MOVE WRK-EVT-DATA(WRK-EVT-ACHADO) TO WRK-DET-LADO-A.
           IF WRK-SOD-PROIBIDO(WRK-SUB-SOD) = 'S'
               MOVE 'PROIBIDO' TO WRK-DET-SITUACAO
               ADD 1 TO WRK-QTD-PROIBIDOS
           ELSE
               MOVE 'PERMITIDO' TO WRK-DET-SITUACAO
           END-IF.
           MOVE WRK-LINHA-DET TO DUTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE DUTY-REPORT-RECORD.
           MOVE 'SEGFREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SEGFREL,
               WRK-FSCHK-CHAVE.

       0300-FINALIZAR.
           MOVE SPACES TO DUTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO DUTY-REPORT-RECORD.
           STRING 'RESUMO POR LINHA DA MATRIZ'
               DELIMITED BY SIZE INTO DUTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0310-RESUMIR-CONFLITO
               VARYING WRK-SUB-SOD FROM 1 BY 1
               UNTIL WRK-SUB-SOD > WRK-QTD-SOD.
           MOVE SPACES TO DUTY-REPORT-RECORD.
           MOVE WRK-QTD-CONFLITOS TO WRK-QTD-ED.
           IF WRK-QTD-CONFLITOS = ZEROS
               STRING 'NENHUM CONFLITO DE FUNCOES NA COMPETENCIA.'
                   DELIMITED BY SIZE INTO DUTY-REPORT-RECORD
           ELSE
               STRING 'TOTAL DE CONFLITOS: ' WRK-QTD-ED
                   DELIMITED BY SIZE INTO DUTY-REPORT-RECORD
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.
           CLOSE DUTY-REPORT-FILE.
           DISPLAY 'SEGREGACAO DE FUNCOES DA COMPETENCIA '
               WRK-COMPETENCIA ' - ' WRK-QTD-ED ' CONFLITO(S).'.
           IF WRK-QTD-CONFLITOS > ZEROS
               IF WRK-QTD-PROIBIDOS > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-PROIBIDOS
                       ' CONFLITO(S) PROIBIDO(S) - VER SEGFREL.dat.'
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF.

       0310-RESUMIR-CONFLITO.
           MOVE WRK-SOD-QTD(WRK-SUB-SOD) TO WRK-QTD-ED.
           MOVE SPACES TO DUTY-REPORT-RECORD.
           IF WRK-SOD-PROIBIDO(WRK-SUB-SOD) = 'S'
               STRING '  ' WRK-SOD-CODIGO(WRK-SUB-SOD) ' '
                   WRK-SOD-DESCRICAO(WRK-SUB-SOD) ' PROIBIDO  '
                   WRK-QTD-ED ' CONFLITO(S)'
                   DELIMITED BY SIZE INTO DUTY-REPORT-RECORD
           ELSE
               STRING '  ' WRK-SOD-CODIGO(WRK-SUB-SOD) ' '
                   WRK-SOD-DESCRICAO(WRK-SUB-SOD) ' PERMITIDO '
                   WRK-QTD-ED ' CONFLITO(S)'
                   DELIMITED BY SIZE INTO DUTY-REPORT-RECORD
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.
