       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMSREL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: APURACAO MENSAL DO ICMS SOBRE FRETE PARA A
      *          DECLARACAO. LE O CTEREG.dat DA COMPETENCIA INFORMADA,
      *          TOTALIZA OS CT-E EMITIDOS POR PAR DE UFS (ORIGEM/
      *          DESTINO) E CLIENTE CONTRIBUINTE OU NAO (QUANTIDADE,
      *          BASE E ICMS), MOSTRA OS CANCELADOS EM SEPARADO (FORA
      *          DA APURACAO) E PROVA, POR SERIE, QUE A NUMERACAO DO
      *          MES NAO TEM BURACO (MENOR, MAIOR E QUANTIDADE DEVEM
      *          FECHAR, COMO O ZFECHA FAZ COM OS CUPONS) E QUE O
      *          PRIMEIRO NUMERO DO MES SEGUE O ULTIMO DOS MESES
      *          ANTERIORES. RELATORIO NO ICMSREL.dat.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O FISCAL REMONTAVA O ICMS DO FRETE A PARTIR
      *             DO FRETELOG EM PLANILHA, SEM NUMERO DE DOCUMENTO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTE-REGISTER-FILE ASSIGN TO "CTEREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTEREG.
           SELECT ICMS-REPORT-FILE ASSIGN TO "ICMSREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTE-REGISTER-FILE.
       01  CTE-REGISTER-RECORD.
           02 CTE-SERIE              PIC 9(03).
           02 CTE-NUMERO             PIC 9(08).
           02 CTE-DATA-EMISSAO       PIC 9(08).
           02 CTE-PEDIDO             PIC X(06).
           02 CTE-RASTREIO           PIC X(12).
           02 CTE-CLIENTE            PIC X(06).
           02 CTE-CONTRIBUINTE       PIC X(01).
           02 CTE-UF-ORIGEM          PIC X(02).
           02 CTE-UF-DESTINO         PIC X(02).
           02 CTE-VALOR-FRETE        PIC 9(06)V99.
           02 CTE-ALIQ-ICMS          PIC 9(02)V99.
           02 CTE-VALOR-ICMS         PIC 9(06)V99.
           02 CTE-STATUS             PIC X(01).
           02 CTE-DATA-CANC          PIC 9(08).
           02 CTE-OPER-CANC          PIC X(06).

       FD  ICMS-REPORT-FILE.
       01  ICMS-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'ICMSREL'.
       77 WRK-FS-CTEREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ICMSREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CTEREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-ROTA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ROTA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ROTA-ACHADA        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-SERIE          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-SERIE          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SERIE-ACHADA       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ESPERADO           PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-EMITIDOS       PIC 9(06)      VALUE ZEROS.
       77 WRK-BASE-EMITIDOS      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-ICMS-EMITIDOS      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QTD-CANCELADOS     PIC 9(06)      VALUE ZEROS.
       77 WRK-BASE-CANCELADOS    PIC 9(09)V99   VALUE ZEROS.
       77 WRK-ICMS-CANCELADOS    PIC 9(09)V99   VALUE ZEROS.
       77 WRK-BASE-ED            PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-ICMS-ED            PIC $ZZZ.ZZZ.ZZ9,99.

       01  WRK-TAB-ROTA VALUE ZEROS.
           02 WRK-ROTA-LINHA OCCURS 200 TIMES.
               03 WRK-ROTA-UF-ORIGEM  PIC X(02).
               03 WRK-ROTA-UF-DESTINO PIC X(02).
               03 WRK-ROTA-CONTRIB    PIC X(01).
               03 WRK-ROTA-QTD        PIC 9(05).
               03 WRK-ROTA-BASE       PIC 9(09)V99.
               03 WRK-ROTA-ICMS       PIC 9(09)V99.

       01  WRK-TAB-SERIE VALUE ZEROS.
           02 WRK-SERIE-LINHA OCCURS 10 TIMES.
               03 WRK-SER-SERIE       PIC 9(03).
               03 WRK-SER-ULT-ANTERIOR PIC 9(08).
               03 WRK-SER-MIN         PIC 9(08).
               03 WRK-SER-MAX         PIC 9(08).
               03 WRK-SER-QTD         PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-GRAVAR-RELATORIO.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DA APURACAO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.

       0200-PROCESSAR.
           OPEN INPUT CTE-REGISTER-FILE.
           MOVE 'CTEREG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTEREG,
               WRK-FSCHK-CHAVE.
           PERFORM 0210-LER-CTE UNTIL WRK-FIM-REGISTRO.
           CLOSE CTE-REGISTER-FILE.

       0210-LER-CTE.
           READ CTE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CTEREG
               NOT AT END
                   IF CTE-DATA-EMISSAO(1:6) NOT > WRK-COMPETENCIA
                       PERFORM 0220-LOCALIZAR-SERIE
                       IF CTE-DATA-EMISSAO(1:6) = WRK-COMPETENCIA
                           PERFORM 0230-ACUMULAR-CTE
                       ELSE
                           IF CTE-NUMERO >
                               WRK-SER-ULT-ANTERIOR(WRK-SERIE-ACHADA)
                               MOVE CTE-NUMERO TO
                                 WRK-SER-ULT-ANTERIOR(WRK-SERIE-ACHADA)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE 'CTEREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTEREG,
               WRK-FSCHK-CHAVE.

       0220-LOCALIZAR-SERIE.
           MOVE ZEROS TO WRK-SERIE-ACHADA.
           PERFORM VARYING WRK-SUB-SERIE FROM 1 BY 1
               UNTIL WRK-SUB-SERIE > WRK-QTD-SERIE
               IF WRK-SER-SERIE(WRK-SUB-SERIE) = CTE-SERIE
                   MOVE WRK-SUB-SERIE TO WRK-SERIE-ACHADA
                   MOVE WRK-QTD-SERIE TO WRK-SUB-SERIE
               END-IF
           END-PERFORM.
           IF WRK-SERIE-ACHADA = ZEROS
               MOVE 'WRK-TAB-SERIE' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-SERIE TO WRK-TABCHK-QTD
               MOVE 10 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-SERIE
               MOVE WRK-QTD-SERIE TO WRK-SERIE-ACHADA
               MOVE CTE-SERIE TO WRK-SER-SERIE(WRK-SERIE-ACHADA)
           END-IF.

      *    A SEQUENCIA CONTA TODO NUMERO USADO NO MES, INCLUSIVE OS
      *    CANCELADOS: CT-E CANCELADO NAO E BURACO.
       0230-ACUMULAR-CTE.
           ADD 1 TO WRK-SER-QTD(WRK-SERIE-ACHADA).
           IF WRK-SER-MIN(WRK-SERIE-ACHADA) = ZEROS
               OR CTE-NUMERO < WRK-SER-MIN(WRK-SERIE-ACHADA)
               MOVE CTE-NUMERO TO WRK-SER-MIN(WRK-SERIE-ACHADA)
           END-IF.
           IF CTE-NUMERO > WRK-SER-MAX(WRK-SERIE-ACHADA)
               MOVE CTE-NUMERO TO WRK-SER-MAX(WRK-SERIE-ACHADA)
           END-IF.
           IF CTE-STATUS = 'C'
               ADD 1 TO WRK-QTD-CANCELADOS
               ADD CTE-VALOR-FRETE TO WRK-BASE-CANCELADOS
               ADD CTE-VALOR-ICMS TO WRK-ICMS-CANCELADOS
           ELSE
               ADD 1 TO WRK-QTD-EMITIDOS
               ADD CTE-VALOR-FRETE TO WRK-BASE-EMITIDOS
               ADD CTE-VALOR-ICMS TO WRK-ICMS-EMITIDOS
               PERFORM 0240-ACUMULAR-ROTA
           END-IF.

       0240-ACUMULAR-ROTA.
           MOVE ZEROS TO WRK-ROTA-ACHADA.
           PERFORM VARYING WRK-SUB-ROTA FROM 1 BY 1
               UNTIL WRK-SUB-ROTA > WRK-QTD-ROTA
               IF WRK-ROTA-UF-ORIGEM(WRK-SUB-ROTA) = CTE-UF-ORIGEM
                   AND WRK-ROTA-UF-DESTINO(WRK-SUB-ROTA) =
                       CTE-UF-DESTINO
                   AND WRK-ROTA-CONTRIB(WRK-SUB-ROTA) =
                       CTE-CONTRIBUINTE
                   MOVE WRK-SUB-ROTA TO WRK-ROTA-ACHADA
                   MOVE WRK-QTD-ROTA TO WRK-SUB-ROTA
               END-IF
           END-PERFORM.
           IF WRK-ROTA-ACHADA = ZEROS
               MOVE 'WRK-TAB-ROTA' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-ROTA TO WRK-TABCHK-QTD
               MOVE 200 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-ROTA
               MOVE WRK-QTD-ROTA TO WRK-ROTA-ACHADA
               MOVE CTE-UF-ORIGEM
                   TO WRK-ROTA-UF-ORIGEM(WRK-ROTA-ACHADA)
               MOVE CTE-UF-DESTINO
                   TO WRK-ROTA-UF-DESTINO(WRK-ROTA-ACHADA)
               MOVE CTE-CONTRIBUINTE
                   TO WRK-ROTA-CONTRIB(WRK-ROTA-ACHADA)
           END-IF.
           ADD 1 TO WRK-ROTA-QTD(WRK-ROTA-ACHADA).
           ADD CTE-VALOR-FRETE TO WRK-ROTA-BASE(WRK-ROTA-ACHADA).
           ADD CTE-VALOR-ICMS TO WRK-ROTA-ICMS(WRK-ROTA-ACHADA).

       0300-GRAVAR-RELATORIO.
           OPEN OUTPUT ICMS-REPORT-FILE.
           MOVE 'ICMSREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO ICMS-REPORT-RECORD.
           STRING 'APURACAO DE ICMS SOBRE FRETE - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO ICMS-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0310-GRAVAR-ROTA
               VARYING WRK-SUB-ROTA FROM 1 BY 1
               UNTIL WRK-SUB-ROTA > WRK-QTD-ROTA.
           MOVE WRK-BASE-EMITIDOS TO WRK-BASE-ED.
           MOVE WRK-ICMS-EMITIDOS TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-REPORT-RECORD.
           STRING 'TOTAL EMITIDOS  QTD ' WRK-QTD-EMITIDOS
               ' BASE ' WRK-BASE-ED ' ICMS ' WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-BASE-CANCELADOS TO WRK-BASE-ED.
           MOVE WRK-ICMS-CANCELADOS TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-REPORT-RECORD.
           STRING 'CANCELADOS      QTD ' WRK-QTD-CANCELADOS
               ' BASE ' WRK-BASE-ED ' ICMS ' WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-QTD-SERIE = ZEROS
               MOVE 'SEM CT-E NA COMPETENCIA.' TO ICMS-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           PERFORM 0320-CONFERIR-SEQUENCIA
               VARYING WRK-SUB-SERIE FROM 1 BY 1
               UNTIL WRK-SUB-SERIE > WRK-QTD-SERIE.
           CLOSE ICMS-REPORT-FILE.
           MOVE WRK-ICMS-EMITIDOS TO WRK-ICMS-ED.
           DISPLAY 'APURACAO ' WRK-COMPETENCIA ' GRAVADA: '
               WRK-QTD-EMITIDOS ' CT-E, ICMS ' WRK-ICMS-ED.

       0310-GRAVAR-ROTA.
           MOVE WRK-ROTA-BASE(WRK-SUB-ROTA) TO WRK-BASE-ED.
           MOVE WRK-ROTA-ICMS(WRK-SUB-ROTA) TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-REPORT-RECORD.
           STRING 'ROTA ' WRK-ROTA-UF-ORIGEM(WRK-SUB-ROTA) '-'
               WRK-ROTA-UF-DESTINO(WRK-SUB-ROTA) ' CONTRIB '
               WRK-ROTA-CONTRIB(WRK-SUB-ROTA) ' QTD '
               WRK-ROTA-QTD(WRK-SUB-ROTA)
               ' BASE ' WRK-BASE-ED ' ICMS ' WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0320-CONFERIR-SEQUENCIA.
           IF WRK-SER-QTD(WRK-SUB-SERIE) > ZEROS
               COMPUTE WRK-ESPERADO =
                   WRK-SER-MAX(WRK-SUB-SERIE) -
                   WRK-SER-MIN(WRK-SUB-SERIE) + 1
               MOVE SPACES TO ICMS-REPORT-RECORD
               IF WRK-ESPERADO = WRK-SER-QTD(WRK-SUB-SERIE)
                   STRING 'SERIE ' WRK-SER-SERIE(WRK-SUB-SERIE)
                       ': SEQUENCIA DE CT-E COMPLETA: '
                       WRK-SER-MIN(WRK-SUB-SERIE) ' A '
                       WRK-SER-MAX(WRK-SUB-SERIE)
                       DELIMITED BY SIZE INTO ICMS-REPORT-RECORD
               ELSE
                   STRING 'SERIE ' WRK-SER-SERIE(WRK-SUB-SERIE)
                       ': ATENCAO: SEQUENCIA COM BURACO - FAIXA '
                       WRK-SER-MIN(WRK-SUB-SERIE) '-'
                       WRK-SER-MAX(WRK-SUB-SERIE) ' QTD '
                       WRK-SER-QTD(WRK-SUB-SERIE)
                       DELIMITED BY SIZE INTO ICMS-REPORT-RECORD
               END-IF
               PERFORM 0390-GRAVAR-LINHA
               IF WRK-SER-ULT-ANTERIOR(WRK-SUB-SERIE) > ZEROS
                   AND WRK-SER-MIN(WRK-SUB-SERIE) NOT =
                       WRK-SER-ULT-ANTERIOR(WRK-SUB-SERIE) + 1
                   MOVE SPACES TO ICMS-REPORT-RECORD
                   STRING 'SERIE ' WRK-SER-SERIE(WRK-SUB-SERIE)
                       ': ATENCAO: MES ABRE EM '
                       WRK-SER-MIN(WRK-SUB-SERIE)
                       ' - ANTERIOR FECHOU EM '
                       WRK-SER-ULT-ANTERIOR(WRK-SUB-SERIE)
                       DELIMITED BY SIZE INTO ICMS-REPORT-RECORD
                   PERFORM 0390-GRAVAR-LINHA
               END-IF
           END-IF.

       0390-GRAVAR-LINHA.
           WRITE ICMS-REPORT-RECORD.
           MOVE 'ICMSREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSREL,
               WRK-FSCHK-CHAVE.
