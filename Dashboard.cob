      *             QUEDA DE PROGRAMA DA CADEIA GERA REGISTROS
      *             'NAO RODOU' NO FALHAS.dat PARA OS PASSOS QUE O
      *             COND DO NIGHTLY PULOU.
      *2026-10-15 - REGISTRO DO SCHEDLOG PASSA A 100 POSICOES (A
      *             LINHA DE FIM DE MES DO AGENDA NAO CABIA MAIS).
      *2026-10-15 - LE O INTEGCTL.dat DA VARREDURA SEMANAL DE
      *             INTEGRIDADE (INTEGRA): ORFAOS E CHAVES DUPLICADAS
      *             ENTRE OS MESTRES SAEM NO RESUMO E, SE HOUVER,
      *             NA SECAO ATENCAO.
      *2026-10-15 - FD DO RUNCTL ACOMPANHA O REGISTRO DO SALARIO (LINHA
      *             DE CENTRO DE CUSTO COM 85 POSICOES, REGISTRO COM
      *             5564) E O DO ORDERREJ PASSA A 110 POSICOES.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SCHEDULE-LOG-FILE ASSIGN TO "SCHEDLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCHEDLOG.
           SELECT INTEGRITY-CONTROL-FILE ASSIGN TO "INTEGCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTEGCTL.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "OPSRESUMO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPSRESUMO.
           02 RC-TAB-CC OCCURS 50 TIMES.
               03 RC-CC-CODIGO      PIC X(04).
               03 RC-CC-QTD         PIC 9(04).
               03 FILLER            PIC X(77).
           02 FILLER                PIC X(1192).

       FD  TS-CHECK-FILE.
       01  TS-CHECK-RECORD.
       01  FREIGHT-SUMMARY-RECORD    PIC X(40).

       FD  ORDER-REJECT-FILE.
       01  ORDER-REJECT-RECORD       PIC X(110).

       FD  CLOSED-TOTALS-FILE.
       01  CLOSED-TOTALS-RECORD.
           02 ZTT-TOTAL              PIC S9(09)V99.

       FD  SCHEDULE-LOG-FILE.
       01  SCHEDULE-LOG-RECORD       PIC X(100).

       FD  INTEGRITY-CONTROL-FILE.
       01  INTEGRITY-CONTROL-RECORD.
           02 ICT-DATA-VARREDURA     PIC 9(08).
           02 ICT-QTD-ORFAOS         PIC 9(05).
           02 ICT-QTD-DUPLICADOS     PIC 9(05).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-RECORD      PIC X(80).
       77 WRK-SUB-QDA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-CAD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-JA-REGISTRADO      PIC X(01)      VALUE 'N'.
       77 WRK-FS-INTEGCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-TEM-INTEGCTL       PIC X(01)      VALUE 'N'.
       77 WRK-INTEG-DATA         PIC 9(08)      VALUE ZEROS.
       77 WRK-INTEG-ORFAOS       PIC 9(05)      VALUE ZEROS.
       77 WRK-INTEG-DUPLICADOS   PIC 9(05)      VALUE ZEROS.

       01  WRK-TAB-FORMA VALUE ZEROS.
           02 WRK-FORMA-LINHA OCCURS 10 TIMES.
           PERFORM 0240-APURAR-CAIXA.
           PERFORM 0250-APURAR-AUDITORIA.
           PERFORM 0260-APURAR-FALHAS.
           PERFORM 0262-APURAR-INTEGRIDADE.
           PERFORM 0265-SINALIZAR-NAO-RODOU.
           PERFORM 0270-CONFERIR-AGENDA.
           PERFORM 0300-GRAVAR-RESUMO.
                   END-IF
           END-READ.

      *    A VARREDURA E SEMANAL: VALE A ULTIMA GRAVADA NO INTEGCTL.
       0262-APURAR-INTEGRIDADE.
           OPEN INPUT INTEGRITY-CONTROL-FILE.
           IF WRK-FS-INTEGCTL = '00'
               READ INTEGRITY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-TEM-INTEGCTL
                       MOVE ICT-DATA-VARREDURA TO WRK-INTEG-DATA
                       MOVE ICT-QTD-ORFAOS TO WRK-INTEG-ORFAOS
                       MOVE ICT-QTD-DUPLICADOS
                           TO WRK-INTEG-DUPLICADOS
               END-READ
               CLOSE INTEGRITY-CONTROL-FILE
           END-IF.

       0265-SINALIZAR-NAO-RODOU.
           PERFORM 0266-MARCAR-DEPENDENTES
               VARYING WRK-SUB-QDA FROM 1 BY 1
           PERFORM 0340-RESUMIR-VENDAS.
           PERFORM 0350-RESUMIR-CAIXA.
           PERFORM 0360-RESUMIR-AUDITORIA.
           PERFORM 0365-RESUMIR-INTEGRIDADE.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING 'QUEDAS DE PROGRAMA HOJE: ' WRK-QTD-FALHAS-DIA
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD.
               PERFORM 0150-ANOTAR-ATENCAO
           END-IF.

       0365-RESUMIR-INTEGRIDADE.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           IF WRK-TEM-INTEGCTL = 'S'
               STRING 'INTEGRIDADE: VARREDURA ' WRK-INTEG-DATA
                   ' - ' WRK-INTEG-ORFAOS ' ORFAO(S), '
                   WRK-INTEG-DUPLICADOS ' DUPLICADO(S)'
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
               IF WRK-INTEG-ORFAOS > ZEROS
                   OR WRK-INTEG-DUPLICADOS > ZEROS
                   PERFORM 0150-ANOTAR-ATENCAO
               END-IF
           ELSE
               MOVE 'INTEGRIDADE: INTEGCTL INDISPONIVEL - NAO RODOU'
                   TO SUMMARY-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
               PERFORM 0150-ANOTAR-ATENCAO
           END-IF.

       0370-GRAVAR-ATENCAO.
           MOVE WRK-ATN-LINHA(WRK-SUB-ATN)
               TO SUMMARY-REPORT-RECORD.
