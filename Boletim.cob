      *             CONTAGEM DE CHAMADAS COMO RESERVA QUANDO NAO HA
      *             CALENDARIO - BOLETIM E FECHAMENTO DA TURMA NAO
      *             PODEM DISCORDAR NA MESMA FREQUENCIA.
      *2026-10-15 - LAYOUT DO ATTEND ESTENDIDO COM O PROFESSOR QUE
      *             LANCOU A CHAMADA (AT-PROFESSOR).
      *2026-10-15 - LAYOUT DO ALUMAST ESTENDIDO COM O CURSO DO ALUNO
      *             (ALU-CURSO).
      *2026-10-15 - BOLETIM DE ALUNO COM MENSALIDADE VENCIDA HA MAIS DE
      *             MENS-DIAS-BLOQ DIAS (CALL 'MENS-CHECK') SAI RETIDO,
      *             SO COM O CABECALHO E O AVISO DE PENDENCIA
      *             FINANCEIRA, SALVO LIBERACAO POR SUPERVISOR GRAVADA
      *             PELO NOTAMNT NO BOLLIB.dat.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REPORT-CARD-FILE ASSIGN TO "BOLETIM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLETIM.
           SELECT REPORT-CARD-RELEASE-FILE ASSIGN TO "BOLLIB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLLIB.

       DATA DIVISION.
       FILE SECTION.
           02 AT-DATA               PIC 9(08).
           02 AT-ALUNO-ID           PIC X(06).
           02 AT-PRESENTE           PIC X(01).
           02 AT-PROFESSOR          PIC X(06).

       FD  COURSE-RULES-FILE.
       01  COURSE-RULES-RECORD.
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  CLASS-CALENDAR-FILE.
       01  CLASS-CALENDAR-RECORD.
       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-RECORD        PIC X(80).

       FD  REPORT-CARD-RELEASE-FILE.
       01  REPORT-CARD-RELEASE-RECORD.
           02 BLB-TURMA              PIC X(06).
           02 BLB-PERIODO            PIC X(06).
           02 BLB-ALUNO              PIC X(06).
           02 BLB-DATA               PIC 9(08).
           02 BLB-AUTORIZADOR        PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'COURSE-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'MENSCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'BOLETIM'.
       77 WRK-FS-GRADES          PIC X(02)      VALUE ZEROS.
       77 WRK-SUB-PLAN           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-AULAS-PLANEJADAS   PIC 9(03)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-FS-BOLLIB          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-BOLLIB         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LIBERACOES                VALUE 'S'.
       77 WRK-QTD-LIB            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-LIB            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-BOLETIM-RETIDO     PIC X(01)      VALUE 'N'.
       77 WRK-QTD-RETIDOS        PIC 9(04)      VALUE ZEROS.

       01  WRK-TAB-LIB VALUE ZEROS.
           02 WRK-LIB-LINHA OCCURS 200 TIMES.
               03 WRK-LIB-TURMA      PIC X(06).
               03 WRK-LIB-ALUNO      PIC X(06).

       01  WRK-TAB-AULA-PLAN VALUE ZEROS.
           02 WRK-PLAN-LINHA OCCURS 500 TIMES.
           PERFORM 0130-CARREGAR-CHAMADAS.
           PERFORM 0135-CARREGAR-CALENDARIO.
           PERFORM 0140-CARREGAR-ALUNOS.
           PERFORM 0150-CARREGAR-LIBERACOES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-CARD-FILE.
           MOVE 'BOLETIM' TO WRK-FSCHK-ARQ.
                       TO WRK-ALU-NOME(WRK-QTD-ALUNO)
           END-READ.

       0150-CARREGAR-LIBERACOES.
           OPEN INPUT REPORT-CARD-RELEASE-FILE.
           IF WRK-FS-BOLLIB = '00'
               PERFORM 0151-LER-LIBERACAO UNTIL WRK-FIM-LIBERACOES
               CLOSE REPORT-CARD-RELEASE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-BOLLIB
           END-IF.

       0151-LER-LIBERACAO.
           READ REPORT-CARD-RELEASE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-BOLLIB
               NOT AT END
                   IF BLB-PERIODO = WRK-PERIODO
                       MOVE 'WRK-TAB-LIB' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-LIB TO WRK-TABCHK-QTD
                       MOVE 200 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-LIB
                       MOVE BLB-TURMA
                           TO WRK-LIB-TURMA(WRK-QTD-LIB)
                       MOVE BLB-ALUNO
                           TO WRK-LIB-ALUNO(WRK-QTD-LIB)
                   END-IF
           END-READ.

       0200-EMITIR-BOLETINS.
           PERFORM 0210-TRATAR-NOTA
               VARYING WRK-SUB-NT FROM 1 BY 1
           END-IF.

       0220-EMITIR-BOLETIM-ALUNO.
           PERFORM 0225-BUSCAR-NOME-ALUNO.
           PERFORM 0226-VERIFICAR-DEBITO.
           IF WRK-BOLETIM-RETIDO = 'S'
               PERFORM 0228-RETER-BOLETIM
           ELSE
               PERFORM 0221-MONTAR-BOLETIM
           END-IF.

       0221-MONTAR-BOLETIM.
           ADD 1 TO WRK-QTD-BOLETINS.
           MOVE 6 TO WRK-LIMIAR-APROVACAO.
           MOVE 2 TO WRK-LIMIAR-RECUPERACAO.
           PERFORM 0104-BUSCAR-REGRA-CURSO.
               END-IF
           END-PERFORM.

      *    MENSALIDADE VENCIDA HA MAIS DE MENS-DIAS-BLOQ DIAS
      *    (CALL 'MENS-CHECK') RETEM O BOLETIM, SALVO LIBERACAO POR
      *    SUPERVISOR GRAVADA PELO NOTAMNT NO BOLLIB.dat.
       0226-VERIFICAR-DEBITO.
           MOVE 'N' TO WRK-BOLETIM-RETIDO.
           CALL 'MENS-CHECK' USING WRK-ALUNO-ATUAL,
               WRK-MENSCHK-VALOR, WRK-MENSCHK-QTD,
               WRK-MENSCHK-DIAS, WRK-MENSCHK-RESULTADO.
           IF WRK-MENSCHK-BLOQUEADO
               MOVE 'S' TO WRK-BOLETIM-RETIDO
               PERFORM VARYING WRK-SUB-LIB FROM 1 BY 1
                   UNTIL WRK-SUB-LIB > WRK-QTD-LIB
                   IF WRK-LIB-TURMA(WRK-SUB-LIB) = WRK-TURMA-ATUAL
                       AND WRK-LIB-ALUNO(WRK-SUB-LIB)
                           = WRK-ALUNO-ATUAL
                       MOVE 'N' TO WRK-BOLETIM-RETIDO
                       MOVE WRK-QTD-LIB TO WRK-SUB-LIB
                   END-IF
               END-PERFORM
           END-IF.

       0228-RETER-BOLETIM.
           ADD 1 TO WRK-QTD-RETIDOS.
           MOVE SPACES TO REPORT-CARD-RECORD.
           STRING '===== BOLETIM ' WRK-ALUNO-ATUAL ' '
               WRK-ALUNO-NOME ' TURMA ' WRK-TURMA-ATUAL
               ' PERIODO ' WRK-PERIODO ' ====='
               DELIMITED BY SIZE INTO REPORT-CARD-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO REPORT-CARD-RECORD.
           STRING '  BOLETIM RETIDO - PENDENCIA FINANCEIRA, '
               'PROCURAR A SECRETARIA'
               DELIMITED BY SIZE INTO REPORT-CARD-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-NT2 FROM 1 BY 1
               UNTIL WRK-SUB-NT2 > WRK-QTD-NOTA
               IF WRK-NT-TURMA(WRK-SUB-NT2) = WRK-TURMA-ATUAL
                   AND WRK-NT-ALUNO(WRK-SUB-NT2) = WRK-ALUNO-ATUAL
                   MOVE 'S' TO WRK-NT-TRATADA(WRK-SUB-NT2)
               END-IF
           END-PERFORM.

       0104-BUSCAR-REGRA-CURSO.
           SET WRK-IDX-CURSO TO 1.
           SEARCH WRK-CURSO-LINHA
       0300-FINALIZAR.
           CLOSE REPORT-CARD-FILE.
           DISPLAY 'BOLETINS EMITIDOS: ' WRK-QTD-BOLETINS.
           DISPLAY 'BOLETINS RETIDOS POR PENDENCIA FINANCEIRA: '
               WRK-QTD-RETIDOS.
