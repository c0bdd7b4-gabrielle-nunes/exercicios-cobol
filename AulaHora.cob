       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAHORA.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: APURACAO MENSAL DAS AULAS DOS PROFESSORES HORISTAS.
      *          PARA CADA AULA DA COMPETENCIA PLANEJADA NO
      *          CALAULA.dat, O PROFESSOR ATRIBUIDO A TURMA NO
      *          PERIODO (PROFTURMA.dat) E, SE FOR HORISTA ATIVO NO
      *          PROFMAST.dat, A AULA SO CONTA COMO DADA QUANDO HA
      *          CHAMADA LANCADA NO ATTEND.dat PARA A TURMA NA DATA;
      *          AS HORAS-AULA DA ATRIBUICAO SAO SOMADAS NA MATRICULA
      *          DO PROFESSOR. REGRAVA O TIMESHEET.dat DA COMPETENCIA
      *          DOS HORISTAS VIA TSNEW.dat E PROMOVE, NO MOLDE DO
      *          PONTOIMP, E LISTA NO AULAREL.dat AS AULAS PLANEJADAS
      *          E NAO DADAS POR PROFESSOR, COM O RESUMO DE CADA UM.
      *          AULA DE DATA FUTURA NAO E COBRADA.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: AS AULAS DO HORISTA ERAM CONTADAS NO
      *             DIARIO DE CLASSE E DIGITADAS NO TSMNT, SEM
      *             CONFERENCIA COM A CHAMADA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "PROFMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMAST.
           SELECT TEACHER-CLASS-FILE ASSIGN TO "PROFTURMA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTURMA.
           SELECT CLASS-CALENDAR-FILE ASSIGN TO "CALAULA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALAULA.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATTEND.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHEET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TIMESHEET.
           SELECT TIMESHEET-FILE-NOVO ASSIGN TO "TSNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TSNEW.
           SELECT CLASS-REPORT-FILE ASSIGN TO "AULAREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AULAREL.

       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-MASTER-FILE.
       01  TEACHER-MASTER-RECORD.
           02 PROF-ID                PIC X(06).
           02 PROF-NOME              PIC X(30).
           02 PROF-MATRICULA         PIC X(06).
           02 PROF-TIPO              PIC X(01).
               88 PROF-HORISTA                  VALUE 'H'.
           02 PROF-STATUS            PIC X(01).
               88 PROF-ATIVO                    VALUE 'A'.

       FD  TEACHER-CLASS-FILE.
       01  TEACHER-CLASS-RECORD.
           02 PT-TURMA               PIC X(06).
           02 PT-PERIODO             PIC X(06).
           02 PT-PROF-ID             PIC X(06).
           02 PT-HORAS-AULA          PIC 9(02).

       FD  CLASS-CALENDAR-FILE.
       01  CLASS-CALENDAR-RECORD.
           02 CAL-TURMA              PIC X(06).
           02 CAL-PERIODO            PIC X(06).
           02 CAL-DATA               PIC 9(08).
           02 CAL-DATA-R REDEFINES CAL-DATA.
               03 CAL-ANO-MES        PIC 9(06).
               03 CAL-DIA            PIC 9(02).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           02 AT-TURMA               PIC X(06).
           02 AT-DATA                PIC 9(08).
           02 AT-DATA-R REDEFINES AT-DATA.
               03 AT-ANO-MES         PIC 9(06).
               03 AT-DIA             PIC 9(02).
           02 AT-ALUNO-ID            PIC X(06).
           02 AT-PRESENTE            PIC X(01).
           02 AT-PROFESSOR           PIC X(06).

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           02 SR-MODO                PIC X(01).
           02 SR-MOEDA               PIC X(03).
           02 SR-COMPETENCIA         PIC 9(06).

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           02 TS-MATRICULA           PIC X(06).
           02 TS-COMPETENCIA         PIC 9(06).
           02 TS-HORAS-NORMAIS       PIC 9(03).
           02 TS-HORAS-EXTRAS        PIC 9(03).
           02 TS-HORAS-NOTURNAS      PIC 9(03).
           02 TS-DIAS-FALTA          PIC 9(02).

       FD  TIMESHEET-FILE-NOVO.
       01  TIMESHEET-RECORD-NOVO.
           02 TSN-MATRICULA          PIC X(06).
           02 TSN-COMPETENCIA        PIC 9(06).
           02 TSN-HORAS-NORMAIS      PIC 9(03).
           02 TSN-HORAS-EXTRAS       PIC 9(03).
           02 TSN-HORAS-NOTURNAS     PIC 9(03).
           02 TSN-DIAS-FALTA         PIC 9(02).

       FD  CLASS-REPORT-FILE.
       01  CLASS-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'AULAHORA'.
       77 WRK-FS-PROFMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PROFTURMA       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CALAULA         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ATTEND          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALRUN          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TIMESHEET       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TSNEW           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AULAREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PROFMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PROFESSORES               VALUE 'S'.
       77 WRK-FIM-PROFTURMA      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ATRIBUICOES               VALUE 'S'.
       77 WRK-FIM-CALAULA        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CALENDARIO                VALUE 'S'.
       77 WRK-FIM-ATTEND         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CHAMADAS                  VALUE 'S'.
       77 WRK-FIM-TIMESHEET      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TS                        VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-PROF           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PT             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CHAM           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-PROF           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PT             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CHAM           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PROF-ACHADO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PT-ACHADO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TEM-CHAMADA        PIC X(01)      VALUE 'N'.
       77 WRK-MATRICULA-ACHADA   PIC X(01)      VALUE 'N'.
       77 WRK-QTD-AULAS-MES      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-NAO-DADAS      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-MANTIDOS       PIC 9(04)      VALUE ZEROS.
       77 WRK-NOME-TIMESHEET     PIC X(20)      VALUE "TIMESHEET.dat".
       77 WRK-NOME-TSNEW         PIC X(20)      VALUE "TSNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-PROF VALUE ZEROS.
           02 WRK-PROF-LINHA OCCURS 100 TIMES.
               03 WRK-PRF-ID         PIC X(06).
               03 WRK-PRF-NOME       PIC X(30).
               03 WRK-PRF-MATRICULA  PIC X(06).
               03 WRK-PRF-HORAS      PIC 9(03).
               03 WRK-PRF-DADAS      PIC 9(03).
               03 WRK-PRF-NAO-DADAS  PIC 9(03).

       01  WRK-TAB-PT VALUE ZEROS.
           02 WRK-PT-LINHA OCCURS 200 TIMES.
               03 WRK-PT-TURMA       PIC X(06).
               03 WRK-PT-PERIODO     PIC X(06).
               03 WRK-PT-PROF-ID     PIC X(06).
               03 WRK-PT-HORAS-AULA  PIC 9(02).

       01  WRK-TAB-CHAM VALUE ZEROS.
           02 WRK-CHAM-LINHA OCCURS 1000 TIMES.
               03 WRK-CHAM-TURMA     PIC X(06).
               03 WRK-CHAM-DATA      PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR-AULAS.
           PERFORM 0300-RESUMIR-PROFESSORES.
           PERFORM 0500-REGRAVAR-TIMESHEET.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0102-LER-CARTAO-EXECUCAO.
           IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMPETENCIA A APURAR (AAAAMM): '
               ACCEPT WRK-COMPETENCIA
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-PROFESSORES.
           PERFORM 0120-CARREGAR-ATRIBUICOES.
           PERFORM 0130-CARREGAR-CHAMADAS.
           OPEN OUTPUT CLASS-REPORT-FILE.
           MOVE 'AULAREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AULAREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO CLASS-REPORT-RECORD.
           STRING 'AULAS PLANEJADAS E NAO DADAS - HORISTAS - '
               'COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO CLASS-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0102-LER-CARTAO-EXECUCAO.
           OPEN INPUT RUN-PARAMETER-FILE.
           IF WRK-FS-SALRUN = '00'
               READ RUN-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SR-COMPETENCIA TO WRK-COMPETENCIA
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       0110-CARREGAR-PROFESSORES.
           OPEN INPUT TEACHER-MASTER-FILE.
           MOVE 'PROFMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-PROFESSOR UNTIL WRK-FIM-PROFESSORES.
           CLOSE TEACHER-MASTER-FILE.
           DISPLAY 'PROFESSORES HORISTAS ATIVOS: ' WRK-QTD-PROF.

       0111-LER-PROFESSOR.
           READ TEACHER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PROFMAST
               NOT AT END
                   IF PROF-HORISTA AND PROF-ATIVO
                       MOVE 'WRK-TAB-PROF' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-PROF TO WRK-TABCHK-QTD
                       MOVE 100 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-PROF
                       MOVE PROF-ID   TO WRK-PRF-ID(WRK-QTD-PROF)
                       MOVE PROF-NOME TO WRK-PRF-NOME(WRK-QTD-PROF)
                       MOVE PROF-MATRICULA
                           TO WRK-PRF-MATRICULA(WRK-QTD-PROF)
                   END-IF
           END-READ.
           MOVE 'PROFMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFMAST,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-ATRIBUICOES.
           OPEN INPUT TEACHER-CLASS-FILE.
           MOVE 'PROFTURMA' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFTURMA,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-ATRIBUICAO UNTIL WRK-FIM-ATRIBUICOES.
           CLOSE TEACHER-CLASS-FILE.

       0121-LER-ATRIBUICAO.
           READ TEACHER-CLASS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PROFTURMA
               NOT AT END
                   MOVE 'WRK-TAB-PT' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PT TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PT
                   MOVE PT-TURMA      TO WRK-PT-TURMA(WRK-QTD-PT)
                   MOVE PT-PERIODO    TO WRK-PT-PERIODO(WRK-QTD-PT)
                   MOVE PT-PROF-ID    TO WRK-PT-PROF-ID(WRK-QTD-PT)
                   MOVE PT-HORAS-AULA
                       TO WRK-PT-HORAS-AULA(WRK-QTD-PT)
           END-READ.
           MOVE 'PROFTURMA' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFTURMA,
               WRK-FSCHK-CHAVE.

      *    SO ENTRA NA TABELA UMA LINHA POR TURMA E DATA DA
      *    COMPETENCIA: A CHAMADA E GRAVADA ALUNO A ALUNO, EM SEQUENCIA.
       0130-CARREGAR-CHAMADAS.
           OPEN INPUT ATTENDANCE-FILE.
           IF WRK-FS-ATTEND = '00'
               PERFORM 0131-LER-CHAMADA UNTIL WRK-FIM-CHAMADAS
               CLOSE ATTENDANCE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-ATTEND
               DISPLAY 'SEM LIVRO DE PRESENCA - NENHUMA AULA SERA '
                   'CONSIDERADA DADA.'
           END-IF.

       0131-LER-CHAMADA.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ATTEND
               NOT AT END
                   IF AT-ANO-MES = WRK-COMPETENCIA
                       PERFORM 0132-GUARDAR-CHAMADA
                   END-IF
           END-READ.

       0132-GUARDAR-CHAMADA.
           IF WRK-QTD-CHAM > ZEROS
               AND WRK-CHAM-TURMA(WRK-QTD-CHAM) = AT-TURMA
               AND WRK-CHAM-DATA(WRK-QTD-CHAM) = AT-DATA
               CONTINUE
           ELSE
               MOVE 'WRK-TAB-CHAM' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CHAM TO WRK-TABCHK-QTD
               MOVE 1000 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CHAM
               MOVE AT-TURMA TO WRK-CHAM-TURMA(WRK-QTD-CHAM)
               MOVE AT-DATA  TO WRK-CHAM-DATA(WRK-QTD-CHAM)
           END-IF.

       0200-APURAR-AULAS.
           OPEN INPUT CLASS-CALENDAR-FILE.
           MOVE 'CALAULA' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CALAULA,
               WRK-FSCHK-CHAVE.
           PERFORM 0210-LER-AULA UNTIL WRK-FIM-CALENDARIO.
           CLOSE CLASS-CALENDAR-FILE.
           IF WRK-QTD-NAO-DADAS = ZEROS
               MOVE 'NENHUMA AULA PLANEJADA DEIXOU DE SER DADA.'
                   TO CLASS-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0210-LER-AULA.
           READ CLASS-CALENDAR-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CALAULA
               NOT AT END
                   IF CAL-ANO-MES = WRK-COMPETENCIA
                       AND CAL-DATA <= WRK-DATA-HOJE
                       PERFORM 0220-TRATAR-AULA
                   END-IF
           END-READ.

       0220-TRATAR-AULA.
           MOVE ZEROS TO WRK-PT-ACHADO WRK-PROF-ACHADO.
           PERFORM VARYING WRK-SUB-PT FROM 1 BY 1
               UNTIL WRK-SUB-PT > WRK-QTD-PT
               IF WRK-PT-TURMA(WRK-SUB-PT) = CAL-TURMA
                   AND WRK-PT-PERIODO(WRK-SUB-PT) = CAL-PERIODO
                   MOVE WRK-SUB-PT TO WRK-PT-ACHADO
                   MOVE WRK-QTD-PT TO WRK-SUB-PT
               END-IF
           END-PERFORM.
           IF WRK-PT-ACHADO > ZEROS
               PERFORM VARYING WRK-SUB-PROF FROM 1 BY 1
                   UNTIL WRK-SUB-PROF > WRK-QTD-PROF
                   IF WRK-PRF-ID(WRK-SUB-PROF)
                       = WRK-PT-PROF-ID(WRK-PT-ACHADO)
                       MOVE WRK-SUB-PROF TO WRK-PROF-ACHADO
                       MOVE WRK-QTD-PROF TO WRK-SUB-PROF
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-PROF-ACHADO > ZEROS
               ADD 1 TO WRK-QTD-AULAS-MES
               PERFORM 0230-PROCURAR-CHAMADA
               IF WRK-TEM-CHAMADA = 'S'
                   ADD 1 TO WRK-PRF-DADAS(WRK-PROF-ACHADO)
                   ADD WRK-PT-HORAS-AULA(WRK-PT-ACHADO)
                       TO WRK-PRF-HORAS(WRK-PROF-ACHADO)
               ELSE
                   ADD 1 TO WRK-PRF-NAO-DADAS(WRK-PROF-ACHADO)
                   ADD 1 TO WRK-QTD-NAO-DADAS
                   MOVE SPACES TO CLASS-REPORT-RECORD
                   STRING 'NAO DADA: PROF '
                       WRK-PRF-ID(WRK-PROF-ACHADO)
                       ' TURMA ' CAL-TURMA
                       ' AULA DE ' CAL-DATA
                       ' HORAS-AULA '
                       WRK-PT-HORAS-AULA(WRK-PT-ACHADO)
                       DELIMITED BY SIZE INTO CLASS-REPORT-RECORD
                   PERFORM 0390-GRAVAR-LINHA
               END-IF
           END-IF.

       0230-PROCURAR-CHAMADA.
           MOVE 'N' TO WRK-TEM-CHAMADA.
           PERFORM VARYING WRK-SUB-CHAM FROM 1 BY 1
               UNTIL WRK-SUB-CHAM > WRK-QTD-CHAM
               IF WRK-CHAM-TURMA(WRK-SUB-CHAM) = CAL-TURMA
                   AND WRK-CHAM-DATA(WRK-SUB-CHAM) = CAL-DATA
                   MOVE 'S' TO WRK-TEM-CHAMADA
                   MOVE WRK-QTD-CHAM TO WRK-SUB-CHAM
               END-IF
           END-PERFORM.

       0300-RESUMIR-PROFESSORES.
           MOVE SPACES TO CLASS-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'RESUMO POR PROFESSOR' TO CLASS-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-PROF FROM 1 BY 1
               UNTIL WRK-SUB-PROF > WRK-QTD-PROF
               MOVE SPACES TO CLASS-REPORT-RECORD
               STRING WRK-PRF-ID(WRK-SUB-PROF) ' '
                   WRK-PRF-NOME(WRK-SUB-PROF)
                   ' DADAS ' WRK-PRF-DADAS(WRK-SUB-PROF)
                   ' NAO DADAS ' WRK-PRF-NAO-DADAS(WRK-SUB-PROF)
                   ' HORAS ' WRK-PRF-HORAS(WRK-SUB-PROF)
                   DELIMITED BY SIZE INTO CLASS-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-PERFORM.

       0390-GRAVAR-LINHA.
           WRITE CLASS-REPORT-RECORD.
           MOVE 'AULAREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AULAREL,
               WRK-FSCHK-CHAVE.

       0500-REGRAVAR-TIMESHEET.
           OPEN OUTPUT TIMESHEET-FILE-NOVO.
           MOVE 'TSNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TSNEW,
               WRK-FSCHK-CHAVE.
           OPEN INPUT TIMESHEET-FILE.
           IF WRK-FS-TIMESHEET = '00'
               PERFORM 0510-COPIAR-TIMESHEET UNTIL WRK-FIM-TS
               CLOSE TIMESHEET-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-TIMESHEET
           END-IF.
           PERFORM 0520-GRAVAR-APURADO
               VARYING WRK-SUB-PROF FROM 1 BY 1
               UNTIL WRK-SUB-PROF > WRK-QTD-PROF.
           CLOSE TIMESHEET-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-TIMESHEET,
               WRK-NOME-TSNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-TIMESHEET
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    A LINHA DO HORISTA NA COMPETENCIA E SEMPRE A APURADA AQUI,
      *    MESMO QUE O PONTOIMP OU O TSMNT TENHAM GRAVADO OUTRA.
       0510-COPIAR-TIMESHEET.
           READ TIMESHEET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TIMESHEET
               NOT AT END
                   MOVE 'N' TO WRK-MATRICULA-ACHADA
                   IF TS-COMPETENCIA = WRK-COMPETENCIA
                       PERFORM VARYING WRK-SUB-PROF FROM 1 BY 1
                           UNTIL WRK-SUB-PROF > WRK-QTD-PROF
                           IF WRK-PRF-MATRICULA(WRK-SUB-PROF)
                               = TS-MATRICULA
                               MOVE 'S' TO WRK-MATRICULA-ACHADA
                               MOVE WRK-QTD-PROF TO WRK-SUB-PROF
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WRK-MATRICULA-ACHADA = 'N'
                       MOVE TIMESHEET-RECORD TO TIMESHEET-RECORD-NOVO
                       WRITE TIMESHEET-RECORD-NOVO
                       MOVE 'TSNEW' TO WRK-FSCHK-ARQ
                       MOVE 'WRITE' TO WRK-FSCHK-OPER
                       CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                           WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                           WRK-FS-TSNEW,
                           WRK-FSCHK-CHAVE
                       ADD 1 TO WRK-QTD-MANTIDOS
                   END-IF
           END-READ.

       0520-GRAVAR-APURADO.
           MOVE WRK-PRF-MATRICULA(WRK-SUB-PROF) TO TSN-MATRICULA.
           MOVE WRK-COMPETENCIA TO TSN-COMPETENCIA.
           MOVE WRK-PRF-HORAS(WRK-SUB-PROF) TO TSN-HORAS-NORMAIS.
           MOVE ZEROS TO TSN-HORAS-EXTRAS TSN-HORAS-NOTURNAS
                         TSN-DIAS-FALTA.
           WRITE TIMESHEET-RECORD-NOVO.
           MOVE 'TSNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TSNEW,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE CLASS-REPORT-FILE.
           DISPLAY 'AULAS DE HORISTAS NA COMPETENCIA: '
               WRK-QTD-AULAS-MES ', NAO DADAS: ' WRK-QTD-NAO-DADAS
               ' - VER AULAREL.dat'.
           DISPLAY 'TIMESHEET APURADO PARA ' WRK-QTD-PROF
               ' HORISTA(S), ' WRK-QTD-MANTIDOS
               ' LINHA(S) MANTIDA(S).'.
           IF WRK-QTD-NAO-DADAS > ZEROS
               AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
