       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCO.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: VARREDURA SEMANAL DE ALUNOS EM RISCO DURANTE O
      *          PERIODO. PARA CADA MATRICULA ATIVA (MATRICULAS.dat)
      *          EM TURMA COM AULAS AINDA POR DAR NO CALAULA.dat,
      *          PROJETA A FREQUENCIA: AS FALTAS JA TIDAS (AULAS
      *          PLANEJADAS ATE HOJE MENOS PRESENCAS NO ATTEND.dat)
      *          CONTRA O MAXIMO DE FALTAS DO PERIODO INTEIRO QUE
      *          AINDA MANTEM OS 75% DO BOLETIM. APONTA QUEM NAO
      *          ATINGE MAIS OS 75% E QUEM ESTA A RISCO-FALTAS
      *          (PARMS) FALTAS DO LIMITE, E QUEM TEM MEDIA PARCIAL
      *          PONDERADA (GRADES.dat / GRADEPLAN.dat, MESMA CONTA
      *          DO BOLETIM) ABAIXO DA MEDIA DE APROVACAO DO
      *          COURSE-RULES.dat. SAI UMA CARTA POR ALUNO EM RISCO
      *          AO RESPONSAVEL DO ALUMAST NO AVISORISCO.dat E A
      *          LISTA POR TURMA PARA A COORDENACAO NO RISCOREL.dat.
      *          O RISCOCTL.dat GUARDA A DATA DA ULTIMA VARREDURA;
      *          NO LOTE NOTURNO SO VARRE DE SETE EM SETE DIAS.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O BOLETIM E O MEDIA-ALUNO-2 SO DIZIAM QUE
      *             O ALUNO REPROVOU DEPOIS DE FECHADO O PERIODO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-CONTROL-FILE ASSIGN TO "RISCOCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RISCOCTL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT COURSE-RULES-FILE ASSIGN TO "COURSE-RULES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CURSO.
           SELECT ENROLLMENT-FILE ASSIGN TO "MATRICULAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRICULAS.
           SELECT CLASS-CALENDAR-FILE ASSIGN TO "CALAULA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALAULA.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATTEND.
           SELECT GRADES-FILE ASSIGN TO "GRADES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRADES.
           SELECT GRADE-PLAN-FILE ASSIGN TO "GRADEPLAN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRADEPLAN.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUMAST.
           SELECT RISK-LETTER-FILE ASSIGN TO "AVISORISCO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVISORISCO.
           SELECT RISK-REPORT-FILE ASSIGN TO "RISCOREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RISCOREL.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-CONTROL-FILE.
       01  RISK-CONTROL-RECORD.
           02 RCT-DATA-VARREDURA     PIC 9(08).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

       FD  COURSE-RULES-FILE.
       01  COURSE-RULES-RECORD.
           02 CURSO-REC-CODIGO       PIC X(06).
           02 CURSO-REC-APROVACAO    PIC 9(02).
           02 CURSO-REC-RECUP        PIC 9(02).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           02 MAT-ALUNO              PIC X(06).
           02 MAT-TURMA              PIC X(06).
           02 MAT-PERIODO            PIC X(06).
           02 MAT-STATUS             PIC X(01).
           02 MAT-DATA               PIC 9(08).
           02 MAT-AUTORIZADOR        PIC X(06).

       FD  CLASS-CALENDAR-FILE.
       01  CLASS-CALENDAR-RECORD.
           02 CAL-TURMA              PIC X(06).
           02 CAL-PERIODO            PIC X(06).
           02 CAL-DATA               PIC 9(08).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           02 AT-TURMA               PIC X(06).
           02 AT-DATA                PIC 9(08).
           02 AT-ALUNO-ID            PIC X(06).
           02 AT-PRESENTE            PIC X(01).
           02 AT-PROFESSOR           PIC X(06).

       FD  GRADES-FILE.
       01  GRADES-RECORD.
           02 GR-TURMA               PIC X(06).
           02 GR-PERIODO             PIC X(06).
           02 GR-ALUNO               PIC X(06).
           02 GR-AVALIACAO           PIC 9(02).
           02 GR-NOTA                PIC 9(02)V9.

       FD  GRADE-PLAN-FILE.
       01  GRADE-PLAN-RECORD.
           02 GP-TURMA               PIC X(06).
           02 GP-AVALIACAO           PIC 9(02).
           02 GP-PESO                PIC 9(02).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           02 ALU-ID                 PIC X(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  RISK-LETTER-FILE.
       01  RISK-LETTER-RECORD        PIC X(80).

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'COURSE-CPY.COB'.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'RISCO'.
       77 WRK-FS-RISCOCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MATRICULAS      PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CALAULA         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ATTEND          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-GRADES          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-GRADEPLAN       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AVISORISCO      PIC X(02)      VALUE ZEROS.
       77 WRK-FS-RISCOREL        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-MATRICULAS     PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MATRICULA                 VALUE 'S'.
       77 WRK-FIM-CALAULA        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CALENDARIO-AULAS          VALUE 'S'.
       77 WRK-FIM-ATTEND         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CHAMADAS                  VALUE 'S'.
       77 WRK-FIM-GRADES         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-NOTAS                     VALUE 'S'.
       77 WRK-FIM-GRADEPLAN      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PESOS                     VALUE 'S'.
       77 WRK-FIM-ALUMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ALUNOS                    VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-ANTERIOR      PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-DESDE         PIC S9(07)     VALUE ZEROS.
       77 WRK-FALTAS-AVISO       PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-MAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-TURMA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-AULA-PLAN      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ATTEND         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-NOTA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PESO           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ALUNO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-MAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-TUR            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PLAN           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ATT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-NT             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PS             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ALU            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TURMA-ACHADA       PIC X(01)      VALUE 'N'.
       77 WRK-TURMA-ATUAL        PIC X(06)      VALUE SPACES.
       77 WRK-PERIODO-ATUAL      PIC X(06)      VALUE SPACES.
       77 WRK-ALUNO-ATUAL        PIC X(06)      VALUE SPACES.
       77 WRK-ALUNO-NOME         PIC X(30)      VALUE SPACES.
       77 WRK-ALUNO-RESPONSAVEL  PIC X(30)      VALUE SPACES.
       77 WRK-AULAS-TOTAL        PIC 9(03)      VALUE ZEROS.
       77 WRK-AULAS-DADAS        PIC 9(03)      VALUE ZEROS.
       77 WRK-AULAS-RESTANTES    PIC 9(03)      VALUE ZEROS.
       77 WRK-PRIMEIRA-AULA      PIC 9(08)      VALUE ZEROS.
       77 WRK-PRESENCAS-MINIMAS  PIC 9(03)      VALUE ZEROS.
       77 WRK-FALTAS-PERMITIDAS  PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-PRESENCAS      PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-FALTAS         PIC 9(03)      VALUE ZEROS.
       77 WRK-FALTAS-RESTANTES   PIC 9(03)      VALUE ZEROS.
       77 WRK-FREQ-MAXIMA        PIC 9(03)      VALUE ZEROS.
       77 WRK-PESO-AVAL          PIC 9(02)      VALUE ZEROS.
       77 WRK-SOMA-PONDERADA     PIC 9(05)V9    VALUE ZEROS.
       77 WRK-SOMA-PESOS         PIC 9(04)      VALUE ZEROS.
       77 WRK-MEDIA              PIC 9(02)V9    VALUE ZEROS.
       77 WRK-MEDIA-ED           PIC Z9,9.
       77 WRK-MEDIA-TXT          PIC X(04)      VALUE SPACES.
       77 WRK-RISCO-FREQ         PIC X(01)      VALUE 'N'.
           88 WRK-EM-RISCO-FREQ                 VALUE 'S' 'X'.
           88 WRK-FREQ-PERDIDA                  VALUE 'X'.
       77 WRK-RISCO-NOTA         PIC X(01)      VALUE 'N'.
           88 WRK-EM-RISCO-NOTA                 VALUE 'S'.
       77 WRK-MOTIVO             PIC X(09)      VALUE SPACES.
       77 WRK-QTD-RISCO-TURMA    PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-RISCO          PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-CARTAS         PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-TURMAS-AVAL    PIC 9(03)      VALUE ZEROS.

       01  WRK-DATA-ED.
           02 WRK-DATA-ED-DIA    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-MES    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-ANO    PIC 9(04).

       01  WRK-DATA-QUEBRA       PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-QUEBRA.
           02 WRK-QUEBRA-ANO     PIC 9(04).
           02 WRK-QUEBRA-MES     PIC 9(02).
           02 WRK-QUEBRA-DIA     PIC 9(02).

       01  WRK-TAB-MAT VALUE ZEROS.
           02 WRK-MAT-LINHA OCCURS 500 TIMES.
               03 WRK-MAT-ALUNO      PIC X(06).
               03 WRK-MAT-TURMA      PIC X(06).
               03 WRK-MAT-PERIODO    PIC X(06).

      *    UMA LINHA POR TURMA E PERIODO COM MATRICULA ATIVA, COM O
      *    TOTAL DE AULAS PLANEJADAS E AS JA DADAS ATE HOJE.
       01  WRK-TAB-TURMA VALUE ZEROS.
           02 WRK-TUR-LINHA OCCURS 100 TIMES.
               03 WRK-TUR-TURMA      PIC X(06).
               03 WRK-TUR-PERIODO    PIC X(06).
               03 WRK-TUR-TOTAL      PIC 9(03).
               03 WRK-TUR-DADAS      PIC 9(03).
               03 WRK-TUR-PRIMEIRA   PIC 9(08).

       01  WRK-TAB-AULA-PLAN VALUE ZEROS.
           02 WRK-PLAN-LINHA OCCURS 500 TIMES.
               03 WRK-PLAN-TURMA     PIC X(06).
               03 WRK-PLAN-PERIODO   PIC X(06).
               03 WRK-PLAN-DATA      PIC 9(08).

      *    SO AS PRESENCAS INTERESSAM: FALTA E AULA PLANEJADA SEM
      *    PRESENCA, COMO NO BOLETIM.
       01  WRK-TAB-ATTEND VALUE ZEROS.
           02 WRK-ATT-LINHA OCCURS 500 TIMES.
               03 WRK-ATT-TURMA      PIC X(06).
               03 WRK-ATT-DATA       PIC 9(08).
               03 WRK-ATT-ALUNO      PIC X(06).

       01  WRK-TAB-NOTA VALUE ZEROS.
           02 WRK-NT-LINHA OCCURS 900 TIMES.
               03 WRK-NT-TURMA       PIC X(06).
               03 WRK-NT-PERIODO     PIC X(06).
               03 WRK-NT-ALUNO       PIC X(06).
               03 WRK-NT-AVALIACAO   PIC 9(02).
               03 WRK-NT-NOTA        PIC 9(02)V9.

       01  WRK-TAB-PESO VALUE ZEROS.
           02 WRK-PS-LINHA OCCURS 100 TIMES.
               03 WRK-PS-TURMA       PIC X(06).
               03 WRK-PS-AVALIACAO   PIC 9(02).
               03 WRK-PS-PESO        PIC 9(02).

       01  WRK-TAB-ALUNO VALUE ZEROS.
           02 WRK-ALU-LINHA OCCURS 200 TIMES.
               03 WRK-ALU-ID         PIC X(06).
               03 WRK-ALU-NOME       PIC X(30).
               03 WRK-ALU-RESPONSAVEL PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-VARRER-TURMAS.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0105-LER-CONTROLE.
           IF WRK-DATA-ANTERIOR > ZEROS
               COMPUTE WRK-DIAS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-ANTERIOR)
               IF WRK-DIAS-DESDE < 7
                   DISPLAY 'VARREDURA DE RISCO FEITA EM '
                       WRK-DATA-ANTERIOR ' - PROXIMA EM SETE DIAS.'
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 0106-CARREGAR-PARAMETROS.
           MOVE 'RISCO-FALTAS' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-FALTAS-AVISO.
           PERFORM 0102-CARREGAR-REGRAS-CURSO.
           PERFORM 0110-CARREGAR-MATRICULAS.
           PERFORM 0120-CARREGAR-CALENDARIO.
           PERFORM 0130-CARREGAR-CHAMADAS.
           PERFORM 0140-CARREGAR-NOTAS.
           PERFORM 0145-CARREGAR-PESOS.
           PERFORM 0150-CARREGAR-ALUNOS.
           PERFORM 0160-CONTAR-AULAS.
           MOVE WRK-DATA-HOJE TO WRK-DATA-QUEBRA.
           MOVE WRK-QUEBRA-DIA TO WRK-DATA-ED-DIA.
           MOVE WRK-QUEBRA-MES TO WRK-DATA-ED-MES.
           MOVE WRK-QUEBRA-ANO TO WRK-DATA-ED-ANO.
           OPEN OUTPUT RISK-LETTER-FILE.
           MOVE 'AVISORISCO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AVISORISCO,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT RISK-REPORT-FILE.
           MOVE 'RISCOREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RISCOREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO RISK-REPORT-RECORD.
           STRING 'ALUNOS EM RISCO POR TURMA - ' WRK-DATA-ED
               ' - FREQ. MINIMA 75%, AVISO A '
               WRK-FALTAS-AVISO ' FALTA(S)'
               DELIMITED BY SIZE INTO RISK-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.

       0102-CARREGAR-REGRAS-CURSO.
           OPEN INPUT COURSE-RULES-FILE.
           MOVE 'COURSERL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CURSO,
               WRK-FSCHK-CHAVE.
           PERFORM 0103-LER-REGRA-CURSO UNTIL WRK-FIM-TAB-CURSO.
           CLOSE COURSE-RULES-FILE.

       0103-LER-REGRA-CURSO.
           READ COURSE-RULES-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CURSO
               NOT AT END
                   MOVE 'WRK-TAB-CURSO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CURSO TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CURSO
                   MOVE CURSO-REC-CODIGO
                       TO WRK-CURSO-COD(WRK-QTD-CURSO)
                   MOVE CURSO-REC-APROVACAO
                       TO WRK-CURSO-APROVACAO(WRK-QTD-CURSO)
                   MOVE CURSO-REC-RECUP
                       TO WRK-CURSO-RECUP(WRK-QTD-CURSO)
           END-READ.
           MOVE 'COURSERL' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CURSO,
               WRK-FSCHK-CHAVE.

       0104-BUSCAR-REGRA-CURSO.
           SET WRK-IDX-CURSO TO 1.
           SEARCH WRK-CURSO-LINHA
               AT END
                   CONTINUE
               WHEN WRK-CURSO-COD(WRK-IDX-CURSO) = WRK-CURSO-CODIGO
                   MOVE WRK-CURSO-APROVACAO(WRK-IDX-CURSO)
                       TO WRK-LIMIAR-APROVACAO
                   MOVE WRK-CURSO-RECUP(WRK-IDX-CURSO)
                       TO WRK-LIMIAR-RECUPERACAO
           END-SEARCH.

      *    O RISCOCTL SO NAO EXISTE NA PRIMEIRA VARREDURA.
       0105-LER-CONTROLE.
           MOVE ZEROS TO WRK-DATA-ANTERIOR.
           OPEN INPUT RISK-CONTROL-FILE.
           IF WRK-FS-RISCOCTL = '00'
               READ RISK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCT-DATA-VARREDURA TO WRK-DATA-ANTERIOR
               END-READ
               MOVE 'RISCOCTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-RISCOCTL,
                   WRK-FSCHK-CHAVE
               CLOSE RISK-CONTROL-FILE
           END-IF.

       0106-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0106A-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0106A-LER-PARAMETRO.
           READ PARAMETER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PARM
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PARM
                   MOVE PARM-REC-CODIGO TO WRK-PARM-COD(WRK-QTD-PARM)
                   MOVE PARM-REC-VALOR  TO WRK-PARM-VAL(WRK-QTD-PARM)
           END-READ.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.

       0106B-BUSCAR-PARAMETRO.
           MOVE ZEROS TO WRK-PARM-VALOR-ACHADO.
           SET WRK-IDX-PM TO 1.
           SEARCH WRK-PARM-LINHA
               AT END
                   DISPLAY 'PARAMETRO NAO ENCONTRADO: '
                       WRK-PARM-CODIGO-BUSCA
               WHEN WRK-PARM-COD(WRK-IDX-PM) = WRK-PARM-CODIGO-BUSCA
                   MOVE WRK-PARM-VAL(WRK-IDX-PM)
                       TO WRK-PARM-VALOR-ACHADO
           END-SEARCH.

      *    SO A MATRICULA ATIVA ENTRA NA VARREDURA; CADA TURMA E
      *    PERIODO NOVO ABRE UMA LINHA NA TABELA DE TURMAS.
       0110-CARREGAR-MATRICULAS.
           OPEN INPUT ENROLLMENT-FILE.
           MOVE 'MATRICULAS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MATRICULAS,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-MATRICULA UNTIL WRK-FIM-MATRICULA.
           CLOSE ENROLLMENT-FILE.

       0111-LER-MATRICULA.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-MATRICULAS
               NOT AT END
                   IF MAT-STATUS = 'A'
                       MOVE 'WRK-TAB-MAT' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-MAT TO WRK-TABCHK-QTD
                       MOVE 500 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-MAT
                       MOVE MAT-ALUNO
                           TO WRK-MAT-ALUNO(WRK-QTD-MAT)
                       MOVE MAT-TURMA
                           TO WRK-MAT-TURMA(WRK-QTD-MAT)
                       MOVE MAT-PERIODO
                           TO WRK-MAT-PERIODO(WRK-QTD-MAT)
                       PERFORM 0112-REGISTRAR-TURMA
                   END-IF
           END-READ.
           MOVE 'MATRICULAS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MATRICULAS,
               WRK-FSCHK-CHAVE.

       0112-REGISTRAR-TURMA.
           MOVE 'N' TO WRK-TURMA-ACHADA.
           PERFORM VARYING WRK-SUB-TUR FROM 1 BY 1
               UNTIL WRK-SUB-TUR > WRK-QTD-TURMA
               IF WRK-TUR-TURMA(WRK-SUB-TUR) = MAT-TURMA
                   AND WRK-TUR-PERIODO(WRK-SUB-TUR) = MAT-PERIODO
                   MOVE 'S' TO WRK-TURMA-ACHADA
                   MOVE WRK-QTD-TURMA TO WRK-SUB-TUR
               END-IF
           END-PERFORM.
           IF WRK-TURMA-ACHADA = 'N'
               MOVE 'WRK-TAB-TURMA' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-TURMA TO WRK-TABCHK-QTD
               MOVE 100 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-TURMA
               MOVE MAT-TURMA TO WRK-TUR-TURMA(WRK-QTD-TURMA)
               MOVE MAT-PERIODO TO WRK-TUR-PERIODO(WRK-QTD-TURMA)
           END-IF.

       0120-CARREGAR-CALENDARIO.
           OPEN INPUT CLASS-CALENDAR-FILE.
           IF WRK-FS-CALAULA = '00'
               PERFORM 0121-LER-AULA-PLANEJADA
                   UNTIL WRK-FIM-CALENDARIO-AULAS
               CLOSE CLASS-CALENDAR-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CALAULA
               DISPLAY 'SEM CALENDARIO DE AULAS - NENHUMA TURMA '
                   'PODE SER PROJETADA.'
           END-IF.

       0121-LER-AULA-PLANEJADA.
           READ CLASS-CALENDAR-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CALAULA
               NOT AT END
                   MOVE 'WRK-TAB-AULA-PLAN' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-AULA-PLAN TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-AULA-PLAN
                   MOVE CAL-TURMA
                       TO WRK-PLAN-TURMA(WRK-QTD-AULA-PLAN)
                   MOVE CAL-PERIODO
                       TO WRK-PLAN-PERIODO(WRK-QTD-AULA-PLAN)
                   MOVE CAL-DATA
                       TO WRK-PLAN-DATA(WRK-QTD-AULA-PLAN)
           END-READ.

       0130-CARREGAR-CHAMADAS.
           OPEN INPUT ATTENDANCE-FILE.
           IF WRK-FS-ATTEND = '00'
               PERFORM 0131-LER-CHAMADA UNTIL WRK-FIM-CHAMADAS
               CLOSE ATTENDANCE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-ATTEND
           END-IF.

       0131-LER-CHAMADA.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ATTEND
               NOT AT END
                   IF AT-PRESENTE = 'P'
                       MOVE 'WRK-TAB-ATTEND' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-ATTEND TO WRK-TABCHK-QTD
                       MOVE 500 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-ATTEND
                       MOVE AT-TURMA
                           TO WRK-ATT-TURMA(WRK-QTD-ATTEND)
                       MOVE AT-DATA
                           TO WRK-ATT-DATA(WRK-QTD-ATTEND)
                       MOVE AT-ALUNO-ID
                           TO WRK-ATT-ALUNO(WRK-QTD-ATTEND)
                   END-IF
           END-READ.

       0140-CARREGAR-NOTAS.
           OPEN INPUT GRADES-FILE.
           IF WRK-FS-GRADES = '00'
               PERFORM 0141-LER-NOTA UNTIL WRK-FIM-NOTAS
               CLOSE GRADES-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-GRADES
           END-IF.

       0141-LER-NOTA.
           READ GRADES-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-GRADES
               NOT AT END
                   MOVE 'WRK-TAB-NOTA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-NOTA TO WRK-TABCHK-QTD
                   MOVE 900 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-NOTA
                   MOVE GR-TURMA
                       TO WRK-NT-TURMA(WRK-QTD-NOTA)
                   MOVE GR-PERIODO
                       TO WRK-NT-PERIODO(WRK-QTD-NOTA)
                   MOVE GR-ALUNO
                       TO WRK-NT-ALUNO(WRK-QTD-NOTA)
                   MOVE GR-AVALIACAO
                       TO WRK-NT-AVALIACAO(WRK-QTD-NOTA)
                   MOVE GR-NOTA
                       TO WRK-NT-NOTA(WRK-QTD-NOTA)
           END-READ.

       0145-CARREGAR-PESOS.
           OPEN INPUT GRADE-PLAN-FILE.
           IF WRK-FS-GRADEPLAN = '00'
               PERFORM 0146-LER-PESO UNTIL WRK-FIM-PESOS
               CLOSE GRADE-PLAN-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-GRADEPLAN
               DISPLAY 'SEM PLANO DE AVALIACAO - PESOS IGUAIS.'
           END-IF.

       0146-LER-PESO.
           READ GRADE-PLAN-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-GRADEPLAN
               NOT AT END
                   MOVE 'WRK-TAB-PESO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PESO TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PESO
                   MOVE GP-TURMA
                       TO WRK-PS-TURMA(WRK-QTD-PESO)
                   MOVE GP-AVALIACAO
                       TO WRK-PS-AVALIACAO(WRK-QTD-PESO)
                   MOVE GP-PESO
                       TO WRK-PS-PESO(WRK-QTD-PESO)
           END-READ.

       0150-CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-FS-ALUMAST = '00'
               PERFORM 0151-LER-ALUNO UNTIL WRK-FIM-ALUNOS
               CLOSE STUDENT-MASTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-ALUMAST
           END-IF.

       0151-LER-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ALUMAST
               NOT AT END
                   MOVE 'WRK-TAB-ALUNO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-ALUNO TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-ALUNO
                   MOVE ALU-ID
                       TO WRK-ALU-ID(WRK-QTD-ALUNO)
                   MOVE ALU-NOME
                       TO WRK-ALU-NOME(WRK-QTD-ALUNO)
                   MOVE ALU-RESPONSAVEL
                       TO WRK-ALU-RESPONSAVEL(WRK-QTD-ALUNO)
           END-READ.

      *    TOTAL DE AULAS DO PERIODO, AULAS JA DADAS (DATA ATE HOJE)
      *    E A PRIMEIRA AULA, PARA SO CONTAR PRESENCA DO PERIODO.
       0160-CONTAR-AULAS.
           PERFORM VARYING WRK-SUB-TUR FROM 1 BY 1
               UNTIL WRK-SUB-TUR > WRK-QTD-TURMA
               PERFORM VARYING WRK-SUB-PLAN FROM 1 BY 1
                   UNTIL WRK-SUB-PLAN > WRK-QTD-AULA-PLAN
                   IF WRK-PLAN-TURMA(WRK-SUB-PLAN)
                          = WRK-TUR-TURMA(WRK-SUB-TUR)
                       AND WRK-PLAN-PERIODO(WRK-SUB-PLAN)
                          = WRK-TUR-PERIODO(WRK-SUB-TUR)
                       ADD 1 TO WRK-TUR-TOTAL(WRK-SUB-TUR)
                       IF WRK-PLAN-DATA(WRK-SUB-PLAN)
                              <= WRK-DATA-HOJE
                           ADD 1 TO WRK-TUR-DADAS(WRK-SUB-TUR)
                       END-IF
                       IF WRK-TUR-PRIMEIRA(WRK-SUB-TUR) = ZEROS
                           OR WRK-PLAN-DATA(WRK-SUB-PLAN)
                              < WRK-TUR-PRIMEIRA(WRK-SUB-TUR)
                           MOVE WRK-PLAN-DATA(WRK-SUB-PLAN)
                               TO WRK-TUR-PRIMEIRA(WRK-SUB-TUR)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    TURMA SEM AULA POR DAR JA FECHOU O PERIODO (O BOLETIM E
      *    O MEDIA-ALUNO-2 CUIDAM DELA) OU NEM COMECOU A TER
      *    CALENDARIO - NOS DOIS CASOS NAO HA O QUE PROJETAR.
       0200-VARRER-TURMAS.
           PERFORM VARYING WRK-SUB-TUR FROM 1 BY 1
               UNTIL WRK-SUB-TUR > WRK-QTD-TURMA
               IF WRK-TUR-TOTAL(WRK-SUB-TUR)
                      > WRK-TUR-DADAS(WRK-SUB-TUR)
                   PERFORM 0210-VARRER-TURMA
               END-IF
           END-PERFORM.

       0210-VARRER-TURMA.
           ADD 1 TO WRK-QTD-TURMAS-AVAL.
           MOVE ZEROS TO WRK-QTD-RISCO-TURMA.
           MOVE WRK-TUR-TURMA(WRK-SUB-TUR) TO WRK-TURMA-ATUAL
               WRK-CURSO-CODIGO.
           MOVE WRK-TUR-PERIODO(WRK-SUB-TUR) TO WRK-PERIODO-ATUAL.
           MOVE WRK-TUR-TOTAL(WRK-SUB-TUR) TO WRK-AULAS-TOTAL.
           MOVE WRK-TUR-DADAS(WRK-SUB-TUR) TO WRK-AULAS-DADAS.
           MOVE WRK-TUR-PRIMEIRA(WRK-SUB-TUR) TO WRK-PRIMEIRA-AULA.
           COMPUTE WRK-AULAS-RESTANTES =
               WRK-AULAS-TOTAL - WRK-AULAS-DADAS.
      *    PRESENCA MINIMA ARREDONDADA PARA CIMA: 75% DE 10 AULAS
      *    SAO 8 PRESENCAS, NAO 7.
           COMPUTE WRK-PRESENCAS-MINIMAS =
               (WRK-AULAS-TOTAL * 75 + 99) / 100.
           COMPUTE WRK-FALTAS-PERMITIDAS =
               WRK-AULAS-TOTAL - WRK-PRESENCAS-MINIMAS.
           MOVE 6 TO WRK-LIMIAR-APROVACAO.
           MOVE 2 TO WRK-LIMIAR-RECUPERACAO.
           PERFORM 0104-BUSCAR-REGRA-CURSO.
           MOVE SPACES TO RISK-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE SPACES TO RISK-REPORT-RECORD.
           STRING 'TURMA ' WRK-TURMA-ATUAL ' PERIODO '
               WRK-PERIODO-ATUAL ' - AULAS ' WRK-AULAS-DADAS
               ' DE ' WRK-AULAS-TOTAL ', MAXIMO '
               WRK-FALTAS-PERMITIDAS ' FALTA(S), MEDIA '
               WRK-LIMIAR-APROVACAO
               DELIMITED BY SIZE INTO RISK-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE SPACES TO RISK-REPORT-RECORD.
           STRING '  ALUNO  NOME                           '
               'FAL  MAX  MEDIA MOTIVO'
               DELIMITED BY SIZE INTO RISK-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           PERFORM VARYING WRK-SUB-MAT FROM 1 BY 1
               UNTIL WRK-SUB-MAT > WRK-QTD-MAT
               IF WRK-MAT-TURMA(WRK-SUB-MAT) = WRK-TURMA-ATUAL
                   AND WRK-MAT-PERIODO(WRK-SUB-MAT)
                       = WRK-PERIODO-ATUAL
                   MOVE WRK-MAT-ALUNO(WRK-SUB-MAT)
                       TO WRK-ALUNO-ATUAL
                   PERFORM 0220-AVALIAR-ALUNO
               END-IF
           END-PERFORM.
           MOVE SPACES TO RISK-REPORT-RECORD.
           STRING '  ' WRK-QTD-RISCO-TURMA ' ALUNO(S) EM RISCO NA '
               'TURMA.'
               DELIMITED BY SIZE INTO RISK-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.

       0220-AVALIAR-ALUNO.
           MOVE 'N' TO WRK-RISCO-FREQ WRK-RISCO-NOTA.
           PERFORM 0230-PROJETAR-FREQUENCIA.
           PERFORM 0240-CALCULAR-MEDIA-PARCIAL.
           IF WRK-EM-RISCO-FREQ OR WRK-EM-RISCO-NOTA
               ADD 1 TO WRK-QTD-RISCO-TURMA WRK-QTD-RISCO
               PERFORM 0225-BUSCAR-ALUNO
               EVALUATE TRUE
                   WHEN WRK-EM-RISCO-FREQ AND WRK-EM-RISCO-NOTA
                       MOVE 'FREQ+NOTA' TO WRK-MOTIVO
                   WHEN WRK-EM-RISCO-FREQ
                       MOVE 'FREQ'      TO WRK-MOTIVO
                   WHEN OTHER
                       MOVE 'NOTA'      TO WRK-MOTIVO
               END-EVALUATE
               MOVE SPACES TO RISK-REPORT-RECORD
               STRING '  ' WRK-ALUNO-ATUAL ' ' WRK-ALUNO-NOME
                   ' ' WRK-QTD-FALTAS '  ' WRK-FALTAS-PERMITIDAS
                   '  ' WRK-MEDIA-TXT '  ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO RISK-REPORT-RECORD
               PERFORM 0395-GRAVAR-LINHA-REL
               PERFORM 0300-EMITIR-CARTA
           END-IF.

       0225-BUSCAR-ALUNO.
           MOVE 'NOME NAO CADASTRADO' TO WRK-ALUNO-NOME.
           MOVE SPACES TO WRK-ALUNO-RESPONSAVEL.
           PERFORM VARYING WRK-SUB-ALU FROM 1 BY 1
               UNTIL WRK-SUB-ALU > WRK-QTD-ALUNO
               IF WRK-ALU-ID(WRK-SUB-ALU) = WRK-ALUNO-ATUAL
                   MOVE WRK-ALU-NOME(WRK-SUB-ALU)
                       TO WRK-ALUNO-NOME
                   MOVE WRK-ALU-RESPONSAVEL(WRK-SUB-ALU)
                       TO WRK-ALUNO-RESPONSAVEL
                   MOVE WRK-QTD-ALUNO TO WRK-SUB-ALU
               END-IF
           END-PERFORM.

      *    FALTA E AULA JA DADA SEM PRESENCA. SE AS FALTAS PASSAM DO
      *    MAXIMO DO PERIODO, NEM COM PRESENCA EM TODAS AS AULAS
      *    RESTANTES O ALUNO CHEGA AOS 75%.
       0230-PROJETAR-FREQUENCIA.
           MOVE ZEROS TO WRK-QTD-PRESENCAS.
           PERFORM VARYING WRK-SUB-ATT FROM 1 BY 1
               UNTIL WRK-SUB-ATT > WRK-QTD-ATTEND
               IF WRK-ATT-TURMA(WRK-SUB-ATT) = WRK-TURMA-ATUAL
                   AND WRK-ATT-ALUNO(WRK-SUB-ATT) = WRK-ALUNO-ATUAL
                   AND WRK-ATT-DATA(WRK-SUB-ATT)
                       >= WRK-PRIMEIRA-AULA
                   AND WRK-ATT-DATA(WRK-SUB-ATT) <= WRK-DATA-HOJE
                   ADD 1 TO WRK-QTD-PRESENCAS
               END-IF
           END-PERFORM.
           IF WRK-QTD-PRESENCAS >= WRK-AULAS-DADAS
               MOVE ZEROS TO WRK-QTD-FALTAS
           ELSE
               COMPUTE WRK-QTD-FALTAS =
                   WRK-AULAS-DADAS - WRK-QTD-PRESENCAS
           END-IF.
           COMPUTE WRK-FREQ-MAXIMA =
               (WRK-AULAS-TOTAL - WRK-QTD-FALTAS) * 100
               / WRK-AULAS-TOTAL.
           MOVE ZEROS TO WRK-FALTAS-RESTANTES.
           IF WRK-QTD-FALTAS > WRK-FALTAS-PERMITIDAS
               MOVE 'X' TO WRK-RISCO-FREQ
           ELSE
               COMPUTE WRK-FALTAS-RESTANTES =
                   WRK-FALTAS-PERMITIDAS - WRK-QTD-FALTAS
               IF WRK-FALTAS-RESTANTES <= WRK-FALTAS-AVISO
                   MOVE 'S' TO WRK-RISCO-FREQ
               END-IF
           END-IF.

      *    MEDIA PONDERADA SO DAS AVALIACOES JA LANCADAS, COM OS
      *    PESOS DO GRADEPLAN (PESO 1 SEM PLANO), COMO NO BOLETIM.
      *    ALUNO AINDA SEM NOTA NAO E APONTADO PELA MEDIA.
       0240-CALCULAR-MEDIA-PARCIAL.
           MOVE ZEROS TO WRK-SOMA-PONDERADA WRK-SOMA-PESOS WRK-MEDIA.
           PERFORM VARYING WRK-SUB-NT FROM 1 BY 1
               UNTIL WRK-SUB-NT > WRK-QTD-NOTA
               IF WRK-NT-TURMA(WRK-SUB-NT) = WRK-TURMA-ATUAL
                   AND WRK-NT-PERIODO(WRK-SUB-NT) = WRK-PERIODO-ATUAL
                   AND WRK-NT-ALUNO(WRK-SUB-NT) = WRK-ALUNO-ATUAL
                   PERFORM 0245-BUSCAR-PESO
                   COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA +
                       WRK-NT-NOTA(WRK-SUB-NT) * WRK-PESO-AVAL
                   ADD WRK-PESO-AVAL TO WRK-SOMA-PESOS
               END-IF
           END-PERFORM.
           IF WRK-SOMA-PESOS = ZEROS
               MOVE ' -- ' TO WRK-MEDIA-TXT
           ELSE
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
               MOVE WRK-MEDIA TO WRK-MEDIA-ED
               MOVE WRK-MEDIA-ED TO WRK-MEDIA-TXT
               IF WRK-MEDIA < WRK-LIMIAR-APROVACAO
                   MOVE 'S' TO WRK-RISCO-NOTA
               END-IF
           END-IF.

       0245-BUSCAR-PESO.
           MOVE 1 TO WRK-PESO-AVAL.
           PERFORM VARYING WRK-SUB-PS FROM 1 BY 1
               UNTIL WRK-SUB-PS > WRK-QTD-PESO
               IF WRK-PS-TURMA(WRK-SUB-PS) = WRK-TURMA-ATUAL
                   AND WRK-PS-AVALIACAO(WRK-SUB-PS)
                       = WRK-NT-AVALIACAO(WRK-SUB-NT)
                   MOVE WRK-PS-PESO(WRK-SUB-PS) TO WRK-PESO-AVAL
                   MOVE WRK-QTD-PESO TO WRK-SUB-PS
               END-IF
           END-PERFORM.

      *    CARTA AO RESPONSAVEL; ALUNO SEM RESPONSAVEL NO ALUMAST
      *    RECEBE A CARTA NO PROPRIO NOME.
       0300-EMITIR-CARTA.
           ADD 1 TO WRK-QTD-CARTAS.
           MOVE SPACES TO RISK-LETTER-RECORD.
           STRING 'AVISO DE RISCO ACADEMICO - TURMA ' WRK-TURMA-ATUAL
               ' PERIODO ' WRK-PERIODO-ATUAL ' - ' WRK-DATA-ED
               DELIMITED BY SIZE INTO RISK-LETTER-RECORD.
           PERFORM 0390-GRAVAR-LINHA-CARTA.
           MOVE SPACES TO RISK-LETTER-RECORD.
           IF WRK-ALUNO-RESPONSAVEL = SPACES
               STRING 'PREZADO(A) ' WRK-ALUNO-NOME
                   DELIMITED BY SIZE INTO RISK-LETTER-RECORD
           ELSE
               STRING 'PREZADO(A) SR(A). ' WRK-ALUNO-RESPONSAVEL
                   DELIMITED BY SIZE INTO RISK-LETTER-RECORD
           END-IF.
           PERFORM 0390-GRAVAR-LINHA-CARTA.
           MOVE SPACES TO RISK-LETTER-RECORD.
           STRING 'O(A) ALUNO(A) ' WRK-ALUNO-ATUAL ' '
               WRK-ALUNO-NOME ' CORRE RISCO DE REPROVACAO:'
               DELIMITED BY SIZE INTO RISK-LETTER-RECORD.
           PERFORM 0390-GRAVAR-LINHA-CARTA.
           IF WRK-EM-RISCO-FREQ
               MOVE SPACES TO RISK-LETTER-RECORD
               STRING '- FREQUENCIA: ' WRK-QTD-FALTAS
                   ' FALTA(S) EM ' WRK-AULAS-DADAS
                   ' AULA(S) DADAS; RESTAM ' WRK-AULAS-RESTANTES
                   ' DE ' WRK-AULAS-TOTAL ' AULAS.'
                   DELIMITED BY SIZE INTO RISK-LETTER-RECORD
               PERFORM 0390-GRAVAR-LINHA-CARTA
               MOVE SPACES TO RISK-LETTER-RECORD
               IF WRK-FREQ-PERDIDA
                   STRING '  MESMO INDO A TODAS AS AULAS RESTANTES, A '
                       'FREQUENCIA CHEGA A ' WRK-FREQ-MAXIMA
                       '% (MINIMO 75%).'
                       DELIMITED BY SIZE INTO RISK-LETTER-RECORD
               ELSE
                   STRING '  SO PODE FALTAR A MAIS '
                       WRK-FALTAS-RESTANTES
                       ' AULA(S) PARA MANTER OS 75% DE FREQUENCIA.'
                       DELIMITED BY SIZE INTO RISK-LETTER-RECORD
               END-IF
               PERFORM 0390-GRAVAR-LINHA-CARTA
           END-IF.
           IF WRK-EM-RISCO-NOTA
               MOVE SPACES TO RISK-LETTER-RECORD
               STRING '- NOTAS: MEDIA PARCIAL PONDERADA ' WRK-MEDIA-ED
                   ', ABAIXO DA MEDIA DE APROVACAO '
                   WRK-LIMIAR-APROVACAO '.'
                   DELIMITED BY SIZE INTO RISK-LETTER-RECORD
               PERFORM 0390-GRAVAR-LINHA-CARTA
           END-IF.
           MOVE SPACES TO RISK-LETTER-RECORD.
           STRING 'PEDIMOS QUE PROCURE A COORDENACAO PARA COMBINARMOS '
               'O ACOMPANHAMENTO.'
               DELIMITED BY SIZE INTO RISK-LETTER-RECORD.
           PERFORM 0390-GRAVAR-LINHA-CARTA.
           MOVE ALL '-' TO RISK-LETTER-RECORD.
           PERFORM 0390-GRAVAR-LINHA-CARTA.

       0390-GRAVAR-LINHA-CARTA.
           WRITE RISK-LETTER-RECORD.
           MOVE 'AVISORISCO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AVISORISCO,
               WRK-FSCHK-CHAVE.

       0395-GRAVAR-LINHA-REL.
           WRITE RISK-REPORT-RECORD.
           MOVE 'RISCOREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RISCOREL,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           MOVE SPACES TO RISK-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE SPACES TO RISK-REPORT-RECORD.
           STRING 'TOTAL: ' WRK-QTD-RISCO ' ALUNO(S) EM RISCO EM '
               WRK-QTD-TURMAS-AVAL ' TURMA(S) EM ANDAMENTO, '
               WRK-QTD-CARTAS ' CARTA(S).'
               DELIMITED BY SIZE INTO RISK-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           CLOSE RISK-LETTER-FILE.
           CLOSE RISK-REPORT-FILE.
           PERFORM 0920-GRAVAR-CONTROLE.
           DISPLAY 'VARREDURA DE RISCO: ' WRK-QTD-RISCO
               ' ALUNO(S) EM RISCO, ' WRK-QTD-CARTAS ' CARTA(S).'.
           IF WRK-QTD-RISCO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT RISK-CONTROL-FILE.
           MOVE 'RISCOCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RISCOCTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DATA-HOJE TO RCT-DATA-VARREDURA.
           WRITE RISK-CONTROL-RECORD.
           MOVE 'RISCOCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RISCOCTL,
               WRK-FSCHK-CHAVE.
           CLOSE RISK-CONTROL-FILE.
