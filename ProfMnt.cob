       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DO CADASTRO DE PROFESSORES
      *          (PROFMAST.dat) E DA ATRIBUICAO DE PROFESSOR POR
      *          TURMA E PERIODO (PROFTURMA.dat), NO MOLDE DO
      *          TSMNT. O PROFESSOR E IDENTIFICADO PELO MESMO ID DO
      *          SIGN-ON (OPERATORS.dat) E LIGADO A UMA MATRICULA
      *          ATIVA DO EMPMAST.idx; O TIPO H (HORISTA) E PAGO
      *          PELAS AULAS DADAS, APURADAS PELO AULAHORA. A
      *          ATRIBUICAO GUARDA AS HORAS-AULA DE CADA ENCONTRO.
      *          OS DOIS ARQUIVOS SAO REGRAVADOS VIA PROFMNEW.dat E
      *          PROFTNEW.dat E PROMOVIDOS NO ENCERRAMENTO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: A CHAMADA ERA LANCADA POR QUALQUER
      *             OPERADOR E AS AULAS DO HORISTA ERAM SOMADAS NA
      *             MAO PARA O TIMESHEET.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "PROFMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMAST.
           SELECT TEACHER-MASTER-FILE-NOVO ASSIGN TO "PROFMNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMNEW.
           SELECT TEACHER-CLASS-FILE ASSIGN TO "PROFTURMA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTURMA.
           SELECT TEACHER-CLASS-FILE-NOVO ASSIGN TO "PROFTNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTNEW.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
           02 EMP-MATRICULA          PIC X(06).
           02 EMP-NOME               PIC X(30).
           02 EMP-SALARIO-BRUTO      PIC 9(7)V99.
           02 EMP-DATA-ADMISSAO      PIC 9(08).
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  TEACHER-MASTER-FILE.
       01  TEACHER-MASTER-RECORD.
           02 PROF-ID                PIC X(06).
           02 PROF-NOME              PIC X(30).
           02 PROF-MATRICULA         PIC X(06).
           02 PROF-TIPO              PIC X(01).
           02 PROF-STATUS            PIC X(01).

       FD  TEACHER-MASTER-FILE-NOVO.
       01  TEACHER-MASTER-RECORD-NOVO.
           02 PROFN-ID               PIC X(06).
           02 PROFN-NOME             PIC X(30).
           02 PROFN-MATRICULA        PIC X(06).
           02 PROFN-TIPO             PIC X(01).
           02 PROFN-STATUS           PIC X(01).

       FD  TEACHER-CLASS-FILE.
       01  TEACHER-CLASS-RECORD.
           02 PT-TURMA               PIC X(06).
           02 PT-PERIODO             PIC X(06).
           02 PT-PROF-ID             PIC X(06).
           02 PT-HORAS-AULA          PIC 9(02).

       FD  TEACHER-CLASS-FILE-NOVO.
       01  TEACHER-CLASS-RECORD-NOVO.
           02 PTN-TURMA              PIC X(06).
           02 PTN-PERIODO            PIC X(06).
           02 PTN-PROF-ID            PIC X(06).
           02 PTN-HORAS-AULA         PIC 9(02).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PROFMNT'.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PROFMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PROFMNEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PROFTURMA       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PROFTNEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-PROFMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PROFESSORES               VALUE 'S'.
       77 WRK-FIM-PROFTURMA      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ATRIBUICOES               VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-ALTERAR                 VALUE 'A'.
           88 WRK-OPCAO-TURMA                   VALUE 'T'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-QTD-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PROF           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PT             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PROF           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PT             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-EMP-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PROF-ACHADO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PT-ACHADO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PROF-ID            PIC X(06)      VALUE SPACES.
       77 WRK-PROF-NOME          PIC X(30)      VALUE SPACES.
       77 WRK-MATRICULA          PIC X(06)      VALUE SPACES.
       77 WRK-TIPO               PIC X(01)      VALUE SPACES.
           88 WRK-TIPO-VALIDO                   VALUE 'H' 'M'.
       77 WRK-STATUS             PIC X(01)      VALUE SPACES.
           88 WRK-STATUS-VALIDO                 VALUE 'A' 'I'.
       77 WRK-TURMA              PIC X(06)      VALUE SPACES.
       77 WRK-PERIODO            PIC X(06)      VALUE SPACES.
       77 WRK-ENT-HORAS-AULA     PIC X(02)      VALUE ZEROS.
       77 WRK-HORAS-AULA         PIC 9(02)      VALUE ZEROS.
       77 WRK-HOUVE-PROF         PIC X(01)      VALUE 'N'.
       77 WRK-HOUVE-PT           PIC X(01)      VALUE 'N'.
       77 WRK-NOME-PROFMAST      PIC X(20)      VALUE "PROFMAST.dat".
       77 WRK-NOME-PROFMNEW      PIC X(20)      VALUE "PROFMNEW.dat".
       77 WRK-NOME-PROFTURMA     PIC X(20)      VALUE "PROFTURMA.dat".
       77 WRK-NOME-PROFTNEW      PIC X(20)      VALUE "PROFTNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-EMP VALUE ZEROS.
           02 WRK-EMP-LINHA OCCURS 200 TIMES.
               03 WRK-EMP-MATRICULA  PIC X(06).
               03 WRK-EMP-NOME       PIC X(30).
               03 WRK-EMP-DESLIGADO  PIC X(01).

       01  WRK-TAB-PROF VALUE ZEROS.
           02 WRK-PROF-LINHA OCCURS 100 TIMES.
               03 WRK-PRF-ID         PIC X(06).
               03 WRK-PRF-NOME       PIC X(30).
               03 WRK-PRF-MATRICULA  PIC X(06).
               03 WRK-PRF-TIPO       PIC X(01).
               03 WRK-PRF-STATUS     PIC X(01).

       01  WRK-TAB-PT VALUE ZEROS.
           02 WRK-PT-LINHA OCCURS 200 TIMES.
               03 WRK-PT-TURMA       PIC X(06).
               03 WRK-PT-PERIODO     PIC X(06).
               03 WRK-PT-PROF-ID     PIC X(06).
               03 WRK-PT-HORAS-AULA  PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-EMPREGADOS.
           PERFORM 0120-CARREGAR-PROFESSORES.
           PERFORM 0130-CARREGAR-ATRIBUICOES.

       0110-CARREGAR-EMPREGADOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-EMPREGADO UNTIL WRK-FIM-EMPREGADOS.
           CLOSE EMPLOYEE-MASTER-FILE.

       0111-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPMAST
               NOT AT END
                   MOVE 'WRK-TAB-EMP' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-EMP TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-EMP
                   MOVE EMP-MATRICULA
                       TO WRK-EMP-MATRICULA(WRK-QTD-EMP)
                   MOVE EMP-NOME
                       TO WRK-EMP-NOME(WRK-QTD-EMP)
                   IF EMP-DATA-DESLIGAMENTO > 0
                       MOVE 'S' TO WRK-EMP-DESLIGADO(WRK-QTD-EMP)
                   ELSE
                       MOVE 'N' TO WRK-EMP-DESLIGADO(WRK-QTD-EMP)
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-PROFESSORES.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-FS-PROFMAST = '00'
               PERFORM 0121-LER-PROFESSOR UNTIL WRK-FIM-PROFESSORES
               CLOSE TEACHER-MASTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-PROFMAST
           END-IF.
           DISPLAY 'PROFESSORES CARREGADOS: ' WRK-QTD-PROF.

       0121-LER-PROFESSOR.
           READ TEACHER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PROFMAST
               NOT AT END
                   MOVE 'WRK-TAB-PROF' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PROF TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PROF
                   MOVE PROF-ID        TO WRK-PRF-ID(WRK-QTD-PROF)
                   MOVE PROF-NOME      TO WRK-PRF-NOME(WRK-QTD-PROF)
                   MOVE PROF-MATRICULA
                       TO WRK-PRF-MATRICULA(WRK-QTD-PROF)
                   MOVE PROF-TIPO      TO WRK-PRF-TIPO(WRK-QTD-PROF)
                   MOVE PROF-STATUS
                       TO WRK-PRF-STATUS(WRK-QTD-PROF)
           END-READ.

       0130-CARREGAR-ATRIBUICOES.
           OPEN INPUT TEACHER-CLASS-FILE.
           IF WRK-FS-PROFTURMA = '00'
               PERFORM 0131-LER-ATRIBUICAO UNTIL WRK-FIM-ATRIBUICOES
               CLOSE TEACHER-CLASS-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-PROFTURMA
           END-IF.
           DISPLAY 'ATRIBUICOES CARREGADAS: ' WRK-QTD-PT.

       0131-LER-ATRIBUICAO.
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
                   MOVE PT-TURMA       TO WRK-PT-TURMA(WRK-QTD-PT)
                   MOVE PT-PERIODO     TO WRK-PT-PERIODO(WRK-QTD-PT)
                   MOVE PT-PROF-ID     TO WRK-PT-PROF-ID(WRK-QTD-PT)
                   MOVE PT-HORAS-AULA
                       TO WRK-PT-HORAS-AULA(WRK-QTD-PT)
           END-READ.

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR T=ATRIBUIR TURMA '
               'L=LISTAR F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-PROFESSOR
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR-PROFESSOR
               WHEN WRK-OPCAO-TURMA
                   PERFORM 0230-ATRIBUIR-TURMA
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR-PROFESSORES
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-EMPREGADO.
           MOVE ZEROS TO WRK-EMP-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-MATRICULA(WRK-SUB-EMP) = WRK-MATRICULA
                   MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
                   MOVE WRK-QTD-EMP TO WRK-SUB-EMP
               END-IF
           END-PERFORM.

       0206-LOCALIZAR-PROFESSOR.
           MOVE ZEROS TO WRK-PROF-ACHADO.
           PERFORM VARYING WRK-SUB-PROF FROM 1 BY 1
               UNTIL WRK-SUB-PROF > WRK-QTD-PROF
               IF WRK-PRF-ID(WRK-SUB-PROF) = WRK-PROF-ID
                   MOVE WRK-SUB-PROF TO WRK-PROF-ACHADO
                   MOVE WRK-QTD-PROF TO WRK-SUB-PROF
               END-IF
           END-PERFORM.

       0207-LOCALIZAR-ATRIBUICAO.
           MOVE ZEROS TO WRK-PT-ACHADO.
           PERFORM VARYING WRK-SUB-PT FROM 1 BY 1
               UNTIL WRK-SUB-PT > WRK-QTD-PT
               IF WRK-PT-TURMA(WRK-SUB-PT) = WRK-TURMA
                   AND WRK-PT-PERIODO(WRK-SUB-PT) = WRK-PERIODO
                   MOVE WRK-SUB-PT TO WRK-PT-ACHADO
                   MOVE WRK-QTD-PT TO WRK-SUB-PT
               END-IF
           END-PERFORM.

       0210-INCLUIR-PROFESSOR.
           DISPLAY 'ID DO PROFESSOR (ID DE SIGN-ON): '.
           ACCEPT WRK-PROF-ID.
           PERFORM 0206-LOCALIZAR-PROFESSOR.
           IF WRK-PROF-ACHADO > 0
               DISPLAY 'PROFESSOR JA CADASTRADO - USE A OPCAO A.'
           ELSE
               DISPLAY 'MATRICULA NO EMPMAST: '
               ACCEPT WRK-MATRICULA
               PERFORM 0205-LOCALIZAR-EMPREGADO
               EVALUATE TRUE
                   WHEN WRK-EMP-ACHADO = ZEROS
                       DISPLAY 'MATRICULA NAO CADASTRADA NO EMPMAST '
                           '- PROFESSOR RECUSADO.'
                   WHEN WRK-EMP-DESLIGADO(WRK-EMP-ACHADO) = 'S'
                       DISPLAY 'EMPREGADO DESLIGADO - PROFESSOR '
                           'RECUSADO.'
                   WHEN OTHER
                       PERFORM 0215-INCLUIR-PROFESSOR
               END-EVALUATE
           END-IF.

       0215-INCLUIR-PROFESSOR.
           DISPLAY 'TIPO (H=HORISTA M=MENSALISTA): '.
           ACCEPT WRK-TIPO.
           IF NOT WRK-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - PROFESSOR RECUSADO.'
           ELSE
               MOVE 'WRK-TAB-PROF' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-PROF TO WRK-TABCHK-QTD
               MOVE 100 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-PROF
               MOVE WRK-PROF-ID     TO WRK-PRF-ID(WRK-QTD-PROF)
               MOVE WRK-EMP-NOME(WRK-EMP-ACHADO)
                   TO WRK-PRF-NOME(WRK-QTD-PROF)
               MOVE WRK-MATRICULA   TO WRK-PRF-MATRICULA(WRK-QTD-PROF)
               MOVE WRK-TIPO        TO WRK-PRF-TIPO(WRK-QTD-PROF)
               MOVE 'A'             TO WRK-PRF-STATUS(WRK-QTD-PROF)
               MOVE 'S' TO WRK-HOUVE-PROF
               DISPLAY 'PROFESSOR INCLUIDO: '
                   WRK-PRF-NOME(WRK-QTD-PROF)
           END-IF.

       0220-ALTERAR-PROFESSOR.
           DISPLAY 'ID DO PROFESSOR: '.
           ACCEPT WRK-PROF-ID.
           PERFORM 0206-LOCALIZAR-PROFESSOR.
           IF WRK-PROF-ACHADO = ZEROS
               DISPLAY 'PROFESSOR NAO CADASTRADO.'
           ELSE
               DISPLAY 'TIPO (H=HORISTA M=MENSALISTA): '
               ACCEPT WRK-TIPO
               DISPLAY 'SITUACAO (A=ATIVO I=INATIVO): '
               ACCEPT WRK-STATUS
               IF NOT WRK-TIPO-VALIDO
                   OR NOT WRK-STATUS-VALIDO
                   DISPLAY 'TIPO OU SITUACAO INVALIDA - ALTERACAO '
                       'RECUSADA.'
               ELSE
                   MOVE WRK-TIPO   TO WRK-PRF-TIPO(WRK-PROF-ACHADO)
                   MOVE WRK-STATUS TO WRK-PRF-STATUS(WRK-PROF-ACHADO)
                   MOVE 'S' TO WRK-HOUVE-PROF
                   DISPLAY 'PROFESSOR ALTERADO.'
               END-IF
           END-IF.

       0230-ATRIBUIR-TURMA.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA.
           DISPLAY 'PERIODO: '.
           ACCEPT WRK-PERIODO.
           DISPLAY 'ID DO PROFESSOR: '.
           ACCEPT WRK-PROF-ID.
           PERFORM 0206-LOCALIZAR-PROFESSOR.
           EVALUATE TRUE
               WHEN WRK-PROF-ACHADO = ZEROS
                   DISPLAY 'PROFESSOR NAO CADASTRADO - ATRIBUICAO '
                       'RECUSADA.'
               WHEN WRK-PRF-STATUS(WRK-PROF-ACHADO) NOT = 'A'
                   DISPLAY 'PROFESSOR INATIVO - ATRIBUICAO '
                       'RECUSADA.'
               WHEN OTHER
                   DISPLAY 'HORAS-AULA POR ENCONTRO (99): '
                   ACCEPT WRK-ENT-HORAS-AULA
                   IF WRK-ENT-HORAS-AULA NOT NUMERIC
                       OR WRK-ENT-HORAS-AULA = '00'
                       DISPLAY 'HORAS-AULA INVALIDAS - ATRIBUICAO '
                           'RECUSADA.'
                   ELSE
                       MOVE WRK-ENT-HORAS-AULA TO WRK-HORAS-AULA
                       PERFORM 0235-GRAVAR-ATRIBUICAO
                   END-IF
           END-EVALUATE.

       0235-GRAVAR-ATRIBUICAO.
           PERFORM 0207-LOCALIZAR-ATRIBUICAO.
           IF WRK-PT-ACHADO = ZEROS
               MOVE 'WRK-TAB-PT' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-PT TO WRK-TABCHK-QTD
               MOVE 200 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-PT
               MOVE WRK-QTD-PT  TO WRK-PT-ACHADO
               MOVE WRK-TURMA   TO WRK-PT-TURMA(WRK-PT-ACHADO)
               MOVE WRK-PERIODO TO WRK-PT-PERIODO(WRK-PT-ACHADO)
               DISPLAY 'TURMA ATRIBUIDA.'
           ELSE
               DISPLAY 'TURMA JA ATRIBUIDA A '
                   WRK-PT-PROF-ID(WRK-PT-ACHADO)
                   ' - ATRIBUICAO SUBSTITUIDA.'
           END-IF.
           MOVE WRK-PROF-ID    TO WRK-PT-PROF-ID(WRK-PT-ACHADO).
           MOVE WRK-HORAS-AULA TO WRK-PT-HORAS-AULA(WRK-PT-ACHADO).
           MOVE 'S' TO WRK-HOUVE-PT.

       0240-LISTAR-PROFESSORES.
           PERFORM VARYING WRK-SUB-PROF FROM 1 BY 1
               UNTIL WRK-SUB-PROF > WRK-QTD-PROF
               DISPLAY WRK-PRF-ID(WRK-SUB-PROF) ' '
                   WRK-PRF-NOME(WRK-SUB-PROF)
                   ' MAT ' WRK-PRF-MATRICULA(WRK-SUB-PROF)
                   ' TIPO ' WRK-PRF-TIPO(WRK-SUB-PROF)
                   ' SIT ' WRK-PRF-STATUS(WRK-SUB-PROF)
               PERFORM VARYING WRK-SUB-PT FROM 1 BY 1
                   UNTIL WRK-SUB-PT > WRK-QTD-PT
                   IF WRK-PT-PROF-ID(WRK-SUB-PT)
                       = WRK-PRF-ID(WRK-SUB-PROF)
                       DISPLAY '    TURMA ' WRK-PT-TURMA(WRK-SUB-PT)
                           ' PERIODO ' WRK-PT-PERIODO(WRK-SUB-PT)
                           ' HORAS-AULA '
                           WRK-PT-HORAS-AULA(WRK-SUB-PT)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0300-FINALIZAR.
           IF WRK-HOUVE-PROF = 'S'
               PERFORM 0310-REGRAVAR-PROFESSORES
           END-IF.
           IF WRK-HOUVE-PT = 'S'
               PERFORM 0320-REGRAVAR-ATRIBUICOES
           END-IF.
           DISPLAY 'MANUTENCAO DE PROFESSORES ENCERRADA.'.

       0310-REGRAVAR-PROFESSORES.
           OPEN OUTPUT TEACHER-MASTER-FILE-NOVO.
           MOVE 'PROFMNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFMNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-PROFESSOR
               VARYING WRK-SUB-PROF FROM 1 BY 1
               UNTIL WRK-SUB-PROF > WRK-QTD-PROF.
           CLOSE TEACHER-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-PROFMAST,
               WRK-NOME-PROFMNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-PROFMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'CADASTRO DE PROFESSORES REGRAVADO.'.

       0311-GRAVAR-PROFESSOR.
           MOVE WRK-PRF-ID(WRK-SUB-PROF)        TO PROFN-ID.
           MOVE WRK-PRF-NOME(WRK-SUB-PROF)      TO PROFN-NOME.
           MOVE WRK-PRF-MATRICULA(WRK-SUB-PROF) TO PROFN-MATRICULA.
           MOVE WRK-PRF-TIPO(WRK-SUB-PROF)      TO PROFN-TIPO.
           MOVE WRK-PRF-STATUS(WRK-SUB-PROF)    TO PROFN-STATUS.
           WRITE TEACHER-MASTER-RECORD-NOVO.
           MOVE 'PROFMNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFMNEW,
               WRK-FSCHK-CHAVE.

       0320-REGRAVAR-ATRIBUICOES.
           OPEN OUTPUT TEACHER-CLASS-FILE-NOVO.
           MOVE 'PROFTNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFTNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0321-GRAVAR-ATRIBUICAO
               VARYING WRK-SUB-PT FROM 1 BY 1
               UNTIL WRK-SUB-PT > WRK-QTD-PT.
           CLOSE TEACHER-CLASS-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-PROFTURMA,
               WRK-NOME-PROFTNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-PROFTURMA
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'ATRIBUICOES DE TURMA REGRAVADAS.'.

       0321-GRAVAR-ATRIBUICAO.
           MOVE WRK-PT-TURMA(WRK-SUB-PT)       TO PTN-TURMA.
           MOVE WRK-PT-PERIODO(WRK-SUB-PT)     TO PTN-PERIODO.
           MOVE WRK-PT-PROF-ID(WRK-SUB-PT)     TO PTN-PROF-ID.
           MOVE WRK-PT-HORAS-AULA(WRK-SUB-PT)  TO PTN-HORAS-AULA.
           WRITE TEACHER-CLASS-RECORD-NOVO.
           MOVE 'PROFTNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFTNEW,
               WRK-FSCHK-CHAVE.
