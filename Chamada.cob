      *             DUPLICADA DE TURMA E DATA E RECUSADA ANTES DE
      *             ABRIR O LIVRO. SEM CALENDARIO A CRITICA E
      *             DISPENSADA COM AVISO.
      *2026-10-15 - O PROFESSOR PASSA PELO SIGN-ON (OPER-CHECK) E SO O
      *             PROFESSOR ATRIBUIDO A TURMA NO PERIODO DA AULA
      *             (PROFTURMA.dat, MANTIDO PELO PROFMNT) LANCA A
      *             CHAMADA; O ID FICA GRAVADO NO NOVO CAMPO
      *             AT-PROFESSOR. SEM PROFTURMA A CRITICA E DISPENSADA
      *             COM AVISO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CLASS-CALENDAR-FILE ASSIGN TO "CALAULA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALAULA.
           SELECT TEACHER-CLASS-FILE ASSIGN TO "PROFTURMA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTURMA.

       DATA DIVISION.
       FILE SECTION.
           02 AT-DATA               PIC 9(08).
           02 AT-ALUNO-ID           PIC X(06).
           02 AT-PRESENTE           PIC X(01).
           02 AT-PROFESSOR          PIC X(06).

       FD  CLASS-CALENDAR-FILE.
       01  CLASS-CALENDAR-RECORD.
           02 CAL-PERIODO            PIC X(06).
           02 CAL-DATA               PIC 9(08).

       FD  TEACHER-CLASS-FILE.
       01  TEACHER-CLASS-RECORD.
           02 PT-TURMA               PIC X(06).
           02 PT-PERIODO             PIC X(06).
           02 PT-PROF-ID             PIC X(06).
           02 PT-HORAS-AULA          PIC 9(02).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)   VALUE 'CHAMADA'.
       77 WRK-FS-ATTEND          PIC X(02)   VALUE ZEROS.
       77 WRK-AULA-PLANEJADA     PIC X(01)   VALUE 'N'.
       77 WRK-FIM-SCAN-ATT       PIC X(01)   VALUE 'N'.
       77 WRK-CHAMADA-EXISTE     PIC X(01)   VALUE 'N'.
       77 WRK-PERIODO            PIC X(06)   VALUE SPACES.
       77 WRK-FS-PROFTURMA       PIC X(02)   VALUE ZEROS.
       77 WRK-FIM-PROFTURMA      PIC X(01)   VALUE 'N'.
           88 WRK-FIM-ATRIBUICOES            VALUE 'S'.
       77 WRK-TEM-ATRIBUICAO     PIC X(01)   VALUE 'N'.
       77 WRK-PROF-ATRIBUIDO     PIC X(06)   VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           DISPLAY 'TURMA DA AULA: '.
           ACCEPT WRK-TURMA.
           MOVE 'N' TO WRK-DTCHK-RESULTADO.
                   'CHAMADA RECUSADA.'
               STOP RUN
           END-IF.
           PERFORM 0140-CRITICAR-PROFESSOR.
           IF WRK-TEM-ATRIBUICAO = 'S'
               AND WRK-PROF-ATRIBUIDO = SPACES
               DISPLAY 'TURMA SEM PROFESSOR ATRIBUIDO NO PERIODO - '
                   'CHAMADA RECUSADA.'
               STOP RUN
           END-IF.
           IF WRK-TEM-ATRIBUICAO = 'S'
               AND WRK-PROF-ATRIBUIDO NOT = WRK-OPERADOR-ID
               DISPLAY 'CHAMADA RESTRITA AO PROFESSOR ATRIBUIDO ('
                   WRK-PROF-ATRIBUIDO ') - CHAMADA RECUSADA.'
               STOP RUN
           END-IF.
           PERFORM 0130-CRITICAR-DUPLICIDADE.
           IF WRK-CHAMADA-EXISTE = 'S'
               DISPLAY 'JA EXISTE CHAMADA DESTA TURMA NESTA '
               WRK-FS-ATTEND,
               WRK-FSCHK-CHAVE.

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
           DISPLAY 'PROFESSOR ' WRK-OPERADOR-NOME ' IDENTIFICADO.'.

       0110-SOLICITAR-DATA-AULA.
           DISPLAY 'DATA DA AULA (AAAAMMDD): '.
           ACCEPT WRK-DATA-AULA.
                   IF CAL-TURMA = WRK-TURMA
                       AND CAL-DATA = WRK-DATA-AULA
                       MOVE 'S' TO WRK-AULA-PLANEJADA
                       MOVE CAL-PERIODO TO WRK-PERIODO
                       MOVE 'S' TO WRK-FIM-CALAULA
                   END-IF
           END-READ.
                   END-IF
           END-READ.

       0140-CRITICAR-PROFESSOR.
           OPEN INPUT TEACHER-CLASS-FILE.
           IF WRK-FS-PROFTURMA = '00'
               MOVE 'S' TO WRK-TEM-ATRIBUICAO
               PERFORM 0141-PROCURAR-ATRIBUICAO
                   UNTIL WRK-FIM-ATRIBUICOES
               CLOSE TEACHER-CLASS-FILE
           ELSE
               DISPLAY 'SEM ATRIBUICAO DE PROFESSORES - CRITICA '
                   'DISPENSADA.'
           END-IF.

       0141-PROCURAR-ATRIBUICAO.
           READ TEACHER-CLASS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PROFTURMA
               NOT AT END
                   IF PT-TURMA = WRK-TURMA
                       AND (PT-PERIODO = WRK-PERIODO
                           OR WRK-TEM-CALENDARIO = 'N')
                       MOVE PT-PROF-ID TO WRK-PROF-ATRIBUIDO
                       MOVE 'S' TO WRK-FIM-PROFTURMA
                   END-IF
           END-READ.

       0200-PROCESSAR.
           DISPLAY 'MATRICULA DO ALUNO (FIM PARA ENCERRAR): '.
           ACCEPT WRK-ALUNO-ENTRADA.
               MOVE WRK-DATA-AULA     TO AT-DATA
               MOVE WRK-ALUNO-ENTRADA TO AT-ALUNO-ID
               MOVE WRK-PRESENTE      TO AT-PRESENTE
               MOVE WRK-OPERADOR-ID   TO AT-PROFESSOR
               WRITE ATTENDANCE-RECORD
               MOVE 'ATTEND' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
