      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - O HISTORICO GANHA A TURMA (HIST-TURMA), PREENCHIDA
      *             COM A TURMA DO ROSTER, E A SUBSTITUICAO PASSA A SER
      *             POR ALUNO+PERIODO+TURMA; REGISTRO ANTIGO SEM TURMA E
      *             ASSUMIDO PELA PRIMEIRA TURMA DO ALUNO NO PERIODO.
      *             LAYOUT DO MATRICULAS ESTENDIDO COM O SUPERVISOR QUE
      *             LIBEROU A MATRICULA (MAT-AUTORIZADOR).
      *2026-10-15 - LAYOUT DO ATTEND ESTENDIDO COM O PROFESSOR QUE
      *             LANCOU A CHAMADA (AT-PROFESSOR).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 HIST-MEDIA            PIC 9(02)V9.
           02 HIST-FREQUENCIA       PIC 9(03).
           02 HIST-STATUS           PIC X(17).
           02 HIST-TURMA            PIC X(06).

       FD  TRANSCRIPT-FILE-NOVO.
       01  TRANSCRIPT-RECORD-NOVO.
           02 HISTN-MEDIA           PIC 9(02)V9.
           02 HISTN-FREQUENCIA      PIC 9(03).
           02 HISTN-STATUS          PIC X(17).
           02 HISTN-TURMA           PIC X(06).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           02 AT-DATA               PIC 9(08).
           02 AT-ALUNO-ID           PIC X(06).
           02 AT-PRESENTE           PIC X(01).
           02 AT-PROFESSOR          PIC X(06).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           02 MAT-PERIODO           PIC X(06).
           02 MAT-STATUS            PIC X(01).
           02 MAT-DATA              PIC 9(08).
           02 MAT-AUTORIZADOR       PIC X(06).

       FD  CLASS-CALENDAR-FILE.
       01  CLASS-CALENDAR-RECORD.
               03 WRK-TRS-MEDIA      PIC 9(02)V9.
               03 WRK-TRS-FREQUENCIA PIC 9(03).
               03 WRK-TRS-STATUS     PIC X(17).
               03 WRK-TRS-TURMA      PIC X(06).

       77 WRK-FS-MATRIC           PIC X(02)   VALUE ZEROS.
       77 WRK-FIM-MATRIC          PIC X(01)   VALUE 'N'.
                       TO WRK-TRS-FREQUENCIA(WRK-IDX-TRS)
                   MOVE HIST-STATUS
                       TO WRK-TRS-STATUS(WRK-IDX-TRS)
                   MOVE HIST-TURMA
                       TO WRK-TRS-TURMA(WRK-IDX-TRS)
           END-READ.
           MOVE 'TRANSCRP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               IF WRK-TRS-ALUNO(WRK-SUB-TRANSCR) = HIST-ALUNO-ID
                   AND WRK-TRS-PERIODO(WRK-SUB-TRANSCR)
                       = HIST-PERIODO
                   AND (WRK-TRS-TURMA(WRK-SUB-TRANSCR) = HIST-TURMA
                       OR WRK-TRS-TURMA(WRK-SUB-TRANSCR) = SPACES)
                   MOVE WRK-SUB-TRANSCR TO WRK-TRANSCR-ACHADO
                   MOVE WRK-QTD-TRANSCR TO WRK-SUB-TRANSCR
               END-IF
       0250-ATUALIZAR-TRANSCRICAO.
           MOVE WRK-ALUNO-ID TO HIST-ALUNO-ID.
           MOVE WRK-PERIODO  TO HIST-PERIODO.
           MOVE WRK-TURMA-ATUAL TO HIST-TURMA.
           PERFORM 0106C-LOCALIZAR-TRANSCRICAO.
           IF WRK-TRANSCR-ACHADO = ZEROS
               MOVE 'WRK-TAB-TRANSCR' TO WRK-TABCHK-NOME
           MOVE WRK-MEDIA    TO WRK-TRS-MEDIA(WRK-IDX-TRS).
           MOVE WRK-FREQUENCIA TO WRK-TRS-FREQUENCIA(WRK-IDX-TRS).
           MOVE WRK-STATUS   TO WRK-TRS-STATUS(WRK-IDX-TRS).
           MOVE WRK-TURMA-ATUAL TO WRK-TRS-TURMA(WRK-IDX-TRS).

       0300-FINALIZAR.
           IF WRK-TEM-TURMA = 'S'
           MOVE WRK-TRS-FREQUENCIA(WRK-SUB-TRANSCR)
               TO HISTN-FREQUENCIA.
           MOVE WRK-TRS-STATUS(WRK-SUB-TRANSCR)  TO HISTN-STATUS.
           MOVE WRK-TRS-TURMA(WRK-SUB-TRANSCR)   TO HISTN-TURMA.
           WRITE TRANSCRIPT-RECORD-NOVO.
           MOVE 'TRANSCRPNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
