      *MODIFICACOES
      *2026-08-22 - CRIADO: A SECRETARIA RESPONDIA 'QUAL O HISTORICO
      *             DESTE ALUNO' ROLANDO O ARQUIVO CRU NO EDITOR.
      *2026-10-15 - LAYOUT DO TRANSCRP ESTENDIDO COM A TURMA
      *             (HIST-TURMA), EXIBIDA EM CADA LINHA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 HIST-MEDIA            PIC 9(02)V9.
           02 HIST-FREQUENCIA       PIC 9(03).
           02 HIST-STATUS           PIC X(17).
           02 HIST-TURMA            PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
       77 WRK-TROCA-FREQ         PIC 9(03)   VALUE ZEROS.
       77 WRK-TROCA-STATUS       PIC X(17)   VALUE SPACES.
       77 WRK-TROCA-ALUNO        PIC X(06)   VALUE SPACES.
       77 WRK-TROCA-TURMA        PIC X(06)   VALUE SPACES.

       01  WRK-TAB-HIST VALUE ZEROS.
           02 WRK-HIST-LINHA OCCURS 500 TIMES
               03 WRK-HIST-MEDIA     PIC 9(02)V9.
               03 WRK-HIST-FREQ      PIC 9(03).
               03 WRK-HIST-STATUS    PIC X(17).
               03 WRK-HIST-TURMA     PIC X(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                           TO WRK-HIST-FREQ(WRK-IDX-HIST)
                       MOVE HIST-STATUS
                           TO WRK-HIST-STATUS(WRK-IDX-HIST)
                       MOVE HIST-TURMA
                           TO WRK-HIST-TURMA(WRK-IDX-HIST)
                   END-IF
           END-READ.
           MOVE 'TRANSCRP' TO WRK-FSCHK-ARQ.
           MOVE WRK-HIST-MEDIA(WRK-SUB-ORD)    TO WRK-TROCA-MEDIA.
           MOVE WRK-HIST-FREQ(WRK-SUB-ORD)     TO WRK-TROCA-FREQ.
           MOVE WRK-HIST-STATUS(WRK-SUB-ORD)   TO WRK-TROCA-STATUS.
           MOVE WRK-HIST-TURMA(WRK-SUB-ORD)    TO WRK-TROCA-TURMA.
           MOVE WRK-HIST-ALUNO(WRK-SUB-ORD + 1)
               TO WRK-HIST-ALUNO(WRK-SUB-ORD).
           MOVE WRK-HIST-PERIODO(WRK-SUB-ORD + 1)
               TO WRK-HIST-FREQ(WRK-SUB-ORD).
           MOVE WRK-HIST-STATUS(WRK-SUB-ORD + 1)
               TO WRK-HIST-STATUS(WRK-SUB-ORD).
           MOVE WRK-HIST-TURMA(WRK-SUB-ORD + 1)
               TO WRK-HIST-TURMA(WRK-SUB-ORD).
           MOVE WRK-TROCA-ALUNO
               TO WRK-HIST-ALUNO(WRK-SUB-ORD + 1).
           MOVE WRK-TROCA-PERIODO
               TO WRK-HIST-FREQ(WRK-SUB-ORD + 1).
           MOVE WRK-TROCA-STATUS
               TO WRK-HIST-STATUS(WRK-SUB-ORD + 1).
           MOVE WRK-TROCA-TURMA
               TO WRK-HIST-TURMA(WRK-SUB-ORD + 1).

       0220-EXIBIR-LINHA.
           DISPLAY 'ALUNO ' WRK-HIST-ALUNO(WRK-SUB-HIST)
               ' PERIODO ' WRK-HIST-PERIODO(WRK-SUB-HIST)
               ' TURMA ' WRK-HIST-TURMA(WRK-SUB-HIST)
               ' NOTAS ' WRK-HIST-NOTA1(WRK-SUB-HIST)
               '/' WRK-HIST-NOTA2(WRK-SUB-HIST)
               ' MEDIA ' WRK-HIST-MEDIA(WRK-SUB-HIST)
