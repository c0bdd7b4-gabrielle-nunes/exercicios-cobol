      *             INTEIRO, SEM DESCRICAO NO PLANO): O LOTE PASSA A
      *             FILTRAR TAMBEM PELO PERIODO INFORMADO E OS PESOS
      *             VOLTAM A SER LIDOS DA POSICAO CERTA.
      *2026-10-15 - O HISTORICO GANHA A TURMA (HIST-TURMA), PREENCHIDA
      *             COM A TURMA DO PLANO, E A SUBSTITUICAO PASSA A SER
      *             POR ALUNO+PERIODO+TURMA.
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

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
               03 WRK-TRS-MEDIA      PIC 9(02)V9.
               03 WRK-TRS-FREQUENCIA PIC 9(03).
               03 WRK-TRS-STATUS     PIC X(17).
               03 WRK-TRS-TURMA      PIC X(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       TO WRK-TRS-FREQUENCIA(WRK-IDX-TRS)
                   MOVE HIST-STATUS
                       TO WRK-TRS-STATUS(WRK-IDX-TRS)
                   MOVE HIST-TURMA
                       TO WRK-TRS-TURMA(WRK-IDX-TRS)
           END-READ.
           MOVE 'TRANSCRP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               IF WRK-TRS-ALUNO(WRK-SUB-TRANSCR) = WRK-ALUNO-ATUAL
                   AND WRK-TRS-PERIODO(WRK-SUB-TRANSCR)
                       = WRK-PERIODO
                   AND (WRK-TRS-TURMA(WRK-SUB-TRANSCR) = WRK-TURMA
                       OR WRK-TRS-TURMA(WRK-SUB-TRANSCR) = SPACES)
                   MOVE WRK-SUB-TRANSCR TO WRK-TRANSCR-ACHADO
                   MOVE WRK-QTD-TRANSCR TO WRK-SUB-TRANSCR
               END-IF
           MOVE WRK-MEDIA       TO WRK-TRS-MEDIA(WRK-IDX-TRS).
           MOVE 100             TO WRK-TRS-FREQUENCIA(WRK-IDX-TRS).
           MOVE WRK-STATUS      TO WRK-TRS-STATUS(WRK-IDX-TRS).
           MOVE WRK-TURMA       TO WRK-TRS-TURMA(WRK-IDX-TRS).

       0480-REGRAVAR-TRANSCRICOES.
           OPEN OUTPUT TRANSCRIPT-FILE-NOVO.
           MOVE WRK-TRS-FREQUENCIA(WRK-SUB-TRANSCR)
               TO HISTN-FREQUENCIA.
           MOVE WRK-TRS-STATUS(WRK-SUB-TRANSCR)  TO HISTN-STATUS.
           MOVE WRK-TRS-TURMA(WRK-SUB-TRANSCR)   TO HISTN-TURMA.
           WRITE TRANSCRIPT-RECORD-NOVO.
           MOVE 'TRANSCRPNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
