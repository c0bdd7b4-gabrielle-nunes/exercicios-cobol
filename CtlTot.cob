       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTL-TOTAL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: GRAVACAO PADRONIZADA DOS TOTAIS DE CONTROLE DOS
      *          PASSOS DO NIGHTLY, NO MOLDE DO FS-CHECK: CADA PASSO
      *          CHAMA NO FIM DA RODADA, UMA VEZ POR ITEM, COM A
      *          QUANTIDADE E O VALOR (HASH) DO QUE RECEBEU E DO QUE
      *          GRAVOU EM CADA SAIDA. O REGISTRO VAI PARA O FIM DO
      *          CTLTOT.dat COM DATA E HORA, E O BALANCO CONFERE NO
      *          FIM DA NOITE QUE ENTRADA = SOMA DAS SAIDAS EM CADA
      *          PASSO E QUE A SAIDA DE UM PASSO E A ENTRADA DO
      *          SEGUINTE.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO PARA OS TOTAIS DE CONTROLE ENTRE OS PASSOS
      *             DO NIGHTLY.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLTOT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           02 CTT-PROGRAMA          PIC X(15).
           02 CTT-DATA              PIC 9(08).
           02 CTT-HORA              PIC 9(08).
           02 CTT-ITEM              PIC X(10).
           02 CTT-QTD               PIC 9(07).
           02 CTT-VALOR             PIC S9(11)V99.

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.

       77  WRK-FS-CTLTOT          PIC X(02) VALUE ZEROS.

       LINKAGE SECTION.
       01  WRK-CTLTOT-PROGRAMA    PIC X(15).
       01  WRK-CTLTOT-ITEM-ARG    PIC X(10).
       01  WRK-CTLTOT-QTD-ARG     PIC 9(07).
       01  WRK-CTLTOT-VALOR-ARG   PIC S9(11)V99.

       PROCEDURE DIVISION USING WRK-CTLTOT-PROGRAMA
                                 WRK-CTLTOT-ITEM-ARG
                                 WRK-CTLTOT-QTD-ARG
                                 WRK-CTLTOT-VALOR-ARG.
      *    O CTLTOT E ACUMULATIVO (DISP=MOD NO NIGHTLY); SE AINDA NAO
      *    EXISTIR, O PRIMEIRO PASSO DA NOITE O CRIA.
       0001-PRINCIPAL.
           MOVE WRK-CTLTOT-ITEM-ARG TO WRK-FSCHK-CHAVE.
           OPEN EXTEND CONTROL-TOTAL-FILE.
           IF WRK-FS-CTLTOT = '35'
               OPEN OUTPUT CONTROL-TOTAL-FILE
           END-IF.
           MOVE 'CTLTOT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-CTLTOT-PROGRAMA,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTLTOT,
               WRK-FSCHK-CHAVE.
           MOVE WRK-CTLTOT-PROGRAMA  TO CTT-PROGRAMA.
           ACCEPT CTT-DATA FROM DATE YYYYMMDD.
           ACCEPT CTT-HORA FROM TIME.
           MOVE WRK-CTLTOT-ITEM-ARG  TO CTT-ITEM.
           MOVE WRK-CTLTOT-QTD-ARG   TO CTT-QTD.
           MOVE WRK-CTLTOT-VALOR-ARG TO CTT-VALOR.
           WRITE CONTROL-TOTAL-RECORD.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-CTLTOT-PROGRAMA,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTLTOT,
               WRK-FSCHK-CHAVE.
           CLOSE CONTROL-TOTAL-FILE.

           GOBACK.
