      *2026-09-02 - CRIADO: CREDITO DEVOLVIDO PELO BANCO (CONTA
      *             ENCERRADA, DIGITO ERRADO) SO APARECIA QUANDO O
      *             EMPREGADO RECLAMAVA.
      *2026-10-04 - FINALIDADE DO CREDITO (SAL/PLR) LIDA DO SALCRED E
      *             PRESERVADA NA RECICLAGEM.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SC-MATRICULA          PIC X(06).
           02 SC-NOME               PIC X(30).
           02 SC-VALOR              PIC 9(09)V99.
           02 SC-FINALIDADE         PIC X(03).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD     PIC X(80).
           02 RCY-MATRICULA         PIC X(06).
           02 RCY-NOME              PIC X(30).
           02 RCY-VALOR             PIC 9(09)V99.
           02 RCY-FINALIDADE        PIC X(03).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           MOVE SC-MATRICULA TO RCY-MATRICULA.
           MOVE SC-NOME      TO RCY-NOME.
           MOVE SC-VALOR     TO RCY-VALOR.
           MOVE SC-FINALIDADE TO RCY-FINALIDADE.
           WRITE RECYCLE-RECORD.
           MOVE 'SALRECICLO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
