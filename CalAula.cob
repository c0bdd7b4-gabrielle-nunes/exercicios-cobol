      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - LAYOUT DO ATTEND ESTENDIDO COM O PROFESSOR QUE
      *             LANCOU A CHAMADA (AT-PROFESSOR).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 AT-DATA               PIC 9(08).
           02 AT-ALUNO-ID           PIC X(06).
           02 AT-PRESENTE           PIC X(01).
           02 AT-PROFESSOR          PIC X(06).

       FD  MISSING-ROLLCALL-FILE.
       01  MISSING-ROLLCALL-RECORD   PIC X(60).
