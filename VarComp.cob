      *             REMESSA (BANCOREM) PASSA A SEGURAR O ENVIO ATE
      *             O SUPERVISOR REVISAR O VARCOMP.dat, QUE ERA O
      *             COMBINADO E NAO ACONTECIA.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-05 - FD DO PAYHIST ACOMPANHA O NOVO CAMPO PH-SINDICATO
      *             (CONTRIBUICAO SINDICAL DESCONTADA NA FOLHA).
      *2026-10-11 - FD DO PAYHIST ACOMPANHA O NOVO CAMPO PH-CONSUMO
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 PH-LIQUIDO            PIC 9(7)V99.
           02 PH-EMPRESTIMO         PIC 9(7)V99.
           02 PH-PENSAO             PIC 9(7)V99.
           02 PH-SINDICATO          PIC 9(7)V99.
           02 PH-CONSUMO            PIC 9(7)V99.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
