      *             DO IRRF (BRUTO MENOS INSS RETIDO, ACUMULADA DO
      *             PAYHIST), EM VEZ DE REPETIR O BRUTO DA FOLHA
      *             QUE SO VALE PARA GPS E FGTS.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-04 - PAYHIST DO MODO 5 (PLR) FICA FORA DA BASE DE
      *             GPS/FGTS E DO DARF MENSAL; O IRRF-PLR SAI EM DARF
      *             PROPRIO.
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

       FD  FGTS-REMIT-FILE.
       01  FGTS-REMIT-LINE.
       77 WRK-BASE-IRRF          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-INSS         PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-IRRF         PIC 9(11)V99   VALUE ZEROS.
       77 WRK-BASE-IRRF-PLR      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-IRRF-PLR     PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-FGTS         PIC 9(11)V99   VALUE ZEROS.
       77 WRK-GPS-DIA-UTIL       PIC 9(02)      VALUE ZEROS.
       77 WRK-DARF-DIA-UTIL      PIC 9(02)      VALUE ZEROS.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   MOVE 'S' TO WRK-FIM-PAYHIST
               NOT AT END
                   IF PH-COMPETENCIA = WRK-COMPETENCIA
                       AND PH-MODO = '5'
                       ADD PH-BRUTO TO WRK-BASE-IRRF-PLR
                       ADD PH-IRRF  TO WRK-TOTAL-IRRF-PLR
                   END-IF
                   IF PH-COMPETENCIA = WRK-COMPETENCIA
                       AND PH-MODO NOT = '5'
                       ADD PH-BRUTO TO WRK-BASE-INSS
                       COMPUTE WRK-BASE-IRRF = WRK-BASE-IRRF
                           + PH-BRUTO - PH-INSS
           MOVE WRK-TOTAL-IRRF   TO WRK-GUIA-VALOR.
           MOVE WRK-VENC-DARF    TO WRK-GUIA-VENCIMENTO.
           PERFORM 0310-IMPRIMIR-GUIA.
           IF WRK-BASE-IRRF-PLR > ZEROS
               MOVE 'DARF (IRRF-PLR)' TO WRK-GUIA-NOME
               MOVE WRK-BASE-IRRF-PLR TO WRK-GUIA-BASE
               MOVE WRK-TOTAL-IRRF-PLR TO WRK-GUIA-VALOR
               MOVE WRK-VENC-DARF    TO WRK-GUIA-VENCIMENTO
               PERFORM 0310-IMPRIMIR-GUIA
           END-IF.
           MOVE 'GUIA DE FGTS'   TO WRK-GUIA-NOME.
           MOVE WRK-BASE-INSS    TO WRK-GUIA-BASE.
           MOVE WRK-TOTAL-FGTS   TO WRK-GUIA-VALOR.
