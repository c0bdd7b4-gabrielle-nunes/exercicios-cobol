      *             RECUSADO, SENAO A RODADA REPETIDA DUPLICAVA O
      *             TRAVAMENTO E OS TOTAIS DO ZTOTAIS E O CONCILIA
      *             DOBRAVA O DECLARADO DO TERMINAL.
      *2026-10-11 - A FORMA F (DESCONTO EM FOLHA) DO PERFORM-TIMES SAI
      *             EM LINHA PROPRIA NO ZREPORT E NO ZTOTAIS, EM VEZ DE
      *             CAIR JUNTO COM O PIX.
      *2026-10-15 - LAYOUT DO SALESDET COM SD-CPF E SD-PONTOS
      *             (FIDELIDADE) E FORMA R - RESGATE DE PONTOS.
      *2026-10-15 - FORMA A (CREDIARIO DA LOJA) EM LINHA PROPRIA NO
      *             ZREPORT E NO ZTOTAIS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SD-REF-DATA            PIC 9(08).
           02 SD-REF-TERM            PIC X(04).
           02 SD-REF-CUPOM           PIC 9(06).
           02 SD-CPF                 PIC 9(11).
           02 SD-PONTOS              PIC 9(07).

       FD  Z-REPORT-FILE.
       01  Z-REPORT-RECORD           PIC X(72).
       77 WRK-TOT-DIN            PIC S9(09)V99  VALUE ZEROS.
       77 WRK-TOT-CAR            PIC S9(09)V99  VALUE ZEROS.
       77 WRK-TOT-PIX            PIC S9(09)V99  VALUE ZEROS.
       77 WRK-QTD-FOL            PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-FOL            PIC S9(09)V99  VALUE ZEROS.
       77 WRK-QTD-PTS            PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-PTS            PIC S9(09)V99  VALUE ZEROS.
       77 WRK-QTD-CRD            PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-CRD            PIC S9(09)V99  VALUE ZEROS.
       77 WRK-CUPOM-MIN          PIC 9(06)      VALUE ZEROS.
       77 WRK-CUPOM-MAX          PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-CUPONS         PIC 9(06)      VALUE ZEROS.
                       ADD 1 TO WRK-QTD-CAR
                       ADD SD-VALOR TO WRK-TOT-CAR
                   END-IF
               WHEN 'F'
                   IF SD-TIPO-TRANSACAO = 'D'
                       SUBTRACT SD-VALOR FROM WRK-TOT-FOL
                   ELSE
                       ADD 1 TO WRK-QTD-FOL
                       ADD SD-VALOR TO WRK-TOT-FOL
                   END-IF
               WHEN 'R'
                   IF SD-TIPO-TRANSACAO = 'D'
                       SUBTRACT SD-VALOR FROM WRK-TOT-PTS
                   ELSE
                       ADD 1 TO WRK-QTD-PTS
                       ADD SD-VALOR TO WRK-TOT-PTS
                   END-IF
               WHEN 'A'
                   IF SD-TIPO-TRANSACAO = 'D'
                       SUBTRACT SD-VALOR FROM WRK-TOT-CRD
                   ELSE
                       ADD 1 TO WRK-QTD-CRD
                       ADD SD-VALOR TO WRK-TOT-CRD
                   END-IF
               WHEN OTHER
                   IF SD-TIPO-TRANSACAO = 'D'
                       SUBTRACT SD-VALOR FROM WRK-TOT-PIX
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO Z-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-FOL TO WRK-VALOR-ED.
           MOVE SPACES TO Z-REPORT-RECORD.
           STRING 'FOLHA:    ' WRK-QTD-FOL ' VENDA(S) '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO Z-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-PTS TO WRK-VALOR-ED.
           MOVE SPACES TO Z-REPORT-RECORD.
           STRING 'PONTOS:   ' WRK-QTD-PTS ' VENDA(S) '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO Z-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-CRD TO WRK-VALOR-ED.
           MOVE SPACES TO Z-REPORT-RECORD.
           STRING 'CREDIAR:  ' WRK-QTD-CRD ' VENDA(S) '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO Z-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           COMPUTE WRK-ESPERADO =
               WRK-CUPOM-MAX - WRK-CUPOM-MIN + 1.
           IF WRK-QTD-CUPONS = ZEROS
           MOVE WRK-QTD-PIX TO ZTT-QTD.
           MOVE WRK-TOT-PIX TO ZTT-TOTAL.
           PERFORM 0325-GRAVAR-TOTAL-FORMA.
           MOVE 'F' TO ZTT-FORMA.
           MOVE WRK-QTD-FOL TO ZTT-QTD.
           MOVE WRK-TOT-FOL TO ZTT-TOTAL.
           PERFORM 0325-GRAVAR-TOTAL-FORMA.
           MOVE 'R' TO ZTT-FORMA.
           MOVE WRK-QTD-PTS TO ZTT-QTD.
           MOVE WRK-TOT-PTS TO ZTT-TOTAL.
           PERFORM 0325-GRAVAR-TOTAL-FORMA.
           MOVE 'A' TO ZTT-FORMA.
           MOVE WRK-QTD-CRD TO ZTT-QTD.
           MOVE WRK-TOT-CRD TO ZTT-TOTAL.
           PERFORM 0325-GRAVAR-TOTAL-FORMA.
           CLOSE CLOSED-TOTALS-FILE.

       0325-GRAVAR-TOTAL-FORMA.
