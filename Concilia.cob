      *             DOS TOTAIS FECHADOS (FORMA D) EM VEZ DE SER
      *             RECONTADO DO SALESDET; SEM Z DO DIA, O CALCULO
      *             ANTERIOR PELO SALESDET SEGUE VALENDO.
      *2026-10-15 - LAYOUT DO SALESDET COM SD-CPF E SD-PONTOS
      *             (FIDELIDADE).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SD-REF-DATA            PIC 9(08).
           02 SD-REF-TERM            PIC X(04).
           02 SD-REF-CUPOM           PIC 9(06).
           02 SD-CPF                 PIC 9(11).
           02 SD-PONTOS              PIC 9(07).

       FD  TELLER-TRANSACTIONS-FILE.
       01  TELLER-TX-RECORD.
