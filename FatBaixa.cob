      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - FATREG GANHA NOSSO NUMERO, VENCIMENTO E SITUACAO DO
      *             BOLETO; A BAIXA MANUAL PRESERVA ESSES CAMPOS NA
      *             REGRAVACAO. A BAIXA AUTOMATICA PELO RETORNO DO BANCO
      *             FICA NO BOLRET, COM A MESMA REGRA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FAT-VALOR              PIC 9(09)V99.
           02 FAT-STATUS             PIC X(01).
           02 FAT-VALOR-PAGO         PIC 9(09)V99.
           02 FAT-NOSSO-NUMERO       PIC 9(09).
           02 FAT-DATA-VENCIMENTO    PIC 9(08).
           02 FAT-BOLETO-STATUS      PIC X(01).

       FD  INVOICE-REGISTER-FILE-NOVO.
       01  INVOICE-REGISTER-RECORD-NOVO.
           02 FATN-VALOR             PIC 9(09)V99.
           02 FATN-STATUS            PIC X(01).
           02 FATN-VALOR-PAGO        PIC 9(09)V99.
           02 FATN-NOSSO-NUMERO      PIC 9(09).
           02 FATN-DATA-VENCIMENTO   PIC 9(08).
           02 FATN-BOLETO-STATUS     PIC X(01).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
               03 WRK-FAT-VALOR      PIC 9(09)V99.
               03 WRK-FAT-STATUS     PIC X(01).
               03 WRK-FAT-PAGO       PIC 9(09)V99.
               03 WRK-FAT-NOSSO-NUM  PIC 9(09).
               03 WRK-FAT-VENCIMENTO PIC 9(08).
               03 WRK-FAT-BOLETO     PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       TO WRK-FAT-STATUS(WRK-QTD-FAT)
                   MOVE FAT-VALOR-PAGO
                       TO WRK-FAT-PAGO(WRK-QTD-FAT)
                   MOVE FAT-NOSSO-NUMERO
                       TO WRK-FAT-NOSSO-NUM(WRK-QTD-FAT)
                   MOVE FAT-DATA-VENCIMENTO
                       TO WRK-FAT-VENCIMENTO(WRK-QTD-FAT)
                   MOVE FAT-BOLETO-STATUS
                       TO WRK-FAT-BOLETO(WRK-QTD-FAT)
           END-READ.

       0200-PROCESSAR.
           MOVE WRK-FAT-VALOR(WRK-SUB-FAT)    TO FATN-VALOR.
           MOVE WRK-FAT-STATUS(WRK-SUB-FAT)   TO FATN-STATUS.
           MOVE WRK-FAT-PAGO(WRK-SUB-FAT)     TO FATN-VALOR-PAGO.
           MOVE WRK-FAT-NOSSO-NUM(WRK-SUB-FAT) TO FATN-NOSSO-NUMERO.
           MOVE WRK-FAT-VENCIMENTO(WRK-SUB-FAT)
                                              TO FATN-DATA-VENCIMENTO.
           MOVE WRK-FAT-BOLETO(WRK-SUB-FAT)   TO FATN-BOLETO-STATUS.
           WRITE INVOICE-REGISTER-RECORD-NOVO.
           MOVE 'FATREGNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
