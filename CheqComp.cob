      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - FD E TABELA DO ACCMAST ACOMPANHAM O CHEQUE ESPECIAL:
      *             AC-SALDO COM SINAL (A DEVOLUCAO PODE DEIXAR A CONTA
      *             NEGATIVA) E OS CAMPOS DE LIMITE, DATA NEGATIVA E
      *             PROVISOES PRESERVADOS NA REGRAVACAO.
      *2026-10-15 - REGISTRO DO ACCMAST CRESCE COM O TIPO DA CONTA E OS
      *             CAMPOS DO RENDIMENTO DA POUPANCA (AC-TIPO-CONTA,
      *             AC-POUP-ANIV, AC-POUP-SALDO-MIN, AC-POUP-RESGATE).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 AC-CONTA                PIC X(06).
           02 AC-TITULAR              PIC X(30).
           02 AC-STATUS               PIC X(01).
           02 AC-SALDO                PIC S9(09)V99.
           02 AC-SALDO-BLOQ           PIC 9(09)V99.
           02 AC-CPFCNPJ              PIC 9(14).
           02 AC-LIMITE-CHEQUE        PIC 9(09)V99.
           02 AC-DATA-NEGATIVO        PIC 9(08).
           02 AC-JUROS-CHEQ-ACUM      PIC 9(07)V99.
           02 AC-IOF-CHEQ-ACUM        PIC 9(07)V99.
           02 AC-TIPO-CONTA           PIC X(01).
           02 AC-POUP-ANIV            PIC 9(08).
           02 AC-POUP-SALDO-MIN       PIC 9(09)V99.
           02 AC-POUP-RESGATE         PIC X(01).

       FD  ACCOUNT-MASTER-FILE-NOVO.
       01  ACCOUNT-MASTER-RECORD-NOVO.
           02 AC-NOVO-CONTA           PIC X(06).
           02 AC-NOVO-TITULAR         PIC X(30).
           02 AC-NOVO-STATUS          PIC X(01).
           02 AC-NOVO-SALDO           PIC S9(09)V99.
           02 AC-NOVO-SALDO-BLOQ      PIC 9(09)V99.
           02 AC-NOVO-CPFCNPJ         PIC 9(14).
           02 AC-NOVO-LIMITE-CHEQUE   PIC 9(09)V99.
           02 AC-NOVO-DATA-NEGATIVO   PIC 9(08).
           02 AC-NOVO-JUROS-CHEQ-ACUM PIC 9(07)V99.
           02 AC-NOVO-IOF-CHEQ-ACUM   PIC 9(07)V99.
           02 AC-NOVO-TIPO-CONTA      PIC X(01).
           02 AC-NOVO-POUP-ANIV       PIC 9(08).
           02 AC-NOVO-POUP-SALDO-MIN  PIC 9(09)V99.
           02 AC-NOVO-POUP-RESGATE    PIC X(01).

       FD  TELLER-TRANSACTIONS-FILE.
       01  TELLER-TX-RECORD.
               03 WRK-CTA-CONTA      PIC X(06).
               03 WRK-CTA-TITULAR    PIC X(30).
               03 WRK-CTA-STATUS     PIC X(01).
               03 WRK-CTA-SALDO      PIC S9(09)V99.
               03 WRK-CTA-BLOQ       PIC 9(09)V99.
               03 WRK-CTA-CPFCNPJ    PIC 9(14).
               03 WRK-CTA-LIMITE     PIC 9(09)V99.
               03 WRK-CTA-DATA-NEG   PIC 9(08).
               03 WRK-CTA-JUROS-CE   PIC 9(07)V99.
               03 WRK-CTA-IOF-CE     PIC 9(07)V99.
               03 WRK-CTA-TIPO       PIC X(01).
               03 WRK-CTA-POUP-ANIV  PIC 9(08).
               03 WRK-CTA-POUP-MIN   PIC 9(09)V99.
               03 WRK-CTA-POUP-RESG  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       TO WRK-CTA-BLOQ(WRK-QTD-CONTA)
                   MOVE AC-CPFCNPJ
                       TO WRK-CTA-CPFCNPJ(WRK-QTD-CONTA)
                   MOVE AC-LIMITE-CHEQUE
                       TO WRK-CTA-LIMITE(WRK-QTD-CONTA)
                   MOVE AC-DATA-NEGATIVO
                       TO WRK-CTA-DATA-NEG(WRK-QTD-CONTA)
                   MOVE AC-JUROS-CHEQ-ACUM
                       TO WRK-CTA-JUROS-CE(WRK-QTD-CONTA)
                   MOVE AC-IOF-CHEQ-ACUM
                       TO WRK-CTA-IOF-CE(WRK-QTD-CONTA)
                   MOVE AC-TIPO-CONTA
                       TO WRK-CTA-TIPO(WRK-QTD-CONTA)
                   MOVE AC-POUP-ANIV
                       TO WRK-CTA-POUP-ANIV(WRK-QTD-CONTA)
                   MOVE AC-POUP-SALDO-MIN
                       TO WRK-CTA-POUP-MIN(WRK-QTD-CONTA)
                   MOVE AC-POUP-RESGATE
                       TO WRK-CTA-POUP-RESG(WRK-QTD-CONTA)
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           MOVE WRK-CTA-SALDO(WRK-SUB-CTA)   TO AC-NOVO-SALDO.
           MOVE WRK-CTA-BLOQ(WRK-SUB-CTA)    TO AC-NOVO-SALDO-BLOQ.
           MOVE WRK-CTA-CPFCNPJ(WRK-SUB-CTA) TO AC-NOVO-CPFCNPJ.
           MOVE WRK-CTA-LIMITE(WRK-SUB-CTA)
               TO AC-NOVO-LIMITE-CHEQUE.
           MOVE WRK-CTA-DATA-NEG(WRK-SUB-CTA)
               TO AC-NOVO-DATA-NEGATIVO.
           MOVE WRK-CTA-JUROS-CE(WRK-SUB-CTA)
               TO AC-NOVO-JUROS-CHEQ-ACUM.
           MOVE WRK-CTA-IOF-CE(WRK-SUB-CTA)
               TO AC-NOVO-IOF-CHEQ-ACUM.
           MOVE WRK-CTA-TIPO(WRK-SUB-CTA)
               TO AC-NOVO-TIPO-CONTA.
           MOVE WRK-CTA-POUP-ANIV(WRK-SUB-CTA)
               TO AC-NOVO-POUP-ANIV.
           MOVE WRK-CTA-POUP-MIN(WRK-SUB-CTA)
               TO AC-NOVO-POUP-SALDO-MIN.
           MOVE WRK-CTA-POUP-RESG(WRK-SUB-CTA)
               TO AC-NOVO-POUP-RESGATE.
           WRITE ACCOUNT-MASTER-RECORD-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
