      *MODIFICACOES
      *2026-09-02 - CRIADO: O COMPLIANCE PEDIA O CORTE MENSAL E A
      *             RESPOSTA ERA GREP DE OLHO NO TELLERTX.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-15 - FD DO ACCMAST ACOMPANHA O CHEQUE ESPECIAL (AC-SALDO
      *             COM SINAL, LIMITE, DATA NEGATIVA E PROVISOES DE
      *             JUROS E IOF).
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

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
