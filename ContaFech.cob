      *             TX-VALOR DO TELLERTX: O MESMO VALOR POSTADO NO
      *             EXTRATO E O APLICADO AO SALDO, QUE ANTES PERDIA
      *             OS CENTAVOS NA GRAVACAO E NUNCA CONCILIAVA.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-15 - COBRA OS JUROS E O IOF DO CHEQUE ESPECIAL
      *             PROVISIONADOS PELO CHEQESP COMO LANCAMENTOS TIPO C E
      *             TIPO I NO TELLERTX, ZERANDO AS PROVISOES, COM OS
      *             TOTAIS NO CONTAFREL. CONTA NEGATIVA NAO PAGA TARIFA
      *             NEM RECEBE REMUNERACAO (O AC-SALDO AGORA TEM SINAL).
      *2026-10-15 - CONTA POUPANCA (AC-TIPO-CONTA = P) NAO PAGA TARIFA
      *             NEM RECEBE A REMUNERACAO DE FIM DE MES: RENDE NO
      *             ANIVERSARIO PELO POUPREND.
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

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
       77 WRK-VALOR-LANCADO      PIC 9(06)      VALUE ZEROS.
       77 WRK-TOTAL-TARIFAS      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-JUROS        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-JUROS-CE     PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-IOF-CE       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QTD-CHEQ-ESPECIAL  PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-PROCESSADAS    PIC 9(04)      VALUE ZEROS.
       77 WRK-SUB-DEN            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
               AT END
                   MOVE 'S' TO WRK-FIM-ACCMAST
               NOT AT END
                   IF AC-STATUS = 'A' AND AC-TIPO-CONTA NOT = 'P'
                       PERFORM 0220-APLICAR-FECHAMENTO
                   END-IF
                   IF AC-JUROS-CHEQ-ACUM > 0
                       OR AC-IOF-CHEQ-ACUM > 0
                       PERFORM 0222-COBRAR-CHEQUE-ESPECIAL
                   END-IF
                   PERFORM 0230-GRAVAR-CONTA
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.

       0220-APLICAR-FECHAMENTO.
           ADD 1 TO WRK-QTD-PROCESSADAS.
           EVALUATE TRUE
               WHEN AC-SALDO >= WRK-TARIFA-CONTA
                   COMPUTE WRK-VALOR-LANCADO ROUNDED =
                       WRK-TARIFA-CONTA
               WHEN AC-SALDO > 0
                   COMPUTE WRK-VALOR-LANCADO = AC-SALDO
               WHEN OTHER
                   MOVE ZEROS TO WRK-VALOR-LANCADO
           END-EVALUATE.
           MOVE WRK-VALOR-LANCADO TO WRK-TARIFA-APLICADA.
           SUBTRACT WRK-VALOR-LANCADO FROM AC-SALDO.
           ADD WRK-VALOR-LANCADO TO WRK-TOTAL-TARIFAS.
               MOVE 'M' TO TX-TIPO
               PERFORM 0225-GRAVAR-LANCAMENTO
           END-IF.
           MOVE ZEROS TO WRK-JUROS-VALOR.
           IF AC-SALDO > 0
               COMPUTE WRK-JUROS-VALOR ROUNDED =
                   AC-SALDO * WRK-JUROS-PERC
           END-IF.
           COMPUTE WRK-VALOR-LANCADO ROUNDED = WRK-JUROS-VALOR.
           IF WRK-VALOR-LANCADO > 0
               ADD WRK-VALOR-LANCADO TO AC-SALDO
               PERFORM 0225-GRAVAR-LANCAMENTO
           END-IF.

      *    JUROS E IOF DO CHEQUE ESPECIAL PROVISIONADOS DIA A DIA
      *    PELO CHEQESP: COBRADOS NO FECHAMENTO COMO TIPO C (JUROS)
      *    E TIPO I (IOF), EM REAIS INTEIROS COMO OS DEMAIS
      *    LANCAMENTOS, E AS PROVISOES ZERADAS PARA O MES SEGUINTE.
       0222-COBRAR-CHEQUE-ESPECIAL.
           ADD 1 TO WRK-QTD-CHEQ-ESPECIAL.
           COMPUTE WRK-VALOR-LANCADO ROUNDED = AC-JUROS-CHEQ-ACUM.
           IF WRK-VALOR-LANCADO > 0
               SUBTRACT WRK-VALOR-LANCADO FROM AC-SALDO
               ADD WRK-VALOR-LANCADO TO WRK-TOTAL-JUROS-CE
               MOVE 'C' TO TX-TIPO
               PERFORM 0225-GRAVAR-LANCAMENTO
           END-IF.
           COMPUTE WRK-VALOR-LANCADO ROUNDED = AC-IOF-CHEQ-ACUM.
           IF WRK-VALOR-LANCADO > 0
               SUBTRACT WRK-VALOR-LANCADO FROM AC-SALDO
               ADD WRK-VALOR-LANCADO TO WRK-TOTAL-IOF-CE
               MOVE 'I' TO TX-TIPO
               PERFORM 0225-GRAVAR-LANCAMENTO
           END-IF.
           MOVE ZEROS TO AC-JUROS-CHEQ-ACUM AC-IOF-CHEQ-ACUM.

       0225-GRAVAR-LANCAMENTO.
           MOVE SPACES TO TX-TELLER TX-OPERADOR TX-CONTA-DESTINO.
           MOVE WRK-DATA-HOJE    TO TX-DATA.
           MOVE AC-SALDO      TO AC-NOVO-SALDO.
           MOVE AC-SALDO-BLOQ TO AC-NOVO-SALDO-BLOQ.
           MOVE AC-CPFCNPJ    TO AC-NOVO-CPFCNPJ.
           MOVE AC-LIMITE-CHEQUE   TO AC-NOVO-LIMITE-CHEQUE.
           MOVE AC-DATA-NEGATIVO   TO AC-NOVO-DATA-NEGATIVO.
           MOVE AC-JUROS-CHEQ-ACUM TO AC-NOVO-JUROS-CHEQ-ACUM.
           MOVE AC-IOF-CHEQ-ACUM   TO AC-NOVO-IOF-CHEQ-ACUM.
           MOVE AC-TIPO-CONTA      TO AC-NOVO-TIPO-CONTA.
           MOVE AC-POUP-ANIV       TO AC-NOVO-POUP-ANIV.
           MOVE AC-POUP-SALDO-MIN  TO AC-NOVO-POUP-SALDO-MIN.
           MOVE AC-POUP-RESGATE    TO AC-NOVO-POUP-RESGATE.
           WRITE ACCOUNT-MASTER-RECORD-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           STRING 'TOTAL DE JUROS CREDITADOS:  ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE WRK-TOTAL-JUROS-CE TO WRK-VALOR-ED.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING 'JUROS CHEQUE ESPECIAL:      ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE WRK-TOTAL-IOF-CE TO WRK-VALOR-ED.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING 'IOF CHEQUE ESPECIAL:        ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING 'CONTAS COM CHEQUE ESPECIAL: '
               WRK-QTD-CHEQ-ESPECIAL
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           CLOSE SUMMARY-REPORT-FILE.

       0915-GRAVAR-LINHA.
