       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDSAL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: LANCAMENTO NOTURNO DO CREDITO DE SALARIO NAS CONTAS
      *          DO PROPRIO CAIXA. LE O SALINT.dat GERADO PELO
      *          BANCOREM (EMPREGADOS COM BK-TIPO-CONTA = I NO
      *          BANKMAST) E CREDITA NO ACCMAST CADA LIQUIDO CUJA
      *          DATA DE PAGAMENTO JA CHEGOU (DATA DE MOVIMENTO DO
      *          SCHEDCTL.dat). CADA CREDITO SAI NO TELLERTX COMO
      *          TIPO F (REAIS NO TX-VALOR, CENTAVOS NO TX-CENTAVOS),
      *          COM LINHA NO RECIBO E NO AUDITLOG. CREDITO COM DATA
      *          FUTURA FICA NO SALINT PARA A RODADA DO DIA; CREDITO
      *          JA LANCADO (MESMA CONTA, DATA E VALOR NO TELLERTX)
      *          NAO E LANCADO DE NOVO; CONTA AUSENTE OU NAO ATIVA
      *          RECUSA O CREDITO, QUE SAI NO CONTROLE PARA PAGAMENTO
      *          POR OUTRO MEIO. O RESULTADO E ACRESCENTADO AO
      *          SALCTL.dat DO BANCOREM. ACCMAST E SALINT SAO
      *          REGRAVADOS VIA ARQUIVO NOVO E PROMOVIDOS.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: SALARIO DE QUEM TEM CONTA NO CAIXA SAIA
      *             NA REMESSA PARA OUTRO BANCO.
      *2026-10-15 - CONTA DORMENTE (STATUS D) RECEBE O CREDITO DE
      *             SALARIO COMO A ATIVA.
      *2026-10-15 - REGISTRO DO ACCMAST CRESCE COM O TIPO DA CONTA E OS
      *             CAMPOS DO RENDIMENTO DA POUPANCA (AC-TIPO-CONTA,
      *             AC-POUP-ANIV, AC-POUP-SALDO-MIN, AC-POUP-RESGATE).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "SCHEDCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCHEDCTL.
           SELECT IN-HOUSE-CREDIT-FILE ASSIGN TO "SALINT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALINT.
           SELECT IN-HOUSE-CREDIT-FILE-NOVO ASSIGN TO "SALINTNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALINTNEW.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT ACCOUNT-MASTER-FILE-NOVO ASSIGN TO "ACCNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCNEW.
           SELECT TELLER-TRANSACTIONS-FILE ASSIGN TO "TELLERTX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TELLERTX.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           SELECT RECEIPT-FILE ASSIGN TO "RECIBO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECIBO.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "SALCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

       FD  IN-HOUSE-CREDIT-FILE.
       01  IN-HOUSE-CREDIT-RECORD.
           02 SI-CONTA               PIC X(06).
           02 SI-MATRICULA           PIC X(06).
           02 SI-NOME                PIC X(30).
           02 SI-VALOR               PIC 9(09)V99.
           02 SI-FINALIDADE          PIC X(03).
           02 SI-DATA-PAGTO          PIC 9(08).

       FD  IN-HOUSE-CREDIT-FILE-NOVO.
       01  IN-HOUSE-CREDIT-RECORD-NOVO PIC X(64).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
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
           02 TX-DATA                PIC 9(08).
           02 TX-TELLER              PIC X(06).
           02 TX-CONTA               PIC X(06).
           02 TX-TIPO                PIC X(01).
           02 TX-HORA                PIC 9(08).
           02 TX-VALOR               PIC 9(06).
           02 TX-QTD-DENOM           PIC 9(02).
           02 TX-DEN OCCURS 12 TIMES.
               03 TX-DEN-VALOR       PIC 9(03).
               03 TX-DEN-QTD         PIC 9(05).
           02 TX-REF-DATA            PIC 9(08).
           02 TX-REF-HORA            PIC 9(08).
           02 TX-OPERADOR            PIC X(06).
           02 TX-CONTA-DESTINO       PIC X(06).
           02 TX-CENTAVOS            PIC 9(02).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
           02 AUD-SEQUENCIA         PIC 9(06).
           02 AUD-DATA              PIC 9(08).
           02 AUD-HORA              PIC 9(08).
           02 AUD-ENTRADA           PIC X(30).
           02 AUD-SAIDA             PIC X(30).
           02 AUD-OPERADOR          PIC X(06).

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           02 REC-TIPO                PIC X(09).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 REC-HORA                PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 REC-VALOR-ED            PIC $ZZZ.ZZ9,99.
           02 REC-DEN OCCURS 12 TIMES.
               03 FILLER              PIC X(01).
               03 REC-DEN-VALOR       PIC ZZ9.
               03 FILLER              PIC X(01).
               03 REC-DEN-QTD         PIC ZZZZ9.
           02 FILLER                  PIC X(02).
           02 REC-OPERADOR            PIC X(06).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD     PIC X(72).

       WORKING-STORAGE SECTION.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CREDSAL'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALINT          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALINTNEW       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TELLERTX        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-RECIBO          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALCTL          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-SALINT         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CREDITOS                  VALUE 'S'.
       77 WRK-FIM-ACCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTAS                    VALUE 'S'.
       77 WRK-FIM-TELLERTX       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TRANSACOES                VALUE 'S'.
       77 WRK-TEM-SALINT         PIC X(01)      VALUE 'N'.
           88 WRK-HA-CREDITOS                   VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-SISTEMA       PIC 9(08)      VALUE ZEROS.
       77 WRK-VALOR-REAIS        PIC 9(09)      VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS     PIC 9(02)      VALUE ZEROS.
       77 WRK-CONTA-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-IDX-CONTA-ACHADA   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CONTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LANCADO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-DEN            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-JA-LANCADO         PIC X(01)      VALUE 'N'.
           88 WRK-CREDITO-JA-LANCADO            VALUE 'S'.
       77 WRK-MOTIVO-RECUSA      PIC X(20)      VALUE SPACES.
       77 WRK-QTD-LIDOS          PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-LIDOS        PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-CREDITADOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-CREDITADOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-PENDENTES      PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-DUPLICADOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-RECUSADOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-RECUSADOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-DIFERENCA          PIC S9(11)V99  VALUE ZEROS.
       77 WRK-CTL-DESCRICAO      PIC X(34)      VALUE SPACES.
       77 WRK-CTL-QTD            PIC 9(05)      VALUE ZEROS.
       77 WRK-CTL-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-CTL-QTD-ED         PIC ZZ.ZZ9.
       77 WRK-CTL-VALOR-ED       PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-CTL-DIFERENCA-ED   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-ACCMAST       PIC X(20)      VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20)      VALUE "ACCNEW.dat".
       77 WRK-NOME-SALINT        PIC X(20)      VALUE "SALINT.dat".
       77 WRK-NOME-SALINTNEW     PIC X(20)      VALUE "SALINTNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
       77 WRK-RC-ARQUIVO         PIC 9(9)       COMP-5.

       01  WRK-TAB-CONTA VALUE ZEROS.
           02 WRK-CONTA-LINHA OCCURS 100 TIMES
                               INDEXED BY WRK-IDX-CTA.
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

      *    CREDITOS DE SALARIO JA LANCADOS NO TELLERTX (TIPO F), PARA
      *    O MESMO SALINT REGERADO PELO BANCOREM NAO CREDITAR DUAS
      *    VEZES A MESMA FOLHA.
       01  WRK-TAB-LANCADO.
           02 WRK-LANCADO-LINHA OCCURS 500 TIMES
                               INDEXED BY WRK-IDX-LANC.
               03 WRK-LANC-CONTA     PIC X(06).
               03 WRK-LANC-DATA      PIC 9(08).
               03 WRK-LANC-VALOR     PIC 9(06).
               03 WRK-LANC-CENTAVOS  PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-HA-CREDITOS
               PERFORM 0200-PROCESSAR
               PERFORM 0900-ENCERRAR
           ELSE
               DISPLAY 'SALINT.dat AUSENTE - NENHUM CREDITO DE '
                   'SALARIO EM CONTA A LANCAR.'
           END-IF.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0105-LER-DATA-MOVIMENTO.
           OPEN INPUT IN-HOUSE-CREDIT-FILE.
           IF WRK-FS-SALINT = '00'
               MOVE 'S' TO WRK-TEM-SALINT
               PERFORM 0120-CARREGAR-CONTAS
               PERFORM 0130-CARREGAR-LANCADOS
               MOVE 'CREDSAL' TO WRK-AUDIT-PROGRAMA
               PERFORM 0140-OBTER-SEQ-AUDITORIA
               PERFORM 0150-ABRIR-SAIDAS
           END-IF.

      *    DATA DE MOVIMENTO DO LOTE: A MESMA QUE O AGENDA ACABOU
      *    DE AVANCAR PARA O DIA UTIL DA RODADA.
       0105-LER-DATA-MOVIMENTO.
           OPEN INPUT SCHEDULE-CONTROL-FILE.
           MOVE 'SCHEDCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SCHEDCTL,
               WRK-FSCHK-CHAVE.
           READ SCHEDULE-CONTROL-FILE
               AT END
                   MOVE ZEROS TO SC-DATA-MOVIMENTO
           END-READ.
           CLOSE SCHEDULE-CONTROL-FILE.
           MOVE 'SC-DATA-MOVIM' TO WRK-DTCHK-CAMPO.
           MOVE 'E' TO WRK-DTCHK-SEVERIDADE.
           MOVE SC-DATA-MOVIMENTO TO WRK-DTCHK-DATA.
           CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
               WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
               WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO.
           MOVE SC-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO.

       0120-CARREGAR-CONTAS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-CONTA UNTIL WRK-FIM-CONTAS.
           CLOSE ACCOUNT-MASTER-FILE.

       0121-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ACCMAST
               NOT AT END
                   MOVE 'WRK-TAB-CONTA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CONTA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CONTA
                   SET WRK-IDX-CTA TO WRK-QTD-CONTA
                   MOVE AC-CONTA
                       TO WRK-CTA-CONTA(WRK-IDX-CTA)
                   MOVE AC-TITULAR
                       TO WRK-CTA-TITULAR(WRK-IDX-CTA)
                   MOVE AC-STATUS
                       TO WRK-CTA-STATUS(WRK-IDX-CTA)
                   MOVE AC-SALDO
                       TO WRK-CTA-SALDO(WRK-IDX-CTA)
                   MOVE AC-SALDO-BLOQ
                       TO WRK-CTA-BLOQ(WRK-IDX-CTA)
                   MOVE AC-CPFCNPJ
                       TO WRK-CTA-CPFCNPJ(WRK-IDX-CTA)
                   MOVE AC-LIMITE-CHEQUE
                       TO WRK-CTA-LIMITE(WRK-IDX-CTA)
                   MOVE AC-DATA-NEGATIVO
                       TO WRK-CTA-DATA-NEG(WRK-IDX-CTA)
                   MOVE AC-JUROS-CHEQ-ACUM
                       TO WRK-CTA-JUROS-CE(WRK-IDX-CTA)
                   MOVE AC-IOF-CHEQ-ACUM
                       TO WRK-CTA-IOF-CE(WRK-IDX-CTA)
                   MOVE AC-TIPO-CONTA
                       TO WRK-CTA-TIPO(WRK-IDX-CTA)
                   MOVE AC-POUP-ANIV
                       TO WRK-CTA-POUP-ANIV(WRK-IDX-CTA)
                   MOVE AC-POUP-SALDO-MIN
                       TO WRK-CTA-POUP-MIN(WRK-IDX-CTA)
                   MOVE AC-POUP-RESGATE
                       TO WRK-CTA-POUP-RESG(WRK-IDX-CTA)
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

      *    SO O CREDITO DE FOLHA (COM DATA DE PAGAMENTO) ENTRA NA
      *    TABELA; O RECICLADO VEM COM DATA ZERADA E E UNICO.
       0130-CARREGAR-LANCADOS.
           MOVE 'N' TO WRK-FIM-TELLERTX.
           OPEN INPUT TELLER-TRANSACTIONS-FILE.
           IF WRK-FS-TELLERTX = '00'
               PERFORM 0131-LER-LANCADO UNTIL WRK-FIM-TRANSACOES
               CLOSE TELLER-TRANSACTIONS-FILE
           END-IF.

       0131-LER-LANCADO.
           READ TELLER-TRANSACTIONS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TELLERTX
               NOT AT END
                   IF TX-TIPO = 'F' AND TX-REF-DATA > ZEROS
                       PERFORM 0135-GUARDAR-LANCADO
                   END-IF
           END-READ.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TELLERTX,
               WRK-FSCHK-CHAVE.

       0135-GUARDAR-LANCADO.
           MOVE 'WRK-TAB-LANCADO' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-LANCADO TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-LANCADO.
           SET WRK-IDX-LANC TO WRK-QTD-LANCADO.
           MOVE TX-CONTA    TO WRK-LANC-CONTA(WRK-IDX-LANC).
           MOVE TX-REF-DATA TO WRK-LANC-DATA(WRK-IDX-LANC).
           MOVE TX-VALOR    TO WRK-LANC-VALOR(WRK-IDX-LANC).
           MOVE TX-CENTAVOS TO WRK-LANC-CENTAVOS(WRK-IDX-LANC).

       0140-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '00'
               PERFORM 0141-LER-SEQ-AUDITORIA
                   UNTIL WRK-FIM-SCAN-AUDIT
               CLOSE AUDIT-LOG-FILE
           END-IF.

       0141-LER-SEQ-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUDSEQ
               NOT AT END
                   IF AUD-PROGRAMA = WRK-AUDIT-PROGRAMA
                       AND AUD-SEQUENCIA > WRK-AUDIT-SEQ
                       MOVE AUD-SEQUENCIA TO WRK-AUDIT-SEQ
                   END-IF
           END-READ.

      *    O RESULTADO DO LANCAMENTO VAI NO FIM DO SALCTL DO BANCOREM,
      *    PARA A FOLHA TER UM SO RELATORIO DE CONTROLE.
       0150-ABRIR-SAIDAS.
           OPEN OUTPUT IN-HOUSE-CREDIT-FILE-NOVO.
           MOVE 'SALINTNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALINTNEW,
               WRK-FSCHK-CHAVE.
           OPEN EXTEND CONTROL-REPORT-FILE.
           IF WRK-FS-SALCTL NOT = '00'
               OPEN OUTPUT CONTROL-REPORT-FILE
           END-IF.
           MOVE 'SALCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALCTL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'LANCAMENTO DO CREDITO EM CONTA CAIXA - MOVIMENTO '
               WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.

       0200-PROCESSAR.
           PERFORM 0210-LER-CREDITO UNTIL WRK-FIM-CREDITOS.

      *    CREDITO DE FOLHA SO ENTRA NA CONTA NA DATA DE PAGAMENTO;
      *    ANTES DISSO FICA NO SALINT PARA AS PROXIMAS RODADAS.
       0210-LER-CREDITO.
           READ IN-HOUSE-CREDIT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SALINT
               NOT AT END
                   MOVE SI-MATRICULA TO WRK-FSCHK-CHAVE
                   ADD 1 TO WRK-QTD-LIDOS
                   ADD SI-VALOR TO WRK-TOTAL-LIDOS
                   IF SI-DATA-PAGTO > WRK-DATA-MOVIMENTO
                       PERFORM 0290-MANTER-PENDENTE
                   ELSE
                       PERFORM 0220-LANCAR-CREDITO
                   END-IF
           END-READ.
           MOVE 'SALINT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALINT,
               WRK-FSCHK-CHAVE.

       0220-LANCAR-CREDITO.
           MOVE SI-VALOR TO WRK-VALOR-REAIS.
           COMPUTE WRK-VALOR-CENTAVOS =
               (SI-VALOR - WRK-VALOR-REAIS) * 100.
           PERFORM 0225-VERIFICAR-LANCADO.
           MOVE SI-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0226-LOCALIZAR-CONTA.
           EVALUATE TRUE
               WHEN WRK-CREDITO-JA-LANCADO
                   ADD 1 TO WRK-QTD-DUPLICADOS
                   ADD SI-VALOR TO WRK-TOTAL-DUPLICADOS
               WHEN WRK-IDX-CONTA-ACHADA = ZEROS
                   MOVE 'CONTA INEXISTENTE' TO WRK-MOTIVO-RECUSA
                   PERFORM 0260-RECUSAR-CREDITO
               WHEN WRK-CTA-STATUS(WRK-IDX-CONTA-ACHADA) NOT = 'A'
                   AND WRK-CTA-STATUS(WRK-IDX-CONTA-ACHADA) NOT = 'D'
                   MOVE 'CONTA NAO ATIVA' TO WRK-MOTIVO-RECUSA
                   PERFORM 0260-RECUSAR-CREDITO
               WHEN WRK-VALOR-REAIS > 999999
                   MOVE 'VALOR ACIMA DO LIMITE' TO WRK-MOTIVO-RECUSA
                   PERFORM 0260-RECUSAR-CREDITO
               WHEN OTHER
                   PERFORM 0230-EFETIVAR-CREDITO
           END-EVALUATE.

       0225-VERIFICAR-LANCADO.
           MOVE 'N' TO WRK-JA-LANCADO.
           IF SI-DATA-PAGTO > ZEROS
               PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                   UNTIL WRK-IDX-LANC > WRK-QTD-LANCADO
                   IF WRK-LANC-CONTA(WRK-IDX-LANC) = SI-CONTA
                       AND WRK-LANC-DATA(WRK-IDX-LANC) = SI-DATA-PAGTO
                       AND WRK-LANC-VALOR(WRK-IDX-LANC)
                           = WRK-VALOR-REAIS
                       AND WRK-LANC-CENTAVOS(WRK-IDX-LANC)
                           = WRK-VALOR-CENTAVOS
                       MOVE 'S' TO WRK-JA-LANCADO
                       SET WRK-IDX-LANC TO WRK-QTD-LANCADO
                   END-IF
               END-PERFORM
           END-IF.

       0226-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-IDX-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA
               IF WRK-CTA-CONTA(WRK-IDX-CTA) = WRK-CONTA-BUSCA
                   SET WRK-IDX-CONTA-ACHADA TO WRK-IDX-CTA
                   SET WRK-IDX-CTA TO WRK-QTD-CONTA
               END-IF
           END-PERFORM.

       0230-EFETIVAR-CREDITO.
           ADD SI-VALOR TO WRK-CTA-SALDO(WRK-IDX-CONTA-ACHADA).
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           PERFORM 0232-REGISTRAR-TRANSACAO.
           PERFORM 0233-REGISTRAR-AUDITORIA.
           PERFORM 0234-EMITIR-RECIBO.
           IF SI-DATA-PAGTO > ZEROS
               PERFORM 0236-GUARDAR-CREDITO
           END-IF.
           ADD 1 TO WRK-QTD-CREDITADOS.
           ADD SI-VALOR TO WRK-TOTAL-CREDITADOS.

      *    CREDITO DE SALARIO NO TELLERTX (TIPO F), SEM CAIXA NEM
      *    OPERADOR: REAIS NO TX-VALOR, CENTAVOS NO TX-CENTAVOS E A
      *    DATA DE PAGAMENTO DA FOLHA NO TX-REF-DATA.
       0232-REGISTRAR-TRANSACAO.
           OPEN EXTEND TELLER-TRANSACTIONS-FILE.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TELLERTX,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DATA-MOVIMENTO TO TX-DATA.
           MOVE SPACES             TO TX-TELLER TX-OPERADOR.
           MOVE SI-CONTA           TO TX-CONTA.
           MOVE 'F'                TO TX-TIPO.
           MOVE WRK-HORA-SISTEMA   TO TX-HORA.
           MOVE WRK-VALOR-REAIS    TO TX-VALOR.
           MOVE ZEROS              TO TX-QTD-DENOM.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > 12
               MOVE ZEROS TO TX-DEN-VALOR(WRK-SUB-DEN)
                             TX-DEN-QTD(WRK-SUB-DEN)
           END-PERFORM.
           MOVE SI-DATA-PAGTO      TO TX-REF-DATA.
           MOVE ZEROS              TO TX-REF-HORA.
           MOVE SPACES             TO TX-CONTA-DESTINO.
           MOVE WRK-VALOR-CENTAVOS TO TX-CENTAVOS.
           WRITE TELLER-TX-RECORD.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TELLERTX,
               WRK-FSCHK-CHAVE.
           CLOSE TELLER-TRANSACTIONS-FILE.

      *    A LINHA DE AUDITORIA LEVA A DATA DE MOVIMENTO, A MESMA DO
      *    TELLERTX, PARA O CRUZAMENTO DO AUDVERIF FECHAR.
       0233-REGISTRAR-AUDITORIA.
           MOVE WRK-DATA-MOVIMENTO TO WRK-AUDIT-DATA.
           MOVE WRK-HORA-SISTEMA TO WRK-AUDIT-HORA.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'SALARIO=' TX-VALOR ',' TX-CENTAVOS
               ' MAT=' SI-MATRICULA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'CONTA=' SI-CONTA ' ' SI-FINALIDADE
               ' DT=' SI-DATA-PAGTO
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE SPACES             TO AUD-OPERADOR.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           WRITE AUDIT-LOG-RECORD.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.

      *    MESMO LAYOUT DO COMPROVANTE DO CAIXA, SEM NOTAS NEM
      *    OPERADOR.
       0234-EMITIR-RECIBO.
           MOVE SPACES TO RECEIPT-RECORD.
           OPEN EXTEND RECEIPT-FILE.
           MOVE 'RECIBO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RECIBO,
               WRK-FSCHK-CHAVE.
           MOVE 'SALARIO'        TO REC-TIPO.
           MOVE WRK-HORA-SISTEMA TO REC-HORA.
           MOVE SI-VALOR         TO REC-VALOR-ED.
           WRITE RECEIPT-RECORD.
           MOVE 'RECIBO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RECIBO,
               WRK-FSCHK-CHAVE.
           CLOSE RECEIPT-FILE.

      *    O CREDITO DE HOJE ENTRA NA TABELA DE LANCADOS: O MESMO
      *    CREDITO REPETIDO NO SALINT NAO E LANCADO DUAS VEZES.
       0236-GUARDAR-CREDITO.
           MOVE 'WRK-TAB-LANCADO' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-LANCADO TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-LANCADO.
           SET WRK-IDX-LANC TO WRK-QTD-LANCADO.
           MOVE SI-CONTA           TO WRK-LANC-CONTA(WRK-IDX-LANC).
           MOVE SI-DATA-PAGTO      TO WRK-LANC-DATA(WRK-IDX-LANC).
           MOVE WRK-VALOR-REAIS    TO WRK-LANC-VALOR(WRK-IDX-LANC).
           MOVE WRK-VALOR-CENTAVOS TO WRK-LANC-CENTAVOS(WRK-IDX-LANC).

      *    CREDITO RECUSADO SAI DO SALINT E FICA NO CONTROLE PARA O
      *    PAGAMENTO POR OUTRO MEIO.
       0260-RECUSAR-CREDITO.
           ADD 1 TO WRK-QTD-RECUSADOS.
           ADD SI-VALOR TO WRK-TOTAL-RECUSADOS.
           MOVE SI-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'RECUSADO ' SI-MATRICULA ' ' SI-CONTA ' '
               WRK-VALOR-ED ' ' WRK-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           DISPLAY 'CREDITO DE SALARIO RECUSADO: MATRICULA '
               SI-MATRICULA ' CONTA ' SI-CONTA ' - '
               WRK-MOTIVO-RECUSA.
           MOVE 4 TO RETURN-CODE.

       0290-MANTER-PENDENTE.
           ADD 1 TO WRK-QTD-PENDENTES.
           ADD SI-VALOR TO WRK-TOTAL-PENDENTES.
           MOVE IN-HOUSE-CREDIT-RECORD TO IN-HOUSE-CREDIT-RECORD-NOVO.
           WRITE IN-HOUSE-CREDIT-RECORD-NOVO.
           MOVE 'SALINTNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALINTNEW,
               WRK-FSCHK-CHAVE.

      *    SALINT SEM PENDENTES E CONSUMIDO (O PROMOVE NAO ACEITA
      *    ARQUIVO NOVO VAZIO).
       0900-ENCERRAR.
           CLOSE IN-HOUSE-CREDIT-FILE.
           CLOSE IN-HOUSE-CREDIT-FILE-NOVO.
           IF WRK-QTD-CREDITADOS > 0
               PERFORM 0930-GRAVAR-CONTAS
               CALL 'PROMOVE' USING WRK-NOME-ACCMAST,
                   WRK-NOME-ACCNEW, WRK-RESULT-PROMOCAO
               IF WRK-RESULT-PROMOCAO NOT = 'S'
                   DISPLAY 'PROMOCAO DE ' WRK-NOME-ACCMAST
                       ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-QTD-PENDENTES > 0
               CALL 'PROMOVE' USING WRK-NOME-SALINT,
                   WRK-NOME-SALINTNEW, WRK-RESULT-PROMOCAO
               IF WRK-RESULT-PROMOCAO NOT = 'S'
                   DISPLAY 'PROMOCAO DE ' WRK-NOME-SALINT
                       ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               CALL 'CBL_DELETE_FILE' USING WRK-NOME-SALINT
                   RETURNING WRK-RC-ARQUIVO
               CALL 'CBL_DELETE_FILE' USING WRK-NOME-SALINTNEW
                   RETURNING WRK-RC-ARQUIVO
           END-IF.
           PERFORM 0910-GRAVAR-TOTAIS.
           CLOSE CONTROL-REPORT-FILE.
           DISPLAY 'CREDITO DE SALARIO EM CONTA EM ' WRK-DATA-MOVIMENTO
               ': ' WRK-QTD-CREDITADOS ' CREDITADO(S), '
               WRK-QTD-PENDENTES ' AGUARDANDO, '
               WRK-QTD-RECUSADOS ' RECUSADO(S).'.

      *    O QUE FOI LIDO DO SALINT TEM DE FECHAR COM O CREDITADO, O
      *    QUE FICOU PARA DEPOIS, O JA LANCADO E O RECUSADO.
       0910-GRAVAR-TOTAIS.
           COMPUTE WRK-DIFERENCA = WRK-TOTAL-LIDOS
               - WRK-TOTAL-CREDITADOS - WRK-TOTAL-PENDENTES
               - WRK-TOTAL-DUPLICADOS - WRK-TOTAL-RECUSADOS.
           MOVE 'LIDOS NO SALINT' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-LIDOS   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-LIDOS TO WRK-CTL-VALOR.
           PERFORM 0916-GRAVAR-LINHA-VALOR.
           MOVE 'CREDITADOS NA CONTA (TIPO F)' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-CREDITADOS   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-CREDITADOS TO WRK-CTL-VALOR.
           PERFORM 0916-GRAVAR-LINHA-VALOR.
           MOVE 'AGUARDANDO DATA DE PAGAMENTO' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-PENDENTES   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-PENDENTES TO WRK-CTL-VALOR.
           PERFORM 0916-GRAVAR-LINHA-VALOR.
           MOVE 'JA CREDITADOS ANTES' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-DUPLICADOS   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-DUPLICADOS TO WRK-CTL-VALOR.
           PERFORM 0916-GRAVAR-LINHA-VALOR.
           MOVE 'RECUSADOS' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-RECUSADOS   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-RECUSADOS TO WRK-CTL-VALOR.
           PERFORM 0916-GRAVAR-LINHA-VALOR.
           MOVE WRK-DIFERENCA TO WRK-CTL-DIFERENCA-ED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'DIFERENCA                                 '
               WRK-CTL-DIFERENCA-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'SITUACAO: CONCILIADO' TO CONTROL-REPORT-RECORD
           ELSE
               MOVE 'SITUACAO: DIVERGENTE' TO CONTROL-REPORT-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0915-GRAVAR-LINHA.

       0915-GRAVAR-LINHA.
           WRITE CONTROL-REPORT-RECORD.
           MOVE 'SALCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALCTL,
               WRK-FSCHK-CHAVE.

       0916-GRAVAR-LINHA-VALOR.
           MOVE WRK-CTL-QTD   TO WRK-CTL-QTD-ED.
           MOVE WRK-CTL-VALOR TO WRK-CTL-VALOR-ED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING WRK-CTL-DESCRICAO ' ' WRK-CTL-QTD-ED ' '
               WRK-CTL-VALOR-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.

       0930-GRAVAR-CONTAS.
           OPEN OUTPUT ACCOUNT-MASTER-FILE-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0931-GRAVAR-CONTA
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA.
           CLOSE ACCOUNT-MASTER-FILE-NOVO.

       0931-GRAVAR-CONTA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CTA)   TO AC-NOVO-CONTA.
           MOVE WRK-CTA-TITULAR(WRK-IDX-CTA) TO AC-NOVO-TITULAR.
           MOVE WRK-CTA-STATUS(WRK-IDX-CTA)  TO AC-NOVO-STATUS.
           MOVE WRK-CTA-SALDO(WRK-IDX-CTA)   TO AC-NOVO-SALDO.
           MOVE WRK-CTA-BLOQ(WRK-IDX-CTA)    TO AC-NOVO-SALDO-BLOQ.
           MOVE WRK-CTA-CPFCNPJ(WRK-IDX-CTA) TO AC-NOVO-CPFCNPJ.
           MOVE WRK-CTA-LIMITE(WRK-IDX-CTA)
               TO AC-NOVO-LIMITE-CHEQUE.
           MOVE WRK-CTA-DATA-NEG(WRK-IDX-CTA)
               TO AC-NOVO-DATA-NEGATIVO.
           MOVE WRK-CTA-JUROS-CE(WRK-IDX-CTA)
               TO AC-NOVO-JUROS-CHEQ-ACUM.
           MOVE WRK-CTA-IOF-CE(WRK-IDX-CTA)
               TO AC-NOVO-IOF-CHEQ-ACUM.
           MOVE WRK-CTA-TIPO(WRK-IDX-CTA)
               TO AC-NOVO-TIPO-CONTA.
           MOVE WRK-CTA-POUP-ANIV(WRK-IDX-CTA)
               TO AC-NOVO-POUP-ANIV.
           MOVE WRK-CTA-POUP-MIN(WRK-IDX-CTA)
               TO AC-NOVO-POUP-SALDO-MIN.
           MOVE WRK-CTA-POUP-RESG(WRK-IDX-CTA)
               TO AC-NOVO-POUP-RESGATE.
           WRITE ACCOUNT-MASTER-RECORD-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCNEW,
               WRK-FSCHK-CHAVE.
