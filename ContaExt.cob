      *             (TIPO T): DEBITO QUANDO A CONTA E A ORIGEM E
      *             CREDITO QUANDO E O DESTINO (NOVO CAMPO
      *             TX-CONTA-DESTINO DO TELLERTX).
      *2026-10-15 - EXTRATO MOSTRA OS LANCAMENTOS DE JUROS E IOF DO
      *             CHEQUE ESPECIAL (TIPOS C E I) E FECHA COM A POSICAO
      *             DA CONTA NO ACCMAST: SALDO, LIMITE, LIMITE
      *             UTILIZADO, LIMITE DISPONIVEL E ENCARGOS A COBRAR.
      *2026-10-15 - EXTRATO MOSTRA O PAGAMENTO DE CONTA DEBITADO (TIPO
      *             P) COM OS CENTAVOS DO NOVO CAMPO TX-CENTAVOS.
      *2026-10-15 - EXTRATO MOSTRA O CREDITO DE SALARIO EM CONTA (TIPO
      *             F) COM OS CENTAVOS DO TX-CENTAVOS.
      *2026-10-15 - EXTRATO MOSTRA O RENDIMENTO DA POUPANCA (TIPO N) COM
      *             OS CENTAVOS DO TX-CENTAVOS; CONTA POUPANCA FECHA COM
      *             O PROXIMO ANIVERSARIO NO LUGAR DO CHEQUE ESPECIAL.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TELLER-TRANSACTIONS-FILE ASSIGN TO "TELLERTX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TELLERTX.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT STATEMENT-FILE ASSIGN TO "EXTRATO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           02 TX-REF-HORA            PIC 9(08).
           02 TX-OPERADOR            PIC X(06).
           02 TX-CONTA-DESTINO       PIC X(06).
           02 TX-CENTAVOS            PIC 9(02).

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

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD          PIC X(60).
       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'EXTRATO'.
       77 WRK-FS-TELLERTX        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EXTRATO         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ACCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTAS                    VALUE 'S'.
       77 WRK-CONTA-ACHADA       PIC X(01)      VALUE 'N'.
           88 WRK-CONTA-NO-CADASTRO             VALUE 'S'.
       77 WRK-SALDO-CONTA        PIC S9(09)V99  VALUE ZEROS.
       77 WRK-LIMITE-CONTA       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-LIMITE-USADO       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-LIMITE-LIVRE       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-ENCARGOS-CE        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-SALDO-ED           PIC ----.---.--9,99.
       77 WRK-TIPO-CONTA         PIC X(01)      VALUE SPACES.
       77 WRK-POUP-ANIV          PIC 9(08)      VALUE ZEROS.
       77 WRK-POUP-RESGATE       PIC X(01)      VALUE SPACES.
       77 WRK-FIM-TELLERTX       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TX                        VALUE 'S'.
       77 WRK-CONTA              PIC X(06)      VALUE SPACES.
       77 WRK-TOTAL-SAQUES       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-DEPOSITOS    PIC 9(09)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZ9,99.
       77 WRK-VALOR-TX           PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TIPO-DESC          PIC X(08)      VALUE SPACES.

       PROCEDURE DIVISION.
       0200-PROCESSAR.
           IF TX-CONTA = WRK-CONTA
               ADD 1 TO WRK-QTD-MOVIMENTOS
               MOVE TX-VALOR TO WRK-VALOR-TX
               EVALUATE TX-TIPO
                   WHEN 'S'
                       MOVE 'SAQUE   ' TO WRK-TIPO-DESC
                   WHEN 'J'
                       MOVE 'JUROS   ' TO WRK-TIPO-DESC
                       ADD TX-VALOR TO WRK-TOTAL-DEPOSITOS
                   WHEN 'C'
                       MOVE 'JUROS-CE' TO WRK-TIPO-DESC
                       ADD TX-VALOR TO WRK-TOTAL-SAQUES
                   WHEN 'I'
                       MOVE 'IOF-CE  ' TO WRK-TIPO-DESC
                       ADD TX-VALOR TO WRK-TOTAL-SAQUES
                   WHEN 'P'
                       MOVE 'PAGTO   ' TO WRK-TIPO-DESC
                       COMPUTE WRK-VALOR-TX =
                           TX-VALOR + TX-CENTAVOS / 100
                       ADD WRK-VALOR-TX TO WRK-TOTAL-SAQUES
                   WHEN 'F'
                       MOVE 'SALARIO ' TO WRK-TIPO-DESC
                       COMPUTE WRK-VALOR-TX =
                           TX-VALOR + TX-CENTAVOS / 100
                       ADD WRK-VALOR-TX TO WRK-TOTAL-DEPOSITOS
                   WHEN 'N'
                       MOVE 'RENDIM  ' TO WRK-TIPO-DESC
                       COMPUTE WRK-VALOR-TX =
                           TX-VALOR + TX-CENTAVOS / 100
                       ADD WRK-VALOR-TX TO WRK-TOTAL-DEPOSITOS
                   WHEN OTHER
                       MOVE 'DEPOSITO' TO WRK-TIPO-DESC
                       ADD TX-VALOR TO WRK-TOTAL-DEPOSITOS
               END-EVALUATE
               MOVE WRK-VALOR-TX TO WRK-VALOR-ED
               MOVE SPACES TO STATEMENT-RECORD
               STRING TX-DATA ' ' TX-HORA ' ' WRK-TIPO-DESC
                   ' ' WRK-VALOR-ED
           STRING 'TOTAL DE DEPOSITOS: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           PERFORM 0310-POSICAO-CHEQUE-ESPECIAL.
           CLOSE TELLER-TRANSACTIONS-FILE.
           CLOSE STATEMENT-FILE.
           DISPLAY 'MOVIMENTOS DA CONTA ' WRK-CONTA ': '
               WRK-QTD-MOVIMENTOS.

      *    POSICAO DA CONTA NO ACCMAST: SALDO, LIMITE DE CHEQUE
      *    ESPECIAL, QUANTO DELE ESTA EM USO E OS ENCARGOS JA
      *    PROVISIONADOS QUE O FECHAMENTO DO MES VAI COBRAR.
       0310-POSICAO-CHEQUE-ESPECIAL.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WRK-FS-ACCMAST = '00'
               PERFORM 0311-LER-CONTA UNTIL WRK-FIM-CONTAS
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WRK-CONTA-NO-CADASTRO
               IF WRK-SALDO-CONTA < ZEROS
                   COMPUTE WRK-LIMITE-USADO = ZEROS - WRK-SALDO-CONTA
               END-IF
               IF WRK-LIMITE-CONTA > WRK-LIMITE-USADO
                   COMPUTE WRK-LIMITE-LIVRE =
                       WRK-LIMITE-CONTA - WRK-LIMITE-USADO
               END-IF
               MOVE WRK-SALDO-CONTA TO WRK-SALDO-ED
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'SALDO ATUAL:        ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               PERFORM 0210-GRAVAR-LINHA
               IF WRK-TIPO-CONTA = 'P'
                   PERFORM 0315-POSICAO-POUPANCA
               ELSE
                   MOVE WRK-LIMITE-CONTA TO WRK-SALDO-ED
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING 'LIMITE CHEQUE ESP.: ' WRK-SALDO-ED
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   PERFORM 0210-GRAVAR-LINHA
                   MOVE WRK-LIMITE-USADO TO WRK-SALDO-ED
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING 'LIMITE UTILIZADO:   ' WRK-SALDO-ED
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   PERFORM 0210-GRAVAR-LINHA
                   MOVE WRK-LIMITE-LIVRE TO WRK-SALDO-ED
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING 'LIMITE DISPONIVEL:  ' WRK-SALDO-ED
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   PERFORM 0210-GRAVAR-LINHA
                   IF WRK-ENCARGOS-CE > 0
                       MOVE WRK-ENCARGOS-CE TO WRK-SALDO-ED
                       MOVE SPACES TO STATEMENT-RECORD
                       STRING 'ENCARGOS A COBRAR:  ' WRK-SALDO-ED
                           DELIMITED BY SIZE INTO STATEMENT-RECORD
                       PERFORM 0210-GRAVAR-LINHA
                   END-IF
               END-IF
           END-IF.

      *    POUPANCA NAO TEM CHEQUE ESPECIAL: MOSTRA O PROXIMO
      *    ANIVERSARIO E SE UM RESGATE JA TIROU O RENDIMENTO DELE.
       0315-POSICAO-POUPANCA.
           MOVE SPACES TO STATEMENT-RECORD.
           IF WRK-POUP-ANIV = ZEROS
               STRING 'POUPANCA SEM ANIVERSARIO - AGUARDA DEPOSITO'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               STRING 'PROXIMO ANIVERSARIO: ' WRK-POUP-ANIV(7:2) '/'
                   WRK-POUP-ANIV(5:2) '/' WRK-POUP-ANIV(1:4)
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF.
           PERFORM 0210-GRAVAR-LINHA.
           IF WRK-POUP-RESGATE = 'S'
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'RESGATE NO PERIODO - SEM RENDIMENTO NO '
                   'ANIVERSARIO'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               PERFORM 0210-GRAVAR-LINHA
           END-IF.

       0311-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ACCMAST
               NOT AT END
                   IF AC-CONTA = WRK-CONTA
                       MOVE 'S' TO WRK-CONTA-ACHADA
                       MOVE AC-SALDO TO WRK-SALDO-CONTA
                       MOVE AC-LIMITE-CHEQUE TO WRK-LIMITE-CONTA
                       MOVE AC-TIPO-CONTA TO WRK-TIPO-CONTA
                       MOVE AC-POUP-ANIV TO WRK-POUP-ANIV
                       MOVE AC-POUP-RESGATE TO WRK-POUP-RESGATE
                       COMPUTE WRK-ENCARGOS-CE =
                           AC-JUROS-CHEQ-ACUM + AC-IOF-CHEQ-ACUM
                       MOVE 'S' TO WRK-FIM-ACCMAST
                   END-IF
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.
