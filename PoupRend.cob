       IDENTIFICATION DIVISION.
       PROGRAM-ID. POUPREND.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: RENDIMENTO NOTURNO DAS CONTAS POUPANCA DO CAIXA
      *          (AC-TIPO-CONTA = P NO ACCMAST). NA DATA DE
      *          ANIVERSARIO DA CONTA (AC-POUP-ANIV) CREDITA A TAXA
      *          MENSAL DO POUPTAB.dat VIGENTE NA DATA DE MOVIMENTO
      *          (SCHEDCTL.dat) SOBRE O MENOR SALDO DESDE O
      *          ANIVERSARIO ANTERIOR (AC-POUP-SALDO-MIN). O CREDITO
      *          SAI NO TELLERTX COMO TIPO N (REAIS NO TX-VALOR,
      *          CENTAVOS NO TX-CENTAVOS, ANIVERSARIO NO TX-REF-DATA)
      *          E APARECE NO EXTRATO. SAQUE, TRANSFERENCIA OU
      *          PAGAMENTO DEBITADO NA POUPANCA ANTES DO ANIVERSARIO
      *          (AC-POUP-RESGATE) FAZ A CONTA PERDER O RENDIMENTO DO
      *          PERIODO. A POUPANCA COMECA A CONTAR NO PRIMEIRO DIA
      *          COM SALDO; DIA 29 A 31 PASSA PARA O DIA 1 SEGUINTE.
      *          O POUPCTL.dat GUARDA A ULTIMA RODADA E O ACUMULADO DA
      *          COMPETENCIA, QUE VAI AO DIARIO CONSOLIDADO JRNCONS.dat
      *          VIA CONTAMAP (POUP-RENDIMENTO / POUP-REND-C) NA
      *          PRIMEIRA RODADA DO MES SEGUINTE. O POUPREL.dat LISTA
      *          OS ANIVERSARIOS DO DIA. ACCMAST REGRAVADO VIA ARQUIVO
      *          NOVO E PROMOVIDO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O CAIXA SO TINHA CONTA CORRENTE, COM
      *             JUROS SOBRE O SALDO DE FIM DE MES NO CONTAFECH.
      *2026-10-15 - TABELA DO CONTAMAP AMPLIADA DE 50 PARA 100 VERBAS (O
      *             MAPA JA ESTAVA NO LIMITE COM AS VERBAS DO ICMS).
      *2026-10-15 - TRAILER DO JRNCONS PASSA A LEVAR A COMPETENCIA E
      *             A DATA DO MOVIMENTO (JCT-COMPETENCIA/JCT-DATA),
      *             PARA O LANCAMENTO NO RAZAO GERAL (CTBLANC).
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
           SELECT SAVINGS-CONTROL-FILE ASSIGN TO "POUPCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POUPCTL.
           SELECT SAVINGS-RATE-FILE ASSIGN TO "POUPTAB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POUPTAB.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT ACCOUNT-MASTER-FILE-NOVO ASSIGN TO "ACCNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCNEW.
           SELECT TELLER-TRANSACTIONS-FILE ASSIGN TO "TELLERTX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TELLERTX.
           SELECT SAVINGS-REPORT-FILE ASSIGN TO "POUPREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POUPREL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT CONSOL-JOURNAL-FILE ASSIGN TO "JRNCONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNCONS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

      *    ULTIMA DATA DE MOVIMENTO PROCESSADA E O RENDIMENTO JA
      *    CREDITADO NA COMPETENCIA AINDA NAO LEVADA AO JRNCONS.
       FD  SAVINGS-CONTROL-FILE.
       01  SAVINGS-CONTROL-RECORD.
           02 PC-ULT-RODADA          PIC 9(08).
           02 PC-COMPETENCIA         PIC 9(06).
           02 PC-TOTAL-MES           PIC 9(11)V99.

      *    TAXA MENSAL DA POUPANCA POR INICIO DE VIGENCIA, NO MOLDE
      *    DAS DEMAIS TABELAS DE TAXAS (0,005000 = 0,5% AO MES).
       FD  SAVINGS-RATE-FILE.
       01  SAVINGS-RATE-RECORD.
           02 PT-VIGENCIA            PIC 9(08).
           02 PT-TAXA-MES            PIC 9(01)V9(06).

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

       FD  SAVINGS-REPORT-FILE.
       01  SAVINGS-REPORT-RECORD      PIC X(72).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 MAP-VERBA             PIC X(15).
           02 MAP-CONTA             PIC X(08).
           02 MAP-NATUREZA          PIC X(01).

       FD  CONSOL-JOURNAL-FILE.
       01  CONSOL-JOURNAL-RECORD.
           02 JC-ORIGEM             PIC X(08).
           02 FILLER                PIC X(02).
           02 JC-CONTA              PIC X(08).
           02 FILLER                PIC X(02).
           02 JC-NATUREZA           PIC X(01).
           02 FILLER                PIC X(02).
           02 JC-VALOR              PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JC-HISTORICO          PIC X(30).
       01  CONSOL-JOURNAL-TRAILER.
           02 JCT-ORIGEM            PIC X(08).
           02 FILLER                PIC X(02).
           02 JCT-LITERAL           PIC X(08).
           02 FILLER                PIC X(02).
           02 JCT-TOTAL-DEBITOS     PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-TOTAL-CREDITOS    PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-COMPETENCIA       PIC 9(06).
           02 FILLER                PIC X(02).
           02 JCT-DATA              PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'POUPREND'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POUPCTL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POUPTAB         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TELLERTX        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POUPREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-POUPTAB        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TAXAS                     VALUE 'S'.
       77 WRK-FIM-ACCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTAS                    VALUE 'S'.
       77 WRK-FIM-TELLERTX       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TRANSACOES                VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-SISTEMA       PIC 9(08)      VALUE ZEROS.
       77 WRK-ULT-RODADA         PIC 9(08)      VALUE ZEROS.
       77 WRK-COMPET-CONTROLE    PIC 9(06)      VALUE ZEROS.
       77 WRK-TOTAL-MES          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-VIG-ACHADA         PIC 9(08)      VALUE ZEROS.
       77 WRK-TAXA-MES           PIC 9(01)V9(06) VALUE ZEROS.
       77 WRK-RENDIMENTO         PIC 9(09)V99   VALUE ZEROS.
       77 WRK-VALOR-REAIS        PIC 9(09)      VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS     PIC 9(02)      VALUE ZEROS.
       77 WRK-SITUACAO           PIC X(07)      VALUE SPACES.
       77 WRK-CONTA-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-IDX-CONTA-ACHADA   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CONTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-DEN            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-POUPANCAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-INICIADAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ANIVERSARIOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CREDITADAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-PERDIDAS       PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-RENDIMENTO   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-SALDO-MIN-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-RENDIMENTO-ED      PIC ZZZ.ZZ9,99.
       77 WRK-TAXA-ED            PIC 9,999999.
       77 WRK-TOTAL-ED           PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.
       77 WRK-NOME-ACCMAST       PIC X(20)      VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20)      VALUE "ACCNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-DATA-MOV-R        PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-MOV-R.
           02 WRK-COMPET-MOVIMENTO PIC 9(06).
           02 FILLER             PIC 9(02).

       01  WRK-DATA-ANIV         PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-ANIV.
           02 WRK-ANIV-ANO       PIC 9(04).
           02 WRK-ANIV-MES       PIC 9(02).
           02 WRK-ANIV-DIA       PIC 9(02).

       01  WRK-DATA-ED.
           02 WRK-DATA-ED-DIA    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-MES    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-ANO    PIC 9(04).

      *    WRK-CTA-RESG-PROX: DEBITO NO PROPRIO DIA DO ANIVERSARIO OU
      *    DEPOIS DELE, QUE JA PERTENCE AO PERIODO SEGUINTE.
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
               03 WRK-CTA-RESG-PROX  PIC X(01).

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA     PIC X(15).
               03 WRK-MAPA-CONTA     PIC X(08).
               03 WRK-MAPA-NATUREZA  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           PERFORM 0105-LER-DATA-MOVIMENTO.
           PERFORM 0110-LER-CONTROLE.
           IF WRK-ULT-RODADA NOT < WRK-DATA-MOVIMENTO
               DISPLAY 'RENDIMENTO DA POUPANCA DE ' WRK-DATA-MOVIMENTO
                   ' JA PROCESSADO - EXECUCAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0115-CARREGAR-TAXA.
           IF WRK-VIG-ACHADA = ZEROS
               DISPLAY 'POUPTAB SEM TAXA VIGENTE EM '
                   WRK-DATA-MOVIMENTO ' - EXECUCAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0120-CARREGAR-CONTAS.
           PERFORM 0130-VARRER-RESGATES.

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
           MOVE SC-DATA-MOVIMENTO TO WRK-DATA-MOV-R.

      *    O POUPCTL SO NAO EXISTE NA PRIMEIRA RODADA.
       0110-LER-CONTROLE.
           MOVE ZEROS TO WRK-ULT-RODADA WRK-TOTAL-MES.
           MOVE WRK-COMPET-MOVIMENTO TO WRK-COMPET-CONTROLE.
           OPEN INPUT SAVINGS-CONTROL-FILE.
           IF WRK-FS-POUPCTL = '00'
               READ SAVINGS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-ULT-RODADA  TO WRK-ULT-RODADA
                       MOVE PC-COMPETENCIA TO WRK-COMPET-CONTROLE
                       MOVE PC-TOTAL-MES   TO WRK-TOTAL-MES
               END-READ
               MOVE 'POUPCTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-POUPCTL,
                   WRK-FSCHK-CHAVE
               CLOSE SAVINGS-CONTROL-FILE
           END-IF.

      *    VERSAO DA TAXA: A DE MAIOR VIGENCIA ATE A DATA DE MOVIMENTO.
       0115-CARREGAR-TAXA.
           MOVE ZEROS TO WRK-VIG-ACHADA WRK-TAXA-MES.
           OPEN INPUT SAVINGS-RATE-FILE.
           MOVE 'POUPTAB' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POUPTAB,
               WRK-FSCHK-CHAVE.
           PERFORM 0116-LER-TAXA UNTIL WRK-FIM-TAXAS.
           CLOSE SAVINGS-RATE-FILE.

       0116-LER-TAXA.
           READ SAVINGS-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-POUPTAB
               NOT AT END
                   IF PT-VIGENCIA <= WRK-DATA-MOVIMENTO
                       AND PT-VIGENCIA > WRK-VIG-ACHADA
                       MOVE PT-VIGENCIA TO WRK-VIG-ACHADA
                       MOVE PT-TAXA-MES TO WRK-TAXA-MES
                   END-IF
           END-READ.
           MOVE 'POUPTAB' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POUPTAB,
               WRK-FSCHK-CHAVE.

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
                   MOVE 'N' TO WRK-CTA-RESG-PROX(WRK-IDX-CTA)
                   IF AC-TIPO-CONTA = 'P'
                       ADD 1 TO WRK-QTD-POUPANCAS
                   END-IF
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

       0130-VARRER-RESGATES.
           OPEN INPUT TELLER-TRANSACTIONS-FILE.
           IF WRK-FS-TELLERTX = '00'
               PERFORM 0131-LER-TRANSACAO UNTIL WRK-FIM-TRANSACOES
               CLOSE TELLER-TRANSACTIONS-FILE
           END-IF.

      *    SO OS DEBITOS DO CLIENTE DESDE A RODADA ANTERIOR: SAQUE (S),
      *    TRANSFERENCIA DE SAIDA (T) E PAGAMENTO COM DEBITO EM CONTA
      *    (P). ANTES DO ANIVERSARIO O PERIODO CORRENTE PERDE O
      *    RENDIMENTO; NO DIA OU DEPOIS, O PERIODO SEGUINTE.
       0131-LER-TRANSACAO.
           READ TELLER-TRANSACTIONS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TELLERTX
               NOT AT END
                   IF (TX-TIPO = 'S' OR TX-TIPO = 'T'
                       OR TX-TIPO = 'P')
                       AND TX-DATA > WRK-ULT-RODADA
                       AND TX-DATA NOT > WRK-DATA-MOVIMENTO
                       MOVE TX-CONTA TO WRK-CONTA-BUSCA
                       PERFORM 0140-LOCALIZAR-CONTA
                       IF WRK-IDX-CONTA-ACHADA > 0
                           SET WRK-IDX-CTA TO WRK-IDX-CONTA-ACHADA
                           PERFORM 0135-MARCAR-RESGATE
                       END-IF
                   END-IF
           END-READ.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TELLERTX,
               WRK-FSCHK-CHAVE.

       0135-MARCAR-RESGATE.
           IF WRK-CTA-TIPO(WRK-IDX-CTA) = 'P'
               AND WRK-CTA-POUP-ANIV(WRK-IDX-CTA) > ZEROS
               IF TX-DATA < WRK-CTA-POUP-ANIV(WRK-IDX-CTA)
                   MOVE 'S' TO WRK-CTA-POUP-RESG(WRK-IDX-CTA)
               ELSE
                   MOVE 'S' TO WRK-CTA-RESG-PROX(WRK-IDX-CTA)
               END-IF
           END-IF.

       0140-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-IDX-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA
               IF WRK-CTA-CONTA(WRK-IDX-CTA) = WRK-CONTA-BUSCA
                   SET WRK-IDX-CONTA-ACHADA TO WRK-IDX-CTA
                   SET WRK-IDX-CTA TO WRK-QTD-CONTA
               END-IF
           END-PERFORM.

       0200-PROCESSAR.
           IF WRK-COMPET-CONTROLE < WRK-COMPET-MOVIMENTO
               PERFORM 0250-FECHAR-COMPETENCIA
           END-IF.
           OPEN OUTPUT SAVINGS-REPORT-FILE.
           MOVE 'POUPREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POUPREL,
               WRK-FSCHK-CHAVE.
           PERFORM 0205-GRAVAR-CABECALHO.
           OPEN EXTEND TELLER-TRANSACTIONS-FILE.
           IF WRK-FS-TELLERTX NOT = '00'
               OPEN OUTPUT TELLER-TRANSACTIONS-FILE
               MOVE 'TELLERTX' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-TELLERTX,
                   WRK-FSCHK-CHAVE
           END-IF.
           PERFORM 0210-AVALIAR-CONTA
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA.
           CLOSE TELLER-TRANSACTIONS-FILE.

       0205-GRAVAR-CABECALHO.
           MOVE WRK-DATA-MOVIMENTO TO WRK-DATA-ANIV.
           PERFORM 0245-EDITAR-DATA.
           MOVE WRK-TAXA-MES TO WRK-TAXA-ED.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           STRING 'RENDIMENTO POUPANCA - MOVIMENTO ' WRK-DATA-ED
               ' - TAXA ' WRK-TAXA-ED ' VIG ' WRK-VIG-ACHADA
               DELIMITED BY SIZE INTO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           STRING 'CONTA  TITULAR             ANIVERSAR.'
               '   SALDO MINIMO RENDIMENTO SITUACAO'
               DELIMITED BY SIZE INTO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

      *    CONTA ENCERRADA NAO RENDE. POUPANCA AINDA SEM PERIODO
      *    (ABERTA SEM SALDO) COMECA A CONTAR NO PRIMEIRO DIA COM
      *    SALDO; AS DEMAIS TRATAM OS ANIVERSARIOS VENCIDOS E
      *    ACOMPANHAM O MENOR SALDO DO PERIODO.
       0210-AVALIAR-CONTA.
           IF WRK-CTA-TIPO(WRK-IDX-CTA) = 'P'
               AND WRK-CTA-STATUS(WRK-IDX-CTA) NOT = 'E'
               IF WRK-CTA-POUP-ANIV(WRK-IDX-CTA) = ZEROS
                   IF WRK-CTA-SALDO(WRK-IDX-CTA) > ZEROS
                       PERFORM 0215-INICIAR-PERIODO
                   END-IF
               ELSE
                   PERFORM 0220-TRATAR-ANIVERSARIO
                       UNTIL WRK-CTA-POUP-ANIV(WRK-IDX-CTA)
                           > WRK-DATA-MOVIMENTO
                   PERFORM 0230-ATUALIZAR-MINIMO
               END-IF
           END-IF.

      *    O ANIVERSARIO FICA SEMPRE ENTRE OS DIAS 1 E 28: O PERIODO
      *    QUE COMECARIA DE 29 A 31 COMECA NO DIA 1 DO MES SEGUINTE.
       0215-INICIAR-PERIODO.
           MOVE WRK-DATA-MOVIMENTO TO WRK-DATA-ANIV.
           IF WRK-ANIV-DIA > 28
               MOVE 1 TO WRK-ANIV-DIA
               PERFORM 0216-SOMAR-MES
           END-IF.
           PERFORM 0216-SOMAR-MES.
           MOVE WRK-DATA-ANIV TO WRK-CTA-POUP-ANIV(WRK-IDX-CTA).
           MOVE WRK-CTA-SALDO(WRK-IDX-CTA)
               TO WRK-CTA-POUP-MIN(WRK-IDX-CTA).
           MOVE 'N' TO WRK-CTA-POUP-RESG(WRK-IDX-CTA).
           ADD 1 TO WRK-QTD-INICIADAS.

       0216-SOMAR-MES.
           ADD 1 TO WRK-ANIV-MES.
           IF WRK-ANIV-MES > 12
               MOVE 1 TO WRK-ANIV-MES
               ADD 1 TO WRK-ANIV-ANO
           END-IF.

      *    RENDIMENTO = TAXA DO MES X MENOR SALDO DO PERIODO, EM
      *    CENTAVOS. O PERIODO SEGUINTE COMECA COM O SALDO JA
      *    CREDITADO.
       0220-TRATAR-ANIVERSARIO.
           ADD 1 TO WRK-QTD-ANIVERSARIOS.
           MOVE ZEROS TO WRK-RENDIMENTO.
           IF WRK-CTA-POUP-RESG(WRK-IDX-CTA) = 'S'
               MOVE 'RESGATE' TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-PERDIDAS
           ELSE
               COMPUTE WRK-RENDIMENTO ROUNDED =
                   WRK-CTA-POUP-MIN(WRK-IDX-CTA) * WRK-TAXA-MES
               IF WRK-RENDIMENTO > ZEROS
                   MOVE 'CREDITO' TO WRK-SITUACAO
                   ADD WRK-RENDIMENTO TO WRK-CTA-SALDO(WRK-IDX-CTA)
                   ADD WRK-RENDIMENTO TO WRK-TOTAL-RENDIMENTO
                                         WRK-TOTAL-MES
                   ADD 1 TO WRK-QTD-CREDITADAS
                   PERFORM 0225-GRAVAR-LANCAMENTO
               ELSE
                   MOVE 'ZERADO ' TO WRK-SITUACAO
               END-IF
           END-IF.
           PERFORM 0240-GRAVAR-DETALHE.
           MOVE WRK-CTA-POUP-ANIV(WRK-IDX-CTA) TO WRK-DATA-ANIV.
           PERFORM 0216-SOMAR-MES.
           MOVE WRK-DATA-ANIV TO WRK-CTA-POUP-ANIV(WRK-IDX-CTA).
           IF WRK-CTA-SALDO(WRK-IDX-CTA) > ZEROS
               MOVE WRK-CTA-SALDO(WRK-IDX-CTA)
                   TO WRK-CTA-POUP-MIN(WRK-IDX-CTA)
           ELSE
               MOVE ZEROS TO WRK-CTA-POUP-MIN(WRK-IDX-CTA)
           END-IF.
           MOVE WRK-CTA-RESG-PROX(WRK-IDX-CTA)
               TO WRK-CTA-POUP-RESG(WRK-IDX-CTA).
           MOVE 'N' TO WRK-CTA-RESG-PROX(WRK-IDX-CTA).

      *    RENDIMENTO NO TELLERTX (TIPO N), SEM CAIXA NEM OPERADOR:
      *    REAIS NO TX-VALOR, CENTAVOS NO TX-CENTAVOS E O ANIVERSARIO
      *    NO TX-REF-DATA.
       0225-GRAVAR-LANCAMENTO.
           MOVE WRK-RENDIMENTO TO WRK-VALOR-REAIS.
           COMPUTE WRK-VALOR-CENTAVOS =
               (WRK-RENDIMENTO - WRK-VALOR-REAIS) * 100.
           MOVE WRK-DATA-MOVIMENTO TO TX-DATA.
           MOVE SPACES             TO TX-TELLER TX-OPERADOR.
           MOVE WRK-CTA-CONTA(WRK-IDX-CTA) TO TX-CONTA.
           MOVE 'N'                TO TX-TIPO.
           MOVE WRK-HORA-SISTEMA   TO TX-HORA.
           MOVE WRK-VALOR-REAIS    TO TX-VALOR.
           MOVE ZEROS              TO TX-QTD-DENOM.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > 12
               MOVE ZEROS TO TX-DEN-VALOR(WRK-SUB-DEN)
                             TX-DEN-QTD(WRK-SUB-DEN)
           END-PERFORM.
           MOVE WRK-CTA-POUP-ANIV(WRK-IDX-CTA) TO TX-REF-DATA.
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

      *    SALDO DE FIM DE DIA ABAIXO DO MENOR SALDO DO PERIODO.
       0230-ATUALIZAR-MINIMO.
           IF WRK-CTA-SALDO(WRK-IDX-CTA)
               < WRK-CTA-POUP-MIN(WRK-IDX-CTA)
               IF WRK-CTA-SALDO(WRK-IDX-CTA) > ZEROS
                   MOVE WRK-CTA-SALDO(WRK-IDX-CTA)
                       TO WRK-CTA-POUP-MIN(WRK-IDX-CTA)
               ELSE
                   MOVE ZEROS TO WRK-CTA-POUP-MIN(WRK-IDX-CTA)
               END-IF
           END-IF.

       0240-GRAVAR-DETALHE.
           MOVE WRK-CTA-POUP-ANIV(WRK-IDX-CTA) TO WRK-DATA-ANIV.
           PERFORM 0245-EDITAR-DATA.
           MOVE WRK-CTA-POUP-MIN(WRK-IDX-CTA) TO WRK-SALDO-MIN-ED.
           MOVE WRK-RENDIMENTO TO WRK-RENDIMENTO-ED.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           STRING WRK-CTA-CONTA(WRK-IDX-CTA) ' '
               WRK-CTA-TITULAR(WRK-IDX-CTA)(1:19) ' '
               WRK-DATA-ED ' ' WRK-SALDO-MIN-ED ' '
               WRK-RENDIMENTO-ED ' ' WRK-SITUACAO
               DELIMITED BY SIZE INTO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0245-EDITAR-DATA.
           MOVE WRK-ANIV-DIA TO WRK-DATA-ED-DIA.
           MOVE WRK-ANIV-MES TO WRK-DATA-ED-MES.
           MOVE WRK-ANIV-ANO TO WRK-DATA-ED-ANO.

      *    PRIMEIRA RODADA DE UM MES NOVO: O RENDIMENTO CREDITADO NA
      *    COMPETENCIA ANTERIOR VAI AO JRNCONS E O ACUMULADO RECOMECA.
       0250-FECHAR-COMPETENCIA.
           IF WRK-TOTAL-MES > ZEROS
               PERFORM 0340-GRAVAR-JRNCONS
           END-IF.
           MOVE WRK-COMPET-MOVIMENTO TO WRK-COMPET-CONTROLE.
           MOVE ZEROS TO WRK-TOTAL-MES.

       0290-GRAVAR-LINHA.
           WRITE SAVINGS-REPORT-RECORD.
           MOVE 'POUPREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POUPREL,
               WRK-FSCHK-CHAVE.

       0335-CARREGAR-CONTAMAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.
           PERFORM 0336-LER-MAPA UNTIL WRK-FIM-MAPA.
           CLOSE ACCOUNT-MAP-FILE.

       0336-LER-MAPA.
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTAMAP
               NOT AT END
                   MOVE 'WRK-TAB-MAPA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-MAPA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-MAPA
                   SET WRK-IDX-MAPA TO WRK-QTD-MAPA
                   MOVE MAP-VERBA
                       TO WRK-MAPA-VERBA(WRK-IDX-MAPA)
                   MOVE MAP-CONTA
                       TO WRK-MAPA-CONTA(WRK-IDX-MAPA)
                   MOVE MAP-NATUREZA
                       TO WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
           END-READ.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.

       0340-GRAVAR-JRNCONS.
           PERFORM 0335-CARREGAR-CONTAMAP.
           OPEN EXTEND CONSOL-JOURNAL-FILE.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           MOVE ZEROS TO WRK-JRN-TOT-DEBITOS WRK-JRN-TOT-CREDITOS.
           MOVE 'POUP-RENDIMENTO' TO WRK-JRN-VERBA.
           MOVE WRK-TOTAL-MES TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'POUP-REND-C' TO WRK-JRN-VERBA.
           MOVE WRK-TOTAL-MES TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE SPACES               TO CONSOL-JOURNAL-TRAILER.
           MOVE 'POUPANCA'           TO JCT-ORIGEM.
           MOVE 'TOTAIS  '           TO JCT-LITERAL.
           MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS.
           MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS.
           MOVE WRK-COMPET-CONTROLE  TO JCT-COMPETENCIA.
           MOVE WRK-DATA-MOVIMENTO   TO JCT-DATA.
           WRITE CONSOL-JOURNAL-TRAILER.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           IF WRK-JRN-TOT-DEBITOS NOT = WRK-JRN-TOT-CREDITOS
               DISPLAY 'ATENCAO: JRNCONS DA POUPANCA DESBALANCEADO'
           END-IF.
           CLOSE CONSOL-JOURNAL-FILE.
           DISPLAY 'RENDIMENTO DA COMPETENCIA ' WRK-COMPET-CONTROLE
               ' LEVADO AO JRNCONS.'.

       0341-GRAVAR-LINHA-JRNCONS.
           IF WRK-JRN-VALOR = ZEROS
               CONTINUE
           ELSE
               SET WRK-IDX-MAPA TO 1
               SEARCH WRK-MAPA-LINHA
                   AT END
                       DISPLAY 'VERBA SEM CONTA NO CONTAMAP: '
                           WRK-JRN-VERBA
                   WHEN WRK-MAPA-VERBA(WRK-IDX-MAPA) = WRK-JRN-VERBA
                       MOVE SPACES TO CONSOL-JOURNAL-RECORD
                       MOVE 'POUPANCA' TO JC-ORIGEM
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO JC-CONTA
                       MOVE WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
                           TO JC-NATUREZA
                       MOVE WRK-JRN-VALOR TO JC-VALOR
                       STRING WRK-JRN-VERBA DELIMITED BY SPACE
                           ' ' WRK-COMPET-CONTROLE
                           DELIMITED BY SIZE INTO JC-HISTORICO
                       WRITE CONSOL-JOURNAL-RECORD
                       MOVE 'JRNCONS' TO WRK-FSCHK-ARQ
                       MOVE 'WRITE' TO WRK-FSCHK-OPER
                       CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                           WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                           WRK-FS-JRNCONS,
                           WRK-FSCHK-CHAVE
                       IF WRK-MAPA-NATUREZA(WRK-IDX-MAPA) = 'D'
                           ADD WRK-JRN-VALOR TO WRK-JRN-TOT-DEBITOS
                       ELSE
                           ADD WRK-JRN-VALOR TO WRK-JRN-TOT-CREDITOS
                       END-IF
               END-SEARCH
           END-IF.

       0900-ENCERRAR.
           PERFORM 0905-GRAVAR-TOTAIS.
           CLOSE SAVINGS-REPORT-FILE.
           IF WRK-QTD-POUPANCAS > 0
               PERFORM 0910-GRAVAR-CONTAS
               CALL 'PROMOVE' USING WRK-NOME-ACCMAST,
                   WRK-NOME-ACCNEW, WRK-RESULT-PROMOCAO
               IF WRK-RESULT-PROMOCAO NOT = 'S'
                   DISPLAY 'PROMOCAO DE ' WRK-NOME-ACCMAST
                       ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0920-GRAVAR-CONTROLE.
           DISPLAY 'RENDIMENTO DA POUPANCA EM ' WRK-DATA-MOVIMENTO
               ': ' WRK-QTD-CREDITADAS ' CREDITADA(S), '
               WRK-QTD-PERDIDAS ' PERDIDA(S) POR RESGATE, '
               WRK-QTD-INICIADAS ' INICIADA(S).'.

       0905-GRAVAR-TOTAIS.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-ANIVERSARIOS TO WRK-QTD-ED.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           STRING 'ANIVERSARIOS NO DIA:        ' WRK-QTD-ED
               DELIMITED BY SIZE INTO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-PERDIDAS TO WRK-QTD-ED.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           STRING 'PERDIDOS POR RESGATE:       ' WRK-QTD-ED
               DELIMITED BY SIZE INTO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-INICIADAS TO WRK-QTD-ED.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           STRING 'POUPANCAS INICIADAS:        ' WRK-QTD-ED
               DELIMITED BY SIZE INTO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-RENDIMENTO TO WRK-TOTAL-ED.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           STRING 'RENDIMENTO CREDITADO:       ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-MES TO WRK-TOTAL-ED.
           MOVE SPACES TO SAVINGS-REPORT-RECORD.
           STRING 'ACUMULADO DA COMPETENCIA ' WRK-COMPET-CONTROLE
               ': ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO SAVINGS-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0910-GRAVAR-CONTAS.
           OPEN OUTPUT ACCOUNT-MASTER-FILE-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0911-GRAVAR-CONTA
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA.
           CLOSE ACCOUNT-MASTER-FILE-NOVO.

       0911-GRAVAR-CONTA.
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

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT SAVINGS-CONTROL-FILE.
           MOVE 'POUPCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POUPCTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DATA-MOVIMENTO  TO PC-ULT-RODADA.
           MOVE WRK-COMPET-CONTROLE TO PC-COMPETENCIA.
           MOVE WRK-TOTAL-MES       TO PC-TOTAL-MES.
           WRITE SAVINGS-CONTROL-RECORD.
           MOVE 'POUPCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POUPCTL,
               WRK-FSCHK-CHAVE.
           CLOSE SAVINGS-CONTROL-FILE.
