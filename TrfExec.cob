       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFEXEC.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: EXECUCAO NOTURNA DAS TRANSFERENCIAS AGENDADAS
      *          (TRFAGEN.dat, MANTIDO PELO TRFMNT). RODA DEPOIS DO
      *          AGENDA E EXECUTA OS AGENDAMENTOS ATIVOS COM PROXIMA
      *          DATA ATE A DATA DE MOVIMENTO DO SCHEDCTL.dat (DATA
      *          QUE CAI EM FIM DE SEMANA OU FERIADO SAI NO DIA UTIL
      *          SEGUINTE), COM AS MESMAS REGRAS DA TRANSFERENCIA
      *          DO CAIXA (TIPO T): AS DUAS CONTAS ATIVAS, VALOR ATE
      *          O DISPONIVEL COM LIMITE E DENTRO DO LIMITE DIARIO DA
      *          CONTA DE ORIGEM (DAILYWD.dat). CADA EXECUCAO SAI NO
      *          TELLERTX E NO AUDITLOG. SEM SALDO (OU LIMITE DIARIO,
      *          OU CONTA BLOQUEADA) O AGENDAMENTO E TENTADO DE NOVO
      *          NOS DIAS SEGUINTES ATE TRF-DIAS-RETENT DO PARMS E
      *          DEPOIS CANCELADO; AS FALHAS E CANCELAMENTOS SAEM NO
      *          TRFAVISO.dat PARA O AVISO AO CLIENTE. ACCMAST,
      *          DAILYWD E TRFAGEN SAO REGRAVADOS VIA ARQUIVO NOVO E
      *          PROMOVIDOS.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: TRANSFERENCIA PROGRAMADA DEPENDIA DE O
      *             CLIENTE IR AO CAIXA TODO MES.
      *2026-10-15 - CONTA DE ORIGEM DORMENTE (STATUS D) FALHA COMO
      *             'CONTA DORMENTE' - O DEBITO SO REATIVA A CONTA NO
      *             CAIXA, COM SUPERVISOR; CONTA DE DESTINO DORMENTE
      *             RECEBE O CREDITO.
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
           SELECT SCHEDULED-TRANSFER-FILE ASSIGN TO "TRFAGEN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRFAGEN.
           SELECT SCHEDULED-TRANSFER-FILE-NOVO
               ASSIGN TO "TRFAGNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRFAGNEW.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT ACCOUNT-MASTER-FILE-NOVO ASSIGN TO "ACCNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCNEW.
           SELECT DAILY-WITHDRAWAL-FILE ASSIGN TO "DAILYWD.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.
           SELECT DAILY-WITHDRAWAL-FILE-NOVO
               ASSIGN TO "DAILYWDNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIONEW.
           SELECT TELLER-TRANSACTIONS-FILE ASSIGN TO "TELLERTX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TELLERTX.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT NOTICE-REPORT-FILE ASSIGN TO "TRFAVISO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRFAVISO.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

       FD  SCHEDULED-TRANSFER-FILE.
       01  SCHEDULED-TRANSFER-RECORD.
           02 AG-ID                  PIC 9(06).
           02 AG-CONTA-ORIGEM        PIC X(06).
           02 AG-CONTA-DESTINO       PIC X(06).
           02 AG-VALOR               PIC 9(06).
           02 AG-DATA-INICIAL        PIC 9(08).
           02 AG-FREQUENCIA          PIC X(01).
           02 AG-DATA-FINAL          PIC 9(08).
           02 AG-QTD-MAXIMA          PIC 9(03).
           02 AG-QTD-EXECUTADA       PIC 9(03).
           02 AG-PROXIMA-DATA        PIC 9(08).
           02 AG-TENTATIVAS          PIC 9(02).
           02 AG-DATA-ULT-TENT       PIC 9(08).
           02 AG-STATUS              PIC X(01).
           02 AG-DATA-CADASTRO       PIC 9(08).
           02 AG-OPERADOR            PIC X(06).

       FD  SCHEDULED-TRANSFER-FILE-NOVO.
       01  SCHEDULED-TRANSFER-RECORD-NOVO.
           02 AG-NOVO-ID             PIC 9(06).
           02 AG-NOVO-CONTA-ORIGEM   PIC X(06).
           02 AG-NOVO-CONTA-DESTINO  PIC X(06).
           02 AG-NOVO-VALOR          PIC 9(06).
           02 AG-NOVO-DATA-INICIAL   PIC 9(08).
           02 AG-NOVO-FREQUENCIA     PIC X(01).
           02 AG-NOVO-DATA-FINAL     PIC 9(08).
           02 AG-NOVO-QTD-MAXIMA     PIC 9(03).
           02 AG-NOVO-QTD-EXECUTADA  PIC 9(03).
           02 AG-NOVO-PROXIMA-DATA   PIC 9(08).
           02 AG-NOVO-TENTATIVAS     PIC 9(02).
           02 AG-NOVO-DATA-ULT-TENT  PIC 9(08).
           02 AG-NOVO-STATUS         PIC X(01).
           02 AG-NOVO-DATA-CADASTRO  PIC 9(08).
           02 AG-NOVO-OPERADOR       PIC X(06).

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

       FD  DAILY-WITHDRAWAL-FILE.
       01  DAILY-WITHDRAWAL-RECORD.
           02 DIARIO-CONTA            PIC X(06).
           02 DIARIO-DATA             PIC 9(08).
           02 DIARIO-TOTAL            PIC 9(07)V99.

       FD  DAILY-WITHDRAWAL-FILE-NOVO.
       01  DAILY-WITHDRAWAL-RECORD-NOVO.
           02 DIARIO-NOVO-CONTA       PIC X(06).
           02 DIARIO-NOVO-DATA        PIC 9(08).
           02 DIARIO-NOVO-TOTAL       PIC 9(07)V99.

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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
           02 AUD-SEQUENCIA         PIC 9(06).
           02 AUD-DATA              PIC 9(08).
           02 AUD-HORA              PIC 9(08).
           02 AUD-ENTRADA           PIC X(30).
           02 AUD-SAIDA             PIC X(30).
           02 AUD-OPERADOR          PIC X(06).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO         PIC X(15).
           02 PARM-REC-VALOR          PIC 9(07)V9999.

       FD  NOTICE-REPORT-FILE.
       01  NOTICE-REPORT-RECORD       PIC X(72).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'TRFEXEC'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRFAGEN         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRFAGNEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DIARIO          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DIARIONEW       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TELLERTX        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRFAVISO        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-TRFAGEN        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-AGENDAMENTOS              VALUE 'S'.
       77 WRK-FIM-ACCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTAS                    VALUE 'S'.
       77 WRK-FIM-DIARIO         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DIARIO-FILE               VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-SISTEMA       PIC 9(08)      VALUE ZEROS.
       77 WRK-LIMITE-DIARIO      PIC 9(07)V99   VALUE ZEROS.
       77 WRK-JA-SACADO-HOJE     PIC 9(07)V99   VALUE ZEROS.
       77 WRK-DIAS-RETENTATIVA   PIC 9(02)      VALUE ZEROS.
       77 WRK-SALDO-CONTA        PIC S9(09)V99  VALUE ZEROS.
       77 WRK-CONTA-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-IDX-CONTA-ACHADA   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-ORIGEM         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-DESTINO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CONTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-DIARIO         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-DEN            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-DIARIO-ACHADO  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MOTIVO-FALHA       PIC X(18)      VALUE SPACES.
       77 WRK-SITUACAO-AVISO     PIC X(15)      VALUE SPACES.
       77 WRK-CALC-FREQUENCIA    PIC X(01)      VALUE SPACES.
       77 WRK-CALC-DIA-BASE      PIC 9(02)      VALUE ZEROS.
       77 WRK-ULTIMO-DIA-MES     PIC 9(02)      VALUE ZEROS.
       77 WRK-QTD-EXECUTADAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-RETENTATIVA    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CANCELADAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ENCERRADAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-EXECUTADO    PIC 9(09)      VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZZ.ZZ9.
       77 WRK-TOTAL-ED           PIC $ZZZ.ZZZ.ZZ9.
       77 WRK-NOME-ACCMAST       PIC X(20)      VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20)      VALUE "ACCNEW.dat".
       77 WRK-NOME-DIARIO        PIC X(20)      VALUE "DAILYWD.dat".
       77 WRK-NOME-DIARIONEW     PIC X(20)      VALUE "DAILYWDNEW.dat".
       77 WRK-NOME-TRFAGEN       PIC X(20)      VALUE "TRFAGEN.dat".
       77 WRK-NOME-TRFAGNEW      PIC X(20)      VALUE "TRFAGNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-DATA-CALC-G.
           02 WRK-CALC-ANO           PIC 9(04).
           02 WRK-CALC-MES           PIC 9(02).
           02 WRK-CALC-DIA           PIC 9(02).
       01  WRK-DATA-CALC REDEFINES WRK-DATA-CALC-G PIC 9(08).

       01  WRK-DATA-AUX-G.
           02 WRK-AUX-ANO            PIC 9(04).
           02 WRK-AUX-MES            PIC 9(02).
           02 WRK-AUX-DIA            PIC 9(02).
       01  WRK-DATA-AUX REDEFINES WRK-DATA-AUX-G PIC 9(08).

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

       01  WRK-TAB-DIARIO.
           02 WRK-DIARIO-ITEM OCCURS 50 TIMES
                               INDEXED BY WRK-IDX-DIARIO.
               03 WRK-DIARIO-CONTA   PIC X(06).
               03 WRK-DIARIO-DATA    PIC 9(08).
               03 WRK-DIARIO-TOTAL   PIC 9(07)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0105-LER-DATA-MOVIMENTO.
           PERFORM 0110-CARREGAR-PARAMETROS.
           MOVE 'LIMITE-DIARIO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-LIMITE-DIARIO.
           MOVE 'TRF-DIAS-RETENT' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-DIAS-RETENTATIVA.
           PERFORM 0120-CARREGAR-CONTAS.
           PERFORM 0125-CARREGAR-LIMITE-DIARIO.
           MOVE 'TRFEXEC' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           OPEN INPUT SCHEDULED-TRANSFER-FILE.
           MOVE 'TRFAGEN' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFAGEN,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT SCHEDULED-TRANSFER-FILE-NOVO.
           MOVE 'TRFAGNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFAGNEW,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT NOTICE-REPORT-FILE.
           MOVE 'TRFAVISO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFAVISO,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO NOTICE-REPORT-RECORD.
           STRING 'TRANSFERENCIAS AGENDADAS NAO EXECUTADAS EM '
               WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO NOTICE-REPORT-RECORD.
           STRING 'AGEND. ORIGEM DESTINO   VALOR AGENDADA '
               'SITUACAO        MOTIVO'
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.

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

       0110-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0111-LER-PARAMETRO.
           READ PARAMETER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PARM
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PARM
                   MOVE PARM-REC-CODIGO TO WRK-PARM-COD(WRK-QTD-PARM)
                   MOVE PARM-REC-VALOR  TO WRK-PARM-VAL(WRK-QTD-PARM)
           END-READ.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.

       0115-BUSCAR-PARAMETRO.
           MOVE ZEROS TO WRK-PARM-VALOR-ACHADO.
           SET WRK-IDX-PM TO 1.
           SEARCH WRK-PARM-LINHA
               AT END
                   DISPLAY 'PARAMETRO NAO ENCONTRADO: '
                       WRK-PARM-CODIGO-BUSCA
               WHEN WRK-PARM-COD(WRK-IDX-PM) = WRK-PARM-CODIGO-BUSCA
                   MOVE WRK-PARM-VAL(WRK-IDX-PM)
                       TO WRK-PARM-VALOR-ACHADO
           END-SEARCH.

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

       0125-CARREGAR-LIMITE-DIARIO.
           MOVE 'N' TO WRK-FIM-DIARIO.
           OPEN INPUT DAILY-WITHDRAWAL-FILE.
           MOVE 'DAILYWD' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DIARIO,
               WRK-FSCHK-CHAVE.
           PERFORM 0126-LER-LIMITE-DIARIO UNTIL WRK-FIM-DIARIO-FILE.
           CLOSE DAILY-WITHDRAWAL-FILE.

       0126-LER-LIMITE-DIARIO.
           READ DAILY-WITHDRAWAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-DIARIO
               NOT AT END
                   MOVE 'DIARIO-DATA' TO WRK-DTCHK-CAMPO
                   MOVE 'W' TO WRK-DTCHK-SEVERIDADE
                   MOVE DIARIO-DATA TO WRK-DTCHK-DATA
                   CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
                       WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
                       WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO
                   IF WRK-DTCHK-RESULTADO = 'S'
                       MOVE 'WRK-TAB-DIARIO' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-DIARIO TO WRK-TABCHK-QTD
                       MOVE 50 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-DIARIO
                       MOVE DIARIO-CONTA
                           TO WRK-DIARIO-CONTA(WRK-QTD-DIARIO)
                       MOVE DIARIO-DATA
                           TO WRK-DIARIO-DATA(WRK-QTD-DIARIO)
                       MOVE DIARIO-TOTAL
                           TO WRK-DIARIO-TOTAL(WRK-QTD-DIARIO)
                   END-IF
           END-READ.
           MOVE 'DAILYWD' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DIARIO,
               WRK-FSCHK-CHAVE.

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

       0200-PROCESSAR.
           PERFORM 0210-LER-AGENDAMENTO UNTIL WRK-FIM-AGENDAMENTOS.

      *    SO ENTRA O AGENDAMENTO ATIVO E VENCIDO QUE AINDA NAO FOI
      *    TENTADO NESTA DATA DE MOVIMENTO - RODAR O PASSO DE NOVO NA
      *    MESMA NOITE NAO TRANSFERE NEM CONTA TENTATIVA DUAS VEZES.
       0210-LER-AGENDAMENTO.
           READ SCHEDULED-TRANSFER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRFAGEN
               NOT AT END
                   MOVE AG-ID TO WRK-FSCHK-CHAVE
                   IF AG-STATUS = 'A'
                       AND AG-PROXIMA-DATA NOT > WRK-DATA-MOVIMENTO
                       AND AG-DATA-ULT-TENT NOT = WRK-DATA-MOVIMENTO
                       PERFORM 0220-EXECUTAR-AGENDAMENTO
                   END-IF
                   PERFORM 0290-GRAVAR-AGENDAMENTO
           END-READ.
           MOVE 'TRFAGEN' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFAGEN,
               WRK-FSCHK-CHAVE.

      *    MESMAS CRITICAS DA TRANSFERENCIA DO CAIXA. CONTA ENCERRADA
      *    OU INEXISTENTE CANCELA NA HORA; O RESTO VIRA NOVA
      *    TENTATIVA NO PROXIMO DIA UTIL.
       0220-EXECUTAR-AGENDAMENTO.
           MOVE WRK-DATA-MOVIMENTO TO AG-DATA-ULT-TENT.
           MOVE AG-CONTA-ORIGEM TO WRK-CONTA-BUSCA.
           PERFORM 0225-LOCALIZAR-CONTA.
           MOVE WRK-IDX-CONTA-ACHADA TO WRK-IDX-ORIGEM.
           MOVE AG-CONTA-DESTINO TO WRK-CONTA-BUSCA.
           PERFORM 0225-LOCALIZAR-CONTA.
           MOVE WRK-IDX-CONTA-ACHADA TO WRK-IDX-DESTINO.
           MOVE ZEROS TO WRK-SALDO-CONTA WRK-JA-SACADO-HOJE.
           IF WRK-IDX-ORIGEM > 0
               COMPUTE WRK-SALDO-CONTA =
                   WRK-CTA-SALDO(WRK-IDX-ORIGEM)
                   - WRK-CTA-BLOQ(WRK-IDX-ORIGEM)
                   + WRK-CTA-LIMITE(WRK-IDX-ORIGEM)
               PERFORM 0226-BUSCAR-LIMITE-CONTA
           END-IF.
           EVALUATE TRUE
               WHEN WRK-IDX-ORIGEM = ZEROS
                   OR WRK-IDX-DESTINO = ZEROS
                   MOVE 'CONTA INEXISTENTE' TO WRK-MOTIVO-FALHA
                   PERFORM 0260-CANCELAR-AGENDAMENTO
               WHEN WRK-CTA-STATUS(WRK-IDX-ORIGEM) = 'E'
                   OR WRK-CTA-STATUS(WRK-IDX-DESTINO) = 'E'
                   MOVE 'CONTA ENCERRADA' TO WRK-MOTIVO-FALHA
                   PERFORM 0260-CANCELAR-AGENDAMENTO
               WHEN WRK-CTA-STATUS(WRK-IDX-ORIGEM) = 'D'
                   MOVE 'CONTA DORMENTE' TO WRK-MOTIVO-FALHA
                   PERFORM 0250-REGISTRAR-FALHA
               WHEN WRK-CTA-STATUS(WRK-IDX-ORIGEM) NOT = 'A'
                   OR (WRK-CTA-STATUS(WRK-IDX-DESTINO) NOT = 'A'
                   AND WRK-CTA-STATUS(WRK-IDX-DESTINO) NOT = 'D')
                   MOVE 'CONTA BLOQUEADA' TO WRK-MOTIVO-FALHA
                   PERFORM 0250-REGISTRAR-FALHA
               WHEN AG-VALOR > WRK-SALDO-CONTA
                   MOVE 'SALDO INSUFICIENTE' TO WRK-MOTIVO-FALHA
                   PERFORM 0250-REGISTRAR-FALHA
               WHEN WRK-JA-SACADO-HOJE + AG-VALOR
                   > WRK-LIMITE-DIARIO
                   MOVE 'LIMITE DIARIO' TO WRK-MOTIVO-FALHA
                   PERFORM 0250-REGISTRAR-FALHA
               WHEN OTHER
                   PERFORM 0230-EFETIVAR-TRANSFERENCIA
           END-EVALUATE.

       0225-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-IDX-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA
               IF WRK-CTA-CONTA(WRK-IDX-CTA) = WRK-CONTA-BUSCA
                   SET WRK-IDX-CONTA-ACHADA TO WRK-IDX-CTA
                   SET WRK-IDX-CTA TO WRK-QTD-CONTA
               END-IF
           END-PERFORM.

       0226-BUSCAR-LIMITE-CONTA.
           MOVE ZEROS TO WRK-IDX-DIARIO-ACHADO.
           MOVE ZEROS TO WRK-JA-SACADO-HOJE.
           PERFORM VARYING WRK-IDX-DIARIO FROM 1 BY 1
               UNTIL WRK-IDX-DIARIO > WRK-QTD-DIARIO
               IF WRK-DIARIO-CONTA(WRK-IDX-DIARIO) = AG-CONTA-ORIGEM
                   AND WRK-DIARIO-DATA(WRK-IDX-DIARIO)
                   = WRK-DATA-MOVIMENTO
                   MOVE WRK-IDX-DIARIO TO WRK-IDX-DIARIO-ACHADO
                   MOVE WRK-DIARIO-TOTAL(WRK-IDX-DIARIO)
                       TO WRK-JA-SACADO-HOJE
                   MOVE WRK-QTD-DIARIO TO WRK-IDX-DIARIO
               END-IF
           END-PERFORM.

       0230-EFETIVAR-TRANSFERENCIA.
           SUBTRACT AG-VALOR FROM WRK-CTA-SALDO(WRK-IDX-ORIGEM).
           ADD AG-VALOR TO WRK-CTA-SALDO(WRK-IDX-DESTINO).
           PERFORM 0231-ATUALIZAR-LIMITE-DIARIO.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           PERFORM 0232-REGISTRAR-TRANSACAO.
           PERFORM 0233-REGISTRAR-AUDITORIA.
           ADD 1 TO WRK-QTD-EXECUTADAS.
           ADD AG-VALOR TO WRK-TOTAL-EXECUTADO.
           ADD 1 TO AG-QTD-EXECUTADA.
           MOVE ZEROS TO AG-TENTATIVAS.
           PERFORM 0240-AVANCAR-PROXIMA-DATA.

       0231-ATUALIZAR-LIMITE-DIARIO.
           IF WRK-IDX-DIARIO-ACHADO = ZEROS
               MOVE 'WRK-TAB-DIARIO' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-DIARIO TO WRK-TABCHK-QTD
               MOVE 50 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-DIARIO
               MOVE WRK-QTD-DIARIO TO WRK-IDX-DIARIO-ACHADO
               MOVE AG-CONTA-ORIGEM TO WRK-DIARIO-CONTA
                   (WRK-IDX-DIARIO-ACHADO)
               MOVE WRK-DATA-MOVIMENTO TO WRK-DIARIO-DATA
                   (WRK-IDX-DIARIO-ACHADO)
               MOVE ZEROS TO WRK-DIARIO-TOTAL
                   (WRK-IDX-DIARIO-ACHADO)
           END-IF.
           ADD AG-VALOR TO WRK-DIARIO-TOTAL(WRK-IDX-DIARIO-ACHADO).

      *    LANCAMENTO NO TELLERTX IGUAL AO DA TRANSFERENCIA DO CAIXA
      *    (TIPO T COM A CONTA DESTINO), SEM CAIXA NEM OPERADOR.
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
           MOVE AG-CONTA-ORIGEM    TO TX-CONTA.
           MOVE 'T'                TO TX-TIPO.
           MOVE WRK-HORA-SISTEMA   TO TX-HORA.
           MOVE AG-VALOR           TO TX-VALOR.
           MOVE ZEROS              TO TX-QTD-DENOM.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > 12
               MOVE ZEROS TO TX-DEN-VALOR(WRK-SUB-DEN)
                             TX-DEN-QTD(WRK-SUB-DEN)
           END-PERFORM.
           MOVE ZEROS TO TX-REF-DATA TX-REF-HORA.
           MOVE AG-CONTA-DESTINO   TO TX-CONTA-DESTINO.
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
           STRING 'TRANSF=' AG-VALOR ' DE=' AG-CONTA-ORIGEM
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'PARA=' AG-CONTA-DESTINO ' AGEND=' AG-ID
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

      *    AGENDAMENTO UNICO, QUANTIDADE MAXIMA ATINGIDA OU PROXIMA
      *    DATA ALEM DA DATA FINAL ENCERRAM (STATUS E).
       0240-AVANCAR-PROXIMA-DATA.
           IF AG-FREQUENCIA = 'U'
               OR (AG-QTD-MAXIMA > 0
                   AND AG-QTD-EXECUTADA NOT < AG-QTD-MAXIMA)
               MOVE 'E' TO AG-STATUS
               ADD 1 TO WRK-QTD-ENCERRADAS
           ELSE
               MOVE AG-PROXIMA-DATA TO WRK-DATA-CALC
               MOVE AG-FREQUENCIA TO WRK-CALC-FREQUENCIA
               MOVE AG-DATA-INICIAL(7:2) TO WRK-CALC-DIA-BASE
               PERFORM 0245-CALCULAR-PROXIMA-DATA
               IF AG-DATA-FINAL > 0
                   AND WRK-DATA-CALC > AG-DATA-FINAL
                   MOVE 'E' TO AG-STATUS
                   ADD 1 TO WRK-QTD-ENCERRADAS
               ELSE
                   MOVE WRK-DATA-CALC TO AG-PROXIMA-DATA
               END-IF
           END-IF.

      *    PROXIMA DATA NOMINAL: SEMANAL +7, QUINZENAL +14 E MENSAL
      *    NO DIA DA DATA INICIAL DO MES SEGUINTE (LIMITADO AO
      *    ULTIMO DIA DO MES - 31 VIRA 30 OU 28/29).
       0245-CALCULAR-PROXIMA-DATA.
           EVALUATE WRK-CALC-FREQUENCIA
               WHEN 'S'
                   COMPUTE WRK-DATA-CALC = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) + 7)
               WHEN 'Q'
                   COMPUTE WRK-DATA-CALC = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) + 14)
               WHEN OTHER
                   ADD 1 TO WRK-CALC-MES
                   IF WRK-CALC-MES > 12
                       MOVE 1 TO WRK-CALC-MES
                       ADD 1 TO WRK-CALC-ANO
                   END-IF
                   MOVE WRK-CALC-ANO TO WRK-AUX-ANO
                   COMPUTE WRK-AUX-MES = WRK-CALC-MES + 1
                   MOVE 1 TO WRK-AUX-DIA
                   IF WRK-AUX-MES > 12
                       MOVE 1 TO WRK-AUX-MES
                       ADD 1 TO WRK-AUX-ANO
                   END-IF
                   COMPUTE WRK-DATA-AUX = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1)
                   MOVE WRK-AUX-DIA TO WRK-ULTIMO-DIA-MES
                   IF WRK-CALC-DIA-BASE > WRK-ULTIMO-DIA-MES
                       MOVE WRK-ULTIMO-DIA-MES TO WRK-CALC-DIA
                   ELSE
                       MOVE WRK-CALC-DIA-BASE TO WRK-CALC-DIA
                   END-IF
           END-EVALUATE.

       0250-REGISTRAR-FALHA.
           ADD 1 TO AG-TENTATIVAS.
           IF AG-TENTATIVAS > WRK-DIAS-RETENTATIVA
               MOVE 'F' TO AG-STATUS
               ADD 1 TO WRK-QTD-CANCELADAS
               MOVE 'CANCELADA' TO WRK-SITUACAO-AVISO
           ELSE
               ADD 1 TO WRK-QTD-RETENTATIVA
               MOVE SPACES TO WRK-SITUACAO-AVISO
               STRING 'TENTATIVA ' AG-TENTATIVAS '/'
                   WRK-DIAS-RETENTATIVA
                   DELIMITED BY SIZE INTO WRK-SITUACAO-AVISO
           END-IF.
           PERFORM 0270-GRAVAR-AVISO.

       0260-CANCELAR-AGENDAMENTO.
           MOVE 'C' TO AG-STATUS.
           ADD 1 TO WRK-QTD-CANCELADAS.
           MOVE 'CANCELADA' TO WRK-SITUACAO-AVISO.
           PERFORM 0270-GRAVAR-AVISO.

       0270-GRAVAR-AVISO.
           MOVE AG-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO NOTICE-REPORT-RECORD.
           STRING AG-ID ' ' AG-CONTA-ORIGEM ' ' AG-CONTA-DESTINO
               ' ' WRK-VALOR-ED ' ' AG-PROXIMA-DATA ' '
               WRK-SITUACAO-AVISO ' ' WRK-MOTIVO-FALHA
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.

       0290-GRAVAR-AGENDAMENTO.
           MOVE AG-ID              TO AG-NOVO-ID.
           MOVE AG-CONTA-ORIGEM    TO AG-NOVO-CONTA-ORIGEM.
           MOVE AG-CONTA-DESTINO   TO AG-NOVO-CONTA-DESTINO.
           MOVE AG-VALOR           TO AG-NOVO-VALOR.
           MOVE AG-DATA-INICIAL    TO AG-NOVO-DATA-INICIAL.
           MOVE AG-FREQUENCIA      TO AG-NOVO-FREQUENCIA.
           MOVE AG-DATA-FINAL      TO AG-NOVO-DATA-FINAL.
           MOVE AG-QTD-MAXIMA      TO AG-NOVO-QTD-MAXIMA.
           MOVE AG-QTD-EXECUTADA   TO AG-NOVO-QTD-EXECUTADA.
           MOVE AG-PROXIMA-DATA    TO AG-NOVO-PROXIMA-DATA.
           MOVE AG-TENTATIVAS      TO AG-NOVO-TENTATIVAS.
           MOVE AG-DATA-ULT-TENT   TO AG-NOVO-DATA-ULT-TENT.
           MOVE AG-STATUS          TO AG-NOVO-STATUS.
           MOVE AG-DATA-CADASTRO   TO AG-NOVO-DATA-CADASTRO.
           MOVE AG-OPERADOR        TO AG-NOVO-OPERADOR.
           WRITE SCHEDULED-TRANSFER-RECORD-NOVO.
           MOVE 'TRFAGNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFAGNEW,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE SCHEDULED-TRANSFER-FILE.
           CLOSE SCHEDULED-TRANSFER-FILE-NOVO.
           PERFORM 0930-GRAVAR-CONTAS.
           PERFORM 0940-GRAVAR-DIARIO.
           CALL 'PROMOVE' USING WRK-NOME-ACCMAST,
               WRK-NOME-ACCNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ACCMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL 'PROMOVE' USING WRK-NOME-DIARIO,
               WRK-NOME-DIARIONEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-DIARIO
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL 'PROMOVE' USING WRK-NOME-TRFAGEN,
               WRK-NOME-TRFAGNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-TRFAGEN
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0910-GRAVAR-TOTAIS.
           CLOSE NOTICE-REPORT-FILE.
           DISPLAY 'TRANSFERENCIAS AGENDADAS DE ' WRK-DATA-MOVIMENTO
               ': ' WRK-QTD-EXECUTADAS ' EXECUTADA(S), '
               WRK-QTD-RETENTATIVA ' EM NOVA TENTATIVA, '
               WRK-QTD-CANCELADAS ' CANCELADA(S).'.

       0910-GRAVAR-TOTAIS.
           MOVE SPACES TO NOTICE-REPORT-RECORD.
           STRING 'TRANSFERENCIAS EXECUTADAS:   ' WRK-QTD-EXECUTADAS
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE WRK-TOTAL-EXECUTADO TO WRK-TOTAL-ED.
           MOVE SPACES TO NOTICE-REPORT-RECORD.
           STRING 'VALOR TRANSFERIDO:           ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO NOTICE-REPORT-RECORD.
           STRING 'EM NOVA TENTATIVA:           ' WRK-QTD-RETENTATIVA
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO NOTICE-REPORT-RECORD.
           STRING 'CANCELADAS:                  ' WRK-QTD-CANCELADAS
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO NOTICE-REPORT-RECORD.
           STRING 'AGENDAMENTOS CONCLUIDOS:     ' WRK-QTD-ENCERRADAS
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.

       0915-GRAVAR-LINHA.
           WRITE NOTICE-REPORT-RECORD.
           MOVE 'TRFAVISO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFAVISO,
               WRK-FSCHK-CHAVE.

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

       0940-GRAVAR-DIARIO.
           OPEN OUTPUT DAILY-WITHDRAWAL-FILE-NOVO.
           MOVE 'DAILYWDNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DIARIONEW,
               WRK-FSCHK-CHAVE.
           PERFORM VARYING WRK-IDX-DIARIO FROM 1 BY 1
               UNTIL WRK-IDX-DIARIO > WRK-QTD-DIARIO
               MOVE WRK-DIARIO-CONTA(WRK-IDX-DIARIO)
                   TO DIARIO-NOVO-CONTA
               MOVE WRK-DIARIO-DATA(WRK-IDX-DIARIO)
                   TO DIARIO-NOVO-DATA
               MOVE WRK-DIARIO-TOTAL(WRK-IDX-DIARIO)
                   TO DIARIO-NOVO-TOTAL
               WRITE DAILY-WITHDRAWAL-RECORD-NOVO
               MOVE 'DAILYWDNEW' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-DIARIONEW,
                   WRK-FSCHK-CHAVE
           END-PERFORM.
           CLOSE DAILY-WITHDRAWAL-FILE-NOVO.
