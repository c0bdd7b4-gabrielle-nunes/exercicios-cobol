       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DAS TRANSFERENCIAS AGENDADAS
      *          (TRFAGEN.dat), EXECUTADAS NO NOTURNO PELO TRFEXEC:
      *          INCLUSAO (ORIGEM, DESTINO, VALOR, DATA INICIAL,
      *          FREQUENCIA U=UNICA S=SEMANAL Q=QUINZENAL M=MENSAL E
      *          FIM POR DATA FINAL OU QUANTIDADE DE EXECUCOES),
      *          CANCELAMENTO, LISTAGEM E PREVISAO DAS PROXIMAS
      *          EXECUCOES DE UMA CONTA NO TRFPREV.dat PARA ENTREGAR
      *          AO CLIENTE, COM A DATA EFETIVA (DIA UTIL) DE CADA
      *          UMA. EXIGE SIGN-ON DE OPERADOR; INCLUSOES E
      *          CANCELAMENTOS SAEM NO AUDITLOG. O CADASTRO E
      *          REGRAVADO VIA TRFAGNEW.dat E PROMOVIDO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: TRANSFERENCIA PROGRAMADA DEPENDIA DE O
      *             CLIENTE IR AO CAIXA TODO MES.
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
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "TRFPREV.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRFPREV.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO         PIC X(15).
           02 PARM-REC-VALOR          PIC 9(07)V9999.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
           02 AUD-SEQUENCIA         PIC 9(06).
           02 AUD-DATA              PIC 9(08).
           02 AUD-HORA              PIC 9(08).
           02 AUD-ENTRADA           PIC X(30).
           02 AUD-SAIDA             PIC X(30).
           02 AUD-OPERADOR          PIC X(06).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD     PIC X(72).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'TRFMNT'.
       77 WRK-FS-TRFAGEN         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRFAGNEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRFPREV         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-TRFAGEN        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-AGENDAMENTOS              VALUE 'S'.
       77 WRK-FIM-ACCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTAS                    VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-CANCELAR                VALUE 'C'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-PREVISAO                VALUE 'P'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-LIMITE-DIARIO      PIC 9(07)V99   VALUE ZEROS.
       77 WRK-QTD-CONTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CTA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CTA-ACHADA         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CONTA-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-QTD-AGEND          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-AGD            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-AGD-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ULTIMO-ID          PIC 9(06)      VALUE ZEROS.
       77 WRK-ID-ENTRADA         PIC 9(06)      VALUE ZEROS.
       77 WRK-ORIGEM-ENTRADA     PIC X(06)      VALUE SPACES.
       77 WRK-DESTINO-ENTRADA    PIC X(06)      VALUE SPACES.
       77 WRK-VALOR-ENTRADA      PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-INI-ENTRADA   PIC 9(08)      VALUE ZEROS.
       77 WRK-FREQ-ENTRADA       PIC X(01)      VALUE SPACES.
           88 WRK-FREQ-VALIDA                   VALUE 'U' 'S' 'Q'
                                                      'M'.
       77 WRK-DATA-FIM-ENTRADA   PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-MAX-ENTRADA    PIC 9(03)      VALUE ZEROS.
       77 WRK-CRITICA            PIC X(01)      VALUE 'N'.
           88 WRK-CRITICA-OK                    VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-CONTA-PREVISAO     PIC X(06)      VALUE SPACES.
       77 WRK-DIAS-PREVISAO      PIC 9(03)      VALUE ZEROS.
       77 WRK-DATA-HORIZONTE     PIC 9(08)      VALUE ZEROS.
       77 WRK-SIM-QTD            PIC 9(03)      VALUE ZEROS.
       77 WRK-FIM-SIMULACAO      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PROJECAO                  VALUE 'S'.
       77 WRK-DATA-EFETIVA       PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-VESPERA       PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-PREVISTAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-PREVISTO     PIC 9(09)      VALUE ZEROS.
       77 WRK-CALC-FREQUENCIA    PIC X(01)      VALUE SPACES.
       77 WRK-CALC-DIA-BASE      PIC 9(02)      VALUE ZEROS.
       77 WRK-ULTIMO-DIA-MES     PIC 9(02)      VALUE ZEROS.
       77 WRK-DU-FUNCAO          PIC X(01)      VALUE 'P'.
       77 WRK-DU-COMPETENCIA     PIC 9(06)      VALUE ZEROS.
       77 WRK-DU-QTD-DIAS        PIC 9(02)      VALUE ZEROS.
       77 WRK-DU-UF              PIC X(02)      VALUE SPACES.
       77 WRK-VALOR-ED           PIC ZZZ.ZZ9.
       77 WRK-TOTAL-ED           PIC $ZZZ.ZZZ.ZZ9.
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
           02 WRK-CONTA-LINHA OCCURS 100 TIMES.
               03 WRK-CTA-CONTA      PIC X(06).
               03 WRK-CTA-TITULAR    PIC X(30).
               03 WRK-CTA-STATUS     PIC X(01).

       01  WRK-TAB-AGEND VALUE ZEROS.
           02 WRK-AGEND-LINHA OCCURS 200 TIMES.
               03 WRK-AGD-ID         PIC 9(06).
               03 WRK-AGD-ORIGEM     PIC X(06).
               03 WRK-AGD-DESTINO    PIC X(06).
               03 WRK-AGD-VALOR      PIC 9(06).
               03 WRK-AGD-DATA-INI   PIC 9(08).
               03 WRK-AGD-FREQ       PIC X(01).
               03 WRK-AGD-DATA-FIM   PIC 9(08).
               03 WRK-AGD-QTD-MAX    PIC 9(03).
               03 WRK-AGD-QTD-EXEC   PIC 9(03).
               03 WRK-AGD-PROXIMA    PIC 9(08).
               03 WRK-AGD-TENTATIVAS PIC 9(02).
               03 WRK-AGD-ULT-TENT   PIC 9(08).
               03 WRK-AGD-STATUS     PIC X(01).
               03 WRK-AGD-CADASTRO   PIC 9(08).
               03 WRK-AGD-OPERADOR   PIC X(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-PARAMETROS.
           MOVE 'LIMITE-DIARIO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-LIMITE-DIARIO.
           PERFORM 0120-CARREGAR-CONTAS.
           PERFORM 0130-CARREGAR-AGENDAMENTOS.
           MOVE 'TRFMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.

       0103D-ASSINAR-OPERADOR.
           MOVE 'N' TO WRK-OPERCHK-RESULTADO.
           CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
               WRK-OPERADOR-ID, WRK-OPERADOR-NOME,
               WRK-OPERADOR-NIVEL, WRK-OPERCHK-RESULTADO.
           IF WRK-OPERCHK-RESULTADO NOT = 'S'
               DISPLAY 'SIGN-ON RECUSADO.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERADOR ' WRK-OPERADOR-NOME ' (NIVEL '
               WRK-OPERADOR-NIVEL ') IDENTIFICADO.'.

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
                   MOVE AC-CONTA
                       TO WRK-CTA-CONTA(WRK-QTD-CONTA)
                   MOVE AC-TITULAR
                       TO WRK-CTA-TITULAR(WRK-QTD-CONTA)
                   MOVE AC-STATUS
                       TO WRK-CTA-STATUS(WRK-QTD-CONTA)
           END-READ.

       0130-CARREGAR-AGENDAMENTOS.
           OPEN INPUT SCHEDULED-TRANSFER-FILE.
           IF WRK-FS-TRFAGEN = '00'
               PERFORM 0131-LER-AGENDAMENTO
                   UNTIL WRK-FIM-AGENDAMENTOS
               CLOSE SCHEDULED-TRANSFER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-TRFAGEN
           END-IF.
           DISPLAY 'AGENDAMENTOS CARREGADOS: ' WRK-QTD-AGEND.

       0131-LER-AGENDAMENTO.
           READ SCHEDULED-TRANSFER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRFAGEN
               NOT AT END
                   MOVE 'WRK-TAB-AGEND' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-AGEND TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-AGEND
                   MOVE AG-ID TO WRK-AGD-ID(WRK-QTD-AGEND)
                   MOVE AG-CONTA-ORIGEM
                       TO WRK-AGD-ORIGEM(WRK-QTD-AGEND)
                   MOVE AG-CONTA-DESTINO
                       TO WRK-AGD-DESTINO(WRK-QTD-AGEND)
                   MOVE AG-VALOR TO WRK-AGD-VALOR(WRK-QTD-AGEND)
                   MOVE AG-DATA-INICIAL
                       TO WRK-AGD-DATA-INI(WRK-QTD-AGEND)
                   MOVE AG-FREQUENCIA
                       TO WRK-AGD-FREQ(WRK-QTD-AGEND)
                   MOVE AG-DATA-FINAL
                       TO WRK-AGD-DATA-FIM(WRK-QTD-AGEND)
                   MOVE AG-QTD-MAXIMA
                       TO WRK-AGD-QTD-MAX(WRK-QTD-AGEND)
                   MOVE AG-QTD-EXECUTADA
                       TO WRK-AGD-QTD-EXEC(WRK-QTD-AGEND)
                   MOVE AG-PROXIMA-DATA
                       TO WRK-AGD-PROXIMA(WRK-QTD-AGEND)
                   MOVE AG-TENTATIVAS
                       TO WRK-AGD-TENTATIVAS(WRK-QTD-AGEND)
                   MOVE AG-DATA-ULT-TENT
                       TO WRK-AGD-ULT-TENT(WRK-QTD-AGEND)
                   MOVE AG-STATUS
                       TO WRK-AGD-STATUS(WRK-QTD-AGEND)
                   MOVE AG-DATA-CADASTRO
                       TO WRK-AGD-CADASTRO(WRK-QTD-AGEND)
                   MOVE AG-OPERADOR
                       TO WRK-AGD-OPERADOR(WRK-QTD-AGEND)
                   IF AG-ID > WRK-ULTIMO-ID
                       MOVE AG-ID TO WRK-ULTIMO-ID
                   END-IF
           END-READ.

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
           DISPLAY 'OPERACAO (I=INCLUIR C=CANCELAR L=LISTAR '
               'P=PREVISAO DA CONTA F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-AGENDAMENTO
               WHEN WRK-OPCAO-CANCELAR
                   PERFORM 0220-CANCELAR-AGENDAMENTO
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0230-LISTAR-AGENDAMENTOS
               WHEN WRK-OPCAO-PREVISAO
                   PERFORM 0240-PREVER-EXECUCOES
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-CTA-ACHADA.
           PERFORM VARYING WRK-SUB-CTA FROM 1 BY 1
               UNTIL WRK-SUB-CTA > WRK-QTD-CONTA
               IF WRK-CTA-CONTA(WRK-SUB-CTA) = WRK-CONTA-BUSCA
                   MOVE WRK-SUB-CTA TO WRK-CTA-ACHADA
                   MOVE WRK-QTD-CONTA TO WRK-SUB-CTA
               END-IF
           END-PERFORM.

       0210-INCLUIR-AGENDAMENTO.
           DISPLAY 'CONTA DE ORIGEM: '.
           ACCEPT WRK-ORIGEM-ENTRADA.
           DISPLAY 'CONTA DE DESTINO: '.
           ACCEPT WRK-DESTINO-ENTRADA.
           DISPLAY 'VALOR DA TRANSFERENCIA (REAIS): '.
           ACCEPT WRK-VALOR-ENTRADA.
           DISPLAY 'DATA DA PRIMEIRA EXECUCAO (AAAAMMDD): '.
           ACCEPT WRK-DATA-INI-ENTRADA.
           DISPLAY 'FREQUENCIA (U=UNICA S=SEMANAL Q=QUINZENAL '
               'M=MENSAL): '.
           ACCEPT WRK-FREQ-ENTRADA.
           MOVE ZEROS TO WRK-DATA-FIM-ENTRADA WRK-QTD-MAX-ENTRADA.
           IF WRK-FREQ-ENTRADA NOT = 'U'
               DISPLAY 'DATA FINAL (AAAAMMDD, ZERO = SEM): '
               ACCEPT WRK-DATA-FIM-ENTRADA
               DISPLAY 'QUANTIDADE DE EXECUCOES (ZERO = SEM): '
               ACCEPT WRK-QTD-MAX-ENTRADA
           END-IF.
           PERFORM 0215-CRITICAR-AGENDAMENTO.
           IF WRK-CRITICA-OK
               PERFORM 0216-GRAVAR-AGENDAMENTO
           END-IF.

      *    MESMAS CRITICAS DA TRANSFERENCIA DO CAIXA (CONTAS ATIVAS E
      *    DIFERENTES, LIMITE DIARIO) MAIS AS DATAS E A FREQUENCIA.
      *    O SALDO SO E CONFERIDO NO DIA DA EXECUCAO.
       0215-CRITICAR-AGENDAMENTO.
           MOVE 'N' TO WRK-CRITICA.
           MOVE 'S' TO WRK-DTCHK-RESULTADO.
           MOVE WRK-ORIGEM-ENTRADA TO WRK-CONTA-BUSCA.
           PERFORM 0205-LOCALIZAR-CONTA.
           IF WRK-CTA-ACHADA > 0
               AND WRK-CTA-STATUS(WRK-CTA-ACHADA) NOT = 'A'
               MOVE ZEROS TO WRK-CTA-ACHADA
           END-IF.
           IF WRK-CTA-ACHADA > 0
               MOVE WRK-DESTINO-ENTRADA TO WRK-CONTA-BUSCA
               PERFORM 0205-LOCALIZAR-CONTA
               IF WRK-CTA-ACHADA > 0
                   AND WRK-CTA-STATUS(WRK-CTA-ACHADA) NOT = 'A'
                   MOVE ZEROS TO WRK-CTA-ACHADA
               END-IF
               IF WRK-CTA-ACHADA = ZEROS
                   DISPLAY 'CONTA DE DESTINO INEXISTENTE OU INATIVA.'
               END-IF
           ELSE
               DISPLAY 'CONTA DE ORIGEM INEXISTENTE OU INATIVA.'
           END-IF.
           MOVE 'DATA-INICIAL' TO WRK-DTCHK-CAMPO.
           MOVE 'W' TO WRK-DTCHK-SEVERIDADE.
           MOVE WRK-DATA-INI-ENTRADA TO WRK-DTCHK-DATA.
           CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
               WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
               WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO.
           IF WRK-DTCHK-RESULTADO = 'S'
               AND WRK-DATA-FIM-ENTRADA NOT = ZEROS
               MOVE 'DATA-FINAL' TO WRK-DTCHK-CAMPO
               MOVE WRK-DATA-FIM-ENTRADA TO WRK-DTCHK-DATA
               CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
                   WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
                   WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CTA-ACHADA = ZEROS
                   CONTINUE
               WHEN WRK-DESTINO-ENTRADA = WRK-ORIGEM-ENTRADA
                   DISPLAY 'DESTINO IGUAL A ORIGEM.'
               WHEN WRK-VALOR-ENTRADA = ZEROS
                   DISPLAY 'VALOR OBRIGATORIO.'
               WHEN WRK-VALOR-ENTRADA > WRK-LIMITE-DIARIO
                   DISPLAY 'VALOR ACIMA DO LIMITE DIARIO DA CONTA '
                       '(R$' WRK-LIMITE-DIARIO ').'
               WHEN WRK-DTCHK-RESULTADO NOT = 'S'
                   DISPLAY 'DATA INVALIDA.'
               WHEN WRK-DATA-INI-ENTRADA < WRK-DATA-HOJE
                   DISPLAY 'PRIMEIRA EXECUCAO NAO PODE SER NO '
                       'PASSADO.'
               WHEN NOT WRK-FREQ-VALIDA
                   DISPLAY 'FREQUENCIA INVALIDA.'
               WHEN WRK-DATA-FIM-ENTRADA NOT = ZEROS
                   AND WRK-DATA-FIM-ENTRADA < WRK-DATA-INI-ENTRADA
                   DISPLAY 'DATA FINAL ANTERIOR A PRIMEIRA EXECUCAO.'
               WHEN OTHER
                   MOVE 'S' TO WRK-CRITICA
           END-EVALUATE.
           IF NOT WRK-CRITICA-OK
               DISPLAY 'AGENDAMENTO NAO INCLUIDO.'
           END-IF.

       0216-GRAVAR-AGENDAMENTO.
           MOVE 'WRK-TAB-AGEND' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-AGEND TO WRK-TABCHK-QTD.
           MOVE 200 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-AGEND.
           ADD 1 TO WRK-ULTIMO-ID.
           MOVE WRK-ULTIMO-ID TO WRK-AGD-ID(WRK-QTD-AGEND).
           MOVE WRK-ORIGEM-ENTRADA TO WRK-AGD-ORIGEM(WRK-QTD-AGEND).
           MOVE WRK-DESTINO-ENTRADA
               TO WRK-AGD-DESTINO(WRK-QTD-AGEND).
           MOVE WRK-VALOR-ENTRADA TO WRK-AGD-VALOR(WRK-QTD-AGEND).
           MOVE WRK-DATA-INI-ENTRADA
               TO WRK-AGD-DATA-INI(WRK-QTD-AGEND)
                  WRK-AGD-PROXIMA(WRK-QTD-AGEND).
           MOVE WRK-FREQ-ENTRADA TO WRK-AGD-FREQ(WRK-QTD-AGEND).
           MOVE WRK-DATA-FIM-ENTRADA
               TO WRK-AGD-DATA-FIM(WRK-QTD-AGEND).
           MOVE WRK-QTD-MAX-ENTRADA
               TO WRK-AGD-QTD-MAX(WRK-QTD-AGEND).
           MOVE ZEROS TO WRK-AGD-QTD-EXEC(WRK-QTD-AGEND)
                         WRK-AGD-TENTATIVAS(WRK-QTD-AGEND)
                         WRK-AGD-ULT-TENT(WRK-QTD-AGEND).
           MOVE 'A' TO WRK-AGD-STATUS(WRK-QTD-AGEND).
           MOVE WRK-DATA-HOJE TO WRK-AGD-CADASTRO(WRK-QTD-AGEND).
           MOVE WRK-OPERADOR-ID TO WRK-AGD-OPERADOR(WRK-QTD-AGEND).
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'INCLUSAO AG=' WRK-ULTIMO-ID
               ' DE=' WRK-ORIGEM-ENTRADA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'PARA=' WRK-DESTINO-ENTRADA
               ' VLR=' WRK-VALOR-ENTRADA
               ' FREQ=' WRK-FREQ-ENTRADA
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'AGENDAMENTO ' WRK-ULTIMO-ID ' INCLUIDO.'.

       0220-CANCELAR-AGENDAMENTO.
           DISPLAY 'NUMERO DO AGENDAMENTO: '.
           ACCEPT WRK-ID-ENTRADA.
           MOVE ZEROS TO WRK-AGD-ACHADO.
           PERFORM VARYING WRK-SUB-AGD FROM 1 BY 1
               UNTIL WRK-SUB-AGD > WRK-QTD-AGEND
               IF WRK-AGD-ID(WRK-SUB-AGD) = WRK-ID-ENTRADA
                   MOVE WRK-SUB-AGD TO WRK-AGD-ACHADO
                   MOVE WRK-QTD-AGEND TO WRK-SUB-AGD
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-AGD-ACHADO = ZEROS
                   DISPLAY 'AGENDAMENTO NAO ENCONTRADO.'
               WHEN WRK-AGD-STATUS(WRK-AGD-ACHADO) NOT = 'A'
                   DISPLAY 'AGENDAMENTO NAO ESTA ATIVO (STATUS '
                       WRK-AGD-STATUS(WRK-AGD-ACHADO) ').'
               WHEN OTHER
                   MOVE 'C' TO WRK-AGD-STATUS(WRK-AGD-ACHADO)
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'CANCELAMENTO AG=' WRK-ID-ENTRADA
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   MOVE SPACES TO WRK-AUDIT-SAIDA
                   STRING 'STATUS=A->C'
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                   PERFORM 0250-REGISTRAR-AUDITORIA
                   DISPLAY 'AGENDAMENTO CANCELADO.'
           END-EVALUATE.

       0230-LISTAR-AGENDAMENTOS.
           PERFORM VARYING WRK-SUB-AGD FROM 1 BY 1
               UNTIL WRK-SUB-AGD > WRK-QTD-AGEND
               DISPLAY WRK-AGD-ID(WRK-SUB-AGD)
                   ' ' WRK-AGD-ORIGEM(WRK-SUB-AGD)
                   '->' WRK-AGD-DESTINO(WRK-SUB-AGD)
                   ' VALOR ' WRK-AGD-VALOR(WRK-SUB-AGD)
                   ' FREQ ' WRK-AGD-FREQ(WRK-SUB-AGD)
                   ' PROXIMA ' WRK-AGD-PROXIMA(WRK-SUB-AGD)
                   ' EXEC ' WRK-AGD-QTD-EXEC(WRK-SUB-AGD)
                   ' TENT ' WRK-AGD-TENTATIVAS(WRK-SUB-AGD)
                   ' STATUS ' WRK-AGD-STATUS(WRK-SUB-AGD)
           END-PERFORM.

      *    PREVISAO PARA O CLIENTE: CADA EXECUCAO DOS AGENDAMENTOS
      *    ATIVOS EM QUE A CONTA E ORIGEM OU DESTINO (BRANCOS =
      *    TODAS), DE HOJE ATE O HORIZONTE PEDIDO, COM A DATA
      *    NOMINAL E A DATA EFETIVA (PRIMEIRO DIA UTIL A PARTIR DELA).
       0240-PREVER-EXECUCOES.
           DISPLAY 'CONTA (BRANCOS = TODAS): '.
           ACCEPT WRK-CONTA-PREVISAO.
           DISPLAY 'DIAS A PREVER (ZERO = 30, MAXIMO 366): '.
           ACCEPT WRK-DIAS-PREVISAO.
           IF WRK-DIAS-PREVISAO = ZEROS
               MOVE 30 TO WRK-DIAS-PREVISAO
           END-IF.
           IF WRK-DIAS-PREVISAO > 366
               MOVE 366 TO WRK-DIAS-PREVISAO
           END-IF.
           COMPUTE WRK-DATA-HORIZONTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               + WRK-DIAS-PREVISAO).
           MOVE ZEROS TO WRK-QTD-PREVISTAS WRK-TOTAL-PREVISTO.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           MOVE 'TRFPREV' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFPREV,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           IF WRK-CONTA-PREVISAO = SPACES
               STRING 'PROXIMAS TRANSFERENCIAS AGENDADAS - TODAS AS '
                   'CONTAS ATE ' WRK-DATA-HORIZONTE
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           ELSE
               MOVE WRK-CONTA-PREVISAO TO WRK-CONTA-BUSCA
               PERFORM 0205-LOCALIZAR-CONTA
               STRING 'PROXIMAS TRANSFERENCIAS AGENDADAS - CONTA '
                   WRK-CONTA-PREVISAO ' ATE ' WRK-DATA-HORIZONTE
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           END-IF.
           PERFORM 0249-GRAVAR-LINHA.
           IF WRK-CONTA-PREVISAO NOT = SPACES AND WRK-CTA-ACHADA > 0
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING 'TITULAR: ' WRK-CTA-TITULAR(WRK-CTA-ACHADA)
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
               PERFORM 0249-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'AGEND. ORIGEM DESTINO   VALOR PREVISTA EFETIVA  '
               'FREQ'
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           PERFORM 0249-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-AGD FROM 1 BY 1
               UNTIL WRK-SUB-AGD > WRK-QTD-AGEND
               IF WRK-AGD-STATUS(WRK-SUB-AGD) = 'A'
                   AND (WRK-CONTA-PREVISAO = SPACES
                   OR WRK-AGD-ORIGEM(WRK-SUB-AGD) = WRK-CONTA-PREVISAO
                   OR WRK-AGD-DESTINO(WRK-SUB-AGD)
                   = WRK-CONTA-PREVISAO)
                   PERFORM 0241-PROJETAR-AGENDAMENTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'EXECUCOES PREVISTAS: ' WRK-QTD-PREVISTAS
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           PERFORM 0249-GRAVAR-LINHA.
           MOVE WRK-TOTAL-PREVISTO TO WRK-TOTAL-ED.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'VALOR PREVISTO:      ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           PERFORM 0249-GRAVAR-LINHA.
           CLOSE FORECAST-REPORT-FILE.
           DISPLAY 'PREVISAO GRAVADA NO TRFPREV.dat: '
               WRK-QTD-PREVISTAS ' EXECUCAO(OES).'.

      *    REPETE O AVANCO DO TRFEXEC SOBRE UMA COPIA DA PROXIMA DATA
      *    E DA QUANTIDADE EXECUTADA.
       0241-PROJETAR-AGENDAMENTO.
           MOVE WRK-AGD-PROXIMA(WRK-SUB-AGD) TO WRK-DATA-CALC.
           MOVE WRK-AGD-QTD-EXEC(WRK-SUB-AGD) TO WRK-SIM-QTD.
           MOVE WRK-AGD-FREQ(WRK-SUB-AGD) TO WRK-CALC-FREQUENCIA.
           MOVE WRK-AGD-DATA-INI(WRK-SUB-AGD)(7:2)
               TO WRK-CALC-DIA-BASE.
           MOVE 'N' TO WRK-FIM-SIMULACAO.
           IF WRK-DATA-CALC > WRK-DATA-HORIZONTE
               MOVE 'S' TO WRK-FIM-SIMULACAO
           END-IF.
           PERFORM 0242-PROJETAR-EXECUCAO UNTIL WRK-FIM-PROJECAO.

      *    DATA JA PASSADA (AGENDAMENTO SEM NOTURNO DESDE ENTAO) SO
      *    AVANCA A SIMULACAO, SEM SAIR NA PREVISAO.
       0242-PROJETAR-EXECUCAO.
           IF WRK-DATA-CALC NOT < WRK-DATA-HOJE
               PERFORM 0243-CALCULAR-DATA-EFETIVA
               MOVE WRK-AGD-VALOR(WRK-SUB-AGD) TO WRK-VALOR-ED
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING WRK-AGD-ID(WRK-SUB-AGD) ' '
                   WRK-AGD-ORIGEM(WRK-SUB-AGD) ' '
                   WRK-AGD-DESTINO(WRK-SUB-AGD) ' '
                   WRK-VALOR-ED ' ' WRK-DATA-CALC ' '
                   WRK-DATA-EFETIVA ' ' WRK-CALC-FREQUENCIA
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
               PERFORM 0249-GRAVAR-LINHA
               ADD 1 TO WRK-QTD-PREVISTAS
               ADD WRK-AGD-VALOR(WRK-SUB-AGD) TO WRK-TOTAL-PREVISTO
           END-IF.
           ADD 1 TO WRK-SIM-QTD.
           IF WRK-CALC-FREQUENCIA = 'U'
               OR (WRK-AGD-QTD-MAX(WRK-SUB-AGD) > 0
                   AND WRK-SIM-QTD NOT < WRK-AGD-QTD-MAX(WRK-SUB-AGD))
               MOVE 'S' TO WRK-FIM-SIMULACAO
           ELSE
               PERFORM 0245-CALCULAR-PROXIMA-DATA
               IF WRK-DATA-CALC > WRK-DATA-HORIZONTE
                   OR (WRK-AGD-DATA-FIM(WRK-SUB-AGD) > 0
                   AND WRK-DATA-CALC > WRK-AGD-DATA-FIM(WRK-SUB-AGD))
                   MOVE 'S' TO WRK-FIM-SIMULACAO
               END-IF
           END-IF.

      *    DATA EFETIVA: A PROPRIA DATA SE FOR DIA UTIL, SENAO O
      *    PROXIMO DIA UTIL (DIA-UTIL 'P' A PARTIR DA VESPERA).
       0243-CALCULAR-DATA-EFETIVA.
           COMPUTE WRK-DATA-VESPERA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) - 1).
           MOVE 'P' TO WRK-DU-FUNCAO.
           MOVE ZEROS TO WRK-DU-COMPETENCIA WRK-DU-QTD-DIAS.
           MOVE SPACES TO WRK-DU-UF.
           CALL 'DIA-UTIL' USING WRK-DU-FUNCAO, WRK-DU-COMPETENCIA,
               WRK-DATA-VESPERA, WRK-DU-QTD-DIAS, WRK-DATA-EFETIVA,
               WRK-DU-UF.

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

       0249-GRAVAR-LINHA.
           WRITE FORECAST-REPORT-RECORD.
           MOVE 'TRFPREV' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFPREV,
               WRK-FSCHK-CHAVE.

       0250-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-OPERADOR-ID    TO AUD-OPERADOR.
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

       0300-FINALIZAR.
           IF WRK-HOUVE-ALTERACAO = 'S'
               PERFORM 0310-REGRAVAR-AGENDAMENTOS
           END-IF.
           DISPLAY 'MANUTENCAO DE TRANSFERENCIAS AGENDADAS '
               'ENCERRADA.'.

       0310-REGRAVAR-AGENDAMENTOS.
           OPEN OUTPUT SCHEDULED-TRANSFER-FILE-NOVO.
           MOVE 'TRFAGNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFAGNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-AGENDAMENTO
               VARYING WRK-SUB-AGD FROM 1 BY 1
               UNTIL WRK-SUB-AGD > WRK-QTD-AGEND.
           CLOSE SCHEDULED-TRANSFER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-TRFAGEN,
               WRK-NOME-TRFAGNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-TRFAGEN
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'CADASTRO DE AGENDAMENTOS REGRAVADO.'.

       0311-GRAVAR-AGENDAMENTO.
           MOVE WRK-AGD-ID(WRK-SUB-AGD)      TO AG-NOVO-ID.
           MOVE WRK-AGD-ORIGEM(WRK-SUB-AGD)  TO AG-NOVO-CONTA-ORIGEM.
           MOVE WRK-AGD-DESTINO(WRK-SUB-AGD)
               TO AG-NOVO-CONTA-DESTINO.
           MOVE WRK-AGD-VALOR(WRK-SUB-AGD)   TO AG-NOVO-VALOR.
           MOVE WRK-AGD-DATA-INI(WRK-SUB-AGD)
               TO AG-NOVO-DATA-INICIAL.
           MOVE WRK-AGD-FREQ(WRK-SUB-AGD)    TO AG-NOVO-FREQUENCIA.
           MOVE WRK-AGD-DATA-FIM(WRK-SUB-AGD) TO AG-NOVO-DATA-FINAL.
           MOVE WRK-AGD-QTD-MAX(WRK-SUB-AGD) TO AG-NOVO-QTD-MAXIMA.
           MOVE WRK-AGD-QTD-EXEC(WRK-SUB-AGD)
               TO AG-NOVO-QTD-EXECUTADA.
           MOVE WRK-AGD-PROXIMA(WRK-SUB-AGD)
               TO AG-NOVO-PROXIMA-DATA.
           MOVE WRK-AGD-TENTATIVAS(WRK-SUB-AGD)
               TO AG-NOVO-TENTATIVAS.
           MOVE WRK-AGD-ULT-TENT(WRK-SUB-AGD)
               TO AG-NOVO-DATA-ULT-TENT.
           MOVE WRK-AGD-STATUS(WRK-SUB-AGD)  TO AG-NOVO-STATUS.
           MOVE WRK-AGD-CADASTRO(WRK-SUB-AGD)
               TO AG-NOVO-DATA-CADASTRO.
           MOVE WRK-AGD-OPERADOR(WRK-SUB-AGD) TO AG-NOVO-OPERADOR.
           WRITE SCHEDULED-TRANSFER-RECORD-NOVO.
           MOVE 'TRFAGNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRFAGNEW,
               WRK-FSCHK-CHAVE.
