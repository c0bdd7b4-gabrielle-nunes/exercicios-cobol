       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQESP.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: PROVISAO NOTURNA DO CHEQUE ESPECIAL DAS CONTAS DO
      *          CAIXA. PARA CADA CONTA DO ACCMAST COM SALDO
      *          NEGATIVO NO FIM DO DIA, CALCULA OS JUROS DO DIA
      *          (CHEQ-JUROS-DIA DO PARMS, % AO DIA) E O IOF DO DIA
      *          (CHEQ-IOF-DIA, % AO DIA) SOBRE O SALDO DEVEDOR E
      *          ACUMULA NAS PROVISOES DA CONTA, QUE O CONTAFECH
      *          COBRA NO FECHAMENTO DO MES. MARCA A DATA EM QUE A
      *          CONTA FICOU NEGATIVA (ZERADA QUANDO O SALDO VOLTA
      *          A SER POSITIVO) E LISTA NO CHEQCOBR.dat AS CONTAS
      *          NEGATIVAS HA MAIS DE CHEQ-DIAS-COBR DIAS, PARA A
      *          COBRANCA. A DATA PROVISIONADA (A DATA DE MOVIMENTO
      *          DO SCHEDCTL.dat) E REGISTRADA NO CHEQCTL.dat - RODAR
      *          DE NOVO A MESMA DATA OU UMA ANTERIOR E RECUSADO. OS
      *          DIAS CORRIDOS DESDE A ULTIMA PROVISAO (FIM DE SEMANA
      *          E FERIADO) ENTRAM NA RODADA SEGUINTE. O ACCMAST E
      *          REGRAVADO VIA ACCNEW.dat E PROMOVIDO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O CAIXA SO DEIXAVA SACAR ATE O SALDO
      *             DISPONIVEL E NAO HAVIA COMO COBRAR ENCARGOS DE
      *             CONTA NEGATIVA.
      *2026-10-15 - REGISTRO DO ACCMAST CRESCE COM O TIPO DA CONTA E OS
      *             CAMPOS DO RENDIMENTO DA POUPANCA (AC-TIPO-CONTA,
      *             AC-POUP-ANIV, AC-POUP-SALDO-MIN, AC-POUP-RESGATE).
      *2026-10-15 - DATA DA PROVISAO PASSA A SER A DATA DE MOVIMENTO DO
      *             SCHEDCTL (REPROCESSO NAO DATA PELO RELOGIO) E OS
      *             ENCARGOS COBREM OS DIAS CORRIDOS DESDE A ULTIMA
      *             PROVISAO DO CHEQCTL, NAO SO O DIA UTIL.
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
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT ACCOUNT-MASTER-FILE-NOVO ASSIGN TO "ACCNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCNEW.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "CHEQCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQCTL.
           SELECT COLLECTION-REPORT-FILE ASSIGN TO "CHEQCOBR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQCOBR.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

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

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO         PIC X(15).
           02 PARM-REC-VALOR          PIC 9(07)V9999.

       FD  ACCRUAL-CONTROL-FILE.
       01  ACCRUAL-CONTROL-RECORD.
           02 CTL-DATA-PROVISAO       PIC 9(08).

       FD  COLLECTION-REPORT-FILE.
       01  COLLECTION-REPORT-RECORD   PIC X(72).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CHEQESP'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CHEQCTL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CHEQCOBR        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ACCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTAS                    VALUE 'S'.
       77 WRK-FIM-CHEQCTL        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTROLE                  VALUE 'S'.
       77 WRK-JA-PROVISIONADO    PIC X(01)      VALUE 'N'.
           88 WRK-DATA-PROVISIONADA             VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-ULT-PROVISAO       PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-PROVISAO      PIC 9(03)      VALUE ZEROS.
       77 WRK-DIAS-CONTA         PIC 9(03)      VALUE ZEROS.
       77 WRK-JUROS-DIA-PERC     PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-IOF-DIA-PERC       PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-DIAS-COBRANCA      PIC 9(04)      VALUE ZEROS.
       77 WRK-SALDO-DEVEDOR      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-JUROS-DIA          PIC 9(07)V99   VALUE ZEROS.
       77 WRK-IOF-DIA            PIC 9(07)V99   VALUE ZEROS.
       77 WRK-DIAS-NEGATIVO      PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-DEVEDOR      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-JUROS        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-IOF          PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QTD-NEGATIVAS      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-COBRANCA       PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-EXCEDIDAS      PIC 9(04)      VALUE ZEROS.
       77 WRK-SALDO-ED           PIC ----.---.--9,99.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-DIAS-ED            PIC ZZZZ9.
       77 WRK-SITUACAO-LIMITE    PIC X(09)      VALUE SPACES.
       77 WRK-NOME-ACCMAST       PIC X(20)      VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20)      VALUE "ACCNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103-LER-DATA-MOVIMENTO.
           PERFORM 0105-VERIFICAR-JA-PROVISIONADO.
           IF WRK-DATA-PROVISIONADA
               DISPLAY 'PROVISAO DE ' WRK-DATA-MOVIMENTO
                   ' JA EXECUTADA (ULTIMA PROVISAO EM '
                   WRK-ULT-PROVISAO ') - EXECUCAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CARREGAR-PARAMETROS.
           MOVE 'CHEQ-JUROS-DIA' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-JUROS-DIA-PERC.
           MOVE 'CHEQ-IOF-DIA' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-IOF-DIA-PERC.
           MOVE 'CHEQ-DIAS-COBR' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-DIAS-COBRANCA.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT ACCOUNT-MASTER-FILE-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCNEW,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT COLLECTION-REPORT-FILE.
           MOVE 'CHEQCOBR' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CHEQCOBR,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DIAS-COBRANCA TO WRK-DIAS-ED.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'CHEQUE ESPECIAL - CONTAS NEGATIVAS HA MAIS DE '
               WRK-DIAS-ED ' DIAS EM ' WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'CONTA  TITULAR                        '
               '  SALDO DEVEDOR  DIAS SITUACAO'
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.

      *    DATA DE MOVIMENTO DO LOTE: A MESMA QUE O AGENDA ACABOU
      *    DE AVANCAR PARA O DIA UTIL DA RODADA.
       0103-LER-DATA-MOVIMENTO.
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

      *    ULTIMA DATA PROVISIONADA NO CHEQCTL. OS DIAS CORRIDOS
      *    DESDE ELA SAO OS DIAS DE ENCARGO DESTA RODADA (SEXTA ->
      *    SEGUNDA = 3); SEM CHEQCTL, PRIMEIRA RODADA, UM DIA.
       0105-VERIFICAR-JA-PROVISIONADO.
           MOVE 'N' TO WRK-JA-PROVISIONADO.
           MOVE ZEROS TO WRK-ULT-PROVISAO.
           OPEN INPUT ACCRUAL-CONTROL-FILE.
           IF WRK-FS-CHEQCTL = '00'
               PERFORM 0106-LER-CONTROLE UNTIL WRK-FIM-CONTROLE
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF.
           IF WRK-ULT-PROVISAO NOT < WRK-DATA-MOVIMENTO
               MOVE 'S' TO WRK-JA-PROVISIONADO
           END-IF.
           IF WRK-ULT-PROVISAO = ZEROS
               MOVE 1 TO WRK-DIAS-PROVISAO
           ELSE
               IF WRK-JA-PROVISIONADO = 'N'
                   COMPUTE WRK-DIAS-PROVISAO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO)
                       - FUNCTION INTEGER-OF-DATE(WRK-ULT-PROVISAO)
               END-IF
           END-IF.

       0106-LER-CONTROLE.
           READ ACCRUAL-CONTROL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CHEQCTL
               NOT AT END
                   IF CTL-DATA-PROVISAO > WRK-ULT-PROVISAO
                       MOVE CTL-DATA-PROVISAO TO WRK-ULT-PROVISAO
                   END-IF
           END-READ.
           MOVE 'CHEQCTL' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CHEQCTL,
               WRK-FSCHK-CHAVE.

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

       0200-PROCESSAR.
           PERFORM 0210-LER-CONTA UNTIL WRK-FIM-CONTAS.

       0210-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ACCMAST
               NOT AT END
                   IF AC-SALDO < ZEROS
                       PERFORM 0220-PROVISIONAR-ENCARGOS
                   ELSE
                       MOVE ZEROS TO AC-DATA-NEGATIVO
                   END-IF
                   PERFORM 0230-GRAVAR-CONTA
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

      *    SALDO DEVEDOR DO DIA: JUROS E IOF DIARIOS PROVISIONADOS
      *    NA CONTA PELOS DIAS CORRIDOS DESDE A ULTIMA PROVISAO - O
      *    SALDO NAO MEXE NO FIM DE SEMANA NEM NO FERIADO. CONTA QUE
      *    FICOU NEGATIVA HOJE PAGA UM DIA SO. A CONTAGEM DE DIAS DA
      *    COBRANCA PARTE DA DATA EM QUE A CONTA FICOU NEGATIVA,
      *    GRAVADA NA PRIMEIRA NOITE.
       0220-PROVISIONAR-ENCARGOS.
           ADD 1 TO WRK-QTD-NEGATIVAS.
           MOVE WRK-DIAS-PROVISAO TO WRK-DIAS-CONTA.
           IF AC-DATA-NEGATIVO = ZEROS
               MOVE WRK-DATA-MOVIMENTO TO AC-DATA-NEGATIVO
               MOVE 1 TO WRK-DIAS-CONTA
           END-IF.
           COMPUTE WRK-SALDO-DEVEDOR = ZEROS - AC-SALDO.
           COMPUTE WRK-JUROS-DIA ROUNDED =
               WRK-SALDO-DEVEDOR * WRK-JUROS-DIA-PERC / 100
               * WRK-DIAS-CONTA.
           COMPUTE WRK-IOF-DIA ROUNDED =
               WRK-SALDO-DEVEDOR * WRK-IOF-DIA-PERC / 100
               * WRK-DIAS-CONTA.
           ADD WRK-JUROS-DIA TO AC-JUROS-CHEQ-ACUM.
           ADD WRK-IOF-DIA TO AC-IOF-CHEQ-ACUM.
           ADD WRK-SALDO-DEVEDOR TO WRK-TOTAL-DEVEDOR.
           ADD WRK-JUROS-DIA TO WRK-TOTAL-JUROS.
           ADD WRK-IOF-DIA TO WRK-TOTAL-IOF.
           IF WRK-SALDO-DEVEDOR > AC-LIMITE-CHEQUE
               MOVE 'EXCEDIDO' TO WRK-SITUACAO-LIMITE
               ADD 1 TO WRK-QTD-EXCEDIDAS
           ELSE
               MOVE 'NO LIMITE' TO WRK-SITUACAO-LIMITE
           END-IF.
           COMPUTE WRK-DIAS-NEGATIVO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO)
               - FUNCTION INTEGER-OF-DATE(AC-DATA-NEGATIVO).
           IF WRK-DIAS-NEGATIVO > WRK-DIAS-COBRANCA
               PERFORM 0225-LISTAR-COBRANCA
           END-IF.

       0225-LISTAR-COBRANCA.
           ADD 1 TO WRK-QTD-COBRANCA.
           MOVE AC-SALDO TO WRK-SALDO-ED.
           MOVE WRK-DIAS-NEGATIVO TO WRK-DIAS-ED.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING AC-CONTA ' ' AC-TITULAR ' ' WRK-SALDO-ED
               ' ' WRK-DIAS-ED ' ' WRK-SITUACAO-LIMITE
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.

       0230-GRAVAR-CONTA.
           MOVE AC-CONTA           TO AC-NOVO-CONTA.
           MOVE AC-TITULAR         TO AC-NOVO-TITULAR.
           MOVE AC-STATUS          TO AC-NOVO-STATUS.
           MOVE AC-SALDO           TO AC-NOVO-SALDO.
           MOVE AC-SALDO-BLOQ      TO AC-NOVO-SALDO-BLOQ.
           MOVE AC-CPFCNPJ         TO AC-NOVO-CPFCNPJ.
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
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCNEW,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCOUNT-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ACCMAST,
               WRK-NOME-ACCNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ACCMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0920-REGISTRAR-PROVISAO
           END-IF.
           PERFORM 0910-GRAVAR-TOTAIS.
           CLOSE COLLECTION-REPORT-FILE.
           DISPLAY 'PROVISAO DO CHEQUE ESPECIAL CONCLUIDA: '
               WRK-QTD-NEGATIVAS ' CONTA(S) NEGATIVA(S), '
               WRK-QTD-COBRANCA ' EM COBRANCA.'.

       0910-GRAVAR-TOTAIS.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'CONTAS NEGATIVAS NO DIA:    ' WRK-QTD-NEGATIVAS
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'DIAS CORRIDOS PROVISIONADOS:' WRK-DIAS-PROVISAO
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'CONTAS ACIMA DO LIMITE:     ' WRK-QTD-EXCEDIDAS
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'CONTAS EM COBRANCA:         ' WRK-QTD-COBRANCA
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE WRK-TOTAL-DEVEDOR TO WRK-VALOR-ED.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'SALDO DEVEDOR TOTAL:        ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE WRK-TOTAL-JUROS TO WRK-VALOR-ED.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'JUROS PROVISIONADOS:        ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.
           MOVE WRK-TOTAL-IOF TO WRK-VALOR-ED.
           MOVE SPACES TO COLLECTION-REPORT-RECORD.
           STRING 'IOF PROVISIONADO:           ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO COLLECTION-REPORT-RECORD.
           PERFORM 0915-GRAVAR-LINHA.

       0915-GRAVAR-LINHA.
           WRITE COLLECTION-REPORT-RECORD.
           MOVE 'CHEQCOBR' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CHEQCOBR,
               WRK-FSCHK-CHAVE.

       0920-REGISTRAR-PROVISAO.
           OPEN EXTEND ACCRUAL-CONTROL-FILE.
           IF WRK-FS-CHEQCTL NOT = '00'
               OPEN OUTPUT ACCRUAL-CONTROL-FILE
               MOVE 'CHEQCTL' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CHEQCTL,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-DATA-MOVIMENTO TO CTL-DATA-PROVISAO.
           WRITE ACCRUAL-CONTROL-RECORD.
           MOVE 'CHEQCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CHEQCTL,
               WRK-FSCHK-CHAVE.
           CLOSE ACCRUAL-CONTROL-FILE.
