       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODCONC.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CONCILIACAO DOS ENVIOS CONTRA-ENTREGA COM O REPASSE
      *          DAS TRANSPORTADORAS. O FRETE GRAVA NO CODREG.dat O
      *          VALOR A COBRAR DE CADA ENVIO CONTRA-ENTREGA; AQUI A
      *          DATA DE ENTREGA E ATUALIZADA PELO TRACKREG
      *          (DELIVERED; RETURNED = DEVOLVIDO, NADA A REPASSAR) E O
      *          ARQUIVO DE REPASSE DAS TRANSPORTADORAS (CODREM.dat:
      *          TRANSPORTADORA, RASTREIO, VALOR, DATA) E CASADO POR
      *          RASTREIO CONTRA O VALOR DEVIDO. REPASSE COM DATA NAO
      *          POSTERIOR AO ULTIMO JA APLICADO NO RASTREIO E TIDO
      *          COMO JA IMPORTADO, ENTAO REPROCESSAR O MESMO ARQUIVO
      *          NAO DUPLICA VALOR. O RELATORIO CODCONC.dat SAI POR
      *          TRANSPORTADORA: COBRADO E NAO REPASSADO (NO PRAZO),
      *          REPASSE A MENOR, REPASSE VENCIDO (ENTREGUE HA MAIS DE
      *          COD-PRAZO-DIAS DO PARMS, PADRAO 7, SEM REPASSE) E
      *          REPASSE A MAIOR OU SEM ENVIO. O CARRPAY RETEM DO A
      *          PAGAR O QUE NAO FOI REPASSADO. CODREG REGRAVADO VIA
      *          CODNEW.dat E PROMOVIDO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O DINHEIRO COBRADO NA PORTA PELAS
      *             TRANSPORTADORAS ERA CONFERIDO EM PLANILHA E O
      *             REPASSE A MENOR SO APARECIA NO BALANCO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COD-REGISTER-FILE ASSIGN TO "CODREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CODREG.
           SELECT COD-REGISTER-FILE-NOVO ASSIGN TO "CODNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CODNEW.
           SELECT COD-REMITTANCE-FILE ASSIGN TO "CODREM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CODREM.
           SELECT TRACKING-REGISTER-FILE ASSIGN TO "TRACKREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKREG.
           SELECT COD-REPORT-FILE ASSIGN TO "CODCONC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CODCONC.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  COD-REGISTER-FILE.
       01  COD-REGISTER-RECORD.
           02 COD-RASTREIO           PIC X(12).
           02 COD-PEDIDO             PIC X(06).
           02 COD-CLIENTE            PIC X(06).
           02 COD-CARRIER            PIC X(03).
           02 COD-ORIGEM             PIC X(03).
           02 COD-DATA-ENVIO         PIC 9(08).
           02 COD-VALOR-COBRAR       PIC 9(07)V99.
           02 COD-TAXA               PIC 9(04)V99.
           02 COD-DATA-ENTREGA       PIC 9(08).
           02 COD-VALOR-REPASSADO    PIC 9(07)V99.
           02 COD-DATA-REPASSE       PIC 9(08).
           02 COD-STATUS             PIC X(01).

       FD  COD-REGISTER-FILE-NOVO.
       01  COD-REGISTER-RECORD-NOVO  PIC X(79).

       FD  COD-REMITTANCE-FILE.
       01  COD-REMITTANCE-RECORD.
           02 REM-CARRIER            PIC X(03).
           02 REM-RASTREIO           PIC X(12).
           02 REM-VALOR              PIC 9(07)V99.
           02 REM-DATA               PIC 9(08).

       FD  TRACKING-REGISTER-FILE.
       01  TRACKING-REGISTER-RECORD.
           02 TRK-NUMERO             PIC X(12).
           02 TRK-PEDIDO             PIC X(06).
           02 TRK-PEDIDO-ORIG        PIC X(06).
           02 TRK-DATA               PIC 9(08).
           02 TRK-HORA               PIC 9(08).
           02 TRK-STATUS             PIC X(10).
           02 TRK-CARGA              PIC 9(08).
           02 TRK-TENTATIVAS         PIC 9(01).

       FD  COD-REPORT-FILE.
       01  COD-REPORT-RECORD         PIC X(90).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CODCONC'.
       77 WRK-FS-CODREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CODNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CODREM          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKREG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CODCONC         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CODREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTRA-ENTREGA            VALUE 'S'.
       77 WRK-FIM-CODREM         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REPASSES                  VALUE 'S'.
       77 WRK-FIM-TRACKREG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-PRAZO-REPASSE      PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-COD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-COD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-COD-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-TRANSP         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-TRANSP         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRANSP-ACHADA      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SERIAL-HOJE        PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-ENTREGA     PIC 9(07)      VALUE ZEROS.
       77 WRK-DIAS-ENTREGUE      PIC S9(05)     VALUE ZEROS.
       77 WRK-DIAS-ED            PIC ZZZZ9.
       77 WRK-DIFERENCA          PIC 9(07)V99   VALUE ZEROS.
       77 WRK-QTD-LIDOS          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-APLICADOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-JA-IMPORTADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-ENVIO      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-PENDENCIAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-NAO-REPASSADO  PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-A-MENOR        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-VENCIDO        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-A-MAIOR        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED2          PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED3          PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-CODREG        PIC X(20)      VALUE "CODREG.dat".
       77 WRK-NOME-CODNEW        PIC X(20)      VALUE "CODNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

      *    STATUS DO ENVIO CONTRA-ENTREGA NO CODREG:
      *    P = AGUARDANDO ENTREGA      C = COBRADO, REPASSE NO PRAZO
      *    S = REPASSE A MENOR         V = REPASSE VENCIDO
      *    Q = QUITADO                 X = REPASSE A MAIOR
      *    D = DEVOLVIDO, NADA A REPASSAR
       01  WRK-TAB-COD VALUE ZEROS.
           02 WRK-COD-LINHA OCCURS 1000 TIMES.
               03 WRK-COD-RASTREIO   PIC X(12).
               03 WRK-COD-CARRIER    PIC X(03).
               03 WRK-COD-COBRAR     PIC 9(07)V99.
               03 WRK-COD-REPASSADO  PIC 9(07)V99.
               03 WRK-COD-REPASSE    PIC 9(08).
               03 WRK-COD-REPASSE-ANT PIC 9(08).
               03 WRK-COD-ENTREGA    PIC 9(08).
               03 WRK-COD-STATUS     PIC X(01).
               03 WRK-COD-REGISTRO   PIC X(79).

       01  WRK-TAB-TRANSP VALUE ZEROS.
           02 WRK-TRANSP-LINHA OCCURS 50 TIMES.
               03 WRK-TRANSP-CODIGO  PIC X(03).
               03 WRK-TRANSP-NAO-REP PIC 9(09)V99.
               03 WRK-TRANSP-A-MENOR PIC 9(09)V99.
               03 WRK-TRANSP-VENCIDO PIC 9(09)V99.
               03 WRK-TRANSP-A-MAIOR PIC 9(09)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-SERIAL-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM 0112-CARREGAR-PARAMETROS.
           MOVE 'COD-PRAZO-DIAS' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PRAZO-REPASSE.
           IF WRK-PRAZO-REPASSE = ZEROS
               MOVE 7 TO WRK-PRAZO-REPASSE
           END-IF.
           PERFORM 0120-CARREGAR-CONTRA-ENTREGA.
           PERFORM 0130-ATUALIZAR-ENTREGAS.
           OPEN OUTPUT COD-REPORT-FILE.
           MOVE 'CODCONC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODCONC,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO COD-REPORT-RECORD.
           STRING 'CONCILIACAO DE CONTRA-ENTREGA - ' WRK-DATA-HOJE
               ' - PRAZO DE REPASSE ' WRK-PRAZO-REPASSE ' DIAS'
               DELIMITED BY SIZE INTO COD-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0112-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0113-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0113-LER-PARAMETRO.
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

       0120-CARREGAR-CONTRA-ENTREGA.
           OPEN INPUT COD-REGISTER-FILE.
           MOVE 'CODREG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODREG,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-CONTRA-ENTREGA
               UNTIL WRK-FIM-CONTRA-ENTREGA.
           CLOSE COD-REGISTER-FILE.

       0121-LER-CONTRA-ENTREGA.
           READ COD-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CODREG
               NOT AT END
                   MOVE 'WRK-TAB-COD' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-COD TO WRK-TABCHK-QTD
                   MOVE 1000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-COD
                   MOVE COD-RASTREIO
                       TO WRK-COD-RASTREIO(WRK-QTD-COD)
                   MOVE COD-CARRIER
                       TO WRK-COD-CARRIER(WRK-QTD-COD)
                   MOVE COD-VALOR-COBRAR
                       TO WRK-COD-COBRAR(WRK-QTD-COD)
                   MOVE COD-VALOR-REPASSADO
                       TO WRK-COD-REPASSADO(WRK-QTD-COD)
                   MOVE COD-DATA-REPASSE
                       TO WRK-COD-REPASSE(WRK-QTD-COD)
                   MOVE COD-DATA-REPASSE
                       TO WRK-COD-REPASSE-ANT(WRK-QTD-COD)
                   MOVE COD-DATA-ENTREGA
                       TO WRK-COD-ENTREGA(WRK-QTD-COD)
                   MOVE COD-STATUS
                       TO WRK-COD-STATUS(WRK-QTD-COD)
                   MOVE COD-REGISTER-RECORD
                       TO WRK-COD-REGISTRO(WRK-QTD-COD)
           END-READ.
           MOVE 'CODREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODREG,
               WRK-FSCHK-CHAVE.

      *    A ENTREGA (OU A DEVOLUCAO) VEM DO STATUS CORRENTE DO
      *    RASTREIO NO TRACKREG.
       0130-ATUALIZAR-ENTREGAS.
           OPEN INPUT TRACKING-REGISTER-FILE.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKREG,
               WRK-FSCHK-CHAVE.
           PERFORM 0131-LER-RASTREIO UNTIL WRK-FIM-REGISTRO.
           CLOSE TRACKING-REGISTER-FILE.

       0131-LER-RASTREIO.
           READ TRACKING-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRACKREG
               NOT AT END
                   IF TRK-STATUS = 'DELIVERED'
                       OR TRK-STATUS = 'RETURNED'
                       MOVE TRK-NUMERO TO REM-RASTREIO
                       PERFORM 0225-LOCALIZAR-ENVIO
                       IF WRK-COD-ACHADO > 0
                           PERFORM 0132-REGISTRAR-ENTREGA
                       END-IF
                   END-IF
           END-READ.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKREG,
               WRK-FSCHK-CHAVE.

       0132-REGISTRAR-ENTREGA.
           IF TRK-STATUS = 'RETURNED'
               MOVE 'D' TO WRK-COD-STATUS(WRK-COD-ACHADO)
           ELSE
               IF WRK-COD-ENTREGA(WRK-COD-ACHADO) = ZEROS
                   MOVE TRK-DATA TO WRK-COD-ENTREGA(WRK-COD-ACHADO)
               END-IF
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-IMPORTAR-REPASSES.
           PERFORM 0230-CLASSIFICAR-ENVIO
               VARYING WRK-SUB-COD FROM 1 BY 1
               UNTIL WRK-SUB-COD > WRK-QTD-COD.
           PERFORM 0250-RELATAR-TRANSPORTADORA
               VARYING WRK-SUB-TRANSP FROM 1 BY 1
               UNTIL WRK-SUB-TRANSP > WRK-QTD-TRANSP.

       0210-IMPORTAR-REPASSES.
           OPEN INPUT COD-REMITTANCE-FILE.
           IF WRK-FS-CODREM = '00'
               PERFORM 0220-LER-REPASSE UNTIL WRK-FIM-REPASSES
               CLOSE COD-REMITTANCE-FILE
           ELSE
               DISPLAY 'AVISO: CODREM.dat AUSENTE - SO A POSICAO DOS '
                   'REPASSES E ATUALIZADA.'
           END-IF.

       0220-LER-REPASSE.
           READ COD-REMITTANCE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CODREM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0221-APLICAR-REPASSE
           END-READ.
           MOVE 'CODREM' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODREM,
               WRK-FSCHK-CHAVE.

      *    REPASSE DE RASTREIO DESCONHECIDO OU DE OUTRA TRANSPORTADORA
      *    VAI PARA A LISTA DE EXCECOES; DATA NAO POSTERIOR AO ULTIMO
      *    REPASSE JA GRAVADO = LINHA JA IMPORTADA EM RODADA ANTERIOR.
       0221-APLICAR-REPASSE.
           PERFORM 0225-LOCALIZAR-ENVIO.
           IF WRK-COD-ACHADO = ZEROS
               OR WRK-COD-CARRIER(WRK-COD-ACHADO) NOT = REM-CARRIER
               ADD 1 TO WRK-QTD-SEM-ENVIO
               MOVE REM-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO COD-REPORT-RECORD
               STRING 'REPASSE SEM ENVIO CONTRA-ENTREGA: TR '
                   REM-CARRIER ' ' REM-RASTREIO
                   ' DATA ' REM-DATA ' VALOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO COD-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           ELSE
               IF REM-DATA NOT > WRK-COD-REPASSE-ANT(WRK-COD-ACHADO)
                   ADD 1 TO WRK-QTD-JA-IMPORTADOS
               ELSE
                   ADD REM-VALOR
                       TO WRK-COD-REPASSADO(WRK-COD-ACHADO)
                   IF REM-DATA > WRK-COD-REPASSE(WRK-COD-ACHADO)
                       MOVE REM-DATA
                           TO WRK-COD-REPASSE(WRK-COD-ACHADO)
                   END-IF
                   ADD 1 TO WRK-QTD-APLICADOS
               END-IF
           END-IF.

       0225-LOCALIZAR-ENVIO.
           MOVE ZEROS TO WRK-COD-ACHADO.
           PERFORM VARYING WRK-SUB-COD FROM 1 BY 1
               UNTIL WRK-SUB-COD > WRK-QTD-COD
               IF WRK-COD-RASTREIO(WRK-SUB-COD) = REM-RASTREIO
                   MOVE WRK-SUB-COD TO WRK-COD-ACHADO
                   MOVE WRK-QTD-COD TO WRK-SUB-COD
               END-IF
           END-PERFORM.

      *    O ENVIO DEVOLVIDO CONTINUA D; OS DEMAIS SAO RECLASSIFICADOS
      *    PELO VALOR REPASSADO E PELOS DIAS DESDE A ENTREGA.
       0230-CLASSIFICAR-ENVIO.
           IF WRK-COD-STATUS(WRK-SUB-COD) NOT = 'D'
               EVALUATE TRUE
                   WHEN WRK-COD-REPASSADO(WRK-SUB-COD)
                       = WRK-COD-COBRAR(WRK-SUB-COD)
                       MOVE 'Q' TO WRK-COD-STATUS(WRK-SUB-COD)
                   WHEN WRK-COD-REPASSADO(WRK-SUB-COD)
                       > WRK-COD-COBRAR(WRK-SUB-COD)
                       MOVE 'X' TO WRK-COD-STATUS(WRK-SUB-COD)
                   WHEN WRK-COD-REPASSADO(WRK-SUB-COD) > ZEROS
                       MOVE 'S' TO WRK-COD-STATUS(WRK-SUB-COD)
                   WHEN WRK-COD-ENTREGA(WRK-SUB-COD) = ZEROS
                       MOVE 'P' TO WRK-COD-STATUS(WRK-SUB-COD)
                   WHEN OTHER
                       COMPUTE WRK-SERIAL-ENTREGA =
                           FUNCTION INTEGER-OF-DATE
                               (WRK-COD-ENTREGA(WRK-SUB-COD))
                       COMPUTE WRK-DIAS-ENTREGUE =
                           WRK-SERIAL-HOJE - WRK-SERIAL-ENTREGA
                       IF WRK-DIAS-ENTREGUE > WRK-PRAZO-REPASSE
                           MOVE 'V' TO WRK-COD-STATUS(WRK-SUB-COD)
                       ELSE
                           MOVE 'C' TO WRK-COD-STATUS(WRK-SUB-COD)
                       END-IF
               END-EVALUATE
           END-IF.
           IF WRK-COD-STATUS(WRK-SUB-COD) = 'C' OR 'S' OR 'V' OR 'X'
               PERFORM 0235-ACUMULAR-TRANSPORTADORA
           END-IF.

       0235-ACUMULAR-TRANSPORTADORA.
           PERFORM 0240-LOCALIZAR-TRANSPORTADORA.
           EVALUATE WRK-COD-STATUS(WRK-SUB-COD)
               WHEN 'C'
                   ADD WRK-COD-COBRAR(WRK-SUB-COD)
                       TO WRK-TRANSP-NAO-REP(WRK-TRANSP-ACHADA)
               WHEN 'S'
                   COMPUTE WRK-DIFERENCA =
                       WRK-COD-COBRAR(WRK-SUB-COD)
                       - WRK-COD-REPASSADO(WRK-SUB-COD)
                   ADD WRK-DIFERENCA
                       TO WRK-TRANSP-A-MENOR(WRK-TRANSP-ACHADA)
               WHEN 'V'
                   ADD WRK-COD-COBRAR(WRK-SUB-COD)
                       TO WRK-TRANSP-VENCIDO(WRK-TRANSP-ACHADA)
               WHEN 'X'
                   COMPUTE WRK-DIFERENCA =
                       WRK-COD-REPASSADO(WRK-SUB-COD)
                       - WRK-COD-COBRAR(WRK-SUB-COD)
                   ADD WRK-DIFERENCA
                       TO WRK-TRANSP-A-MAIOR(WRK-TRANSP-ACHADA)
           END-EVALUATE.

       0240-LOCALIZAR-TRANSPORTADORA.
           MOVE ZEROS TO WRK-TRANSP-ACHADA.
           PERFORM VARYING WRK-SUB-TRANSP FROM 1 BY 1
               UNTIL WRK-SUB-TRANSP > WRK-QTD-TRANSP
               IF WRK-TRANSP-CODIGO(WRK-SUB-TRANSP)
                   = WRK-COD-CARRIER(WRK-SUB-COD)
                   MOVE WRK-SUB-TRANSP TO WRK-TRANSP-ACHADA
                   MOVE WRK-QTD-TRANSP TO WRK-SUB-TRANSP
               END-IF
           END-PERFORM.
           IF WRK-TRANSP-ACHADA = ZEROS
               MOVE 'WRK-TAB-TRANSP' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-TRANSP TO WRK-TABCHK-QTD
               MOVE 50 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-TRANSP
               MOVE WRK-QTD-TRANSP TO WRK-TRANSP-ACHADA
               MOVE WRK-COD-CARRIER(WRK-SUB-COD)
                   TO WRK-TRANSP-CODIGO(WRK-TRANSP-ACHADA)
           END-IF.

       0250-RELATAR-TRANSPORTADORA.
           MOVE SPACES TO COD-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'TRANSPORTADORA '
               WRK-TRANSP-CODIGO(WRK-SUB-TRANSP)
               DELIMITED BY SIZE INTO COD-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0255-DETALHAR-PENDENCIA
               VARYING WRK-SUB-COD FROM 1 BY 1
               UNTIL WRK-SUB-COD > WRK-QTD-COD.
           MOVE WRK-TRANSP-NAO-REP(WRK-SUB-TRANSP) TO WRK-VALOR-ED.
           MOVE WRK-TRANSP-A-MENOR(WRK-SUB-TRANSP) TO WRK-VALOR-ED2.
           MOVE WRK-TRANSP-VENCIDO(WRK-SUB-TRANSP) TO WRK-VALOR-ED3.
           MOVE SPACES TO COD-REPORT-RECORD.
           STRING '  TOTAL NAO REPASSADO ' WRK-VALOR-ED
               ' A MENOR ' WRK-VALOR-ED2
               ' VENCIDO ' WRK-VALOR-ED3
               DELIMITED BY SIZE INTO COD-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-TRANSP-A-MAIOR(WRK-SUB-TRANSP) > ZEROS
               MOVE WRK-TRANSP-A-MAIOR(WRK-SUB-TRANSP) TO WRK-VALOR-ED
               MOVE SPACES TO COD-REPORT-RECORD
               STRING '  TOTAL REPASSADO A MAIOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO COD-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           ADD WRK-TRANSP-NAO-REP(WRK-SUB-TRANSP)
               TO WRK-TOT-NAO-REPASSADO.
           ADD WRK-TRANSP-A-MENOR(WRK-SUB-TRANSP) TO WRK-TOT-A-MENOR.
           ADD WRK-TRANSP-VENCIDO(WRK-SUB-TRANSP) TO WRK-TOT-VENCIDO.
           ADD WRK-TRANSP-A-MAIOR(WRK-SUB-TRANSP) TO WRK-TOT-A-MAIOR.

       0255-DETALHAR-PENDENCIA.
           IF WRK-COD-CARRIER(WRK-SUB-COD)
               = WRK-TRANSP-CODIGO(WRK-SUB-TRANSP)
               AND (WRK-COD-STATUS(WRK-SUB-COD) = 'C' OR 'S' OR 'V'
                    OR 'X')
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE WRK-COD-COBRAR(WRK-SUB-COD) TO WRK-VALOR-ED
               MOVE WRK-COD-REPASSADO(WRK-SUB-COD) TO WRK-VALOR-ED2
               MOVE SPACES TO COD-REPORT-RECORD
               EVALUATE WRK-COD-STATUS(WRK-SUB-COD)
                   WHEN 'C'
                       STRING '  COBRADO NAO REPASSADO '
                           WRK-COD-RASTREIO(WRK-SUB-COD)
                           ' ENTREGA ' WRK-COD-ENTREGA(WRK-SUB-COD)
                           ' DEVIDO ' WRK-VALOR-ED
                           DELIMITED BY SIZE INTO COD-REPORT-RECORD
                   WHEN 'S'
                       STRING '  REPASSE A MENOR       '
                           WRK-COD-RASTREIO(WRK-SUB-COD)
                           ' DEVIDO ' WRK-VALOR-ED
                           ' REPASSADO ' WRK-VALOR-ED2
                           DELIMITED BY SIZE INTO COD-REPORT-RECORD
                   WHEN 'V'
                       COMPUTE WRK-SERIAL-ENTREGA =
                           FUNCTION INTEGER-OF-DATE
                               (WRK-COD-ENTREGA(WRK-SUB-COD))
                       COMPUTE WRK-DIAS-ENTREGUE =
                           WRK-SERIAL-HOJE - WRK-SERIAL-ENTREGA
                       MOVE WRK-DIAS-ENTREGUE TO WRK-DIAS-ED
                       STRING '  REPASSE VENCIDO       '
                           WRK-COD-RASTREIO(WRK-SUB-COD)
                           ' ENTREGA ' WRK-COD-ENTREGA(WRK-SUB-COD)
                           ' HA ' WRK-DIAS-ED ' DIAS'
                           ' DEVIDO ' WRK-VALOR-ED
                           DELIMITED BY SIZE INTO COD-REPORT-RECORD
                   WHEN 'X'
                       STRING '  REPASSE A MAIOR       '
                           WRK-COD-RASTREIO(WRK-SUB-COD)
                           ' DEVIDO ' WRK-VALOR-ED
                           ' REPASSADO ' WRK-VALOR-ED2
                           DELIMITED BY SIZE INTO COD-REPORT-RECORD
               END-EVALUATE
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0300-FINALIZAR.
           MOVE SPACES TO COD-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-NAO-REPASSADO TO WRK-VALOR-ED.
           MOVE WRK-TOT-A-MENOR TO WRK-VALOR-ED2.
           MOVE WRK-TOT-VENCIDO TO WRK-VALOR-ED3.
           STRING 'GERAL NAO REPASSADO ' WRK-VALOR-ED
               ' A MENOR ' WRK-VALOR-ED2
               ' VENCIDO ' WRK-VALOR-ED3
               DELIMITED BY SIZE INTO COD-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE COD-REPORT-FILE.
           PERFORM 0310-REGRAVAR-CONTRA-ENTREGA.
           DISPLAY 'REPASSES LIDOS: ' WRK-QTD-LIDOS
               ' APLICADOS: ' WRK-QTD-APLICADOS
               ' JA IMPORTADOS: ' WRK-QTD-JA-IMPORTADOS
               ' SEM ENVIO: ' WRK-QTD-SEM-ENVIO.
           DISPLAY 'PENDENCIAS DE REPASSE: ' WRK-QTD-PENDENCIAS
               ' - RELATORIO EM CODCONC.dat'.

       0310-REGRAVAR-CONTRA-ENTREGA.
           OPEN OUTPUT COD-REGISTER-FILE-NOVO.
           MOVE 'CODNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODNEW,
               WRK-FSCHK-CHAVE.
           PERFORM VARYING WRK-SUB-COD FROM 1 BY 1
               UNTIL WRK-SUB-COD > WRK-QTD-COD
               MOVE WRK-COD-REGISTRO(WRK-SUB-COD)
                   TO COD-REGISTER-RECORD
               MOVE WRK-COD-ENTREGA(WRK-SUB-COD)
                   TO COD-DATA-ENTREGA
               MOVE WRK-COD-REPASSADO(WRK-SUB-COD)
                   TO COD-VALOR-REPASSADO
               MOVE WRK-COD-REPASSE(WRK-SUB-COD)
                   TO COD-DATA-REPASSE
               MOVE WRK-COD-STATUS(WRK-SUB-COD) TO COD-STATUS
               MOVE COD-REGISTER-RECORD TO COD-REGISTER-RECORD-NOVO
               WRITE COD-REGISTER-RECORD-NOVO
               MOVE 'CODNEW' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CODNEW,
                   WRK-FSCHK-CHAVE
           END-PERFORM.
           CLOSE COD-REGISTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CODREG,
               WRK-NOME-CODNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CODREG
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0390-GRAVAR-LINHA.
           WRITE COD-REPORT-RECORD.
           MOVE 'CODCONC' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODCONC,
               WRK-FSCHK-CHAVE.
