       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRREL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: RELATORIO MENSAL DOS CONTRATOS DE FRETE. LE OS
      *          ENVIOS DA COMPETENCIA INFORMADA NO FRETELOG.dat E,
      *          SE A COMPETENCIA JA FOI ARQUIVADA, NO
      *          FRETELOG.AAAAMM.dat; SOMA POR CONTRATO (LOG-CONTRATO
      *          PREENCHIDO PELO FRETE) O FRETE COBRADO E O QUE A
      *          TABELA PUBLICA TERIA COBRADO (LOG-FRETE-PUBLICO), E
      *          GRAVA NO CONTRREL.dat A DIFERENCA - DESCONTO
      *          CONCEDIDO (POSITIVA) OU GANHO PELO FRETE MINIMO
      *          (NEGATIVA).
      *DATA = 14/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-14 - CRIADO: A COMERCIAL NAO TINHA COMO MEDIR QUANTO
      *             CADA CONTRATO NEGOCIADO CUSTA EM RELACAO A TABELA
      *             PUBLICA.
      *2026-10-15 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS LOG-ORIGEM
      *             E LOG-UF-ORIGEM (DEPOSITO DE EXPEDICAO) GRAVADOS
      *             PELO FRETE.
      *2026-10-15 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CTE-SERIE E LOG-CTE-NUMERO (CT-E DO ENVIO)
      *             GRAVADOS PELO FRETE.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-LOG-FILE ASSIGN USING WRK-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT CONTRACT-REPORT-FILE ASSIGN TO "CONTRREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTRREL.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-LOG-FILE.
       01  FREIGHT-LOG-RECORD.
           02 LOG-DATA               PIC 9(08).
           02 LOG-PEDIDO             PIC X(06).
           02 LOG-CLIENTE-COD        PIC X(06).
           02 LOG-UF                 PIC X(02).
           02 LOG-PRODUTO            PIC X(20).
           02 LOG-VALOR-PRODUTO      PIC 9(06)V99.
           02 LOG-FRETE              PIC 9(04)V99.
           02 LOG-TRACKING           PIC X(12).
           02 LOG-DATA-PREVISTA      PIC 9(08).
           02 LOG-TIPO               PIC X(01).
           02 LOG-CARRIER            PIC X(03).
           02 LOG-VALOR-SEGURO       PIC 9(04)V99.
           02 LOG-CONTRATO           PIC X(06).
           02 LOG-FRETE-PUBLICO      PIC 9(04)V99.
           02 LOG-ORIGEM             PIC X(03).
           02 LOG-UF-ORIGEM          PIC X(02).
           02 LOG-CTE-SERIE          PIC 9(03).
           02 LOG-CTE-NUMERO         PIC 9(08).

       FD  CONTRACT-REPORT-FILE.
       01  CONTRACT-REPORT-RECORD.
           02 RCT-CONTRATO           PIC X(08).
           02 FILLER                 PIC X(02).
           02 RCT-CLIENTE            PIC X(07).
           02 FILLER                 PIC X(02).
           02 RCT-QTD                PIC ZZZ9.
           02 FILLER                 PIC X(02).
           02 RCT-COBRADO            PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(02).
           02 RCT-PUBLICO            PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(02).
           02 RCT-DIFERENCA          PIC ----.---.--9,99.
       01  CONTRACT-REPORT-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CTRREL'.
       77 WRK-FS-FRETELOG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTRREL        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-FRETELOG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOG                       VALUE 'S'.
       77 WRK-NOME-LOG           PIC X(30)      VALUE SPACES.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-CTR            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CTR            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CTR-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LIDOS          PIC 9(06)      VALUE ZEROS.
       77 WRK-TOT-QTD            PIC 9(04)      VALUE ZEROS.
       77 WRK-TOT-COBRADO        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-PUBLICO        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-DIFERENCA          PIC S9(09)V99  VALUE ZEROS.

       01  WRK-TAB-CTR VALUE ZEROS.
           02 WRK-CTR-LINHA OCCURS 200 TIMES.
               03 WRK-CTR-CONTRATO   PIC X(06).
               03 WRK-CTR-CLIENTE    PIC X(06).
               03 WRK-CTR-QTD        PIC 9(04).
               03 WRK-CTR-COBRADO    PIC 9(09)V99.
               03 WRK-CTR-PUBLICO    PIC 9(09)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           MOVE "FRETELOG.dat" TO WRK-NOME-LOG.
           PERFORM 0110-CARREGAR-LOG.
           MOVE SPACES TO WRK-NOME-LOG.
           STRING 'FRETELOG.' WRK-COMPETENCIA '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-LOG.
           PERFORM 0110-CARREGAR-LOG.
           DISPLAY 'ENVIOS COM CONTRATO NA COMPETENCIA: ' WRK-QTD-LIDOS.

      *    O MES PODE ESTAR NO LOG VIVO, NO ARQUIVADO OU DIVIDIDO
      *    ENTRE OS DOIS; ARQUIVO AUSENTE SO E AVISADO.
       0110-CARREGAR-LOG.
           MOVE 'N' TO WRK-FIM-FRETELOG.
           OPEN INPUT FREIGHT-LOG-FILE.
           IF WRK-FS-FRETELOG = '00'
               PERFORM 0111-LER-LOG UNTIL WRK-FIM-LOG
               CLOSE FREIGHT-LOG-FILE
           ELSE
               DISPLAY 'AVISO: ' WRK-NOME-LOG ' AUSENTE - PULADO.'
           END-IF.

       0111-LER-LOG.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FRETELOG
               NOT AT END
                   IF LOG-DATA(1:6) = WRK-COMPETENCIA
                       AND LOG-CONTRATO NOT = SPACES
                       AND LOG-TIPO NOT = 'R'
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0112-ACUMULAR-CONTRATO
                   END-IF
           END-READ.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETELOG,
               WRK-FSCHK-CHAVE.

       0112-ACUMULAR-CONTRATO.
           MOVE ZEROS TO WRK-CTR-ACHADO.
           PERFORM VARYING WRK-SUB-CTR FROM 1 BY 1
               UNTIL WRK-SUB-CTR > WRK-QTD-CTR
               IF WRK-CTR-CONTRATO(WRK-SUB-CTR) = LOG-CONTRATO
                   MOVE WRK-SUB-CTR TO WRK-CTR-ACHADO
                   MOVE WRK-QTD-CTR TO WRK-SUB-CTR
               END-IF
           END-PERFORM.
           IF WRK-CTR-ACHADO = ZEROS
               MOVE 'WRK-TAB-CTR' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CTR TO WRK-TABCHK-QTD
               MOVE 200 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CTR
               MOVE WRK-QTD-CTR TO WRK-CTR-ACHADO
               MOVE LOG-CONTRATO TO WRK-CTR-CONTRATO(WRK-CTR-ACHADO)
               MOVE LOG-CLIENTE-COD
                   TO WRK-CTR-CLIENTE(WRK-CTR-ACHADO)
           END-IF.
           ADD 1 TO WRK-CTR-QTD(WRK-CTR-ACHADO).
           ADD LOG-FRETE TO WRK-CTR-COBRADO(WRK-CTR-ACHADO).
           ADD LOG-FRETE-PUBLICO TO WRK-CTR-PUBLICO(WRK-CTR-ACHADO).

       0200-PROCESSAR.
           OPEN OUTPUT CONTRACT-REPORT-FILE.
           MOVE 'CONTRREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTRREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO CONTRACT-REPORT-LINHA.
           STRING 'CONTRATOS DE FRETE X TABELA PUBLICA - '
               'COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO CONTRACT-REPORT-LINHA.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO CONTRACT-REPORT-LINHA.
           STRING 'CONTRATO  CLIENTE  QTD   FRETE COBRADO   '
               'TABELA PUBLICA       DIFERENCA'
               DELIMITED BY SIZE INTO CONTRACT-REPORT-LINHA.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0210-GRAVAR-CONTRATO
               VARYING WRK-SUB-CTR FROM 1 BY 1
               UNTIL WRK-SUB-CTR > WRK-QTD-CTR.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           MOVE 'TOTAL' TO RCT-CONTRATO.
           MOVE WRK-TOT-QTD TO RCT-QTD.
           MOVE WRK-TOT-COBRADO TO RCT-COBRADO.
           MOVE WRK-TOT-PUBLICO TO RCT-PUBLICO.
           COMPUTE WRK-DIFERENCA = WRK-TOT-PUBLICO - WRK-TOT-COBRADO.
           MOVE WRK-DIFERENCA TO RCT-DIFERENCA.
           PERFORM 0290-GRAVAR-LINHA.
           CLOSE CONTRACT-REPORT-FILE.

       0210-GRAVAR-CONTRATO.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           MOVE WRK-CTR-CONTRATO(WRK-SUB-CTR) TO RCT-CONTRATO.
           MOVE WRK-CTR-CLIENTE(WRK-SUB-CTR)  TO RCT-CLIENTE.
           MOVE WRK-CTR-QTD(WRK-SUB-CTR)      TO RCT-QTD.
           MOVE WRK-CTR-COBRADO(WRK-SUB-CTR)  TO RCT-COBRADO.
           MOVE WRK-CTR-PUBLICO(WRK-SUB-CTR)  TO RCT-PUBLICO.
           COMPUTE WRK-DIFERENCA = WRK-CTR-PUBLICO(WRK-SUB-CTR)
               - WRK-CTR-COBRADO(WRK-SUB-CTR).
           MOVE WRK-DIFERENCA TO RCT-DIFERENCA.
           ADD WRK-CTR-QTD(WRK-SUB-CTR)     TO WRK-TOT-QTD.
           ADD WRK-CTR-COBRADO(WRK-SUB-CTR) TO WRK-TOT-COBRADO.
           ADD WRK-CTR-PUBLICO(WRK-SUB-CTR) TO WRK-TOT-PUBLICO.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE CONTRACT-REPORT-RECORD.
           MOVE 'CONTRREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTRREL,
               WRK-FSCHK-CHAVE.

       0300-FINALIZAR.
           DISPLAY 'CONTRREL GRAVADO: ' WRK-QTD-CTR ' CONTRATO(S), '
               'FRETE COBRADO ' WRK-TOT-COBRADO ' X TABELA PUBLICA '
               WRK-TOT-PUBLICO.
