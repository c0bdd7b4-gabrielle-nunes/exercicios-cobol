       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEM.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MARGEM MENSAL DO FRETE POR CLIENTE, POR UF DE
      *          DESTINO, POR TRANSPORTADORA E POR ROTA (UF DO
      *          DEPOSITO DE ORIGEM X UF DE DESTINO). PARA CADA ENVIO
      *          DO FRETELOG NA COMPETENCIA: RECEITA = LOG-FRETE
      *          COBRADO (SEGURO INCLUSO), CUSTO = CUSTO ESPERADO DA
      *          TRANSPORTADORA PELO CARRATES (MESMA CONTA DO
      *          CARRPAY). O ENVIO COM FRETE GRATIS TEM RECEITA ZERO
      *          E O CUSTO DELE SAI TAMBEM NA COLUNA FRETE GRATIS
      *          (JA CONTIDO NO CUSTO). DEDUZIDOS AINDA OS SINISTROS
      *          PAGOS NA COMPETENCIA (SINISTRO.dat STATUS P) E AS
      *          NOTAS DE CREDITO POR ATRASO DA COMPETENCIA
      *          (NOTACRED.dat), ATRIBUIDOS PELO RASTREIO AO CLIENTE,
      *          UF E ROTA DO ENVIO ORIGINAL NO FRETELOG (RASTREIO
      *          FORA DO FRETELOG CONTA COMO N/D). MARGEM = RECEITA -
      *          CUSTO - SINISTROS - CREDITOS. AS MARGEM-PIOR-ROT
      *          (PARMS, PADRAO 10) ROTAS DE MENOR MARGEM SAEM
      *          MARCADAS PARA A REVISAO DE PRECOS. RELATORIO EM
      *          MARGEM.dat.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: RECEITA, CUSTO DE TRANSPORTADORA E
      *             SINISTROS NUNCA ERAM CRUZADOS E NAO SE SABIA QUAIS
      *             CLIENTES OU UFS DAVAM PREJUIZO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-LOG-FILE ASSIGN TO "FRETELOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT CARRIER-RATE-FILE ASSIGN TO "CARRATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRATES.
           SELECT WAREHOUSE-MASTER-FILE ASSIGN TO "WHSMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-WHSMAST.
           SELECT CLAIM-REGISTER-FILE ASSIGN TO "SINISTRO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINISTRO.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "NOTACRED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTACRED.
           SELECT MARGIN-REPORT-FILE ASSIGN TO "MARGEM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MARGEM.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

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

       FD  CARRIER-RATE-FILE.
       01  CARRIER-RATE-RECORD.
           02 CRT-CARRIER            PIC X(03).
           02 CRT-UF-ORIGEM          PIC X(02).
           02 CRT-UF                 PIC X(02).
           02 CRT-MULTIPLICADOR      PIC 9(01)V99.
           02 CRT-PRAZO-DIAS         PIC 9(02).

       FD  WAREHOUSE-MASTER-FILE.
       01  WAREHOUSE-MASTER-RECORD.
           02 WHS-CODIGO             PIC X(03).
           02 WHS-NOME               PIC X(20).
           02 WHS-UF                 PIC X(02).
           02 WHS-ATIVO              PIC X(01).
           02 WHS-PRINCIPAL          PIC X(01).

       FD  CLAIM-REGISTER-FILE.
       01  CLAIM-REGISTER-RECORD.
           02 SIN-TRACKING          PIC X(12).
           02 SIN-TIPO              PIC X(01).
           02 SIN-VALOR             PIC 9(07)V99.
           02 SIN-STATUS            PIC X(01).
           02 SIN-DATA-ABERTURA     PIC 9(08).
           02 SIN-DATA-STATUS       PIC 9(08).
           02 SIN-CARRIER           PIC X(03).
           02 SIN-SEGURADO          PIC X(01).

       FD  CREDIT-NOTE-FILE.
       01  CREDIT-NOTE-RECORD.
           02 NCR-NUMERO             PIC 9(06).
           02 NCR-DATA-EMISSAO       PIC 9(08).
           02 NCR-COMPETENCIA        PIC 9(06).
           02 NCR-CLIENTE            PIC X(06).
           02 NCR-PEDIDO             PIC X(06).
           02 NCR-RASTREIO           PIC X(12).
           02 NCR-CARRIER            PIC X(03).
           02 NCR-ORIGEM             PIC X(03).
           02 NCR-CONTRATO           PIC X(06).
           02 NCR-DATA-PREVISTA      PIC 9(08).
           02 NCR-DATA-ENTREGA       PIC 9(08).
           02 NCR-DIAS-ATRASO        PIC 9(03).
           02 NCR-FRETE              PIC 9(04)V99.
           02 NCR-VALOR              PIC 9(04)V99.
           02 NCR-STATUS             PIC X(01).
           02 NCR-FATURA             PIC 9(08).

       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-RECORD      PIC X(132).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'MARGEM'.
       77 WRK-FS-FRETELOG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CARRATES        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-WHSMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SINISTRO        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-NOTACRED        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MARGEM          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-FRETELOG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOG                       VALUE 'S'.
       77 WRK-FIM-CARRATES       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TARIFAS                   VALUE 'S'.
       77 WRK-FIM-WHSMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DEPOSITOS                 VALUE 'S'.
       77 WRK-FIM-SINISTRO       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SINISTROS                 VALUE 'S'.
       77 WRK-FIM-NOTACRED       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-NOTAS                     VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-CARRATE        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CRT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CRT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEP-PRINCIPAL      PIC X(03)      VALUE SPACES.
       77 WRK-UF-PRINCIPAL       PIC X(02)      VALUE SPACES.
       77 WRK-UF-ORIGEM          PIC X(02)      VALUE SPACES.
       77 WRK-CUSTO-ESPERADO     PIC 9(07)V99   VALUE ZEROS.
       77 WRK-QTD-DED            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-DED            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-MRG            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-MRG            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MRG-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PIOR-ACHADA        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-PIORES         PIC 9(03)      VALUE ZEROS.
       77 WRK-SUB-PIOR           PIC 9(03)      VALUE ZEROS.
       77 WRK-MENOR-MARGEM       PIC S9(09)V99  VALUE ZEROS.
       77 WRK-QTD-ENVIOS         PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-TARIFA     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-ENVIO      PIC 9(05)      VALUE ZEROS.
       77 WRK-TIPO-ATUAL         PIC X(01)      VALUE SPACES.
       77 WRK-TITULO             PIC X(20)      VALUE SPACES.
       77 WRK-PERC-MARGEM        PIC S9(05)V9   VALUE ZEROS.

      *    VALORES DO MOVIMENTO CORRENTE (ENVIO OU DEDUCAO), SOMADOS
      *    NAS QUATRO DIMENSOES PELO 0250-ACUMULAR-DIMENSOES.
       01  WRK-MOVIMENTO.
           02 WRK-MOV-CLIENTE        PIC X(06).
           02 WRK-MOV-UF             PIC X(02).
           02 WRK-MOV-CARRIER        PIC X(03).
           02 WRK-MOV-ROTA.
               03 WRK-MOV-UF-ORIGEM  PIC X(02).
               03 FILLER             PIC X(01)  VALUE '-'.
               03 WRK-MOV-UF-DESTINO PIC X(02).
           02 WRK-MOV-ENVIOS         PIC 9(01).
           02 WRK-MOV-RECEITA        PIC 9(07)V99.
           02 WRK-MOV-CUSTO          PIC 9(07)V99.
           02 WRK-MOV-SINISTRO       PIC 9(07)V99.
           02 WRK-MOV-CREDITO        PIC 9(07)V99.
           02 WRK-MOV-GRATIS         PIC 9(07)V99.
       77 WRK-CHAVE-BUSCA        PIC X(06)      VALUE SPACES.

      *    SINISTROS PAGOS E NOTAS DE CREDITO DA COMPETENCIA,
      *    AGUARDANDO O ENVIO DE ORIGEM NO FRETELOG.
       01  WRK-TAB-DED VALUE SPACES.
           02 WRK-DED-LINHA OCCURS 500 TIMES.
               03 WRK-DED-TIPO       PIC X(01).
               03 WRK-DED-RASTREIO   PIC X(12).
               03 WRK-DED-VALOR      PIC 9(07)V99.
               03 WRK-DED-CARRIER    PIC X(03).
               03 WRK-DED-CLIENTE    PIC X(06).
               03 WRK-DED-UF         PIC X(02).
               03 WRK-DED-UF-ORIGEM  PIC X(02).

      *    UMA LINHA POR CHAVE DE CADA DIMENSAO:
      *    C = CLIENTE  U = UF DE DESTINO  T = TRANSPORTADORA
      *    R = ROTA (UF ORIGEM-UF DESTINO)
       01  WRK-TAB-MRG VALUE ZEROS.
           02 WRK-MRG-LINHA OCCURS 800 TIMES.
               03 WRK-MRG-TIPO       PIC X(01).
               03 WRK-MRG-CHAVE      PIC X(06).
               03 WRK-MRG-ENVIOS     PIC 9(05).
               03 WRK-MRG-RECEITA    PIC 9(09)V99.
               03 WRK-MRG-CUSTO      PIC 9(09)V99.
               03 WRK-MRG-SINISTRO   PIC 9(09)V99.
               03 WRK-MRG-CREDITO    PIC 9(09)V99.
               03 WRK-MRG-GRATIS     PIC 9(09)V99.
               03 WRK-MRG-MARGEM     PIC S9(09)V99.
               03 WRK-MRG-PIOR       PIC 9(03).

       01  WRK-TAB-CARRATE VALUE ZEROS.
           02 WRK-CARRATE-LINHA OCCURS 300 TIMES.
               03 WRK-CRT-CARRIER    PIC X(03).
               03 WRK-CRT-UF-ORIGEM  PIC X(02).
               03 WRK-CRT-UF         PIC X(02).
               03 WRK-CRT-MULT       PIC 9(01)V99.

       01  WRK-LINHA-CABEC.
           02 FILLER                 PIC X(15)  VALUE SPACES.
           02 FILLER                 PIC X(06)  VALUE 'ENVIOS'.
           02 FILLER                 PIC X(15)  VALUE '        RECEITA'.
           02 FILLER                 PIC X(15)  VALUE '          CUSTO'.
           02 FILLER                 PIC X(15)  VALUE '      SINISTROS'.
           02 FILLER                 PIC X(15)  VALUE '    CREDITO SLA'.
           02 FILLER                 PIC X(15)  VALUE '   FRETE GRATIS'.
           02 FILLER                 PIC X(16)  VALUE
                                                 '          MARGEM'.
           02 FILLER                 PIC X(08)  VALUE ' MARGEM%'.

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-TITULO         PIC X(06).
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-CHAVE          PIC X(06).
           02 FILLER                 PIC X(02)  VALUE SPACES.
           02 WRK-DET-ENVIOS         PIC ZZZZZ9.
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-RECEITA        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-CUSTO          PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-SINISTRO       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-CREDITO        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-GRATIS         PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-MARGEM         PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-PERC           PIC ZZZ9,9-.
           02 FILLER                 PIC X(01)  VALUE SPACES.
           02 WRK-DET-PIOR           PIC X(11).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DA MARGEM (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           PERFORM 0112-CARREGAR-PARAMETROS.
           MOVE 'MARGEM-PIOR-ROT' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-QTD-PIORES.
           IF WRK-QTD-PIORES = ZEROS
               MOVE 10 TO WRK-QTD-PIORES
           END-IF.
           PERFORM 0120-CARREGAR-TARIFAS.
           PERFORM 0130-CARREGAR-DEPOSITOS.
           PERFORM 0140-CARREGAR-SINISTROS.
           PERFORM 0150-CARREGAR-NOTAS.

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

       0120-CARREGAR-TARIFAS.
           OPEN INPUT CARRIER-RATE-FILE.
           MOVE 'CARRATES' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRATES,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-TARIFA UNTIL WRK-FIM-TARIFAS.
           CLOSE CARRIER-RATE-FILE.

       0121-LER-TARIFA.
           READ CARRIER-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CARRATES
               NOT AT END
                   MOVE 'WRK-TAB-CARRATE' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CARRATE TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CARRATE
                   MOVE CRT-CARRIER
                       TO WRK-CRT-CARRIER(WRK-QTD-CARRATE)
                   MOVE CRT-UF-ORIGEM
                       TO WRK-CRT-UF-ORIGEM(WRK-QTD-CARRATE)
                   MOVE CRT-UF
                       TO WRK-CRT-UF(WRK-QTD-CARRATE)
                   MOVE CRT-MULTIPLICADOR
                       TO WRK-CRT-MULT(WRK-QTD-CARRATE)
           END-READ.
           MOVE 'CARRATES' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRATES,
               WRK-FSCHK-CHAVE.

      *    SO O DEPOSITO PRINCIPAL INTERESSA AQUI: LINHA DO
      *    FRETELOG GRAVADA ANTES DA ORIGEM POR DEPOSITO SAIU DELE.
       0130-CARREGAR-DEPOSITOS.
           OPEN INPUT WAREHOUSE-MASTER-FILE.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0131-LER-DEPOSITO UNTIL WRK-FIM-DEPOSITOS.
           CLOSE WAREHOUSE-MASTER-FILE.

       0131-LER-DEPOSITO.
           READ WAREHOUSE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-WHSMAST
               NOT AT END
                   IF WHS-PRINCIPAL = 'S'
                       MOVE WHS-CODIGO TO WRK-DEP-PRINCIPAL
                       MOVE WHS-UF     TO WRK-UF-PRINCIPAL
                   END-IF
           END-READ.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.

       0140-CARREGAR-SINISTROS.
           OPEN INPUT CLAIM-REGISTER-FILE.
           IF WRK-FS-SINISTRO = '00'
               PERFORM 0141-LER-SINISTRO UNTIL WRK-FIM-SINISTROS
               CLOSE CLAIM-REGISTER-FILE
           END-IF.

       0141-LER-SINISTRO.
           READ CLAIM-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SINISTRO
               NOT AT END
                   IF SIN-STATUS = 'P'
                       AND SIN-DATA-STATUS(1:6) = WRK-COMPETENCIA
                       PERFORM 0160-INCLUIR-DEDUCAO
                       MOVE 'S' TO WRK-DED-TIPO(WRK-QTD-DED)
                       MOVE SIN-TRACKING
                           TO WRK-DED-RASTREIO(WRK-QTD-DED)
                       MOVE SIN-VALOR TO WRK-DED-VALOR(WRK-QTD-DED)
                       MOVE SIN-CARRIER
                           TO WRK-DED-CARRIER(WRK-QTD-DED)
                   END-IF
           END-READ.
           MOVE 'SINISTRO' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SINISTRO,
               WRK-FSCHK-CHAVE.

       0150-CARREGAR-NOTAS.
           OPEN INPUT CREDIT-NOTE-FILE.
           IF WRK-FS-NOTACRED = '00'
               PERFORM 0151-LER-NOTA UNTIL WRK-FIM-NOTAS
               CLOSE CREDIT-NOTE-FILE
           END-IF.

       0151-LER-NOTA.
           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-NOTACRED
               NOT AT END
                   IF NCR-COMPETENCIA = WRK-COMPETENCIA
                       PERFORM 0160-INCLUIR-DEDUCAO
                       MOVE 'N' TO WRK-DED-TIPO(WRK-QTD-DED)
                       MOVE NCR-RASTREIO
                           TO WRK-DED-RASTREIO(WRK-QTD-DED)
                       MOVE NCR-VALOR TO WRK-DED-VALOR(WRK-QTD-DED)
                       MOVE NCR-CARRIER
                           TO WRK-DED-CARRIER(WRK-QTD-DED)
                       MOVE NCR-CLIENTE
                           TO WRK-DED-CLIENTE(WRK-QTD-DED)
                   END-IF
           END-READ.
           MOVE 'NOTACRED' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-NOTACRED,
               WRK-FSCHK-CHAVE.

       0160-INCLUIR-DEDUCAO.
           MOVE 'WRK-TAB-DED' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-DED TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-DED.

      *    UMA PASSADA NO FRETELOG: O ENVIO DA COMPETENCIA ENTRA COM
      *    RECEITA E CUSTO; O ENVIO DE QUALQUER DATA QUE ORIGINOU UM
      *    SINISTRO OU NOTA DA COMPETENCIA EMPRESTA CLIENTE, UF E ROTA
      *    A DEDUCAO.
       0200-PROCESSAR.
           OPEN INPUT FREIGHT-LOG-FILE.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETELOG,
               WRK-FSCHK-CHAVE.
           PERFORM 0210-LER-LOG UNTIL WRK-FIM-LOG.
           CLOSE FREIGHT-LOG-FILE.
           PERFORM 0260-APURAR-DEDUCAO
               VARYING WRK-SUB-DED FROM 1 BY 1
               UNTIL WRK-SUB-DED > WRK-QTD-DED.
           PERFORM VARYING WRK-SUB-MRG FROM 1 BY 1
               UNTIL WRK-SUB-MRG > WRK-QTD-MRG
               COMPUTE WRK-MRG-MARGEM(WRK-SUB-MRG) =
                   WRK-MRG-RECEITA(WRK-SUB-MRG)
                   - WRK-MRG-CUSTO(WRK-SUB-MRG)
                   - WRK-MRG-SINISTRO(WRK-SUB-MRG)
                   - WRK-MRG-CREDITO(WRK-SUB-MRG)
           END-PERFORM.
           PERFORM 0270-MARCAR-PIORES-ROTAS
               VARYING WRK-SUB-PIOR FROM 1 BY 1
               UNTIL WRK-SUB-PIOR > WRK-QTD-PIORES.

       0210-LER-LOG.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FRETELOG
               NOT AT END
                   MOVE LOG-UF-ORIGEM TO WRK-UF-ORIGEM
                   IF LOG-ORIGEM = SPACES
                       MOVE WRK-UF-PRINCIPAL TO WRK-UF-ORIGEM
                   END-IF
                   IF LOG-DATA(1:6) = WRK-COMPETENCIA
                       PERFORM 0220-APURAR-ENVIO
                   END-IF
                   IF WRK-QTD-DED > ZEROS
                       PERFORM 0240-VINCULAR-DEDUCAO
                           VARYING WRK-SUB-DED FROM 1 BY 1
                           UNTIL WRK-SUB-DED > WRK-QTD-DED
                   END-IF
           END-READ.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETELOG,
               WRK-FSCHK-CHAVE.

       0220-APURAR-ENVIO.
           ADD 1 TO WRK-QTD-ENVIOS.
           PERFORM 0230-CALCULAR-CUSTO-ESPERADO.
           INITIALIZE WRK-MOVIMENTO.
           MOVE '-' TO WRK-MOV-ROTA(3:1).
           MOVE LOG-CLIENTE-COD    TO WRK-MOV-CLIENTE.
           MOVE LOG-UF             TO WRK-MOV-UF WRK-MOV-UF-DESTINO.
           MOVE LOG-CARRIER        TO WRK-MOV-CARRIER.
           MOVE WRK-UF-ORIGEM      TO WRK-MOV-UF-ORIGEM.
           MOVE 1                  TO WRK-MOV-ENVIOS.
           MOVE LOG-FRETE          TO WRK-MOV-RECEITA.
           MOVE WRK-CUSTO-ESPERADO TO WRK-MOV-CUSTO.
           IF LOG-FRETE = ZEROS AND LOG-TIPO NOT = 'R'
               MOVE WRK-CUSTO-ESPERADO TO WRK-MOV-GRATIS
           END-IF.
           PERFORM 0250-ACUMULAR-DIMENSOES.

       0230-CALCULAR-CUSTO-ESPERADO.
           MOVE ZEROS TO WRK-CRT-ACHADO WRK-CUSTO-ESPERADO.
           PERFORM VARYING WRK-SUB-CRT FROM 1 BY 1
               UNTIL WRK-SUB-CRT > WRK-QTD-CARRATE
               IF WRK-CRT-CARRIER(WRK-SUB-CRT) = LOG-CARRIER
                   AND WRK-CRT-UF-ORIGEM(WRK-SUB-CRT) = WRK-UF-ORIGEM
                   AND WRK-CRT-UF(WRK-SUB-CRT) = LOG-UF
                   MOVE WRK-SUB-CRT TO WRK-CRT-ACHADO
                   MOVE WRK-QTD-CARRATE TO WRK-SUB-CRT
               END-IF
           END-PERFORM.
           IF WRK-CRT-ACHADO > 0
               COMPUTE WRK-CUSTO-ESPERADO ROUNDED =
                   LOG-VALOR-PRODUTO
                   * WRK-CRT-MULT(WRK-CRT-ACHADO)
           ELSE
               ADD 1 TO WRK-QTD-SEM-TARIFA
           END-IF.

       0240-VINCULAR-DEDUCAO.
           IF WRK-DED-RASTREIO(WRK-SUB-DED) = LOG-TRACKING
               AND WRK-DED-UF(WRK-SUB-DED) = SPACES
               MOVE LOG-CLIENTE-COD TO WRK-DED-CLIENTE(WRK-SUB-DED)
               MOVE LOG-UF          TO WRK-DED-UF(WRK-SUB-DED)
               MOVE WRK-UF-ORIGEM   TO WRK-DED-UF-ORIGEM(WRK-SUB-DED)
               IF WRK-DED-CARRIER(WRK-SUB-DED) = SPACES
                   MOVE LOG-CARRIER TO WRK-DED-CARRIER(WRK-SUB-DED)
               END-IF
           END-IF.

       0250-ACUMULAR-DIMENSOES.
           MOVE 'C' TO WRK-TIPO-ATUAL.
           MOVE WRK-MOV-CLIENTE TO WRK-CHAVE-BUSCA.
           PERFORM 0255-SOMAR-ENTRADA.
           MOVE 'U' TO WRK-TIPO-ATUAL.
           MOVE WRK-MOV-UF TO WRK-CHAVE-BUSCA.
           PERFORM 0255-SOMAR-ENTRADA.
           MOVE 'T' TO WRK-TIPO-ATUAL.
           MOVE WRK-MOV-CARRIER TO WRK-CHAVE-BUSCA.
           PERFORM 0255-SOMAR-ENTRADA.
           MOVE 'R' TO WRK-TIPO-ATUAL.
           MOVE WRK-MOV-ROTA TO WRK-CHAVE-BUSCA.
           PERFORM 0255-SOMAR-ENTRADA.

       0255-SOMAR-ENTRADA.
           IF WRK-CHAVE-BUSCA = SPACES
               MOVE 'N/D' TO WRK-CHAVE-BUSCA
           END-IF.
           MOVE ZEROS TO WRK-MRG-ACHADO.
           PERFORM VARYING WRK-SUB-MRG FROM 1 BY 1
               UNTIL WRK-SUB-MRG > WRK-QTD-MRG
               IF WRK-MRG-TIPO(WRK-SUB-MRG) = WRK-TIPO-ATUAL
                   AND WRK-MRG-CHAVE(WRK-SUB-MRG) = WRK-CHAVE-BUSCA
                   MOVE WRK-SUB-MRG TO WRK-MRG-ACHADO
                   MOVE WRK-QTD-MRG TO WRK-SUB-MRG
               END-IF
           END-PERFORM.
           IF WRK-MRG-ACHADO = ZEROS
               MOVE 'WRK-TAB-MRG' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-MRG TO WRK-TABCHK-QTD
               MOVE 800 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-MRG
               MOVE WRK-QTD-MRG TO WRK-MRG-ACHADO
               MOVE WRK-TIPO-ATUAL TO WRK-MRG-TIPO(WRK-MRG-ACHADO)
               MOVE WRK-CHAVE-BUSCA TO WRK-MRG-CHAVE(WRK-MRG-ACHADO)
           END-IF.
           ADD WRK-MOV-ENVIOS   TO WRK-MRG-ENVIOS(WRK-MRG-ACHADO).
           ADD WRK-MOV-RECEITA  TO WRK-MRG-RECEITA(WRK-MRG-ACHADO).
           ADD WRK-MOV-CUSTO    TO WRK-MRG-CUSTO(WRK-MRG-ACHADO).
           ADD WRK-MOV-SINISTRO TO WRK-MRG-SINISTRO(WRK-MRG-ACHADO).
           ADD WRK-MOV-CREDITO  TO WRK-MRG-CREDITO(WRK-MRG-ACHADO).
           ADD WRK-MOV-GRATIS   TO WRK-MRG-GRATIS(WRK-MRG-ACHADO).

      *    RASTREIO QUE NAO APARECEU NO FRETELOG FICA COM A
      *    TRANSPORTADORA DO SINISTRO/NOTA E CHAVES N/D NO RESTO.
       0260-APURAR-DEDUCAO.
           IF WRK-DED-UF(WRK-SUB-DED) = SPACES
               ADD 1 TO WRK-QTD-SEM-ENVIO
           END-IF.
           INITIALIZE WRK-MOVIMENTO.
           MOVE '-' TO WRK-MOV-ROTA(3:1).
           MOVE WRK-DED-CLIENTE(WRK-SUB-DED)   TO WRK-MOV-CLIENTE.
           MOVE WRK-DED-UF(WRK-SUB-DED)        TO WRK-MOV-UF.
           MOVE WRK-DED-CARRIER(WRK-SUB-DED)   TO WRK-MOV-CARRIER.
           IF WRK-DED-UF(WRK-SUB-DED) = SPACES
               MOVE SPACES TO WRK-MOV-ROTA
           ELSE
               MOVE WRK-DED-UF-ORIGEM(WRK-SUB-DED)
                   TO WRK-MOV-UF-ORIGEM
               MOVE WRK-DED-UF(WRK-SUB-DED) TO WRK-MOV-UF-DESTINO
           END-IF.
           IF WRK-DED-TIPO(WRK-SUB-DED) = 'S'
               MOVE WRK-DED-VALOR(WRK-SUB-DED) TO WRK-MOV-SINISTRO
           ELSE
               MOVE WRK-DED-VALOR(WRK-SUB-DED) TO WRK-MOV-CREDITO
           END-IF.
           PERFORM 0250-ACUMULAR-DIMENSOES.

      *    A CADA PASSADA MARCA A ROTA DE MENOR MARGEM AINDA NAO
      *    MARCADA, COM A POSICAO NO RANKING. A CHAVE N/D (DEDUCAO SEM
      *    ENVIO NO FRETELOG) NAO E ROTA E FICA FORA.
       0270-MARCAR-PIORES-ROTAS.
           MOVE ZEROS TO WRK-PIOR-ACHADA.
           PERFORM VARYING WRK-SUB-MRG FROM 1 BY 1
               UNTIL WRK-SUB-MRG > WRK-QTD-MRG
               IF WRK-MRG-TIPO(WRK-SUB-MRG) = 'R'
                   AND WRK-MRG-CHAVE(WRK-SUB-MRG) NOT = 'N/D'
                   AND WRK-MRG-PIOR(WRK-SUB-MRG) = ZEROS
                   IF WRK-PIOR-ACHADA = ZEROS
                       OR WRK-MRG-MARGEM(WRK-SUB-MRG)
                           < WRK-MENOR-MARGEM
                       MOVE WRK-SUB-MRG TO WRK-PIOR-ACHADA
                       MOVE WRK-MRG-MARGEM(WRK-SUB-MRG)
                           TO WRK-MENOR-MARGEM
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PIOR-ACHADA > ZEROS
               MOVE WRK-SUB-PIOR TO WRK-MRG-PIOR(WRK-PIOR-ACHADA)
           ELSE
               MOVE WRK-QTD-PIORES TO WRK-SUB-PIOR
           END-IF.

       0300-FINALIZAR.
           OPEN OUTPUT MARGIN-REPORT-FILE.
           MOVE 'MARGEM' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MARGEM,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO MARGIN-REPORT-RECORD.
           STRING 'MARGEM DO FRETE - COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO MARGIN-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'C' TO WRK-TIPO-ATUAL.
           MOVE 'POR CLIENTE' TO WRK-TITULO.
           PERFORM 0310-REPORTAR-DIMENSAO.
           MOVE 'U' TO WRK-TIPO-ATUAL.
           MOVE 'POR UF DE DESTINO' TO WRK-TITULO.
           PERFORM 0310-REPORTAR-DIMENSAO.
           MOVE 'T' TO WRK-TIPO-ATUAL.
           MOVE 'POR TRANSPORTADORA' TO WRK-TITULO.
           PERFORM 0310-REPORTAR-DIMENSAO.
           MOVE 'R' TO WRK-TIPO-ATUAL.
           MOVE 'POR ROTA' TO WRK-TITULO.
           PERFORM 0310-REPORTAR-DIMENSAO.
           CLOSE MARGIN-REPORT-FILE.
           IF WRK-QTD-SEM-TARIFA > ZEROS
               DISPLAY 'ENVIOS SEM TARIFA NO CARRATES (CUSTO ZERO): '
                   WRK-QTD-SEM-TARIFA
           END-IF.
           DISPLAY 'ENVIOS DA COMPETENCIA: ' WRK-QTD-ENVIOS
               ' - DEDUCOES: ' WRK-QTD-DED
               ' (SEM ENVIO NO FRETELOG: ' WRK-QTD-SEM-ENVIO ')'.
           DISPLAY 'RELATORIO EM MARGEM.dat'.

       0310-REPORTAR-DIMENSAO.
           MOVE SPACES TO MARGIN-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TITULO TO MARGIN-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-LINHA-CABEC TO MARGIN-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0320-DETALHAR-ENTRADA
               VARYING WRK-SUB-MRG FROM 1 BY 1
               UNTIL WRK-SUB-MRG > WRK-QTD-MRG.

       0320-DETALHAR-ENTRADA.
           IF WRK-MRG-TIPO(WRK-SUB-MRG) = WRK-TIPO-ATUAL
               EVALUATE WRK-TIPO-ATUAL
                   WHEN 'C' MOVE 'CLIEN.' TO WRK-DET-TITULO
                   WHEN 'U' MOVE 'UF'     TO WRK-DET-TITULO
                   WHEN 'T' MOVE 'TRANSP' TO WRK-DET-TITULO
                   WHEN 'R' MOVE 'ROTA'   TO WRK-DET-TITULO
               END-EVALUATE
               MOVE WRK-MRG-CHAVE(WRK-SUB-MRG)    TO WRK-DET-CHAVE
               MOVE WRK-MRG-ENVIOS(WRK-SUB-MRG)   TO WRK-DET-ENVIOS
               MOVE WRK-MRG-RECEITA(WRK-SUB-MRG)  TO WRK-DET-RECEITA
               MOVE WRK-MRG-CUSTO(WRK-SUB-MRG)    TO WRK-DET-CUSTO
               MOVE WRK-MRG-SINISTRO(WRK-SUB-MRG) TO WRK-DET-SINISTRO
               MOVE WRK-MRG-CREDITO(WRK-SUB-MRG)  TO WRK-DET-CREDITO
               MOVE WRK-MRG-GRATIS(WRK-SUB-MRG)   TO WRK-DET-GRATIS
               MOVE WRK-MRG-MARGEM(WRK-SUB-MRG)   TO WRK-DET-MARGEM
               MOVE ZEROS TO WRK-PERC-MARGEM
               IF WRK-MRG-RECEITA(WRK-SUB-MRG) > ZEROS
                   COMPUTE WRK-PERC-MARGEM ROUNDED =
                       WRK-MRG-MARGEM(WRK-SUB-MRG) * 100
                       / WRK-MRG-RECEITA(WRK-SUB-MRG)
                       ON SIZE ERROR
                           MOVE -9999,9 TO WRK-PERC-MARGEM
                   END-COMPUTE
               END-IF
               MOVE WRK-PERC-MARGEM TO WRK-DET-PERC
               MOVE SPACES TO WRK-DET-PIOR
               IF WRK-MRG-PIOR(WRK-SUB-MRG) > ZEROS
                   STRING '*REVISAO '
                       WRK-MRG-PIOR(WRK-SUB-MRG)(2:2)
                       DELIMITED BY SIZE INTO WRK-DET-PIOR
               END-IF
               MOVE WRK-LINHA-DETALHE TO MARGIN-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0390-GRAVAR-LINHA.
           WRITE MARGIN-REPORT-RECORD.
           MOVE 'MARGEM' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MARGEM,
               WRK-FSCHK-CHAVE.
