      *          TOTAL ESPERADO) QUE O CONTAS A PAGAR CONFERE CONTRA
      *          A FATURA DELA, COM A LISTA DE DIFERENCAS LINHA A
      *          LINHA QUANDO O FRETE COBRADO DIVERGE DO CARRATES.
      *          AS NOTAS DE CREDITO POR ATRASO DA COMPETENCIA
      *          (NOTACRED.dat) SAO ESTORNADAS DA TRANSPORTADORA
      *          QUE FEZ A ENTREGA ATRASADA, REDUZINDO O A PAGAR.
      *          O VALOR CONTRA-ENTREGA COBRADO NAS ENTREGAS DA
      *          COMPETENCIA E AINDA NAO REPASSADO (CODREG.dat,
      *          CONCILIADO PELO CODCONC) TAMBEM E RETIDO DO A PAGAR.
      *DATA = 02/09/2026
      *******************************
      *MODIFICACOES
      *2026-09-02 - CRIADO: O FATURA COBRA NOSSOS CLIENTES, MAS
      *             NINGUEM CONFERIA O QUE AS TRANSPORTADORAS NOS
      *             COBRAM.
      *2026-10-14 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CONTRATO E LOG-FRETE-PUBLICO GRAVADOS PELO
      *             FRETE.
      *2026-10-15 - O CUSTO ESPERADO PASSA A SER PROCURADO NO CARRATES
      *             PELA ROTA (UF DO DEPOSITO DE ORIGEM X UF DE DESTINO)
      *             E O EXTRATO SAI POR TRANSPORTADORA E DEPOSITO, QUE E
      *             COMO A TRANSPORTADORA FATURA AS COLETAS. LINHA
      *             ANTIGA DO FRETELOG, SEM ORIGEM, CONTA NO DEPOSITO
      *             PRINCIPAL DO WHSMAST.
      *2026-10-15 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CTE-SERIE E LOG-CTE-NUMERO (CT-E DO ENVIO)
      *             GRAVADOS PELO FRETE.
      *2026-10-15 - AS NOTAS DE CREDITO POR ATRASO DA COMPETENCIA
      *             (NOTACRED, EMITIDAS PELO SLACRED) SAO ESTORNADAS DA
      *             TRANSPORTADORA RESPONSAVEL, COM LINHA POR NOTA E O A
      *             PAGAR LIQUIDO NO EXTRATO.
      *2026-10-15 - CONTRA-ENTREGA ENTREGUE NA COMPETENCIA E NAO
      *             REPASSADO PELA TRANSPORTADORA RETIDO DO A PAGAR.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "CARRPAY.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRPAY.
           SELECT WAREHOUSE-MASTER-FILE ASSIGN TO "WHSMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-WHSMAST.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "NOTACRED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTACRED.
           SELECT COD-REGISTER-FILE ASSIGN TO "CODREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CODREG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-RECORD  PIC X(90).

       FD  WAREHOUSE-MASTER-FILE.
       01  WAREHOUSE-MASTER-RECORD.
           02 WHS-CODIGO             PIC X(03).
           02 WHS-NOME               PIC X(20).
           02 WHS-UF                 PIC X(02).
           02 WHS-ATIVO              PIC X(01).
           02 WHS-PRINCIPAL          PIC X(01).

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

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
       77 WRK-QTD-CARRATE        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CRT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CRT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CARR           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CARR           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARR-ACHADO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CUSTO-ESPERADO     PIC 9(07)V99   VALUE ZEROS.
       77 WRK-DIFERENCA          PIC S9(07)V99  VALUE ZEROS.
       77 WRK-QTD-DIFERENCAS     PIC 9(04)      VALUE ZEROS.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED2          PIC $ZZZ.ZZ9,99-.
       77 WRK-FS-WHSMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-WHSMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DEPOSITOS                 VALUE 'S'.
       77 WRK-DEP-PRINCIPAL      PIC X(03)      VALUE SPACES.
       77 WRK-UF-PRINCIPAL       PIC X(02)      VALUE SPACES.
       77 WRK-ORIGEM             PIC X(03)      VALUE SPACES.
       77 WRK-UF-ORIGEM          PIC X(02)      VALUE SPACES.
       77 WRK-FS-NOTACRED        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-NOTACRED       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-NOTAS                     VALUE 'S'.
       77 WRK-CARRIER            PIC X(03)      VALUE SPACES.
       77 WRK-QTD-ESTORNOS       PIC 9(04)      VALUE ZEROS.
       77 WRK-A-PAGAR            PIC S9(09)V99  VALUE ZEROS.
       77 WRK-A-PAGAR-ED         PIC $ZZZ.ZZZ.ZZ9,99-.
       77 WRK-FS-CODREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CODREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTRA-ENTREGA            VALUE 'S'.
       77 WRK-COD-PENDENTE       PIC 9(07)V99   VALUE ZEROS.
       77 WRK-QTD-RETENCOES      PIC 9(04)      VALUE ZEROS.

       01  WRK-TAB-CARRATE VALUE ZEROS.
           02 WRK-CARRATE-LINHA OCCURS 300 TIMES.
               03 WRK-CRT-CARRIER    PIC X(03).
               03 WRK-CRT-UF-ORIGEM  PIC X(02).
               03 WRK-CRT-UF         PIC X(02).
               03 WRK-CRT-MULT       PIC 9(01)V99.

       01  WRK-TAB-CARR VALUE ZEROS.
           02 WRK-CARR-LINHA OCCURS 50 TIMES.
               03 WRK-CARR-CODIGO    PIC X(03).
               03 WRK-CARR-ORIGEM    PIC X(03).
               03 WRK-CARR-ENVIOS    PIC 9(05).
               03 WRK-CARR-COBRADO   PIC 9(09)V99.
               03 WRK-CARR-ESPERADO  PIC 9(09)V99.
               03 WRK-CARR-ESTORNO   PIC 9(09)V99.
               03 WRK-CARR-RETIDO    PIC 9(09)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'COMPETENCIA DO FECHAMENTO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           PERFORM 0110-CARREGAR-TARIFAS.
           PERFORM 0120-CARREGAR-DEPOSITOS.
           OPEN OUTPUT SETTLEMENT-REPORT-FILE.
           MOVE 'CARRPAY' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
                   ADD 1 TO WRK-QTD-CARRATE
                   MOVE CRT-CARRIER
                       TO WRK-CRT-CARRIER(WRK-QTD-CARRATE)
                   MOVE CRT-UF-ORIGEM
                       TO WRK-CRT-UF-ORIGEM(WRK-QTD-CARRATE)
                   MOVE CRT-UF
                       TO WRK-CRT-UF(WRK-QTD-CARRATE)
                   MOVE CRT-MULTIPLICADOR
               WRK-FS-CARRATES,
               WRK-FSCHK-CHAVE.

      *    SO O DEPOSITO PRINCIPAL INTERESSA AQUI: LINHA DO
      *    FRETELOG GRAVADA ANTES DA ORIGEM POR DEPOSITO SAIU DELE.
       0120-CARREGAR-DEPOSITOS.
           OPEN INPUT WAREHOUSE-MASTER-FILE.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-DEPOSITO UNTIL WRK-FIM-DEPOSITOS.
           CLOSE WAREHOUSE-MASTER-FILE.

       0121-LER-DEPOSITO.
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

       0200-PROCESSAR.
           OPEN INPUT FREIGHT-LOG-FILE.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
               WRK-FSCHK-CHAVE.
           PERFORM 0210-LER-LOG UNTIL WRK-FIM-LOG.
           CLOSE FREIGHT-LOG-FILE.
           PERFORM 0250-APURAR-ESTORNOS.
           PERFORM 0260-APURAR-CONTRA-ENTREGA.

       0210-LER-LOG.
           READ FREIGHT-LOG-FILE
               WRK-FSCHK-CHAVE.

       0220-APURAR-ENVIO.
           MOVE LOG-CARRIER   TO WRK-CARRIER.
           MOVE LOG-ORIGEM    TO WRK-ORIGEM.
           MOVE LOG-UF-ORIGEM TO WRK-UF-ORIGEM.
           IF WRK-ORIGEM = SPACES
               MOVE WRK-DEP-PRINCIPAL TO WRK-ORIGEM
               MOVE WRK-UF-PRINCIPAL  TO WRK-UF-ORIGEM
           END-IF.
           PERFORM 0230-CALCULAR-CUSTO-ESPERADO.
           PERFORM 0240-ACUMULAR-CARRIER.
           COMPUTE WRK-DIFERENCA =
               MOVE WRK-DIFERENCA TO WRK-VALOR-ED2
               MOVE SPACES TO SETTLEMENT-REPORT-RECORD
               STRING 'DIF ' LOG-CARRIER
                   ' DEP ' WRK-ORIGEM
                   ' PEDIDO ' LOG-PEDIDO
                   ' UF ' LOG-UF
                   ' COBRADO ' LOG-FRETE
           PERFORM VARYING WRK-SUB-CRT FROM 1 BY 1
               UNTIL WRK-SUB-CRT > WRK-QTD-CARRATE
               IF WRK-CRT-CARRIER(WRK-SUB-CRT) = LOG-CARRIER
                   AND WRK-CRT-UF-ORIGEM(WRK-SUB-CRT) = WRK-UF-ORIGEM
                   AND WRK-CRT-UF(WRK-SUB-CRT) = LOG-UF
                   MOVE WRK-SUB-CRT TO WRK-CRT-ACHADO
                   MOVE WRK-QTD-CARRATE TO WRK-SUB-CRT
                   * WRK-CRT-MULT(WRK-CRT-ACHADO)
           ELSE
               DISPLAY 'SEM TARIFA NO CARRATES: TRANSPORTADORA '
                   LOG-CARRIER ' ROTA ' WRK-UF-ORIGEM '-' LOG-UF
           END-IF.

       0240-ACUMULAR-CARRIER.
           PERFORM 0245-LOCALIZAR-CARRIER.
           ADD 1 TO WRK-CARR-ENVIOS(WRK-CARR-ACHADO).
           ADD LOG-FRETE TO WRK-CARR-COBRADO(WRK-CARR-ACHADO).
           ADD WRK-CUSTO-ESPERADO
               TO WRK-CARR-ESPERADO(WRK-CARR-ACHADO).

       0245-LOCALIZAR-CARRIER.
           MOVE ZEROS TO WRK-CARR-ACHADO.
           PERFORM VARYING WRK-SUB-CARR FROM 1 BY 1
               UNTIL WRK-SUB-CARR > WRK-QTD-CARR
               IF WRK-CARR-CODIGO(WRK-SUB-CARR) = WRK-CARRIER
                   AND WRK-CARR-ORIGEM(WRK-SUB-CARR) = WRK-ORIGEM
                   MOVE WRK-SUB-CARR TO WRK-CARR-ACHADO
                   MOVE WRK-QTD-CARR TO WRK-SUB-CARR
               END-IF
           IF WRK-CARR-ACHADO = ZEROS
               MOVE 'WRK-TAB-CARR' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CARR TO WRK-TABCHK-QTD
               MOVE 50 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CARR
               MOVE WRK-QTD-CARR TO WRK-CARR-ACHADO
               MOVE WRK-CARRIER
                   TO WRK-CARR-CODIGO(WRK-CARR-ACHADO)
               MOVE WRK-ORIGEM
                   TO WRK-CARR-ORIGEM(WRK-CARR-ACHADO)
               MOVE ZEROS TO WRK-CARR-ENVIOS(WRK-CARR-ACHADO)
                             WRK-CARR-COBRADO(WRK-CARR-ACHADO)
                             WRK-CARR-ESPERADO(WRK-CARR-ACHADO)
                             WRK-CARR-ESTORNO(WRK-CARR-ACHADO)
                             WRK-CARR-RETIDO(WRK-CARR-ACHADO)
           END-IF.

      *    O CREDITO CONCEDIDO AO CLIENTE PELO ATRASO E COBRADO DE
      *    VOLTA DA TRANSPORTADORA QUE FEZ A ENTREGA. A NOTA ENTRA NA
      *    COMPETENCIA DA ENTREGA, QUE E A MESMA EM QUE FOI EMITIDA.
       0250-APURAR-ESTORNOS.
           OPEN INPUT CREDIT-NOTE-FILE.
           IF WRK-FS-NOTACRED = '00'
               PERFORM 0251-LER-NOTA UNTIL WRK-FIM-NOTAS
               CLOSE CREDIT-NOTE-FILE
           END-IF.

       0251-LER-NOTA.
           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-NOTACRED
               NOT AT END
                   IF NCR-COMPETENCIA = WRK-COMPETENCIA
                       AND NCR-CARRIER NOT = SPACES
                       PERFORM 0252-ESTORNAR-NOTA
                   END-IF
           END-READ.
           MOVE 'NOTACRED' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-NOTACRED,
               WRK-FSCHK-CHAVE.

       0252-ESTORNAR-NOTA.
           MOVE NCR-CARRIER TO WRK-CARRIER.
           MOVE NCR-ORIGEM  TO WRK-ORIGEM.
           IF WRK-ORIGEM = SPACES
               MOVE WRK-DEP-PRINCIPAL TO WRK-ORIGEM
           END-IF.
           PERFORM 0245-LOCALIZAR-CARRIER.
           ADD NCR-VALOR TO WRK-CARR-ESTORNO(WRK-CARR-ACHADO).
           ADD 1 TO WRK-QTD-ESTORNOS.
           MOVE NCR-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD.
           STRING 'ESTORNO ' NCR-CARRIER
               ' DEP ' WRK-ORIGEM
               ' NC ' NCR-NUMERO
               ' PEDIDO ' NCR-PEDIDO
               ' ATRASO ' NCR-DIAS-ATRASO
               ' CREDITO ' WRK-VALOR-ED
               DELIMITED BY SIZE
               INTO SETTLEMENT-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

      *    CONTRA-ENTREGA ENTREGUE NA COMPETENCIA E NAO REPASSADO (OU
      *    REPASSADO A MENOR) FICA RETIDO DO A PAGAR DA TRANSPORTADORA
      *    QUE COBROU. ENVIO DEVOLVIDO (STATUS D) NAO TEM O QUE
      *    REPASSAR.
       0260-APURAR-CONTRA-ENTREGA.
           OPEN INPUT COD-REGISTER-FILE.
           IF WRK-FS-CODREG = '00'
               PERFORM 0261-LER-CONTRA-ENTREGA
                   UNTIL WRK-FIM-CONTRA-ENTREGA
               CLOSE COD-REGISTER-FILE
           END-IF.

       0261-LER-CONTRA-ENTREGA.
           READ COD-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CODREG
               NOT AT END
                   IF COD-DATA-ENTREGA(1:6) = WRK-COMPETENCIA
                       AND COD-STATUS NOT = 'D'
                       AND COD-CARRIER NOT = SPACES
                       AND COD-VALOR-REPASSADO < COD-VALOR-COBRAR
                       PERFORM 0262-RETER-CONTRA-ENTREGA
                   END-IF
           END-READ.
           MOVE 'CODREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODREG,
               WRK-FSCHK-CHAVE.

       0262-RETER-CONTRA-ENTREGA.
           MOVE COD-CARRIER TO WRK-CARRIER.
           MOVE COD-ORIGEM  TO WRK-ORIGEM.
           IF WRK-ORIGEM = SPACES
               MOVE WRK-DEP-PRINCIPAL TO WRK-ORIGEM
           END-IF.
           COMPUTE WRK-COD-PENDENTE =
               COD-VALOR-COBRAR - COD-VALOR-REPASSADO.
           PERFORM 0245-LOCALIZAR-CARRIER.
           ADD WRK-COD-PENDENTE TO WRK-CARR-RETIDO(WRK-CARR-ACHADO).
           ADD 1 TO WRK-QTD-RETENCOES.
           MOVE WRK-COD-PENDENTE TO WRK-VALOR-ED.
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD.
           STRING 'RETENCAO ' COD-CARRIER
               ' DEP ' WRK-ORIGEM
               ' COD ' COD-RASTREIO
               ' PEDIDO ' COD-PEDIDO
               ' NAO REPASSADO ' WRK-VALOR-ED
               DELIMITED BY SIZE
               INTO SETTLEMENT-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0300-FINALIZAR.
           PERFORM 0310-REPORTAR-CARRIER
               UNTIL WRK-SUB-CARR > WRK-QTD-CARR.
           CLOSE SETTLEMENT-REPORT-FILE.
           DISPLAY 'FECHAMENTO GRAVADO EM CARRPAY.dat - '
               WRK-QTD-DIFERENCAS ' DIFERENCA(S) DE TARIFA, '
               WRK-QTD-ESTORNOS ' ESTORNO(S) POR ATRASO, '
               WRK-QTD-RETENCOES ' RETENCAO(OES) DE CONTRA-ENTREGA.'.

       0310-REPORTAR-CARRIER.
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD.
           MOVE WRK-CARR-ESPERADO(WRK-SUB-CARR) TO WRK-VALOR-ED.
           STRING 'TRANSP ' WRK-CARR-CODIGO(WRK-SUB-CARR)
               ' DEP ' WRK-CARR-ORIGEM(WRK-SUB-CARR)
               ' ENVIOS ' WRK-CARR-ENVIOS(WRK-SUB-CARR)
               ' TOTAL ESPERADO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-CARR-ESTORNO(WRK-SUB-CARR) > ZEROS
               MOVE WRK-CARR-ESTORNO(WRK-SUB-CARR) TO WRK-VALOR-ED
               MOVE SPACES TO SETTLEMENT-REPORT-RECORD
               STRING '       ESTORNO POR ATRASO ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           IF WRK-CARR-RETIDO(WRK-SUB-CARR) > ZEROS
               MOVE WRK-CARR-RETIDO(WRK-SUB-CARR) TO WRK-VALOR-ED
               MOVE SPACES TO SETTLEMENT-REPORT-RECORD
               STRING '       CONTRA-ENTREGA NAO REPASSADO '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           IF WRK-CARR-ESTORNO(WRK-SUB-CARR) > ZEROS
               OR WRK-CARR-RETIDO(WRK-SUB-CARR) > ZEROS
               COMPUTE WRK-A-PAGAR =
                   WRK-CARR-ESPERADO(WRK-SUB-CARR)
                   - WRK-CARR-ESTORNO(WRK-SUB-CARR)
                   - WRK-CARR-RETIDO(WRK-SUB-CARR)
               MOVE WRK-A-PAGAR TO WRK-A-PAGAR-ED
               MOVE SPACES TO SETTLEMENT-REPORT-RECORD
               STRING '       A PAGAR ' WRK-A-PAGAR-ED
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0390-GRAVAR-LINHA.
           WRITE SETTLEMENT-REPORT-RECORD.
