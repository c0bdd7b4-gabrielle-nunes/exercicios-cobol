       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLACRED.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: APURACAO MENSAL DOS CREDITOS POR ATRASO NA ENTREGA
      *          (SLA) PROMETIDOS EM CONTRATO. PARA CADA ENVIO COM
      *          EVENTO DELIVERED NO TRACKREG DENTRO DA COMPETENCIA
      *          (A MESMA DATA DE ENTREGA QUE O ATRASO E O CARRSCORE
      *          USAM) E ENTREGUE DEPOIS DA LOG-DATA-PREVISTA, PROCURA
      *          NO CONTRFRT A REGRA TIPO S DO CLIENTE VIGENTE NA DATA
      *          DO ENVIO (CTF-PERC-DESC = % DO FRETE POR DIA DE
      *          ATRASO, CTF-VALOR = TETO EM % DO FRETE) E EMITE A
      *          NOTA DE CREDITO NO NOTACRED.dat COM STATUS P
      *          (PENDENTE). O FATURA ABATE AS NOTAS PENDENTES NA
      *          PROXIMA FATURA DO CLIENTE E O CARRPAY ESTORNA O VALOR
      *          DA TRANSPORTADORA QUE ATRASOU. UM RASTREIO SO RECEBE
      *          UMA NOTA, ENTAO RERODAR A COMPETENCIA NAO DUPLICA
      *          CREDITO. RELACAO DA RODADA NO SLACRED.dat.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O REEMBOLSO DE FRETE POR ATRASO ERA
      *             PROMETIDO PELO ATENDIMENTO AO TELEFONE E A
      *             COBRANCA ESQUECIA DE CONCEDER.
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
           SELECT TRACKING-REGISTER-FILE ASSIGN TO "TRACKREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKREG.
           SELECT FREIGHT-CONTRACT-FILE ASSIGN TO "CONTRFRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTRFRT.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "NOTACRED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTACRED.
           SELECT SLA-REPORT-FILE ASSIGN TO "SLACRED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SLACRED.

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

       FD  FREIGHT-CONTRACT-FILE.
       01  FREIGHT-CONTRACT-RECORD.
           02 CTF-CONTRATO           PIC X(06).
           02 CTF-CLIENTE            PIC X(06).
           02 CTF-VIG-INICIO         PIC 9(08).
           02 CTF-VIG-FIM            PIC 9(08).
           02 CTF-TIPO               PIC X(01).
           02 CTF-UF                 PIC X(02).
           02 CTF-PERC-DESC          PIC 9(02)V99.
           02 CTF-PESO-ATE           PIC 9(03)V99.
           02 CTF-VALOR              PIC 9(04)V99.

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

       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'SLACRED'.
       77 WRK-FS-FRETELOG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKREG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTRFRT        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-NOTACRED        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SLACRED         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-FRETELOG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOG                       VALUE 'S'.
       77 WRK-FIM-TRACKREG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-CONTRFRT       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTRATOS                 VALUE 'S'.
       77 WRK-FIM-NOTACRED       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-NOTAS                     VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-ULTIMA-NOTA        PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-REGRA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-REGRA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-REGRA-ACHADA       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ENTREGA        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-ENT            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ENT-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CREDITADO      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CRD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-JA-CREDITADO       PIC X(01)      VALUE 'N'.
       77 WRK-SERIAL-PREV        PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-ENTR        PIC 9(07)      VALUE ZEROS.
       77 WRK-DIAS-ATRASO        PIC S9(05)     VALUE ZEROS.
       77 WRK-VALOR-CREDITO      PIC 9(07)V99   VALUE ZEROS.
       77 WRK-VALOR-TETO         PIC 9(07)V99   VALUE ZEROS.
       77 WRK-QTD-ATRASADOS      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-SEM-REGRA      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-NOTAS          PIC 9(04)      VALUE ZEROS.
       77 WRK-TOTAL-CREDITO      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99.

       01  WRK-TAB-REGRA VALUE ZEROS.
           02 WRK-REGRA-LINHA OCCURS 100 TIMES.
               03 WRK-REG-CONTRATO   PIC X(06).
               03 WRK-REG-CLIENTE    PIC X(06).
               03 WRK-REG-INICIO     PIC 9(08).
               03 WRK-REG-FIM        PIC 9(08).
               03 WRK-REG-UF         PIC X(02).
               03 WRK-REG-PERC-DIA   PIC 9(02)V99.
               03 WRK-REG-TETO       PIC 9(04)V99.

       01  WRK-TAB-ENTREGA VALUE ZEROS.
           02 WRK-ENT-LINHA OCCURS 500 TIMES.
               03 WRK-ENT-TRACKING   PIC X(12).
               03 WRK-ENT-DATA       PIC 9(08).

       01  WRK-TAB-CREDITADO VALUE SPACES.
           02 WRK-CRD-RASTREIO OCCURS 1000 TIMES PIC X(12).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DAS ENTREGAS (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-REGRAS.
           PERFORM 0120-CARREGAR-ENTREGAS.
           PERFORM 0130-CARREGAR-NOTAS.
           OPEN EXTEND CREDIT-NOTE-FILE.
           IF WRK-FS-NOTACRED NOT = '00'
               OPEN OUTPUT CREDIT-NOTE-FILE
               MOVE 'NOTACRED' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-NOTACRED,
                   WRK-FSCHK-CHAVE
           END-IF.
           OPEN OUTPUT SLA-REPORT-FILE.
           MOVE 'SLACRED' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SLACRED,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO SLA-REPORT-RECORD.
           STRING 'CREDITOS POR ATRASO NA ENTREGA - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO SLA-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

      *    SO AS REGRAS TIPO S INTERESSAM AQUI; AS DEMAIS SAO DE
      *    PRECO E FICAM COM O FRETE.
       0110-CARREGAR-REGRAS.
           OPEN INPUT FREIGHT-CONTRACT-FILE.
           MOVE 'CONTRFRT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTRFRT,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-REGRA UNTIL WRK-FIM-CONTRATOS.
           CLOSE FREIGHT-CONTRACT-FILE.

       0111-LER-REGRA.
           READ FREIGHT-CONTRACT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTRFRT
               NOT AT END
                   IF CTF-TIPO = 'S'
                       MOVE 'WRK-TAB-REGRA' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-REGRA TO WRK-TABCHK-QTD
                       MOVE 100 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-REGRA
                       MOVE CTF-CONTRATO
                           TO WRK-REG-CONTRATO(WRK-QTD-REGRA)
                       MOVE CTF-CLIENTE
                           TO WRK-REG-CLIENTE(WRK-QTD-REGRA)
                       MOVE CTF-VIG-INICIO
                           TO WRK-REG-INICIO(WRK-QTD-REGRA)
                       MOVE CTF-VIG-FIM
                           TO WRK-REG-FIM(WRK-QTD-REGRA)
                       MOVE CTF-UF
                           TO WRK-REG-UF(WRK-QTD-REGRA)
                       MOVE CTF-PERC-DESC
                           TO WRK-REG-PERC-DIA(WRK-QTD-REGRA)
                       MOVE CTF-VALOR
                           TO WRK-REG-TETO(WRK-QTD-REGRA)
                       IF CTF-VALOR = ZEROS OR CTF-VALOR > 100
                           MOVE 100 TO WRK-REG-TETO(WRK-QTD-REGRA)
                       END-IF
                   END-IF
           END-READ.
           MOVE 'CONTRFRT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTRFRT,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-ENTREGAS.
           OPEN INPUT TRACKING-REGISTER-FILE.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKREG,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-RASTREIO UNTIL WRK-FIM-REGISTRO.
           CLOSE TRACKING-REGISTER-FILE.

       0121-LER-RASTREIO.
           READ TRACKING-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRACKREG
               NOT AT END
                   IF TRK-STATUS = 'DELIVERED'
                       AND TRK-DATA(1:6) = WRK-COMPETENCIA
                       MOVE 'WRK-TAB-ENTREGA' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-ENTREGA TO WRK-TABCHK-QTD
                       MOVE 500 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-ENTREGA
                       MOVE TRK-NUMERO
                           TO WRK-ENT-TRACKING(WRK-QTD-ENTREGA)
                       MOVE TRK-DATA
                           TO WRK-ENT-DATA(WRK-QTD-ENTREGA)
                   END-IF
           END-READ.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKREG,
               WRK-FSCHK-CHAVE.

      *    NOTAS JA EMITIDAS: DAO O PROXIMO NUMERO E OS RASTREIOS
      *    QUE NAO PODEM RECEBER SEGUNDO CREDITO.
       0130-CARREGAR-NOTAS.
           OPEN INPUT CREDIT-NOTE-FILE.
           IF WRK-FS-NOTACRED = '00'
               PERFORM 0131-LER-NOTA UNTIL WRK-FIM-NOTAS
               CLOSE CREDIT-NOTE-FILE
           END-IF.

       0131-LER-NOTA.
           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-NOTACRED
               NOT AT END
                   IF NCR-NUMERO > WRK-ULTIMA-NOTA
                       MOVE NCR-NUMERO TO WRK-ULTIMA-NOTA
                   END-IF
                   MOVE 'WRK-TAB-CREDITADO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CREDITADO TO WRK-TABCHK-QTD
                   MOVE 1000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CREDITADO
                   MOVE NCR-RASTREIO
                       TO WRK-CRD-RASTREIO(WRK-QTD-CREDITADO)
           END-READ.
           MOVE 'NOTACRED' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-NOTACRED,
               WRK-FSCHK-CHAVE.

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

      *    PERNA DE RETORNO (TIPO R) NAO E COBRADA DO CLIENTE, ENTAO
      *    NAO GERA CREDITO.
       0210-LER-LOG.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FRETELOG
               NOT AT END
                   IF LOG-TRACKING NOT = SPACES
                       AND LOG-TIPO NOT = 'R'
                       AND LOG-FRETE > 0
                       AND LOG-DATA-PREVISTA > 0
                       PERFORM 0220-APURAR-ENVIO
                   END-IF
           END-READ.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETELOG,
               WRK-FSCHK-CHAVE.

       0220-APURAR-ENVIO.
           PERFORM 0221-LOCALIZAR-ENTREGA.
           IF WRK-ENT-ACHADO > 0
               IF WRK-ENT-DATA(WRK-ENT-ACHADO) > LOG-DATA-PREVISTA
                   ADD 1 TO WRK-QTD-ATRASADOS
                   PERFORM 0222-VERIFICAR-CREDITADO
                   IF WRK-JA-CREDITADO = 'N'
                       PERFORM 0223-LOCALIZAR-REGRA
                       IF WRK-REGRA-ACHADA > 0
                           PERFORM 0230-EMITIR-NOTA
                       ELSE
                           ADD 1 TO WRK-QTD-SEM-REGRA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0221-LOCALIZAR-ENTREGA.
           MOVE ZEROS TO WRK-ENT-ACHADO.
           PERFORM VARYING WRK-SUB-ENT FROM 1 BY 1
               UNTIL WRK-SUB-ENT > WRK-QTD-ENTREGA
               IF WRK-ENT-TRACKING(WRK-SUB-ENT) = LOG-TRACKING
                   MOVE WRK-SUB-ENT TO WRK-ENT-ACHADO
                   MOVE WRK-QTD-ENTREGA TO WRK-SUB-ENT
               END-IF
           END-PERFORM.

       0222-VERIFICAR-CREDITADO.
           MOVE 'N' TO WRK-JA-CREDITADO.
           PERFORM VARYING WRK-SUB-CRD FROM 1 BY 1
               UNTIL WRK-SUB-CRD > WRK-QTD-CREDITADO
               IF WRK-CRD-RASTREIO(WRK-SUB-CRD) = LOG-TRACKING
                   MOVE 'S' TO WRK-JA-CREDITADO
                   MOVE WRK-QTD-CREDITADO TO WRK-SUB-CRD
               END-IF
           END-PERFORM.

      *    REGRA DO CLIENTE VIGENTE NA DATA DO ENVIO, PARA A UF DE
      *    DESTINO OU PARA TODAS. HAVENDO MAIS DE UMA, VALE A DE MAIOR
      *    PERCENTUAL POR DIA, COMO NO DESCONTO DO FRETE.
       0223-LOCALIZAR-REGRA.
           MOVE ZEROS TO WRK-REGRA-ACHADA.
           PERFORM VARYING WRK-SUB-REGRA FROM 1 BY 1
               UNTIL WRK-SUB-REGRA > WRK-QTD-REGRA
               IF WRK-REG-CLIENTE(WRK-SUB-REGRA) = LOG-CLIENTE-COD
                   AND WRK-REG-INICIO(WRK-SUB-REGRA) <= LOG-DATA
                   AND WRK-REG-FIM(WRK-SUB-REGRA) >= LOG-DATA
                   AND (WRK-REG-UF(WRK-SUB-REGRA) = SPACES
                        OR WRK-REG-UF(WRK-SUB-REGRA) = LOG-UF)
                   IF WRK-REGRA-ACHADA = ZEROS
                       MOVE WRK-SUB-REGRA TO WRK-REGRA-ACHADA
                   ELSE
                       IF WRK-REG-PERC-DIA(WRK-SUB-REGRA)
                           > WRK-REG-PERC-DIA(WRK-REGRA-ACHADA)
                           MOVE WRK-SUB-REGRA TO WRK-REGRA-ACHADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0230-EMITIR-NOTA.
           COMPUTE WRK-SERIAL-PREV =
               FUNCTION INTEGER-OF-DATE(LOG-DATA-PREVISTA).
           COMPUTE WRK-SERIAL-ENTR =
               FUNCTION INTEGER-OF-DATE(WRK-ENT-DATA(WRK-ENT-ACHADO)).
           COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-ENTR - WRK-SERIAL-PREV.
           IF WRK-DIAS-ATRASO > 999
               MOVE 999 TO WRK-DIAS-ATRASO
           END-IF.
           COMPUTE WRK-VALOR-CREDITO ROUNDED =
               LOG-FRETE * WRK-REG-PERC-DIA(WRK-REGRA-ACHADA)
               * WRK-DIAS-ATRASO / 100.
           COMPUTE WRK-VALOR-TETO ROUNDED =
               LOG-FRETE * WRK-REG-TETO(WRK-REGRA-ACHADA) / 100.
           IF WRK-VALOR-CREDITO > WRK-VALOR-TETO
               MOVE WRK-VALOR-TETO TO WRK-VALOR-CREDITO
           END-IF.
           IF WRK-DIAS-ATRASO > 0 AND WRK-VALOR-CREDITO > 0
               ADD 1 TO WRK-ULTIMA-NOTA
               ADD 1 TO WRK-QTD-NOTAS
               ADD WRK-VALOR-CREDITO TO WRK-TOTAL-CREDITO
               MOVE WRK-ULTIMA-NOTA   TO NCR-NUMERO
               MOVE WRK-DATA-HOJE     TO NCR-DATA-EMISSAO
               MOVE WRK-COMPETENCIA   TO NCR-COMPETENCIA
               MOVE LOG-CLIENTE-COD   TO NCR-CLIENTE
               MOVE LOG-PEDIDO        TO NCR-PEDIDO
               MOVE LOG-TRACKING      TO NCR-RASTREIO
               MOVE LOG-CARRIER       TO NCR-CARRIER
               MOVE LOG-ORIGEM        TO NCR-ORIGEM
               MOVE WRK-REG-CONTRATO(WRK-REGRA-ACHADA)
                   TO NCR-CONTRATO
               MOVE LOG-DATA-PREVISTA TO NCR-DATA-PREVISTA
               MOVE WRK-ENT-DATA(WRK-ENT-ACHADO)
                   TO NCR-DATA-ENTREGA
               MOVE WRK-DIAS-ATRASO   TO NCR-DIAS-ATRASO
               MOVE LOG-FRETE         TO NCR-FRETE
               MOVE WRK-VALOR-CREDITO TO NCR-VALOR
               MOVE 'P'               TO NCR-STATUS
               MOVE ZEROS             TO NCR-FATURA
               WRITE CREDIT-NOTE-RECORD
               MOVE 'NOTACRED' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-NOTACRED,
                   WRK-FSCHK-CHAVE
               MOVE 'WRK-TAB-CREDITADO' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CREDITADO TO WRK-TABCHK-QTD
               MOVE 1000 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CREDITADO
               MOVE LOG-TRACKING
                   TO WRK-CRD-RASTREIO(WRK-QTD-CREDITADO)
               MOVE WRK-VALOR-CREDITO TO WRK-VALOR-ED
               MOVE SPACES TO SLA-REPORT-RECORD
               STRING 'NC ' NCR-NUMERO
                   ' ' NCR-CLIENTE
                   ' ' NCR-RASTREIO
                   ' TR ' NCR-CARRIER
                   ' ATRASO ' NCR-DIAS-ATRASO
                   ' CREDITO ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO SLA-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0300-FINALIZAR.
           MOVE WRK-TOTAL-CREDITO TO WRK-VALOR-ED.
           MOVE SPACES TO SLA-REPORT-RECORD.
           STRING 'NOTAS EMITIDAS: ' WRK-QTD-NOTAS
               ' TOTAL DE CREDITO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO SLA-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE SLA-REPORT-FILE.
           CLOSE CREDIT-NOTE-FILE.
           DISPLAY 'ENTREGAS ATRASADAS: ' WRK-QTD-ATRASADOS
               ' SEM REGRA DE SLA: ' WRK-QTD-SEM-REGRA.
           DISPLAY 'NOTAS DE CREDITO EMITIDAS: ' WRK-QTD-NOTAS
               ' - RELACAO EM SLACRED.dat'.

       0390-GRAVAR-LINHA.
           WRITE SLA-REPORT-RECORD.
           MOVE 'SLACRED' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SLACRED,
               WRK-FSCHK-CHAVE.
