      *2026-09-03 - REMOVIDOS A CARGA LOCAL DO OPERATORS.dat E O
      *             PARAGRAFO DE CONSULTA SEM SENHA, ORFAOS DESDE
      *             QUE O SIGN-ON PASSOU PELO CALL 'OPER-CHECK'.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-14 - CLIENTES COM CONTRATO DE FRETE (CONTRFRT.dat) DEIXAM
      *             DE SER COBRADOS PELA TABELA PUBLICA E ACERTADOS
      *             DEPOIS COM NOTA DE CREDITO: A
      *             0210-BUSCAR-MULTIPLICADOR-UF APLICA A REGRA VIGENTE
      *             DO CLIENTE (DESCONTO NO MULTIPLICADOR, PRECO FECHADO
      *             POR FAIXA DE PESO OU FRETE MINIMO POR ENVIO) E O
      *             FRETELOG GRAVA O CONTRATO QUE PRECIFICOU E O VALOR
      *             QUE A TABELA PUBLICA TERIA COBRADO.
      *2026-10-15 - PEDIDO PASSA A TER DEPOSITO DE ORIGEM (ORDER-ORIGEM,
      *             BRANCO = DEPOSITO PRINCIPAL DO NOVO CADASTRO
      *             WHSMAST.dat). A UFRATES E O CARRATES GANHAM A UF DE
      *             ORIGEM E VIRAM MATRIZ ORIGEM X DESTINO:
      *             MULTIPLICADOR, PRAZO E A COTACAO DAS TRANSPORTADORAS
      *             (0211) SAO POR ROTA. DEPOSITO INEXISTENTE OU INATIVO
      *             VAI PARA O FRETEREJ (MOTIVO 14). FRETELOG E ORDERSNW
      *             GRAVAM A ORIGEM.
      *2026-10-15 - CADA ENVIO PRECIFICADO EMITE UM CT-E (SERIE/NUMERO
      *             DO CTECTL) NO CTEREG COM O ICMS DO FRETE PELA
      *             ALIQUOTA DO ICMSFRT (PAR DE UFS E CLIENTE
      *             CONTRIBUINTE OU NAO). O FRETELOG GRAVA SERIE E
      *             NUMERO DO CT-E.
      *2026-10-15 - TRACKREG GANHA TRK-CARGA (ROMANEIO DA CARGA,
      *             PREENCHIDO PELO MANIFESTO); O REGISTRO NASCE COM
      *             ZEROS.
      *2026-10-15 - LAYOUT DO TRACKREG ACOMPANHA O NOVO CAMPO
      *             TRK-TENTATIVAS (TENTATIVAS DE ENTREGA FRUSTRADAS).
      *2026-10-15 - CUSTMAST GANHA O INDICADOR DE FATURAMENTO SO COM
      *             COMPROVANTE DE ENTREGA (CM-EXIGE-POD).
      *2026-10-15 - TAXA DE CONTRA-ENTREGA (COD-TAXA-PERC SOBRE O VALOR,
      *             MINIMO COD-TAXA-MIN) SOMADA AO FRETE DO PEDIDO COM
      *             ORDER-COD = S, VALOR A COBRAR GRAVADO NO CODREG.dat
      *             E LEVADO AO ORDERSNW PARA O MANIFESTO.
      *2026-10-15 - NO FIM DA RODADA GRAVA OS TOTAIS DE CONTROLE
      *             (CALL 'CTL-TOTAL'): QUANTIDADE E HASH DO
      *             ORDER-VALOR DOS PEDIDOS LIDOS DO ORDERSOK, DOS
      *             GRAVADOS NO ORDERSNW E DOS REJEITADOS NO FRETEREJ,
      *             PARA O BALANCO CONFERIR ENTRADA = ORDERSNW +
      *             FRETEREJ E A ENTRADA CONTRA O ORDERSOK DO ORDEDIT.
      *2026-10-15 - SEGUNDA ABERTURA DO ICMSFRT PASSA PELO FS-CHECK.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRACKING-EVENT-FILE ASSIGN TO "TRACKEVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKEVT.
           SELECT FREIGHT-CONTRACT-FILE ASSIGN TO "CONTRFRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTRFRT.
           SELECT WAREHOUSE-MASTER-FILE ASSIGN TO "WHSMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-WHSMAST.
           SELECT ICMS-RATE-FILE ASSIGN TO "ICMSFRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSFRT.
           SELECT CTE-CONTROL-FILE ASSIGN TO "CTECTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTECTL.
           SELECT CTE-REGISTER-FILE ASSIGN TO "CTEREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTEREG.
           SELECT COD-REGISTER-FILE ASSIGN TO "CODREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CODREG.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-TABLE.
       01  FREIGHT-RATE-RECORD.
           02 RATE-VIGENCIA          PIC 9(08).
           02 RATE-UF-ORIGEM         PIC X(02).
           02 RATE-UF                PIC X(02).
           02 RATE-MULTIPLICADOR     PIC 9(01)V99.
           02 RATE-PRAZO-DIAS        PIC 9(02).
           02 LOG-TIPO               PIC X(01).
           02 LOG-CARRIER            PIC X(03).
           02 LOG-VALOR-SEGURO       PIC 9(04)V99.
           02 LOG-CONTRATO           PIC X(06).
           02 LOG-FRETE-PUBLICO      PIC 9(04)V99.
           02 LOG-ORIGEM             PIC X(03).
           02 LOG-UF-ORIGEM          PIC X(02).
           02 LOG-CTE-SERIE          PIC 9(03).
           02 LOG-CTE-NUMERO         PIC 9(08).

       FD  FREIGHT-SUMMARY-FILE.
       01  FREIGHT-SUMMARY-TOTAL-RECORD PIC X(40).
           02 ORDER-TIPO             PIC X(01).
           02 ORDER-PEDIDO-ORIG      PIC X(06).
           02 ORDER-SERVICO          PIC X(01).
           02 ORDER-ORIGEM           PIC X(03).
           02 ORDER-COD              PIC X(01).

       FD  CUSTOMER-ORDER-FILE-NOVO.
       01  CUSTOMER-ORDER-RECORD-NOVO.
           02 ORDERNW-CARRIER        PIC X(03).
           02 ORDERNW-FRETE          PIC 9(04)V99.
           02 ORDERNW-DATA-PREVISTA  PIC 9(08).
           02 ORDERNW-ORIGEM         PIC X(03).
           02 ORDERNW-COD            PIC X(01).
           02 ORDERNW-VALOR-COBRAR   PIC 9(07)V99.

       FD  CARRIER-MASTER-FILE.
       01  CARRIER-MASTER-RECORD.
       FD  CARRIER-RATE-FILE.
       01  CARRIER-RATE-RECORD.
           02 CRT-CARRIER            PIC X(03).
           02 CRT-UF-ORIGEM          PIC X(02).
           02 CRT-UF                 PIC X(02).
           02 CRT-MULTIPLICADOR      PIC 9(01)V99.
           02 CRT-PRAZO-DIAS         PIC 9(02).
           02 TRK-DATA               PIC 9(08).
           02 TRK-HORA               PIC 9(08).
           02 TRK-STATUS             PIC X(10).
           02 TRK-CARGA              PIC 9(08).
           02 TRK-TENTATIVAS         PIC 9(01).

       FD  TRACKING-EVENT-FILE.
       01  TRACKING-EVENT-RECORD.
           02 EVT-HORA               PIC 9(08).
           02 EVT-ORIGEM             PIC X(10).

       FD  ICMS-RATE-FILE.
       01  ICMS-RATE-RECORD.
           02 IFR-VIGENCIA           PIC 9(08).
           02 IFR-UF-ORIGEM          PIC X(02).
           02 IFR-UF-DESTINO         PIC X(02).
           02 IFR-ALIQ-CONTRIB       PIC 9(02)V99.
           02 IFR-ALIQ-NAO-CONTRIB   PIC 9(02)V99.

       FD  CTE-CONTROL-FILE.
       01  CTE-CONTROL-RECORD.
           02 CTC-SERIE              PIC 9(03).
           02 CTC-ULTIMO-NUMERO      PIC 9(08).

       FD  CTE-REGISTER-FILE.
       01  CTE-REGISTER-RECORD.
           02 CTE-SERIE              PIC 9(03).
           02 CTE-NUMERO             PIC 9(08).
           02 CTE-DATA-EMISSAO       PIC 9(08).
           02 CTE-PEDIDO             PIC X(06).
           02 CTE-RASTREIO           PIC X(12).
           02 CTE-CLIENTE            PIC X(06).
           02 CTE-CONTRIBUINTE       PIC X(01).
           02 CTE-UF-ORIGEM          PIC X(02).
           02 CTE-UF-DESTINO         PIC X(02).
           02 CTE-VALOR-FRETE        PIC 9(06)V99.
           02 CTE-ALIQ-ICMS          PIC 9(02)V99.
           02 CTE-VALOR-ICMS         PIC 9(06)V99.
           02 CTE-STATUS             PIC X(01).
           02 CTE-DATA-CANC          PIC 9(08).
           02 CTE-OPER-CANC          PIC X(06).

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

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           02 CM-CODIGO              PIC X(06).
           02 CM-UF                  PIC X(02).
           02 CM-SEGURO-PREF         PIC X(01).
           02 CM-LIMITE-CREDITO      PIC 9(09)V99.
           02 CM-CONTRIB-ICMS        PIC X(01).
           02 CM-EXIGE-POD           PIC X(01).

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

       FD  WAREHOUSE-MASTER-FILE.
       01  WAREHOUSE-MASTER-RECORD.
           02 WHS-CODIGO             PIC X(03).
           02 WHS-NOME               PIC X(20).
           02 WHS-UF                 PIC X(02).
           02 WHS-ATIVO              PIC X(01).
           02 WHS-PRINCIPAL          PIC X(01).

       FD  FREIGHT-REJECT-FILE.
       01  FREIGHT-REJECT-RECORD.
           02 FILLER                 PIC X(02).
           02 FRJ-MOTIVO-DESCRICAO   PIC X(30).
           02 FILLER                 PIC X(02).
           02 FRJ-PEDIDO             PIC X(74).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'CTLTOT-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.

       77 WRK-VALOR-PRODUTO      PIC 9(06)V99  VALUE ZEROS.
       77 WRK-PESO-PRODUTO       PIC 9(03)V99  VALUE ZEROS.
       77 WRK-FRETE              PIC 9(04)V99  VALUE ZEROS.
       77 WRK-MULTIPLICADOR-UF   PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-ADICIONAL-PESO     PIC 9(04)V99  VALUE ZEROS.
       77 WRK-ADICIONAL-CATEG    PIC 9(04)V99  VALUE ZEROS.
       77 WRK-LIMITE-FRETE-GRATIS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-CONVERTIDO   PIC 9(06)V99  VALUE ZEROS.

       01  WRK-TAB-UF.
           02 WRK-UF-ITEM OCCURS 300 TIMES INDEXED BY WRK-IDX-UF.
               03 WRK-UF-ORIGEM-SIGLA  PIC X(02).
               03 WRK-UF-SIGLA         PIC X(02).
               03 WRK-UF-MULTIPLICADOR PIC 9(01)V99.
               03 WRK-UF-PRAZO         PIC 9(02).
       77 WRK-QTD-UF             PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-UF-ENCONTRADA      PIC X(01)       VALUE 'N'.
           88 WRK-UF-VALIDA                      VALUE 'S'.

       77 WRK-CLIENTE-OK         PIC X(01)       VALUE 'N'.
           88 WRK-CLIENTE-VALIDO                 VALUE 'S'.
       77 WRK-QTD-REJ-CLIENTE    PIC 9(04)       VALUE ZEROS.
       77 WRK-QTD-ENTRADA        PIC 9(05)       VALUE ZEROS.
       77 WRK-VALOR-ENTRADA      PIC 9(11)V99    VALUE ZEROS.
       77 WRK-QTD-ATUALIZADOS    PIC 9(05)       VALUE ZEROS.
       77 WRK-VALOR-ATUALIZADOS  PIC 9(11)V99    VALUE ZEROS.
       77 WRK-QTD-FRETEREJ       PIC 9(05)       VALUE ZEROS.
       77 WRK-VALOR-FRETEREJ     PIC 9(11)V99    VALUE ZEROS.

       77 WRK-FS-HOLIDAYS        PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-HOLIDAYS       PIC X(01)       VALUE 'N'.
           02 WRK-CARRATE-LINHA OCCURS 300 TIMES
                                 INDEXED BY WRK-IDX-CRT.
               03 WRK-CRT-CARRIER     PIC X(03).
               03 WRK-CRT-UF-ORIGEM   PIC X(02).
               03 WRK-CRT-UF          PIC X(02).
               03 WRK-CRT-MULT        PIC 9(01)V99.
               03 WRK-CRT-PRAZO       PIC 9(02).
               03 WRK-CLI-NOME        PIC X(30).
               03 WRK-CLI-UF          PIC X(02).
               03 WRK-CLI-SEGURO-PREF PIC X(01).
               03 WRK-CLI-CONTRIB     PIC X(01).

       77 WRK-FS-CONTRFRT        PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-CONTRFRT       PIC X(01)       VALUE 'N'.
           88 WRK-FIM-CONTRATOS                  VALUE 'S'.
       77 WRK-QTD-CONTRATO       PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-CONTRATO-APLICADO  PIC X(06)       VALUE SPACES.
       77 WRK-MULT-PUBLICO       PIC 9(01)V99    VALUE ZEROS.
       77 WRK-FRETE-PUBLICO      PIC 9(04)V99    VALUE ZEROS.
       77 WRK-CTR-PERC-DESC      PIC 9(02)V99    VALUE ZEROS.
       77 WRK-CTR-FAIXA          PIC X(01)       VALUE 'N'.
           88 WRK-CTR-FAIXA-ACHADA               VALUE 'S'.
       77 WRK-CTR-PESO-FAIXA     PIC 9(03)V99    VALUE ZEROS.
       77 WRK-CTR-PRECO-FIXO     PIC 9(04)V99    VALUE ZEROS.
       77 WRK-CTR-MINIMO         PIC 9(04)V99    VALUE ZEROS.

       01  WRK-TAB-CONTRATO VALUE ZEROS.
           02 WRK-CONTRATO-LINHA OCCURS 200 TIMES
                                  INDEXED BY WRK-IDX-CTR.
               03 WRK-CTR-CODIGO      PIC X(06).
               03 WRK-CTR-CLIENTE     PIC X(06).
               03 WRK-CTR-TIPO        PIC X(01).
               03 WRK-CTR-UF          PIC X(02).
               03 WRK-CTR-PERC        PIC 9(02)V99.
               03 WRK-CTR-PESO-ATE    PIC 9(03)V99.
               03 WRK-CTR-VALOR       PIC 9(04)V99.

       77 WRK-FS-WHSMAST         PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-WHSMAST        PIC X(01)       VALUE 'N'.
           88 WRK-FIM-DEPOSITOS                  VALUE 'S'.
       77 WRK-QTD-DEPOSITO       PIC 9(02) COMP  VALUE ZEROS.
       77 WRK-DEP-PRINCIPAL      PIC X(03)       VALUE SPACES.
       77 WRK-ORIGEM             PIC X(03)       VALUE SPACES.
       77 WRK-UF-ORIGEM          PIC X(02)       VALUE SPACES.
       77 WRK-ORIGEM-OK          PIC X(01)       VALUE 'S'.
           88 WRK-ORIGEM-VALIDA                  VALUE 'S'.

       01  WRK-TAB-DEPOSITO VALUE SPACES.
           02 WRK-DEPOSITO-LINHA OCCURS 20 TIMES
                                  INDEXED BY WRK-IDX-DEP.
               03 WRK-DEP-CODIGO      PIC X(03).
               03 WRK-DEP-UF          PIC X(02).
               03 WRK-DEP-ATIVO       PIC X(01).

       77 WRK-FS-ICMSFRT         PIC X(02)       VALUE ZEROS.
       77 WRK-FS-CTECTL          PIC X(02)       VALUE ZEROS.
       77 WRK-FS-CTEREG          PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-ICMSFRT        PIC X(01)       VALUE 'N'.
           88 WRK-FIM-TAB-ICMS                   VALUE 'S'.
       77 WRK-VIG-ICMSFRT        PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-ICMS           PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-CONTRIBUINTE       PIC X(01)       VALUE 'N'.
           88 WRK-CLIENTE-CONTRIB                VALUE 'S'.
       77 WRK-CTE-SERIE          PIC 9(03)       VALUE 1.
       77 WRK-CTE-NUMERO         PIC 9(08)       VALUE ZEROS.
       77 WRK-ALIQ-ICMS          PIC 9(02)V99    VALUE ZEROS.
       77 WRK-VALOR-ICMS         PIC 9(06)V99    VALUE ZEROS.
       77 WRK-QTD-CTE-EMITIDO    PIC 9(05)       VALUE ZEROS.
       77 WRK-FS-CODREG          PIC X(02)       VALUE ZEROS.
       77 WRK-COD-PEDIDO         PIC X(01)       VALUE 'N'.
           88 WRK-PEDIDO-COD                     VALUE 'S'.
       77 WRK-COD-TAXA-PERC      PIC 9(02)V99    VALUE ZEROS.
       77 WRK-COD-TAXA-MIN       PIC 9(04)V99    VALUE ZEROS.
       77 WRK-VALOR-TAXA-COD     PIC 9(04)V99    VALUE ZEROS.
       77 WRK-VALOR-COBRAR       PIC 9(07)V99    VALUE ZEROS.
       77 WRK-QTD-COD            PIC 9(05)       VALUE ZEROS.

       01  WRK-TAB-ICMS VALUE ZEROS.
           02 WRK-ICMS-LINHA OCCURS 300 TIMES
                              INDEXED BY WRK-IDX-ICMS.
               03 WRK-ICMS-UF-ORIGEM  PIC X(02).
               03 WRK-ICMS-UF-DESTINO PIC X(02).
               03 WRK-ICMS-CONTRIB    PIC 9(02)V99.
               03 WRK-ICMS-NAO-CONTRIB PIC 9(02)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ELSE
               PERFORM 0140-LER-PEDIDO
               PERFORM UNTIL WRK-FIM-PEDIDOS
                   IF WRK-CLIENTE-VALIDO AND WRK-ORIGEM-VALIDA
                       PERFORM 0200-PROCESSAR
                       PERFORM 0300-FINALIZAR
                   END-IF
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0101-LER-CARTAO-EXECUCAO.
           PERFORM 0118D-CARREGAR-DEPOSITOS.
           PERFORM 0110-CARREGAR-TABELA-UF.
           PERFORM 0110B-CARREGAR-TABELA-ICMS.
           PERFORM 0113-CARREGAR-TRANSPORTADORAS.
           PERFORM 0114-CARREGAR-CONTROLE-RASTREIO.
           PERFORM 0114B-CARREGAR-CONTROLE-CTE.
           PERFORM 0117-VALIDAR-FERIADOS.
           PERFORM 0118-CARREGAR-CLIENTES.
           PERFORM 0118B-CARREGAR-CONTRATOS.
           PERFORM 0112-CARREGAR-PARAMETROS.
           MOVE 'FRETE' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0109-OBTER-SEQ-AUDITORIA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-RETORNO-PERC.

           MOVE 'COD-TAXA-PERC'  TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-COD-TAXA-PERC.

           MOVE 'COD-TAXA-MIN'   TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-COD-TAXA-MIN.

           IF NOT WRK-CARTAO-PRESENTE
               PERFORM 0108D-ASSINAR-OPERADOR
               DISPLAY 'MODO DE EXECUCAO (N=NORMAL / S=SIMULACAO): '
                       MOVE ORDER-TIPO        TO WRK-TIPO-PEDIDO
                       MOVE ORDER-PEDIDO-ORIG TO WRK-PEDIDO-ORIGINAL
                       MOVE ORDER-SERVICO     TO WRK-SERVICO-PEDIDO
                       MOVE ORDER-ORIGEM      TO WRK-ORIGEM
                       MOVE ORDER-COD         TO WRK-COD-PEDIDO
                       ADD 1 TO WRK-QTD-ENTRADA
                       ADD ORDER-VALOR TO WRK-VALOR-ENTRADA
                       IF WRK-TIPO-PEDIDO = SPACES
                           MOVE 'N' TO WRK-TIPO-PEDIDO
                       END-IF
                       IF WRK-SERVICO-PEDIDO = SPACES
                           MOVE 'E' TO WRK-SERVICO-PEDIDO
                       END-IF
                       IF WRK-COD-PEDIDO NOT = 'S'
                           OR WRK-PEDIDO-RETORNO
                           MOVE 'N' TO WRK-COD-PEDIDO
                       END-IF
                       PERFORM 0145-VALIDAR-CLIENTE
                       MOVE 'S' TO WRK-ORIGEM-OK
                       IF WRK-CLIENTE-VALIDO
                           PERFORM 0147-RESOLVER-ORIGEM
                           IF NOT WRK-ORIGEM-VALIDA
                               PERFORM 0148-REJEITAR-ORIGEM
                           END-IF
                       END-IF
                       DISPLAY 'PEDIDO ' WRK-PEDIDO-NUMERO
                           ' - CLIENTE ' WRK-PEDIDO-CLIENTE
               END-READ
                   SET WRK-IDX-CRT TO WRK-QTD-CARRATE
                   MOVE CRT-CARRIER
                       TO WRK-CRT-CARRIER(WRK-IDX-CRT)
                   MOVE CRT-UF-ORIGEM
                       TO WRK-CRT-UF-ORIGEM(WRK-IDX-CRT)
                   MOVE CRT-UF
                       TO WRK-CRT-UF(WRK-IDX-CRT)
                   MOVE CRT-MULTIPLICADOR
               CLOSE TRACKING-CONTROL-FILE
           END-IF.

       0114B-CARREGAR-CONTROLE-CTE.
           MOVE 1 TO WRK-CTE-SERIE.
           MOVE ZEROS TO WRK-CTE-NUMERO.
           OPEN INPUT CTE-CONTROL-FILE.
           IF WRK-FS-CTECTL = '00'
               READ CTE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTC-SERIE > ZEROS
                           MOVE CTC-SERIE TO WRK-CTE-SERIE
                       END-IF
                       MOVE CTC-ULTIMO-NUMERO TO WRK-CTE-NUMERO
               END-READ
               CLOSE CTE-CONTROL-FILE
           END-IF.

       0117-VALIDAR-FERIADOS.
           MOVE 'N' TO WRK-FIM-HOLIDAYS.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
                       TO WRK-CLI-UF(WRK-IDX-CLI)
                   MOVE CM-SEGURO-PREF
                       TO WRK-CLI-SEGURO-PREF(WRK-IDX-CLI)
                   MOVE CM-CONTRIB-ICMS
                       TO WRK-CLI-CONTRIB(WRK-IDX-CLI)
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

      *    CONTRATOS DE FRETE NEGOCIADOS (CONTRFRT.dat): SO AS
      *    REGRAS VIGENTES NA DATA DA RODADA ENTRAM NA TABELA.
       0118B-CARREGAR-CONTRATOS.
           MOVE 'N' TO WRK-FIM-CONTRFRT.
           OPEN INPUT FREIGHT-CONTRACT-FILE.
           IF WRK-FS-CONTRFRT = '00'
               PERFORM 0118C-LER-CONTRATO UNTIL WRK-FIM-CONTRATOS
               CLOSE FREIGHT-CONTRACT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CONTRFRT
               DISPLAY 'AVISO: CONTRFRT.dat AUSENTE - FRETE SO PELA '
                   'TABELA PUBLICA.'
           END-IF.

       0118C-LER-CONTRATO.
           READ FREIGHT-CONTRACT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTRFRT
               NOT AT END
                   IF CTF-VIG-INICIO <= WRK-DATA-HOJE
                       AND CTF-VIG-FIM >= WRK-DATA-HOJE
                       MOVE 'WRK-TAB-CONTRATO' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-CONTRATO TO WRK-TABCHK-QTD
                       MOVE 200 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-CONTRATO
                       SET WRK-IDX-CTR TO WRK-QTD-CONTRATO
                       MOVE CTF-CONTRATO
                           TO WRK-CTR-CODIGO(WRK-IDX-CTR)
                       MOVE CTF-CLIENTE
                           TO WRK-CTR-CLIENTE(WRK-IDX-CTR)
                       MOVE CTF-TIPO
                           TO WRK-CTR-TIPO(WRK-IDX-CTR)
                       MOVE CTF-UF
                           TO WRK-CTR-UF(WRK-IDX-CTR)
                       MOVE CTF-PERC-DESC
                           TO WRK-CTR-PERC(WRK-IDX-CTR)
                       MOVE CTF-PESO-ATE
                           TO WRK-CTR-PESO-ATE(WRK-IDX-CTR)
                       MOVE CTF-VALOR
                           TO WRK-CTR-VALOR(WRK-IDX-CTR)
                   END-IF
           END-READ.
           MOVE 'CONTRFRT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTRFRT,
               WRK-FSCHK-CHAVE.

      *    CADASTRO DE DEPOSITOS (WHSMAST.dat): CODIGO, UF E
      *    SITUACAO DE CADA PONTO DE EXPEDICAO; O MARCADO COMO
      *    PRINCIPAL ATENDE OS PEDIDOS SEM ORIGEM INFORMADA.
       0118D-CARREGAR-DEPOSITOS.
           OPEN INPUT WAREHOUSE-MASTER-FILE.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0118E-LER-DEPOSITO UNTIL WRK-FIM-DEPOSITOS.
           CLOSE WAREHOUSE-MASTER-FILE.
           IF WRK-DEP-PRINCIPAL = SPACES
               DISPLAY 'AVISO: WHSMAST.dat SEM DEPOSITO PRINCIPAL - '
                   'PEDIDO SEM ORIGEM SERA REJEITADO.'
           END-IF.

       0118E-LER-DEPOSITO.
           READ WAREHOUSE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-WHSMAST
               NOT AT END
                   MOVE 'WRK-TAB-DEPOSITO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-DEPOSITO TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-DEPOSITO
                   SET WRK-IDX-DEP TO WRK-QTD-DEPOSITO
                   MOVE WHS-CODIGO
                       TO WRK-DEP-CODIGO(WRK-IDX-DEP)
                   MOVE WHS-UF
                       TO WRK-DEP-UF(WRK-IDX-DEP)
                   MOVE WHS-ATIVO
                       TO WRK-DEP-ATIVO(WRK-IDX-DEP)
                   IF WHS-PRINCIPAL = 'S' AND WHS-ATIVO = 'S'
                       MOVE WHS-CODIGO TO WRK-DEP-PRINCIPAL
                   END-IF
           END-READ.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.

       0145-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-OK.
           SET WRK-IDX-CLI TO 1.
               WHEN WRK-CLI-CODIGO(WRK-IDX-CLI) = ORDER-CLIENTE-COD
                   MOVE 'S' TO WRK-CLIENTE-OK
                   MOVE WRK-CLI-UF(WRK-IDX-CLI) TO WRK-UF
                   MOVE WRK-CLI-CONTRIB(WRK-IDX-CLI)
                       TO WRK-CONTRIBUINTE
                   IF WRK-SEGURO-RESP = SPACES
                       MOVE WRK-CLI-SEGURO-PREF(WRK-IDX-CLI)
                           TO WRK-SEGURO-RESP
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETEREJ,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-FRETEREJ.
           ADD ORDER-VALOR TO WRK-VALOR-FRETEREJ.

      *    DEPOSITO DE ORIGEM DO PEDIDO: EM BRANCO SAI DO DEPOSITO
      *    PRINCIPAL DO WHSMAST; INFORMADO, TEM DE EXISTIR E ESTAR
      *    ATIVO. A UF DO DEPOSITO E A ORIGEM DA ROTA PRECIFICADA.
       0147-RESOLVER-ORIGEM.
           MOVE 'N' TO WRK-ORIGEM-OK.
           MOVE SPACES TO WRK-UF-ORIGEM.
           IF WRK-ORIGEM = SPACES
               MOVE WRK-DEP-PRINCIPAL TO WRK-ORIGEM
           END-IF.
           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEPOSITO
               IF WRK-DEP-CODIGO(WRK-IDX-DEP) = WRK-ORIGEM
                   AND WRK-DEP-ATIVO(WRK-IDX-DEP) = 'S'
                   AND WRK-ORIGEM NOT = SPACES
                   MOVE 'S' TO WRK-ORIGEM-OK
                   MOVE WRK-DEP-UF(WRK-IDX-DEP) TO WRK-UF-ORIGEM
                   SET WRK-IDX-DEP TO WRK-QTD-DEPOSITO
               END-IF
           END-PERFORM.

       0148-REJEITAR-ORIGEM.
           DISPLAY 'PEDIDO ' WRK-PEDIDO-NUMERO
               ' REJEITADO: DEPOSITO DE ORIGEM ' ORDER-ORIGEM
               ' INEXISTENTE OU INATIVO.'.
           MOVE SPACES TO FREIGHT-REJECT-RECORD.
           MOVE '14' TO FRJ-MOTIVO-CODIGO.
           MOVE 'DEPOSITO DE ORIGEM INVALIDO' TO FRJ-MOTIVO-DESCRICAO.
           MOVE CUSTOMER-ORDER-RECORD TO FRJ-PEDIDO.
           WRITE FREIGHT-REJECT-RECORD.
           MOVE 'FRETEREJ' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETEREJ,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-FRETEREJ.
           ADD ORDER-VALOR TO WRK-VALOR-FRETEREJ.

       0116-SOLICITAR-MOEDA.
           MOVE ZEROS TO WRK-TAXA-CAMBIO.
                   IF RATE-VIGENCIA = WRK-VIG-UFRATES
                       MOVE 'WRK-TAB-UF' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-UF TO WRK-TABCHK-QTD
                       MOVE 300 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-UF
                       MOVE RATE-UF-ORIGEM
                           TO WRK-UF-ORIGEM-SIGLA(WRK-QTD-UF)
                       MOVE RATE-UF TO WRK-UF-SIGLA(WRK-QTD-UF)
                       MOVE RATE-MULTIPLICADOR
                           TO WRK-UF-MULTIPLICADOR(WRK-QTD-UF)
               WRK-FS-UFRATES,
               WRK-FSCHK-CHAVE.

       0110B-CARREGAR-TABELA-ICMS.
           MOVE ZEROS TO WRK-VIG-ICMSFRT.
           MOVE 'N' TO WRK-FIM-ICMSFRT.
           OPEN INPUT ICMS-RATE-FILE.
           MOVE 'ICMSFRT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSFRT,
               WRK-FSCHK-CHAVE.
           PERFORM 0110C-BUSCAR-VIGENCIA-ICMS UNTIL WRK-FIM-TAB-ICMS.
           CLOSE ICMS-RATE-FILE.
           MOVE 'N' TO WRK-FIM-ICMSFRT.
           OPEN INPUT ICMS-RATE-FILE.
           MOVE 'ICMSFRT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSFRT,
               WRK-FSCHK-CHAVE.
           PERFORM 0110D-LER-TABELA-ICMS UNTIL WRK-FIM-TAB-ICMS.
           CLOSE ICMS-RATE-FILE.

       0110C-BUSCAR-VIGENCIA-ICMS.
           READ ICMS-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ICMSFRT
               NOT AT END
                   IF IFR-VIGENCIA <= WRK-DATA-HOJE
                       AND IFR-VIGENCIA > WRK-VIG-ICMSFRT
                       MOVE IFR-VIGENCIA TO WRK-VIG-ICMSFRT
                   END-IF
           END-READ.

       0110D-LER-TABELA-ICMS.
           READ ICMS-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ICMSFRT
               NOT AT END
                   IF IFR-VIGENCIA = WRK-VIG-ICMSFRT
                       MOVE 'WRK-TAB-ICMS' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-ICMS TO WRK-TABCHK-QTD
                       MOVE 300 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-ICMS
                       MOVE IFR-UF-ORIGEM
                           TO WRK-ICMS-UF-ORIGEM(WRK-QTD-ICMS)
                       MOVE IFR-UF-DESTINO
                           TO WRK-ICMS-UF-DESTINO(WRK-QTD-ICMS)
                       MOVE IFR-ALIQ-CONTRIB
                           TO WRK-ICMS-CONTRIB(WRK-QTD-ICMS)
                       MOVE IFR-ALIQ-NAO-CONTRIB
                           TO WRK-ICMS-NAO-CONTRIB(WRK-QTD-ICMS)
                   END-IF
           END-READ.
           MOVE 'ICMSFRT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSFRT,
               WRK-FSCHK-CHAVE.

       0200-PROCESSAR.
           MOVE ZEROS TO WRK-FRETE WRK-ADICIONAL-PESO
                         WRK-ADICIONAL-CATEG WRK-VALOR-SEGURO
                         WRK-DATA-PROMETIDA WRK-FRETE-PUBLICO
                         WRK-VALOR-TAXA-COD WRK-VALOR-COBRAR.
           MOVE 'N' TO WRK-FRETE-GRATIS.

           PERFORM 0210-BUSCAR-MULTIPLICADOR-UF.
               AND NOT WRK-PEDIDO-RETORNO
               MOVE 'S' TO WRK-FRETE-GRATIS
               MOVE ZEROS TO WRK-FRETE
               MOVE SPACES TO WRK-CONTRATO-APLICADO
           ELSE
               IF WRK-UF-VALIDA
                   PERFORM 0220-CALCULAR-ADICIONAL-PESO
                   PERFORM 0230-CALCULAR-ADICIONAL-CATEGORIA
                   COMPUTE WRK-FRETE-PUBLICO =
                       (WRK-VALOR-PRODUTO * WRK-MULT-PUBLICO)
                       + WRK-ADICIONAL-PESO + WRK-ADICIONAL-CATEG
                   COMPUTE WRK-FRETE =
                       (WRK-VALOR-PRODUTO * WRK-MULTIPLICADOR-UF)
                       + WRK-ADICIONAL-PESO + WRK-ADICIONAL-CATEG
                   IF WRK-PEDIDO-RETORNO
                       COMPUTE WRK-FRETE ROUNDED =
                           WRK-FRETE * WRK-RETORNO-PERC
                       MOVE WRK-FRETE TO WRK-FRETE-PUBLICO
                   ELSE
                       IF WRK-CONTRATO-APLICADO NOT = SPACES
                           PERFORM 0235-APLICAR-CONTRATO
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'ESTADO NAO FAZ PARTE DA AREA DE ENTREGA.'
               PERFORM 0240-CALCULAR-SEGURO
           END-IF.

           IF WRK-PEDIDO-COD
               PERFORM 0245-CALCULAR-TAXA-COD
           END-IF.

           IF NOT WRK-MODO-SIMULACAO
               PERFORM 0250-GERAR-TRACKING
           END-IF.
           IF NOT WRK-UF-VALIDA
               PERFORM 0212-BUSCAR-TABELA-LEGADA
           END-IF.
           MOVE WRK-MULTIPLICADOR-UF TO WRK-MULT-PUBLICO.
           MOVE SPACES TO WRK-CONTRATO-APLICADO.
           IF WRK-UF-VALIDA AND NOT WRK-PEDIDO-RETORNO
               AND WRK-PEDIDO-CLIENTE NOT = SPACES
               PERFORM 0216-BUSCAR-CONTRATO
           END-IF.

      *    CONTRATO DO CLIENTE: D = DESCONTO % SOBRE O MULTIPLICADOR
      *    DA UF, F = PRECO FECHADO POR FAIXA DE PESO (A MENOR FAIXA
      *    QUE COMPORTA O PESO), M = FRETE MINIMO POR ENVIO. REGRA
      *    COM UF EM BRANCO VALE PARA QUALQUER DESTINO.
       0216-BUSCAR-CONTRATO.
           MOVE ZEROS TO WRK-CTR-PERC-DESC WRK-CTR-PESO-FAIXA
                         WRK-CTR-PRECO-FIXO WRK-CTR-MINIMO.
           MOVE 'N' TO WRK-CTR-FAIXA.
           PERFORM VARYING WRK-IDX-CTR FROM 1 BY 1
               UNTIL WRK-IDX-CTR > WRK-QTD-CONTRATO
               IF WRK-CTR-CLIENTE(WRK-IDX-CTR)
                   = WRK-PEDIDO-CLIENTE(1:6)
                   AND (WRK-CTR-UF(WRK-IDX-CTR) = SPACES
                        OR WRK-CTR-UF(WRK-IDX-CTR) = WRK-UF)
                   PERFORM 0217-AVALIAR-REGRA-CONTRATO
               END-IF
           END-PERFORM.
           IF WRK-CTR-PERC-DESC > ZEROS
               COMPUTE WRK-MULTIPLICADOR-UF ROUNDED =
                   WRK-MULT-PUBLICO * (100 - WRK-CTR-PERC-DESC) / 100
           END-IF.

       0217-AVALIAR-REGRA-CONTRATO.
           EVALUATE WRK-CTR-TIPO(WRK-IDX-CTR)
               WHEN 'D'
                   IF WRK-CTR-PERC(WRK-IDX-CTR) > WRK-CTR-PERC-DESC
                       MOVE WRK-CTR-PERC(WRK-IDX-CTR)
                           TO WRK-CTR-PERC-DESC
                       MOVE WRK-CTR-CODIGO(WRK-IDX-CTR)
                           TO WRK-CONTRATO-APLICADO
                   END-IF
               WHEN 'F'
                   IF WRK-PESO-PRODUTO <= WRK-CTR-PESO-ATE(WRK-IDX-CTR)
                       AND (NOT WRK-CTR-FAIXA-ACHADA
                            OR WRK-CTR-PESO-ATE(WRK-IDX-CTR)
                               < WRK-CTR-PESO-FAIXA)
                       MOVE 'S' TO WRK-CTR-FAIXA
                       MOVE WRK-CTR-PESO-ATE(WRK-IDX-CTR)
                           TO WRK-CTR-PESO-FAIXA
                       MOVE WRK-CTR-VALOR(WRK-IDX-CTR)
                           TO WRK-CTR-PRECO-FIXO
                       MOVE WRK-CTR-CODIGO(WRK-IDX-CTR)
                           TO WRK-CONTRATO-APLICADO
                   END-IF
               WHEN 'M'
                   IF WRK-CTR-VALOR(WRK-IDX-CTR) > WRK-CTR-MINIMO
                       MOVE WRK-CTR-VALOR(WRK-IDX-CTR)
                           TO WRK-CTR-MINIMO
                       MOVE WRK-CTR-CODIGO(WRK-IDX-CTR)
                           TO WRK-CONTRATO-APLICADO
                   END-IF
           END-EVALUATE.

       0211-COTAR-TRANSPORTADORAS.
           PERFORM VARYING WRK-IDX-CRT FROM 1 BY 1
               UNTIL WRK-IDX-CRT > WRK-QTD-CARRATE
               IF WRK-CRT-UF-ORIGEM(WRK-IDX-CRT) = WRK-UF-ORIGEM
                   AND WRK-CRT-UF(WRK-IDX-CRT) = WRK-UF
                   PERFORM 0213-VERIFICAR-CARRIER-ATIVO
                   IF WRK-CARRIER-ATIVO = 'S'
                       PERFORM 0214-AVALIAR-COTACAO
       0212-BUSCAR-TABELA-LEGADA.
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF > WRK-QTD-UF
               IF WRK-UF-ORIGEM-SIGLA(WRK-IDX-UF) = WRK-UF-ORIGEM
                   AND WRK-UF-SIGLA(WRK-IDX-UF) = WRK-UF
                   MOVE 'S' TO WRK-UF-ENCONTRADA
                   MOVE WRK-UF-MULTIPLICADOR(WRK-IDX-UF)
                       TO WRK-MULTIPLICADOR-UF
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   MOVE ZEROS TO WRK-ADICIONAL-CATEG
           END-EVALUATE.

      *    PRECO FECHADO DA FAIXA SUBSTITUI O CALCULO (ADICIONAIS
      *    INCLUSOS); O MINIMO DO CONTRATO E O PISO DO VALOR FINAL.
       0235-APLICAR-CONTRATO.
           IF WRK-CTR-FAIXA-ACHADA
               MOVE WRK-CTR-PRECO-FIXO TO WRK-FRETE
           END-IF.
           IF WRK-FRETE < WRK-CTR-MINIMO
               MOVE WRK-CTR-MINIMO TO WRK-FRETE
           END-IF.

       0240-CALCULAR-SEGURO.
           COMPUTE WRK-VALOR-SEGURO ROUNDED =
               WRK-VALOR-PRODUTO * WRK-PERCENTUAL-SEGURO.
           ADD WRK-VALOR-SEGURO TO WRK-FRETE WRK-FRETE-PUBLICO.

      *    CONTRA-ENTREGA: TAXA SOBRE O VALOR DO PRODUTO (COD-TAXA-PERC,
      *    COM PISO COD-TAXA-MIN), SOMADA AO FRETE MESMO NO FRETE
      *    GRATIS. O MOTORISTA COBRA PRODUTO + FRETE NA ENTREGA.
       0245-CALCULAR-TAXA-COD.
           COMPUTE WRK-VALOR-TAXA-COD ROUNDED =
               WRK-VALOR-PRODUTO * WRK-COD-TAXA-PERC / 100.
           IF WRK-VALOR-TAXA-COD < WRK-COD-TAXA-MIN
               MOVE WRK-COD-TAXA-MIN TO WRK-VALOR-TAXA-COD
           END-IF.
           ADD WRK-VALOR-TAXA-COD TO WRK-FRETE WRK-FRETE-PUBLICO.
           COMPUTE WRK-VALOR-COBRAR = WRK-VALOR-PRODUTO + WRK-FRETE.

       0250-GERAR-TRACKING.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-DATA-HOJE       TO TRK-DATA.
           MOVE WRK-HORA-SISTEMA    TO TRK-HORA.
           MOVE 'PRICED'            TO TRK-STATUS.
           MOVE ZEROS               TO TRK-CARGA.
           MOVE ZEROS               TO TRK-TENTATIVAS.
           WRITE TRACKING-REGISTER-RECORD.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               MOVE 'N' TO WRK-TIPO-PEDIDO
               MOVE 'E' TO WRK-SERVICO-PEDIDO
               MOVE WRK-SIM-ENTRADA(1:2) TO WRK-UF
               DISPLAY 'DEPOSITO DE ORIGEM (BRANCO = PRINCIPAL): '
               ACCEPT WRK-ORIGEM
               PERFORM 0147-RESOLVER-ORIGEM
               DISPLAY 'VALOR DO PRODUTO: '
               ACCEPT WRK-VALOR-PRODUTO
               DISPLAY 'PRODUTO (CATEGORIA): '
               ACCEPT WRK-SEGURO-RESP
               PERFORM 0200-PROCESSAR
               DISPLAY '==== COTACAO (NADA FOI GRAVADO) ===='
               IF NOT WRK-ORIGEM-VALIDA
                   DISPLAY 'DEPOSITO DE ORIGEM INEXISTENTE OU INATIVO.'
               END-IF
               IF WRK-TEM-FRETE-GRATIS
                   DISPLAY 'PEDIDO ELEGIVEL PARA FRETE GRATIS.'
               END-IF
               DISPLAY 'VALOR DO SEGURO INCLUSO: ' WRK-VALOR-SEGURO
           END-IF.
           DISPLAY 'NUMERO DE RASTREIO: ' WRK-TRACKING-NUMBER.
           DISPLAY 'DEPOSITO DE ORIGEM: ' WRK-ORIGEM
               ' (' WRK-UF-ORIGEM ')'.
           IF WRK-CARRIER-ESCOLHIDO NOT = SPACES
               DISPLAY 'TRANSPORTADORA ESCOLHIDA: '
                   WRK-CARRIER-ESCOLHIDO
           END-IF.
           IF WRK-CONTRATO-APLICADO NOT = SPACES
               DISPLAY 'PRECO DO CONTRATO ' WRK-CONTRATO-APLICADO
                   ' - TABELA PUBLICA: ' WRK-FRETE-PUBLICO
           END-IF.
           IF WRK-DATA-PROMETIDA > 0
               DISPLAY 'DATA PROMETIDA DE ENTREGA: '
                   WRK-DATA-PROMETIDA
           END-IF.
           IF WRK-PEDIDO-COD
               DISPLAY 'TAXA DE CONTRA-ENTREGA: ' WRK-VALOR-TAXA-COD
               DISPLAY 'VALOR A COBRAR NA ENTREGA: ' WRK-VALOR-COBRAR
           END-IF.

           PERFORM 0305-EMITIR-CTE.
           PERFORM 0310-REGISTRAR-LOG.
           PERFORM 0325-GRAVAR-PEDIDO-ATUALIZADO.
           IF WRK-PEDIDO-COD
               PERFORM 0327-REGISTRAR-CONTRA-ENTREGA
           END-IF.
           PERFORM 0330-REGISTRAR-AUDITORIA.

       0305-EMITIR-CTE.
           PERFORM 0306-BUSCAR-ALIQUOTA-ICMS.
           COMPUTE WRK-VALOR-ICMS ROUNDED =
               WRK-FRETE * WRK-ALIQ-ICMS / 100.
           ADD 1 TO WRK-CTE-NUMERO.
           ADD 1 TO WRK-QTD-CTE-EMITIDO.
           OPEN EXTEND CTE-REGISTER-FILE.
           IF WRK-FS-CTEREG NOT = '00'
               OPEN OUTPUT CTE-REGISTER-FILE
               MOVE 'CTEREG' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CTEREG,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-CTE-SERIE       TO CTE-SERIE.
           MOVE WRK-CTE-NUMERO      TO CTE-NUMERO.
           MOVE WRK-DATA-HOJE       TO CTE-DATA-EMISSAO.
           MOVE WRK-PEDIDO-NUMERO   TO CTE-PEDIDO.
           MOVE WRK-TRACKING-NUMBER TO CTE-RASTREIO.
           MOVE WRK-PEDIDO-CLIENTE(1:6) TO CTE-CLIENTE.
           MOVE WRK-CONTRIBUINTE    TO CTE-CONTRIBUINTE.
           MOVE WRK-UF-ORIGEM       TO CTE-UF-ORIGEM.
           MOVE WRK-UF              TO CTE-UF-DESTINO.
           MOVE WRK-FRETE           TO CTE-VALOR-FRETE.
           MOVE WRK-ALIQ-ICMS       TO CTE-ALIQ-ICMS.
           MOVE WRK-VALOR-ICMS      TO CTE-VALOR-ICMS.
           MOVE 'E'                 TO CTE-STATUS.
           MOVE ZEROS               TO CTE-DATA-CANC.
           MOVE SPACES              TO CTE-OPER-CANC.
           WRITE CTE-REGISTER-RECORD.
           MOVE 'CTEREG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTEREG,
               WRK-FSCHK-CHAVE.
           CLOSE CTE-REGISTER-FILE.
           DISPLAY 'CT-E EMITIDO: SERIE ' WRK-CTE-SERIE
               ' NUMERO ' WRK-CTE-NUMERO
               ' ICMS ' WRK-ALIQ-ICMS '% = ' WRK-VALOR-ICMS.

       0306-BUSCAR-ALIQUOTA-ICMS.
           MOVE ZEROS TO WRK-ALIQ-ICMS.
           SET WRK-IDX-ICMS TO 1.
           SEARCH WRK-ICMS-LINHA
               AT END
                   DISPLAY 'AVISO: SEM ALIQUOTA DE ICMS PARA A ROTA '
                       WRK-UF-ORIGEM '-' WRK-UF ' - CT-E SEM ICMS.'
               WHEN WRK-ICMS-UF-ORIGEM(WRK-IDX-ICMS) = WRK-UF-ORIGEM
                   AND WRK-ICMS-UF-DESTINO(WRK-IDX-ICMS) = WRK-UF
                   IF WRK-CLIENTE-CONTRIB
                       MOVE WRK-ICMS-CONTRIB(WRK-IDX-ICMS)
                           TO WRK-ALIQ-ICMS
                   ELSE
                       MOVE WRK-ICMS-NAO-CONTRIB(WRK-IDX-ICMS)
                           TO WRK-ALIQ-ICMS
                   END-IF
           END-SEARCH.

       0310-REGISTRAR-LOG.
           OPEN EXTEND FREIGHT-LOG-FILE.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE WRK-TIPO-PEDIDO   TO LOG-TIPO.
           MOVE WRK-CARRIER-ESCOLHIDO TO LOG-CARRIER.
           MOVE WRK-VALOR-SEGURO  TO LOG-VALOR-SEGURO.
           MOVE WRK-CONTRATO-APLICADO TO LOG-CONTRATO.
           MOVE WRK-FRETE-PUBLICO TO LOG-FRETE-PUBLICO.
           MOVE WRK-ORIGEM        TO LOG-ORIGEM.
           MOVE WRK-UF-ORIGEM     TO LOG-UF-ORIGEM.
           MOVE WRK-CTE-SERIE     TO LOG-CTE-SERIE.
           MOVE WRK-CTE-NUMERO    TO LOG-CTE-NUMERO.
           WRITE FREIGHT-LOG-RECORD.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           MOVE WRK-CARRIER-ESCOLHIDO TO ORDERNW-CARRIER.
           MOVE WRK-FRETE          TO ORDERNW-FRETE.
           MOVE WRK-DATA-PROMETIDA TO ORDERNW-DATA-PREVISTA.
           MOVE WRK-ORIGEM         TO ORDERNW-ORIGEM.
           MOVE WRK-COD-PEDIDO     TO ORDERNW-COD.
           MOVE WRK-VALOR-COBRAR   TO ORDERNW-VALOR-COBRAR.
           WRITE CUSTOMER-ORDER-RECORD-NOVO.
           MOVE 'ORDERSNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ORDERSNW,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-ATUALIZADOS.
           ADD ORDERNW-VALOR TO WRK-VALOR-ATUALIZADOS.

      *    O VALOR A COBRAR FICA NO CODREG ATE O REPASSE DA
      *    TRANSPORTADORA, CONCILIADO PELO CODCONC.
       0327-REGISTRAR-CONTRA-ENTREGA.
           OPEN EXTEND COD-REGISTER-FILE.
           IF WRK-FS-CODREG NOT = '00'
               OPEN OUTPUT COD-REGISTER-FILE
               MOVE 'CODREG' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CODREG,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-TRACKING-NUMBER    TO COD-RASTREIO.
           MOVE WRK-PEDIDO-NUMERO      TO COD-PEDIDO.
           MOVE WRK-PEDIDO-CLIENTE(1:6) TO COD-CLIENTE.
           MOVE WRK-CARRIER-ESCOLHIDO  TO COD-CARRIER.
           MOVE WRK-ORIGEM             TO COD-ORIGEM.
           MOVE WRK-DATA-HOJE          TO COD-DATA-ENVIO.
           MOVE WRK-VALOR-COBRAR       TO COD-VALOR-COBRAR.
           MOVE WRK-VALOR-TAXA-COD     TO COD-TAXA.
           MOVE ZEROS                  TO COD-DATA-ENTREGA.
           MOVE ZEROS                  TO COD-VALOR-REPASSADO.
           MOVE ZEROS                  TO COD-DATA-REPASSE.
           MOVE 'P'                    TO COD-STATUS.
           WRITE COD-REGISTER-RECORD.
           MOVE 'CODREG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODREG,
               WRK-FSCHK-CHAVE.
           CLOSE COD-REGISTER-FILE.
           ADD 1 TO WRK-QTD-COD.

       0330-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-SISTEMA TO WRK-AUDIT-HORA.
           MOVE 'FRETE' TO WRK-AUDIT-PROGRAMA.
           STRING 'UF=' WRK-UF ' VLR=' WRK-VALOR-PRODUTO
               ' DEP=' WRK-ORIGEM
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'FRETE=' WRK-FRETE ' RASTREIO=' WRK-TRACKING-NUMBER
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           CLOSE CUSTOMER-ORDER-FILE-NOVO.
           CLOSE FREIGHT-REJECT-FILE.
           PERFORM 0410-GRAVAR-CONTROLE-RASTREIO.
           PERFORM 0415-GRAVAR-CONTROLE-CTE.
           PERFORM 0320-GERAR-RESUMO.
           PERFORM 0420-GRAVAR-TOTAIS-CONTROLE.

       0410-GRAVAR-CONTROLE-RASTREIO.
           OPEN OUTPUT TRACKING-CONTROL-FILE.
               WRK-FSCHK-CHAVE.
           CLOSE TRACKING-CONTROL-FILE.

       0415-GRAVAR-CONTROLE-CTE.
           OPEN OUTPUT CTE-CONTROL-FILE.
           MOVE 'CTECTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTECTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-CTE-SERIE  TO CTC-SERIE.
           MOVE WRK-CTE-NUMERO TO CTC-ULTIMO-NUMERO.
           WRITE CTE-CONTROL-RECORD.
           MOVE 'CTECTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTECTL,
               WRK-FSCHK-CHAVE.
           CLOSE CTE-CONTROL-FILE.
           DISPLAY 'CT-E EMITIDOS NA RODADA: ' WRK-QTD-CTE-EMITIDO
               ' - ULTIMO NUMERO ' WRK-CTE-SERIE '-' WRK-CTE-NUMERO.
           DISPLAY 'ENVIOS CONTRA-ENTREGA NA RODADA: ' WRK-QTD-COD.

      *    TOTAIS DE CONTROLE PARA O BALANCO: TODO PEDIDO LIDO DO
      *    ORDERSOK SAI NO ORDERSNW OU NO FRETEREJ, COM O MESMO VALOR.
       0420-GRAVAR-TOTAIS-CONTROLE.
           MOVE 'ENTRADA'  TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-ENTRADA   TO WRK-CTLTOT-QTD.
           MOVE WRK-VALOR-ENTRADA TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'ORDERSNW' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-ATUALIZADOS   TO WRK-CTLTOT-QTD.
           MOVE WRK-VALOR-ATUALIZADOS TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'FRETEREJ' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-FRETEREJ   TO WRK-CTLTOT-QTD.
           MOVE WRK-VALOR-FRETEREJ TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.

       0900-ENCERRAR.
           IF NOT WRK-MODO-SIMULACAO
               PERFORM 0910-RELATORIO-CAPACIDADE

       0910-RELATORIO-CAPACIDADE.
           DISPLAY '--- OCUPACAO DAS TABELAS ---'.
           DISPLAY 'WRK-TAB-PARM    ' WRK-QTD-PARM ' / 0200'.
           DISPLAY 'WRK-TAB-UF      ' WRK-QTD-UF ' / 0300'.
           DISPLAY 'WRK-TAB-ICMS    ' WRK-QTD-ICMS ' / 0300'.
           DISPLAY 'WRK-TAB-DEPOSITO ' WRK-QTD-DEPOSITO ' / 0020'.
           DISPLAY 'WRK-TAB-CLIENTE ' WRK-QTD-CLIENTE ' / 0100'.
           DISPLAY 'WRK-TAB-CONTRATO ' WRK-QTD-CONTRATO ' / 0200'.
           DISPLAY 'WRK-TAB-CARRATE ' WRK-QTD-CARRATE ' / 0300'.
           DISPLAY 'WRK-TAB-RESUMO  ' WRK-QTD-RESUMO ' / 0030'.
