       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFFORN.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: ENTRADA E CONFERENCIA DA NOTA FISCAL DO FORNECEDOR
      *          (CONFERENCIA EM TRES VIAS). O OPERADOR DIGITA
      *          FORNECEDOR (SUPPMAST), NUMERO E EMISSAO DA NOTA,
      *          PEDIDO DE COMPRA E AS LINHAS (ITEM, QUANTIDADE E
      *          PRECO UNITARIO). CADA LINHA E CONFERIDA CONTRA A
      *          LINHA DO POREG.dat: QUANTIDADE ATE O RECEBIDO AINDA
      *          NAO FATURADO MAIS A TOLERANCIA NF-TOL-QTD E PRECO
      *          DENTRO DA TOLERANCIA NF-TOL-PRECO (PERCENTUAIS DO
      *          PARMS) SOBRE O PRECO DO PEDIDO. NOTA SEM DIVERGENCIA
      *          ENTRA NO CONTAS A PAGAR (APREG.dat) COM VENCIMENTO NA
      *          EMISSAO MAIS NF-PRAZO-PAGTO DIAS, LEVADO AO DIA UTIL
      *          PELO DIA-UTIL, E SOMA A QUANTIDADE FATURADA NO POREG;
      *          NOTA COM DIVERGENCIA VAI INTEIRA PARA A LISTA DE
      *          EXCECOES DO COMPRADOR (NFEXC.dat). O TOTAL DAS NOTAS
      *          ACEITAS VAI AO DIARIO CONSOLIDADO JRNCONS.dat VIA
      *          CONTAMAP (ESTOQUE CONTRA FORNECEDORES A PAGAR).
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: A NOTA DO FORNECEDOR ERA PAGA NA
      *             CONFIANCA, SEM CONFERIR COM O PEDIDO E COM O QUE
      *             O RECEBIMENTO DEU ENTRADA.
      *2026-10-15 - LAYOUT DO SUPPMAST ESTENDIDO COM O PRAZO DE ENTREGA
      *             (SUP-PRAZO-ENTREGA) E DO ITEMMAST COM O LOTE DE
      *             COMPRA DO ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *2026-10-15 - LAYOUT DO SUPPMAST ESTENDIDO COM A UF DO FORNECEDOR
      *             (SUP-UF).
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
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUPPMAST.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMMAST.
           SELECT PURCHASE-REGISTER-FILE ASSIGN TO "POREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POREG.
           SELECT PURCHASE-REGISTER-FILE-NOVO ASSIGN TO "POREGNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POREGNW.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT PAYABLES-REGISTER-FILE ASSIGN TO "APREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APREG.
           SELECT INVOICE-EXCEPTION-FILE ASSIGN TO "NFEXC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFEXC.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT CONSOL-JOURNAL-FILE ASSIGN TO "JRNCONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNCONS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           02 SUP-CODIGO             PIC X(06).
           02 SUP-NOME               PIC X(30).
           02 SUP-CONTATO            PIC X(20).
           02 SUP-PRAZO-ENTREGA      PIC 9(03).
           02 SUP-UF                 PIC X(02).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           02 IT-CODIGO              PIC X(06).
           02 IT-DESCRICAO           PIC X(20).
           02 IT-PRECO               PIC 9(05)V99.
           02 IT-ATIVO               PIC X(01).
           02 IT-ESTOQUE             PIC 9(05).
           02 IT-PONTO-REP           PIC 9(05).
           02 IT-CATEGORIA           PIC X(10).
           02 IT-FORNECEDOR          PIC X(06).
           02 IT-CUSTO               PIC 9(05)V99.
           02 IT-NCM                 PIC 9(08).
           02 IT-ICMS-ALIQ           PIC 9(02)V99.
           02 IT-ICMS-ST             PIC X(01).
           02 IT-LOTE-COMPRA         PIC 9(05).
           02 IT-PESO                PIC 9(03)V99.

       FD  PURCHASE-REGISTER-FILE.
       01  PURCHASE-REGISTER-RECORD.
           02 PO-NUMERO              PIC 9(06).
           02 PO-FORNECEDOR          PIC X(06).
           02 PO-ITEM                PIC X(06).
           02 PO-QTD-PEDIDA          PIC 9(05).
           02 PO-QTD-RECEBIDA        PIC 9(05).
           02 PO-STATUS              PIC X(01).
           02 PO-DATA                PIC 9(08).
           02 PO-LOCAL               PIC X(04).
           02 PO-PRECO               PIC 9(05)V99.
           02 PO-QTD-FATURADA        PIC 9(05).

       FD  PURCHASE-REGISTER-FILE-NOVO.
       01  PURCHASE-REGISTER-RECORD-NOVO.
           02 PON-NUMERO             PIC 9(06).
           02 PON-FORNECEDOR         PIC X(06).
           02 PON-ITEM               PIC X(06).
           02 PON-QTD-PEDIDA         PIC 9(05).
           02 PON-QTD-RECEBIDA       PIC 9(05).
           02 PON-STATUS             PIC X(01).
           02 PON-DATA               PIC 9(08).
           02 PON-LOCAL              PIC X(04).
           02 PON-PRECO              PIC 9(05)V99.
           02 PON-QTD-FATURADA       PIC 9(05).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

      *    UMA LINHA POR NOTA ACEITA. STATUS A = EM ABERTO, P = JA
      *    PROGRAMADA NO PAGAMENTO SEMANAL DO PAGFORN (AP-DATA-PAGTO
      *    = DATA DE MOVIMENTO DA PROGRAMACAO).
       FD  PAYABLES-REGISTER-FILE.
       01  PAYABLES-REGISTER-RECORD.
           02 AP-FORNECEDOR          PIC X(06).
           02 AP-NOTA                PIC X(09).
           02 AP-EMISSAO             PIC 9(08).
           02 AP-VENCIMENTO          PIC 9(08).
           02 AP-VALOR               PIC 9(09)V99.
           02 AP-PEDIDO              PIC 9(06).
           02 AP-STATUS              PIC X(01).
           02 AP-DATA-LANCTO         PIC 9(08).
           02 AP-DATA-PAGTO          PIC 9(08).

       FD  INVOICE-EXCEPTION-FILE.
       01  INVOICE-EXCEPTION-RECORD  PIC X(72).

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
           COPY 'PARM-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'NFFORN'.
       77 WRK-FS-SUPPMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POREG           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POREGNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-APREG           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-NFEXC           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-SUPPMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FORNECEDORES              VALUE 'S'.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-POREG          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PEDIDOS                   VALUE 'S'.
       77 WRK-FIM-APREG          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PAGAR                     VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-FIM-DIALOGO        PIC X(01)      VALUE 'N'.
           88 WRK-DIALOGO-ENCERRADO             VALUE 'S'.
       77 WRK-FIM-LINHAS         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DIGITACAO                 VALUE 'S'.
       77 WRK-NOTA-ACEITA        PIC X(01)      VALUE 'S'.
           88 WRK-NOTA-RECUSADA                 VALUE 'N'.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-QTD-FORN           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-FORN           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FORN-ACHADO        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PO             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PO             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PO-ACHADO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-APK            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-APK            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-APK-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-NFL            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-NFL            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-NFL-ACHADO         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-FORNECEDOR-ENTRADA PIC X(06)      VALUE SPACES.
       77 WRK-NOTA-ENTRADA       PIC X(09)      VALUE SPACES.
       77 WRK-EMISSAO-ENTRADA    PIC 9(08)      VALUE ZEROS.
       77 WRK-PEDIDO-ENTRADA     PIC 9(06)      VALUE ZEROS.
       77 WRK-ITEM-ENTRADA       PIC X(06)      VALUE SPACES.
       77 WRK-QTD-ENTRADA        PIC 9(05)      VALUE ZEROS.
       77 WRK-PRECO-ENTRADA      PIC 9(05)V99   VALUE ZEROS.
       77 WRK-TOL-PRECO          PIC 9(03)V99   VALUE ZEROS.
       77 WRK-TOL-QTD            PIC 9(03)V99   VALUE ZEROS.
       77 WRK-PRAZO-PAGTO        PIC 9(03)      VALUE ZEROS.
       77 WRK-A-FATURAR          PIC 9(05)      VALUE ZEROS.
       77 WRK-LIMITE-QTD         PIC 9(06)      VALUE ZEROS.
       77 WRK-PRECO-REFERENCIA   PIC 9(05)V99   VALUE ZEROS.
       77 WRK-DIFERENCA-PRECO    PIC 9(05)V99   VALUE ZEROS.
       77 WRK-PERC-DIFERENCA     PIC 9(05)V99   VALUE ZEROS.
       77 WRK-VALOR-NOTA         PIC 9(09)V99   VALUE ZEROS.
       77 WRK-DATA-CALC          PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-VESPERA       PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-VENCIMENTO    PIC 9(08)      VALUE ZEROS.
       77 WRK-DU-FUNCAO          PIC X(01)      VALUE 'P'.
       77 WRK-DU-COMPETENCIA     PIC 9(06)      VALUE ZEROS.
       77 WRK-DU-QTD-DIAS        PIC 9(02)      VALUE ZEROS.
       77 WRK-DU-UF              PIC X(02)      VALUE SPACES.
       77 WRK-MOTIVO             PIC X(30)      VALUE SPACES.
       77 WRK-QTD-ACEITAS        PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-EXCECOES       PIC 9(04)      VALUE ZEROS.
       77 WRK-TOT-ACEITAS        PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-PRECO-ED           PIC ZZ.ZZ9,99.
       77 WRK-REF-ED             PIC ZZ.ZZ9,99.
       77 WRK-NOME-POREG         PIC X(20)      VALUE "POREG.dat".
       77 WRK-NOME-POREGNW       PIC X(20)      VALUE "POREGNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-FORN VALUE ZEROS.
           02 WRK-FORN-LINHA OCCURS 50 TIMES.
               03 WRK-FOR-CODIGO     PIC X(06).
               03 WRK-FOR-NOME       PIC X(30).

       01  WRK-TAB-CAT VALUE ZEROS.
           02 WRK-CAT-LINHA OCCURS 100 TIMES.
               03 WRK-CAT-CODIGO     PIC X(06).
               03 WRK-CAT-DESCRICAO  PIC X(20).
               03 WRK-CAT-CUSTO      PIC 9(05)V99.

       01  WRK-TAB-PO VALUE ZEROS.
           02 WRK-PO-LINHA OCCURS 200 TIMES.
               03 WRK-PO-NUMERO      PIC 9(06).
               03 WRK-PO-FORNECEDOR  PIC X(06).
               03 WRK-PO-ITEM        PIC X(06).
               03 WRK-PO-PEDIDA      PIC 9(05).
               03 WRK-PO-RECEBIDA    PIC 9(05).
               03 WRK-PO-STATUS      PIC X(01).
               03 WRK-PO-DATA        PIC 9(08).
               03 WRK-PO-LOCAL       PIC X(04).
               03 WRK-PO-PRECO       PIC 9(05)V99.
               03 WRK-PO-FATURADA    PIC 9(05).

      *    CHAVES (FORNECEDOR + NOTA) JA LANCADAS NO APREG, PARA
      *    RECUSAR A MESMA NOTA DUAS VEZES.
       01  WRK-TAB-APK VALUE SPACES.
           02 WRK-APK-LINHA OCCURS 2000 TIMES.
               03 WRK-APK-FORNECEDOR PIC X(06).
               03 WRK-APK-NOTA       PIC X(09).

      *    LINHAS DA NOTA EM DIGITACAO, COM A LINHA DO POREG ACHADA
      *    E O MOTIVO DA DIVERGENCIA (BRANCO = LINHA CONFERIDA).
       01  WRK-TAB-NFL VALUE ZEROS.
           02 WRK-NFL-LINHA OCCURS 20 TIMES.
               03 WRK-NFL-ITEM       PIC X(06).
               03 WRK-NFL-QTD        PIC 9(05).
               03 WRK-NFL-PRECO      PIC 9(05)V99.
               03 WRK-NFL-PO         PIC 9(03) COMP.
               03 WRK-NFL-MOTIVO     PIC X(30).

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA     PIC X(15).
               03 WRK-MAPA-CONTA     PIC X(08).
               03 WRK-MAPA-NATUREZA  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-DIALOGO-ENCERRADO.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-PARAMETROS.
           MOVE 'NF-TOL-PRECO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0105B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-TOL-PRECO.
           MOVE 'NF-TOL-QTD' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0105B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-TOL-QTD.
           MOVE 'NF-PRAZO-PAGTO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0105B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PRAZO-PAGTO.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           PERFORM 0120-CARREGAR-CATALOGO.
           PERFORM 0130-CARREGAR-PEDIDOS.
           PERFORM 0140-CARREGAR-CHAVES-PAGAR.
           OPEN EXTEND PAYABLES-REGISTER-FILE.
           IF WRK-FS-APREG NOT = '00'
               OPEN OUTPUT PAYABLES-REGISTER-FILE
               MOVE 'APREG' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-APREG,
                   WRK-FSCHK-CHAVE
           END-IF.
           OPEN OUTPUT INVOICE-EXCEPTION-FILE.
           MOVE 'NFEXC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-NFEXC,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO INVOICE-EXCEPTION-RECORD.
           STRING 'NOTAS DE FORNECEDOR COM DIVERGENCIA - '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO INVOICE-EXCEPTION-RECORD.
           PERFORM 0390-GRAVAR-EXCECAO.

       0105-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0105A-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0105A-LER-PARAMETRO.
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

       0105B-BUSCAR-PARAMETRO.
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

       0110-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-FORNECEDOR UNTIL WRK-FIM-FORNECEDORES.
           CLOSE SUPPLIER-MASTER-FILE.

       0111-LER-FORNECEDOR.
           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SUPPMAST
               NOT AT END
                   MOVE 'WRK-TAB-FORN' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-FORN TO WRK-TABCHK-QTD
                   MOVE 50 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-FORN
                   MOVE SUP-CODIGO
                       TO WRK-FOR-CODIGO(WRK-QTD-FORN)
                   MOVE SUP-NOME
                       TO WRK-FOR-NOME(WRK-QTD-FORN)
           END-READ.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-CATALOGO.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-ITEM UNTIL WRK-FIM-CATALOGO.
           CLOSE ITEM-MASTER-FILE.

       0121-LER-ITEM.
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ITEMMAST
               NOT AT END
                   MOVE 'WRK-TAB-CAT' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CAT TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CAT
                   MOVE IT-CODIGO    TO WRK-CAT-CODIGO(WRK-QTD-CAT)
                   MOVE IT-DESCRICAO TO WRK-CAT-DESCRICAO(WRK-QTD-CAT)
                   MOVE IT-CUSTO     TO WRK-CAT-CUSTO(WRK-QTD-CAT)
           END-READ.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.

       0130-CARREGAR-PEDIDOS.
           OPEN INPUT PURCHASE-REGISTER-FILE.
           IF WRK-FS-POREG = '00'
               PERFORM 0131-LER-PEDIDO UNTIL WRK-FIM-PEDIDOS
               CLOSE PURCHASE-REGISTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-POREG
           END-IF.
           DISPLAY 'LINHAS DE PEDIDO CARREGADAS: ' WRK-QTD-PO.

       0131-LER-PEDIDO.
           READ PURCHASE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-POREG
               NOT AT END
                   MOVE 'WRK-TAB-PO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PO TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PO
                   MOVE PO-NUMERO
                       TO WRK-PO-NUMERO(WRK-QTD-PO)
                   MOVE PO-FORNECEDOR
                       TO WRK-PO-FORNECEDOR(WRK-QTD-PO)
                   MOVE PO-ITEM
                       TO WRK-PO-ITEM(WRK-QTD-PO)
                   MOVE PO-QTD-PEDIDA
                       TO WRK-PO-PEDIDA(WRK-QTD-PO)
                   MOVE PO-QTD-RECEBIDA
                       TO WRK-PO-RECEBIDA(WRK-QTD-PO)
                   MOVE PO-STATUS
                       TO WRK-PO-STATUS(WRK-QTD-PO)
                   MOVE PO-DATA
                       TO WRK-PO-DATA(WRK-QTD-PO)
                   MOVE PO-LOCAL
                       TO WRK-PO-LOCAL(WRK-QTD-PO)
                   IF PO-PRECO IS NUMERIC
                       MOVE PO-PRECO
                           TO WRK-PO-PRECO(WRK-QTD-PO)
                   END-IF
                   IF PO-QTD-FATURADA IS NUMERIC
                       MOVE PO-QTD-FATURADA
                           TO WRK-PO-FATURADA(WRK-QTD-PO)
                   END-IF
           END-READ.

      *    SEM APREG.dat (PRIMEIRA NOTA) NAO HA O QUE CONFERIR.
       0140-CARREGAR-CHAVES-PAGAR.
           OPEN INPUT PAYABLES-REGISTER-FILE.
           IF WRK-FS-APREG = '00'
               PERFORM 0141-LER-PAGAR UNTIL WRK-FIM-PAGAR
               CLOSE PAYABLES-REGISTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-APREG
           END-IF.

       0141-LER-PAGAR.
           READ PAYABLES-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-APREG
               NOT AT END
                   MOVE AP-FORNECEDOR TO WRK-FORNECEDOR-ENTRADA
                   MOVE AP-NOTA       TO WRK-NOTA-ENTRADA
                   PERFORM 0145-GUARDAR-CHAVE
           END-READ.
           MOVE 'APREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-APREG,
               WRK-FSCHK-CHAVE.

       0145-GUARDAR-CHAVE.
           MOVE 'WRK-TAB-APK' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-APK TO WRK-TABCHK-QTD.
           MOVE 2000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-APK.
           MOVE WRK-FORNECEDOR-ENTRADA
               TO WRK-APK-FORNECEDOR(WRK-QTD-APK).
           MOVE WRK-NOTA-ENTRADA TO WRK-APK-NOTA(WRK-QTD-APK).

       0200-PROCESSAR.
           DISPLAY 'FORNECEDOR DA NOTA (FIM PARA ENCERRAR): '.
           ACCEPT WRK-FORNECEDOR-ENTRADA.
           IF WRK-FORNECEDOR-ENTRADA = 'FIM'
               MOVE 'S' TO WRK-FIM-DIALOGO
           ELSE
               PERFORM 0210-DIGITAR-CABECALHO
           END-IF.

       0210-DIGITAR-CABECALHO.
           MOVE ZEROS TO WRK-FORN-ACHADO.
           PERFORM VARYING WRK-SUB-FORN FROM 1 BY 1
               UNTIL WRK-SUB-FORN > WRK-QTD-FORN
               IF WRK-FOR-CODIGO(WRK-SUB-FORN)
                   = WRK-FORNECEDOR-ENTRADA
                   MOVE WRK-SUB-FORN TO WRK-FORN-ACHADO
                   MOVE WRK-QTD-FORN TO WRK-SUB-FORN
               END-IF
           END-PERFORM.
           IF WRK-FORN-ACHADO = ZEROS
               DISPLAY 'FORNECEDOR NAO CADASTRADO.'
           ELSE
               DISPLAY WRK-FOR-NOME(WRK-FORN-ACHADO)
               DISPLAY 'NUMERO DA NOTA: '
               ACCEPT WRK-NOTA-ENTRADA
               PERFORM 0215-BUSCAR-CHAVE
               IF WRK-APK-ACHADO > ZEROS
                   DISPLAY 'NOTA JA LANCADA NO CONTAS A PAGAR.'
               ELSE
                   PERFORM 0220-DIGITAR-EMISSAO
               END-IF
           END-IF.

       0215-BUSCAR-CHAVE.
           MOVE ZEROS TO WRK-APK-ACHADO.
           PERFORM VARYING WRK-SUB-APK FROM 1 BY 1
               UNTIL WRK-SUB-APK > WRK-QTD-APK
               IF WRK-APK-FORNECEDOR(WRK-SUB-APK)
                   = WRK-FORNECEDOR-ENTRADA
                   AND WRK-APK-NOTA(WRK-SUB-APK) = WRK-NOTA-ENTRADA
                   MOVE WRK-SUB-APK TO WRK-APK-ACHADO
                   MOVE WRK-QTD-APK TO WRK-SUB-APK
               END-IF
           END-PERFORM.

       0220-DIGITAR-EMISSAO.
           DISPLAY 'DATA DE EMISSAO DA NOTA (AAAAMMDD): '.
           ACCEPT WRK-EMISSAO-ENTRADA.
           MOVE 'EMISSAO-NOTA' TO WRK-DTCHK-CAMPO.
           MOVE 'W' TO WRK-DTCHK-SEVERIDADE.
           MOVE WRK-EMISSAO-ENTRADA TO WRK-DTCHK-DATA.
           CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
               WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
               WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO.
           EVALUATE TRUE
               WHEN WRK-DTCHK-RESULTADO NOT = 'S'
                   DISPLAY 'EMISSAO INVALIDA - NOTA NAO LANCADA.'
               WHEN WRK-EMISSAO-ENTRADA > WRK-DATA-HOJE
                   DISPLAY 'EMISSAO FUTURA - NOTA NAO LANCADA.'
               WHEN OTHER
                   DISPLAY 'PEDIDO DE COMPRA: '
                   ACCEPT WRK-PEDIDO-ENTRADA
                   PERFORM 0230-DIGITAR-LINHAS
                   IF WRK-QTD-NFL = ZEROS
                       DISPLAY 'NOTA SEM LINHAS - NADA LANCADO.'
                   ELSE
                       PERFORM 0300-CONFERIR-NOTA
                   END-IF
           END-EVALUATE.

       0230-DIGITAR-LINHAS.
           MOVE ZEROS TO WRK-QTD-NFL.
           INITIALIZE WRK-TAB-NFL.
           MOVE 'N' TO WRK-FIM-LINHAS.
           PERFORM 0235-DIGITAR-LINHA UNTIL WRK-FIM-DIGITACAO.

       0235-DIGITAR-LINHA.
           DISPLAY 'ITEM DA NOTA (FIM ENCERRA A NOTA): '.
           ACCEPT WRK-ITEM-ENTRADA.
           IF WRK-ITEM-ENTRADA = 'FIM'
               MOVE 'S' TO WRK-FIM-LINHAS
           ELSE
               MOVE ZEROS TO WRK-NFL-ACHADO
               PERFORM VARYING WRK-SUB-NFL FROM 1 BY 1
                   UNTIL WRK-SUB-NFL > WRK-QTD-NFL
                   IF WRK-NFL-ITEM(WRK-SUB-NFL) = WRK-ITEM-ENTRADA
                       MOVE WRK-SUB-NFL TO WRK-NFL-ACHADO
                       MOVE WRK-QTD-NFL TO WRK-SUB-NFL
                   END-IF
               END-PERFORM
               IF WRK-NFL-ACHADO > ZEROS
                   DISPLAY 'ITEM JA DIGITADO NESTA NOTA.'
               ELSE
                   DISPLAY 'QUANTIDADE FATURADA: '
                   ACCEPT WRK-QTD-ENTRADA
                   DISPLAY 'PRECO UNITARIO DA NOTA (9(5)V99): '
                   ACCEPT WRK-PRECO-ENTRADA
                   MOVE 'WRK-TAB-NFL' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-NFL TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-NFL
                   MOVE WRK-ITEM-ENTRADA
                       TO WRK-NFL-ITEM(WRK-QTD-NFL)
                   MOVE WRK-QTD-ENTRADA
                       TO WRK-NFL-QTD(WRK-QTD-NFL)
                   MOVE WRK-PRECO-ENTRADA
                       TO WRK-NFL-PRECO(WRK-QTD-NFL)
               END-IF
           END-IF.

      *    A NOTA SO ENTRA NO CONTAS A PAGAR COM TODAS AS LINHAS
      *    CONFERIDAS; UMA DIVERGENCIA MANDA A NOTA INTEIRA PARA O
      *    COMPRADOR E NADA E BAIXADO NO POREG.
       0300-CONFERIR-NOTA.
           MOVE 'S' TO WRK-NOTA-ACEITA.
           MOVE ZEROS TO WRK-VALOR-NOTA.
           PERFORM 0310-CONFERIR-LINHA
               VARYING WRK-SUB-NFL FROM 1 BY 1
               UNTIL WRK-SUB-NFL > WRK-QTD-NFL.
           IF WRK-NOTA-RECUSADA
               PERFORM 0380-GRAVAR-NOTA-EXCECAO
           ELSE
               PERFORM 0350-LANCAR-NOTA
           END-IF.

       0310-CONFERIR-LINHA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-PO-ACHADO.
           PERFORM VARYING WRK-SUB-PO FROM 1 BY 1
               UNTIL WRK-SUB-PO > WRK-QTD-PO
               IF WRK-PO-NUMERO(WRK-SUB-PO) = WRK-PEDIDO-ENTRADA
                   AND WRK-PO-ITEM(WRK-SUB-PO)
                       = WRK-NFL-ITEM(WRK-SUB-NFL)
                   AND WRK-PO-FORNECEDOR(WRK-SUB-PO)
                       = WRK-FORNECEDOR-ENTRADA
                   MOVE WRK-SUB-PO TO WRK-PO-ACHADO
                   MOVE WRK-QTD-PO TO WRK-SUB-PO
               END-IF
           END-PERFORM.
           MOVE WRK-PO-ACHADO TO WRK-NFL-PO(WRK-SUB-NFL).
           IF WRK-PO-ACHADO = ZEROS
               MOVE 'ITEM FORA DO PEDIDO/FORNECEDOR' TO WRK-MOTIVO
           ELSE
               PERFORM 0320-CONFERIR-QUANTIDADE
               IF WRK-MOTIVO = SPACES
                   PERFORM 0330-CONFERIR-PRECO
               END-IF
           END-IF.
           MOVE WRK-MOTIVO TO WRK-NFL-MOTIVO(WRK-SUB-NFL).
           IF WRK-MOTIVO NOT = SPACES
               MOVE 'N' TO WRK-NOTA-ACEITA
           ELSE
               COMPUTE WRK-VALOR-NOTA = WRK-VALOR-NOTA
                   + WRK-NFL-QTD(WRK-SUB-NFL)
                   * WRK-NFL-PRECO(WRK-SUB-NFL)
           END-IF.

      *    FATURAVEL = RECEBIDO MENOS O QUE OUTRAS NOTAS JA FATURARAM;
      *    A TOLERANCIA NF-TOL-QTD (PERCENTUAL) E SOBRE ESSE SALDO.
       0320-CONFERIR-QUANTIDADE.
           IF WRK-PO-RECEBIDA(WRK-PO-ACHADO)
               > WRK-PO-FATURADA(WRK-PO-ACHADO)
               COMPUTE WRK-A-FATURAR =
                   WRK-PO-RECEBIDA(WRK-PO-ACHADO)
                   - WRK-PO-FATURADA(WRK-PO-ACHADO)
           ELSE
               MOVE ZEROS TO WRK-A-FATURAR
           END-IF.
           COMPUTE WRK-LIMITE-QTD = WRK-A-FATURAR
               + (WRK-A-FATURAR * WRK-TOL-QTD / 100).
           EVALUATE TRUE
               WHEN WRK-NFL-QTD(WRK-SUB-NFL) = ZEROS
                   MOVE 'QUANTIDADE ZERADA NA NOTA' TO WRK-MOTIVO
               WHEN WRK-A-FATURAR = ZEROS
                   MOVE 'NADA RECEBIDO A FATURAR' TO WRK-MOTIVO
               WHEN WRK-NFL-QTD(WRK-SUB-NFL) > WRK-LIMITE-QTD
                   MOVE 'QTD ACIMA DO RECEBIDO' TO WRK-MOTIVO
           END-EVALUATE.

      *    PRECO DE REFERENCIA E O DO PEDIDO; LINHA ANTIGA SEM PRECO
      *    NO POREG CONFERE PELO CUSTO DO CATALOGO.
       0330-CONFERIR-PRECO.
           MOVE WRK-PO-PRECO(WRK-PO-ACHADO) TO WRK-PRECO-REFERENCIA.
           IF WRK-PRECO-REFERENCIA = ZEROS
               PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT > WRK-QTD-CAT
                   IF WRK-CAT-CODIGO(WRK-SUB-CAT)
                       = WRK-NFL-ITEM(WRK-SUB-NFL)
                       MOVE WRK-CAT-CUSTO(WRK-SUB-CAT)
                           TO WRK-PRECO-REFERENCIA
                       MOVE WRK-QTD-CAT TO WRK-SUB-CAT
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-NFL-PRECO(WRK-SUB-NFL) > WRK-PRECO-REFERENCIA
               COMPUTE WRK-DIFERENCA-PRECO =
                   WRK-NFL-PRECO(WRK-SUB-NFL) - WRK-PRECO-REFERENCIA
           ELSE
               COMPUTE WRK-DIFERENCA-PRECO =
                   WRK-PRECO-REFERENCIA - WRK-NFL-PRECO(WRK-SUB-NFL)
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PRECO-REFERENCIA = ZEROS
                   MOVE 'SEM PRECO DE REFERENCIA' TO WRK-MOTIVO
               WHEN OTHER
                   COMPUTE WRK-PERC-DIFERENCA ROUNDED =
                       WRK-DIFERENCA-PRECO * 100
                       / WRK-PRECO-REFERENCIA
                       ON SIZE ERROR
                           MOVE 99999,99 TO WRK-PERC-DIFERENCA
                   END-COMPUTE
                   IF WRK-PERC-DIFERENCA > WRK-TOL-PRECO
                       IF WRK-NFL-PRECO(WRK-SUB-NFL)
                           > WRK-PRECO-REFERENCIA
                           MOVE 'PRECO ACIMA DO PEDIDO'
                               TO WRK-MOTIVO
                       ELSE
                           MOVE 'PRECO ABAIXO DO PEDIDO'
                               TO WRK-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.

       0350-LANCAR-NOTA.
           PERFORM 0360-CALCULAR-VENCIMENTO.
           MOVE WRK-FORNECEDOR-ENTRADA TO AP-FORNECEDOR.
           MOVE WRK-NOTA-ENTRADA       TO AP-NOTA.
           MOVE WRK-EMISSAO-ENTRADA    TO AP-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO    TO AP-VENCIMENTO.
           MOVE WRK-VALOR-NOTA         TO AP-VALOR.
           MOVE WRK-PEDIDO-ENTRADA     TO AP-PEDIDO.
           MOVE 'A'                    TO AP-STATUS.
           MOVE WRK-DATA-HOJE          TO AP-DATA-LANCTO.
           MOVE ZEROS                  TO AP-DATA-PAGTO.
           WRITE PAYABLES-REGISTER-RECORD.
           MOVE 'APREG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-APREG,
               WRK-FSCHK-CHAVE.
           PERFORM 0145-GUARDAR-CHAVE.
           PERFORM VARYING WRK-SUB-NFL FROM 1 BY 1
               UNTIL WRK-SUB-NFL > WRK-QTD-NFL
               MOVE WRK-NFL-PO(WRK-SUB-NFL) TO WRK-PO-ACHADO
               ADD WRK-NFL-QTD(WRK-SUB-NFL)
                   TO WRK-PO-FATURADA(WRK-PO-ACHADO)
           END-PERFORM.
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.
           ADD 1 TO WRK-QTD-ACEITAS.
           ADD WRK-VALOR-NOTA TO WRK-TOT-ACEITAS.
           MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED.
           DISPLAY 'NOTA CONFERIDA - VALOR ' WRK-VALOR-ED
               ' VENCIMENTO ' WRK-DATA-VENCIMENTO.

      *    VENCIMENTO: EMISSAO MAIS NF-PRAZO-PAGTO DIAS CORRIDOS; SE
      *    CAIR EM FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA
      *    UTIL (DIA-UTIL 'P' A PARTIR DA VESPERA).
       0360-CALCULAR-VENCIMENTO.
           COMPUTE WRK-DATA-CALC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-EMISSAO-ENTRADA)
               + WRK-PRAZO-PAGTO).
           COMPUTE WRK-DATA-VESPERA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) - 1).
           MOVE 'P' TO WRK-DU-FUNCAO.
           MOVE ZEROS TO WRK-DU-COMPETENCIA WRK-DU-QTD-DIAS.
           MOVE SPACES TO WRK-DU-UF.
           CALL 'DIA-UTIL' USING WRK-DU-FUNCAO, WRK-DU-COMPETENCIA,
               WRK-DATA-VESPERA, WRK-DU-QTD-DIAS, WRK-DATA-VENCIMENTO,
               WRK-DU-UF.

       0380-GRAVAR-NOTA-EXCECAO.
           ADD 1 TO WRK-QTD-EXCECOES.
           MOVE SPACES TO INVOICE-EXCEPTION-RECORD.
           PERFORM 0390-GRAVAR-EXCECAO.
           MOVE SPACES TO INVOICE-EXCEPTION-RECORD.
           STRING 'FORNECEDOR ' WRK-FORNECEDOR-ENTRADA
               ' ' WRK-FOR-NOME(WRK-FORN-ACHADO)
               DELIMITED BY SIZE INTO INVOICE-EXCEPTION-RECORD.
           PERFORM 0390-GRAVAR-EXCECAO.
           MOVE SPACES TO INVOICE-EXCEPTION-RECORD.
           STRING 'NOTA ' WRK-NOTA-ENTRADA
               ' EMISSAO ' WRK-EMISSAO-ENTRADA
               ' PEDIDO ' WRK-PEDIDO-ENTRADA
               DELIMITED BY SIZE INTO INVOICE-EXCEPTION-RECORD.
           PERFORM 0390-GRAVAR-EXCECAO.
           PERFORM 0385-GRAVAR-LINHA-EXCECAO
               VARYING WRK-SUB-NFL FROM 1 BY 1
               UNTIL WRK-SUB-NFL > WRK-QTD-NFL.
           DISPLAY 'NOTA COM DIVERGENCIA - ENVIADA AO COMPRADOR '
               '(NFEXC).'.

      *    CADA LINHA DA NOTA SAI COM O QUE O PEDIDO E O RECEBIMENTO
      *    DIZEM; AS CONFERIDAS SAEM SEM MOTIVO.
       0385-GRAVAR-LINHA-EXCECAO.
           MOVE WRK-NFL-PRECO(WRK-SUB-NFL) TO WRK-PRECO-ED.
           MOVE SPACES TO INVOICE-EXCEPTION-RECORD.
           STRING '  ' WRK-NFL-ITEM(WRK-SUB-NFL)
               ' QTD ' WRK-NFL-QTD(WRK-SUB-NFL)
               ' PRECO ' WRK-PRECO-ED
               ' ' WRK-NFL-MOTIVO(WRK-SUB-NFL)
               DELIMITED BY SIZE INTO INVOICE-EXCEPTION-RECORD.
           PERFORM 0390-GRAVAR-EXCECAO.
           MOVE WRK-NFL-PO(WRK-SUB-NFL) TO WRK-PO-ACHADO.
           IF WRK-PO-ACHADO > ZEROS
               MOVE WRK-PO-PRECO(WRK-PO-ACHADO) TO WRK-REF-ED
               MOVE SPACES TO INVOICE-EXCEPTION-RECORD
               STRING '         PEDIDA ' WRK-PO-PEDIDA(WRK-PO-ACHADO)
                   ' RECEB ' WRK-PO-RECEBIDA(WRK-PO-ACHADO)
                   ' FATUR ' WRK-PO-FATURADA(WRK-PO-ACHADO)
                   ' PRECO PEDIDO ' WRK-REF-ED
                   DELIMITED BY SIZE INTO INVOICE-EXCEPTION-RECORD
               PERFORM 0390-GRAVAR-EXCECAO
           END-IF.

       0390-GRAVAR-EXCECAO.
           WRITE INVOICE-EXCEPTION-RECORD.
           MOVE 'NFEXC' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-NFEXC,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE PAYABLES-REGISTER-FILE.
           MOVE SPACES TO INVOICE-EXCEPTION-RECORD.
           PERFORM 0390-GRAVAR-EXCECAO.
           MOVE SPACES TO INVOICE-EXCEPTION-RECORD.
           STRING 'NOTAS COM DIVERGENCIA: ' WRK-QTD-EXCECOES
               DELIMITED BY SIZE INTO INVOICE-EXCEPTION-RECORD.
           PERFORM 0390-GRAVAR-EXCECAO.
           CLOSE INVOICE-EXCEPTION-FILE.
           IF WRK-HOUVE-ALTERACAO = 'S'
               PERFORM 0910-REGRAVAR-PEDIDOS
               PERFORM 0940-GRAVAR-JRNCONS
           END-IF.
           MOVE WRK-TOT-ACEITAS TO WRK-VALOR-ED.
           DISPLAY 'NOTAS LANCADAS NO CONTAS A PAGAR: '
               WRK-QTD-ACEITAS ' - VALOR ' WRK-VALOR-ED.
           DISPLAY 'NOTAS COM DIVERGENCIA: ' WRK-QTD-EXCECOES.

       0910-REGRAVAR-PEDIDOS.
           OPEN OUTPUT PURCHASE-REGISTER-FILE-NOVO.
           MOVE 'POREGNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POREGNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0911-GRAVAR-PEDIDO
               VARYING WRK-SUB-PO FROM 1 BY 1
               UNTIL WRK-SUB-PO > WRK-QTD-PO.
           CLOSE PURCHASE-REGISTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-POREG,
               WRK-NOME-POREGNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-POREG
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0911-GRAVAR-PEDIDO.
           MOVE WRK-PO-NUMERO(WRK-SUB-PO)     TO PON-NUMERO.
           MOVE WRK-PO-FORNECEDOR(WRK-SUB-PO) TO PON-FORNECEDOR.
           MOVE WRK-PO-ITEM(WRK-SUB-PO)       TO PON-ITEM.
           MOVE WRK-PO-PEDIDA(WRK-SUB-PO)     TO PON-QTD-PEDIDA.
           MOVE WRK-PO-RECEBIDA(WRK-SUB-PO)   TO PON-QTD-RECEBIDA.
           MOVE WRK-PO-STATUS(WRK-SUB-PO)     TO PON-STATUS.
           MOVE WRK-PO-DATA(WRK-SUB-PO)       TO PON-DATA.
           MOVE WRK-PO-LOCAL(WRK-SUB-PO)      TO PON-LOCAL.
           MOVE WRK-PO-PRECO(WRK-SUB-PO)      TO PON-PRECO.
           MOVE WRK-PO-FATURADA(WRK-SUB-PO)   TO PON-QTD-FATURADA.
           WRITE PURCHASE-REGISTER-RECORD-NOVO.
           MOVE 'POREGNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POREGNW,
               WRK-FSCHK-CHAVE.

       0935-CARREGAR-CONTAMAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.
           PERFORM 0936-LER-MAPA UNTIL WRK-FIM-MAPA.
           CLOSE ACCOUNT-MAP-FILE.

       0936-LER-MAPA.
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

      *    A NOTA ACEITA RECONHECE A OBRIGACAO: ESTOQUE (NF-FORNECEDOR
      *    A DEBITO) CONTRA FORNECEDORES A PAGAR (NF-FORNECEDOR-C),
      *    PELO TOTAL DA SESSAO. O PAGFORN BAIXA O A PAGAR.
       0940-GRAVAR-JRNCONS.
           PERFORM 0935-CARREGAR-CONTAMAP.
           OPEN EXTEND CONSOL-JOURNAL-FILE.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           MOVE ZEROS TO WRK-JRN-TOT-DEBITOS WRK-JRN-TOT-CREDITOS.
           MOVE 'NF-FORNECEDOR' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-ACEITAS TO WRK-JRN-VALOR.
           PERFORM 0941-GRAVAR-LINHA-JRNCONS.
           MOVE 'NF-FORNECEDOR-C' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-ACEITAS TO WRK-JRN-VALOR.
           PERFORM 0941-GRAVAR-LINHA-JRNCONS.
           MOVE SPACES               TO CONSOL-JOURNAL-TRAILER.
           MOVE 'NFFORN'             TO JCT-ORIGEM.
           MOVE 'TOTAIS  '           TO JCT-LITERAL.
           MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS.
           MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS.
           MOVE WRK-DATA-HOJE(1:6)   TO JCT-COMPETENCIA.
           MOVE WRK-DATA-HOJE        TO JCT-DATA.
           WRITE CONSOL-JOURNAL-TRAILER.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           IF WRK-JRN-TOT-DEBITOS NOT = WRK-JRN-TOT-CREDITOS
               DISPLAY 'ATENCAO: JRNCONS DAS NOTAS DESBALANCEADO'
           END-IF.
           CLOSE CONSOL-JOURNAL-FILE.

       0941-GRAVAR-LINHA-JRNCONS.
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
                       MOVE 'NFFORN' TO JC-ORIGEM
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO JC-CONTA
                       MOVE WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
                           TO JC-NATUREZA
                       MOVE WRK-JRN-VALOR TO JC-VALOR
                       STRING WRK-JRN-VERBA DELIMITED BY SPACE
                           ' ' WRK-DATA-HOJE
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
