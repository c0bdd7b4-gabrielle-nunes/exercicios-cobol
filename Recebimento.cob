      *          IT-ESTOQUE DO CATALOGO E ATUALIZADO PELA REGRAVACAO
      *          NORMAL (ITEMNEW PROMOVIDO) E AS DIFERENCAS ENTRE
      *          RECEBIDO E PEDIDO SAEM NO RECDIF.dat. ACABA O
      *          AJUSTE DE ESTOQUE NO EDITOR. CADA PEDIDO E RECEBIDO
      *          COMO UMA NOTA (VARIOS ITENS); NO FECHAMENTO DA NOTA
      *          O FRETE DE ENTRADA E COTADO PELA TABELA DO FRETE,
      *          RATEADO ENTRE AS LINHAS E O IT-CUSTO PASSA A SER O
      *          CUSTO MEDIO PONDERADO DE ENTRADA (CUSTREL.dat).
      *DATA = 02/09/2026
      *******************************
      *MODIFICACOES
      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - O CATALOGO GANHA A CLASSIFICACAO FISCAL (IT-NCM,
      *             IT-ICMS-ALIQ, IT-ICMS-ST). CADA ENTRADA GRAVA O
      *             CREDITO DE ICMS NO ICMSENT.dat (ALIQUOTA DA NOTA OU
      *             DO CATALOGO; ITEM EM ST NAO CREDITA), BASE DA
      *             APURACAO MENSAL DO ICMSAPUR.
      *2026-10-15 - A ENTRADA CREDITA TAMBEM O SALDO DO ITEM NO LOCAL DE
      *             ENTREGA DO PEDIDO (PO-LOCAL; PEDIDO ANTIGO SEM LOCAL
      *             PEDE O LOCAL, CRITICADO NO LOCMAST) NO ESTLOC.dat,
      *             REGRAVADO VIA ESTLOCNW E PROMOVIDO.
      *2026-10-15 - A ENTRADA PASSA A PEDIR LOTE DO FORNECEDOR E
      *             VALIDADE (OBRIGATORIOS PARA CATEGORIA ALIMENTOS;
      *             LOTE JA VENCIDO E RECUSADO) E CREDITA O SALDO DO
      *             LOTE NO LOTES.dat, REGRAVADO VIA LOTESNW E
      *             PROMOVIDO.
      *2026-10-15 - O POREG GANHA PO-PRECO E PO-QTD-FATURADA
      *             (CONFERENCIA DA NOTA DO FORNECEDOR NO NFFORN),
      *             PRESERVADOS NA REGRAVACAO; LINHA ANTIGA SEM ELES LE
      *             ZERADA.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O LOTE DE COMPRA DO
      *             ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *2026-10-15 - CUSTO DE ENTRADA COM FRETE: O PEDIDO DIGITADO VIRA
      *             UMA NOTA COM VARIOS ITENS (CODIGO EM BRANCO FECHA A
      *             NOTA). NO FECHAMENTO O FRETE DE ENTRADA E COTADO
      *             PELO CALL 'FRETE-COTA' (SENTIDO E, DA UF DO
      *             FORNECEDOR NO SUPPMAST PARA O DEPOSITO PRINCIPAL;
      *             SEM COTACAO VALE O FRETE DO CONHECIMENTO DIGITADO),
      *             RATEADO PELO VALOR OU PELO PESO DAS LINHAS, E O
      *             IT-CUSTO PASSA A SER O CUSTO MEDIO PONDERADO COM O
      *             FRETE, EM VEZ DO PRECO DA ULTIMA NOTA. RELATORIO
      *             PRECO DO FORNECEDOR X CUSTO DE ENTRADA NO
      *             CUSTREL.dat. A BASE DO CREDITO DE ICMS CONTINUA O
      *             PRECO DA NOTA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ITEM-MASTER-FILE-NOVO ASSIGN TO "ITEMNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMNEW.
           SELECT STOCK-LOCATION-FILE ASSIGN TO "ESTLOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTLOC.
           SELECT STOCK-LOCATION-FILE-NOVO ASSIGN TO "ESTLOCNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTLOCNW.
           SELECT LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOCMAST.
           SELECT LOT-FILE ASSIGN TO "LOTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTES.
           SELECT LOT-FILE-NOVO ASSIGN TO "LOTESNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTESNW.
           SELECT RECEIPT-DIFF-FILE ASSIGN TO "RECDIF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECDIF.
           SELECT ICMS-ENTRY-FILE ASSIGN TO "ICMSENT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSENT.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUPPMAST.
           SELECT LANDED-COST-REPORT-FILE ASSIGN TO "CUSTREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTREL.

       DATA DIVISION.
       FILE SECTION.
           02 PO-QTD-RECEBIDA        PIC 9(05).
           02 PO-STATUS              PIC X(01).
           02 PO-DATA                PIC 9(08).
           02 PO-LOCAL               PIC X(04).
           02 PO-PRECO               PIC 9(05)V99.
           02 PO-QTD-FATURADA        PIC 9(05).

       FD  PURCHASE-REGISTER-FILE-NOVO.
       01  PURCHASE-REGISTER-RECORD-NOVO.
           02 PON-QTD-RECEBIDA       PIC 9(05).
           02 PON-STATUS             PIC X(01).
           02 PON-DATA               PIC 9(08).
           02 PON-LOCAL              PIC X(04).
           02 PON-PRECO              PIC 9(05)V99.
           02 PON-QTD-FATURADA       PIC 9(05).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           02 IT-CATEGORIA           PIC X(10).
           02 IT-FORNECEDOR          PIC X(06).
           02 IT-CUSTO               PIC 9(05)V99.
           02 IT-NCM                 PIC 9(08).
           02 IT-ICMS-ALIQ           PIC 9(02)V99.
           02 IT-ICMS-ST             PIC X(01).
           02 IT-LOTE-COMPRA         PIC 9(05).
           02 IT-PESO                PIC 9(03)V99.

       FD  ITEM-MASTER-FILE-NOVO.
       01  ITEM-MASTER-RECORD-NOVO.
           02 ITN-CATEGORIA          PIC X(10).
           02 ITN-FORNECEDOR         PIC X(06).
           02 ITN-CUSTO              PIC 9(05)V99.
           02 ITN-NCM                PIC 9(08).
           02 ITN-ICMS-ALIQ          PIC 9(02)V99.
           02 ITN-ICMS-ST            PIC X(01).
           02 ITN-LOTE-COMPRA        PIC 9(05).
           02 ITN-PESO               PIC 9(03)V99.

       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-RECORD.
           02 EL-ITEM                PIC X(06).
           02 EL-LOCAL               PIC X(04).
           02 EL-SALDO               PIC 9(05).
           02 EL-PONTO-REP           PIC 9(05).
           02 EL-TRANSITO            PIC 9(05).

       FD  STOCK-LOCATION-FILE-NOVO.
       01  STOCK-LOCATION-RECORD-NOVO.
           02 ELN-ITEM               PIC X(06).
           02 ELN-LOCAL              PIC X(04).
           02 ELN-SALDO              PIC 9(05).
           02 ELN-PONTO-REP          PIC 9(05).
           02 ELN-TRANSITO           PIC 9(05).

       FD  LOCATION-MASTER-FILE.
       01  LOCATION-MASTER-RECORD.
           02 LC-CODIGO              PIC X(04).
           02 LC-NOME                PIC X(20).
           02 LC-TIPO                PIC X(01).

      *    SALDO POR LOTE DE FORNECEDOR DENTRO DO SALDO DO ITEM NO
      *    LOCAL; A VALIDADE VEM DA NOTA NA ENTRADA DA MERCADORIA.
       FD  LOT-FILE.
       01  LOT-RECORD.
           02 LT-ITEM                PIC X(06).
           02 LT-LOCAL               PIC X(04).
           02 LT-LOTE                PIC X(10).
           02 LT-VALIDADE            PIC 9(08).
           02 LT-SALDO               PIC 9(05).
           02 LT-DATA-ENTRADA        PIC 9(08).

       FD  LOT-FILE-NOVO.
       01  LOT-RECORD-NOVO.
           02 LTN-ITEM               PIC X(06).
           02 LTN-LOCAL              PIC X(04).
           02 LTN-LOTE               PIC X(10).
           02 LTN-VALIDADE           PIC 9(08).
           02 LTN-SALDO              PIC 9(05).
           02 LTN-DATA-ENTRADA       PIC 9(08).

       FD  RECEIPT-DIFF-FILE.
       01  RECEIPT-DIFF-RECORD       PIC X(72).

       FD  ICMS-ENTRY-FILE.
       01  ICMS-ENTRY-RECORD.
           02 IE-DATA                PIC 9(08).
           02 IE-PO-NUMERO           PIC 9(06).
           02 IE-FORNECEDOR          PIC X(06).
           02 IE-ITEM                PIC X(06).
           02 IE-NCM                 PIC 9(08).
           02 IE-QTDE                PIC 9(05).
           02 IE-CUSTO-UNITARIO      PIC 9(05)V99.
           02 IE-BASE                PIC 9(09)V99.
           02 IE-ALIQ                PIC 9(02)V99.
           02 IE-ST                  PIC X(01).
           02 IE-CREDITO             PIC 9(09)V99.

       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           02 SUP-CODIGO             PIC X(06).
           02 SUP-NOME               PIC X(30).
           02 SUP-CONTATO            PIC X(20).
           02 SUP-PRAZO-ENTREGA      PIC 9(03).
           02 SUP-UF                 PIC X(02).

      *    PRECO DO FORNECEDOR X CUSTO DE ENTRADA (COM O FRETE
      *    RATEADO) E O CUSTO MEDIO RESULTANTE, POR LINHA DA NOTA.
       FD  LANDED-COST-REPORT-FILE.
       01  LANDED-COST-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'RECEBIMENTO'.
       77 WRK-FS-POREG           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POREGNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOCNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTES           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTESNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-RECDIF          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ICMSENT         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SUPPMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-POREG          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PEDIDOS                   VALUE 'S'.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-ESTLOC         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOCAL              VALUE 'S'.
       77 WRK-FIM-LOCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOCAIS                    VALUE 'S'.
       77 WRK-FIM-LOTES          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOTE               VALUE 'S'.
       77 WRK-FIM-DIALOGO        PIC X(01)      VALUE 'N'.
           88 WRK-DIALOGO-ENCERRADO             VALUE 'S'.
       77 WRK-FIM-SUPPMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FORNECEDORES              VALUE 'S'.
       77 WRK-FIM-NOTA           PIC X(01)      VALUE 'N'.
           88 WRK-NOTA-ENCERRADA                VALUE 'S'.
       77 WRK-QTD-PO             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PO             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PO-ACHADO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ELC-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LOC            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-LOC            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-LOC-ACHADO         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-LTE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-LTE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-LTE-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FOR            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-FOR            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-NOTA           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-NOTA           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-LOTE-ENTRADA       PIC X(10)      VALUE SPACES.
       77 WRK-VALIDADE-ENTRADA   PIC 9(08)      VALUE ZEROS.
       77 WRK-LOTE-ACEITO        PIC X(01)      VALUE 'S'.
           88 WRK-LOTE-RECUSADO                 VALUE 'N'.
       77 WRK-HOUVE-LOTE         PIC X(01)      VALUE 'N'.
       77 WRK-LOCAL-ENTRADA      PIC X(04)      VALUE SPACES.
       77 WRK-PO-ENTRADA         PIC 9(06)      VALUE ZEROS.
       77 WRK-PO-ENTRADA-X       PIC X(06)      VALUE SPACES.
       77 WRK-ITEM-ENTRADA       PIC X(06)      VALUE SPACES.
       77 WRK-QTD-RECEBIDA       PIC 9(05)      VALUE ZEROS.
       77 WRK-CUSTO-UNITARIO     PIC 9(05)V99   VALUE ZEROS.
       77 WRK-PRECO-FORNECEDOR   PIC 9(05)V99   VALUE ZEROS.
       77 WRK-NOTA-FORNECEDOR    PIC X(06)      VALUE SPACES.
       77 WRK-NOTA-UF            PIC X(02)      VALUE SPACES.
       77 WRK-NOTA-VALOR         PIC 9(09)V99   VALUE ZEROS.
       77 WRK-NOTA-PESO          PIC 9(07)V99   VALUE ZEROS.
       77 WRK-NOTA-MAIOR-VALOR   PIC 9(09)V99   VALUE ZEROS.
       77 WRK-NOTA-SEM-PESO      PIC X(01)      VALUE 'N'.
       77 WRK-FRETE-NOTA         PIC 9(06)V99   VALUE ZEROS.
       77 WRK-FRETE-RATEADO      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-RATEIO             PIC X(01)      VALUE 'V'.
           88 WRK-RATEIO-PESO                   VALUE 'P'.
           88 WRK-RATEIO-VALOR                  VALUE 'V'.
           88 WRK-RATEIO-QTDE                   VALUE 'Q'.
       77 WRK-BASE-RATEIO        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-BASE-LINHA         PIC 9(09)V99   VALUE ZEROS.
       77 WRK-COT-SENTIDO        PIC X(01)      VALUE 'E'.
       77 WRK-COT-VALOR          PIC 9(06)V99   VALUE ZEROS.
       77 WRK-COT-PESO           PIC 9(03)V99   VALUE ZEROS.
       77 WRK-COT-PRODUTO        PIC X(20)      VALUE SPACES.
       77 WRK-COT-FRETE          PIC 9(04)V99   VALUE ZEROS.
       77 WRK-COT-PRAZO          PIC 9(02)      VALUE ZEROS.
       77 WRK-COT-RESULTADO      PIC X(01)      VALUE SPACES.
       77 WRK-CUSTO-ENTRADA      PIC 9(07)V99   VALUE ZEROS.
       77 WRK-CUSTO-MEDIO        PIC 9(07)V99   VALUE ZEROS.
       77 WRK-CUSTO-ANTERIOR     PIC 9(05)V99   VALUE ZEROS.
       77 WRK-ACRESCIMO-PERC     PIC 9(03)V99   VALUE ZEROS.
       77 WRK-ACRESCIMO-CALC     PIC 9(07)V99   VALUE ZEROS.
       77 WRK-RATEIO-DESC        PIC X(10)      VALUE SPACES.
       77 WRK-NOTA-QTDE-TOT      PIC 9(07)      VALUE ZEROS.
       77 WRK-FRETE-ED           PIC ZZZ.ZZ9,99.
       77 WRK-PRECO-ED           PIC ZZ.ZZ9,99.
       77 WRK-FRETE-UN-ED        PIC ZZ.ZZ9,99.
       77 WRK-ENTRADA-ED         PIC ZZ.ZZ9,99.
       77 WRK-ANTERIOR-ED        PIC ZZ.ZZ9,99.
       77 WRK-MEDIO-ED           PIC ZZ.ZZ9,99.
       77 WRK-ACRESCIMO-ED       PIC ZZ9,99.
       77 WRK-ALIQ-NOTA          PIC 9(02)V99   VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-TOT-CREDITO-ICMS   PIC 9(09)V99   VALUE ZEROS.
       77 WRK-CREDITO-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-RECEBIMENTOS   PIC 9(04)      VALUE ZEROS.
       77 WRK-DIF-QTD            PIC S9(06)     VALUE ZEROS.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-NOME-POREGNW       PIC X(20)      VALUE "POREGNW.dat".
       77 WRK-NOME-ITEMMAST      PIC X(20)      VALUE "ITEMMAST.dat".
       77 WRK-NOME-ITEMNEW       PIC X(20)      VALUE "ITEMNEW.dat".
       77 WRK-NOME-ESTLOC        PIC X(20)      VALUE "ESTLOC.dat".
       77 WRK-NOME-ESTLOCNW      PIC X(20)      VALUE "ESTLOCNW.dat".
       77 WRK-NOME-LOTES         PIC X(20)      VALUE "LOTES.dat".
       77 WRK-NOME-LOTESNW       PIC X(20)      VALUE "LOTESNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-PO VALUE ZEROS.
               03 WRK-PO-RECEBIDA    PIC 9(05).
               03 WRK-PO-STATUS      PIC X(01).
               03 WRK-PO-DATA        PIC 9(08).
               03 WRK-PO-LOCAL       PIC X(04).
               03 WRK-PO-PRECO       PIC 9(05)V99.
               03 WRK-PO-FATURADA    PIC 9(05).

       01  WRK-TAB-CAT VALUE ZEROS.
           02 WRK-CAT-LINHA OCCURS 100 TIMES.
               03 WRK-CAT-ESTOQUE    PIC 9(05).
               03 WRK-CAT-PONTO-REP  PIC 9(05).
               03 WRK-CAT-CATEGORIA  PIC X(10).
                   88 WRK-CAT-PERECIVEL         VALUE 'ALIMENTOS'.
               03 WRK-CAT-FORNECEDOR PIC X(06).
               03 WRK-CAT-CUSTO      PIC 9(05)V99.
               03 WRK-CAT-NCM        PIC 9(08).
               03 WRK-CAT-ICMS-ALIQ  PIC 9(02)V99.
               03 WRK-CAT-ICMS-ST    PIC X(01).
               03 WRK-CAT-LOTE-COMPRA
                                     PIC 9(05).
               03 WRK-CAT-PESO       PIC 9(03)V99.

       01  WRK-TAB-ELC VALUE ZEROS.
           02 WRK-ELC-LINHA OCCURS 300 TIMES.
               03 WRK-ELC-ITEM       PIC X(06).
               03 WRK-ELC-LOCAL      PIC X(04).
               03 WRK-ELC-SALDO      PIC 9(05).
               03 WRK-ELC-PONTO-REP  PIC 9(05).
               03 WRK-ELC-TRANSITO   PIC 9(05).

       01  WRK-TAB-LTE VALUE ZEROS.
           02 WRK-LTE-LINHA OCCURS 500 TIMES.
               03 WRK-LTE-ITEM       PIC X(06).
               03 WRK-LTE-LOCAL      PIC X(04).
               03 WRK-LTE-LOTE       PIC X(10).
               03 WRK-LTE-VALIDADE   PIC 9(08).
               03 WRK-LTE-SALDO      PIC 9(05).
               03 WRK-LTE-ENTRADA    PIC 9(08).

       01  WRK-TAB-LOC VALUE SPACES.
           02 WRK-LOC-LINHA OCCURS 20 TIMES.
               03 WRK-LOC-CODIGO     PIC X(04).

       01  WRK-TAB-FOR VALUE SPACES.
           02 WRK-FOR-LINHA OCCURS 50 TIMES.
               03 WRK-FOR-CODIGO     PIC X(06).
               03 WRK-FOR-UF         PIC X(02).

      *    LINHAS RECEBIDAS DA NOTA EM CURSO; O ESTOQUE ANTERIOR E O
      *    DO CATALOGO ANTES DA LINHA, BASE DO CUSTO MEDIO.
       01  WRK-TAB-NOTA VALUE ZEROS.
           02 WRK-NOTA-LINHA OCCURS 50 TIMES.
               03 WRK-NOTA-CAT       PIC 9(03).
               03 WRK-NOTA-QTDE      PIC 9(05).
               03 WRK-NOTA-PRECO     PIC 9(05)V99.
               03 WRK-NOTA-PESO-LIN  PIC 9(07)V99.
               03 WRK-NOTA-EST-ANT   PIC 9(05).
               03 WRK-NOTA-FRETE     PIC 9(06)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-PEDIDOS.
           PERFORM 0120-CARREGAR-CATALOGO.
           PERFORM 0130-CARREGAR-ESTOQUE-LOCAL.
           PERFORM 0140-CARREGAR-LOCAIS.
           PERFORM 0150-CARREGAR-LOTES.
           PERFORM 0160-CARREGAR-FORNECEDORES.
           OPEN OUTPUT RECEIPT-DIFF-FILE.
           MOVE 'RECDIF' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RECDIF,
               WRK-FSCHK-CHAVE.
           OPEN EXTEND ICMS-ENTRY-FILE.
           IF WRK-FS-ICMSENT NOT = '00'
               OPEN OUTPUT ICMS-ENTRY-FILE
               MOVE 'ICMSENT' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ICMSENT,
                   WRK-FSCHK-CHAVE
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT LANDED-COST-REPORT-FILE.
           MOVE 'CUSTREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO LANDED-COST-REPORT-RECORD.
           STRING 'CUSTO DE ENTRADA DAS NOTAS RECEBIDAS EM '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LANDED-COST-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RELATORIO.

       0110-CARREGAR-PEDIDOS.
           OPEN INPUT PURCHASE-REGISTER-FILE.
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

       0120-CARREGAR-CATALOGO.
                       TO WRK-CAT-FORNECEDOR(WRK-QTD-CAT)
                   MOVE IT-CUSTO
                       TO WRK-CAT-CUSTO(WRK-QTD-CAT)
                   MOVE IT-NCM
                       TO WRK-CAT-NCM(WRK-QTD-CAT)
                   MOVE IT-ICMS-ALIQ
                       TO WRK-CAT-ICMS-ALIQ(WRK-QTD-CAT)
                   MOVE IT-ICMS-ST
                       TO WRK-CAT-ICMS-ST(WRK-QTD-CAT)
                   MOVE IT-LOTE-COMPRA
                       TO WRK-CAT-LOTE-COMPRA(WRK-QTD-CAT)
                   MOVE IT-PESO
                       TO WRK-CAT-PESO(WRK-QTD-CAT)
           END-READ.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.

       0130-CARREGAR-ESTOQUE-LOCAL.
           OPEN INPUT STOCK-LOCATION-FILE.
           MOVE 'ESTLOC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOC,
               WRK-FSCHK-CHAVE.
           PERFORM 0131-LER-SALDO-LOCAL UNTIL WRK-FIM-SALDOS-LOCAL.
           CLOSE STOCK-LOCATION-FILE.

       0131-LER-SALDO-LOCAL.
           READ STOCK-LOCATION-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ESTLOC
               NOT AT END
                   MOVE 'WRK-TAB-ELC' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-ELC TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-ELC
                   MOVE EL-ITEM      TO WRK-ELC-ITEM(WRK-QTD-ELC)
                   MOVE EL-LOCAL     TO WRK-ELC-LOCAL(WRK-QTD-ELC)
                   MOVE EL-SALDO     TO WRK-ELC-SALDO(WRK-QTD-ELC)
                   MOVE EL-PONTO-REP
                       TO WRK-ELC-PONTO-REP(WRK-QTD-ELC)
                   MOVE EL-TRANSITO
                       TO WRK-ELC-TRANSITO(WRK-QTD-ELC)
           END-READ.
           MOVE 'ESTLOC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOC,
               WRK-FSCHK-CHAVE.

       0140-CARREGAR-LOCAIS.
           OPEN INPUT LOCATION-MASTER-FILE.
           MOVE 'LOCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOCMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0141-LER-LOCAL UNTIL WRK-FIM-LOCAIS.
           CLOSE LOCATION-MASTER-FILE.

       0141-LER-LOCAL.
           READ LOCATION-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOCMAST
               NOT AT END
                   MOVE 'WRK-TAB-LOC' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-LOC TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-LOC
                   MOVE LC-CODIGO TO WRK-LOC-CODIGO(WRK-QTD-LOC)
           END-READ.
           MOVE 'LOCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOCMAST,
               WRK-FSCHK-CHAVE.

      *    SEM LOTES.dat (NENHUMA ENTRADA COM LOTE AINDA) A TABELA
      *    COMECA VAZIA E O ARQUIVO E CRIADO NO ENCERRAMENTO.
       0150-CARREGAR-LOTES.
           OPEN INPUT LOT-FILE.
           IF WRK-FS-LOTES = '00'
               PERFORM 0151-LER-LOTE UNTIL WRK-FIM-SALDOS-LOTE
               CLOSE LOT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-LOTES
           END-IF.

       0151-LER-LOTE.
           READ LOT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOTES
               NOT AT END
                   MOVE 'WRK-TAB-LTE' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-LTE TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-LTE
                   MOVE LT-ITEM      TO WRK-LTE-ITEM(WRK-QTD-LTE)
                   MOVE LT-LOCAL     TO WRK-LTE-LOCAL(WRK-QTD-LTE)
                   MOVE LT-LOTE      TO WRK-LTE-LOTE(WRK-QTD-LTE)
                   MOVE LT-VALIDADE  TO WRK-LTE-VALIDADE(WRK-QTD-LTE)
                   MOVE LT-SALDO     TO WRK-LTE-SALDO(WRK-QTD-LTE)
                   MOVE LT-DATA-ENTRADA
                       TO WRK-LTE-ENTRADA(WRK-QTD-LTE)
           END-READ.
           MOVE 'LOTES' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTES,
               WRK-FSCHK-CHAVE.

      *    SO A UF DE EXPEDICAO DO FORNECEDOR INTERESSA AQUI (ORIGEM
      *    DA COTACAO DO FRETE DE ENTRADA).
       0160-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0161-LER-FORNECEDOR UNTIL WRK-FIM-FORNECEDORES.
           CLOSE SUPPLIER-MASTER-FILE.

       0161-LER-FORNECEDOR.
           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SUPPMAST
               NOT AT END
                   MOVE 'WRK-TAB-FOR' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-FOR TO WRK-TABCHK-QTD
                   MOVE 50 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-FOR
                   MOVE SUP-CODIGO TO WRK-FOR-CODIGO(WRK-QTD-FOR)
                   MOVE SUP-UF     TO WRK-FOR-UF(WRK-QTD-FOR)
           END-READ.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.

      *    O PEDIDO DIGITADO ABRE UMA NOTA: OS ITENS SAO RECEBIDOS ATE
      *    O CODIGO EM BRANCO E A NOTA E FECHADA COM O FRETE RATEADO.
       0200-PROCESSAR.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA (FIM PARA '
               'ENCERRAR): '.
               MOVE 'S' TO WRK-FIM-DIALOGO
           ELSE
               MOVE WRK-PO-ENTRADA-X TO WRK-PO-ENTRADA
               MOVE ZEROS TO WRK-QTD-NOTA
               MOVE SPACES TO WRK-NOTA-FORNECEDOR
               MOVE 'N' TO WRK-FIM-NOTA
               PERFORM 0210-RECEBER-ITEM UNTIL WRK-NOTA-ENCERRADA
               IF WRK-QTD-NOTA > ZEROS
                   PERFORM 0250-FECHAR-NOTA
               END-IF
           END-IF.

       0210-RECEBER-ITEM.
           DISPLAY 'CODIGO DO ITEM (BRANCO = FIM DA NOTA): '.
           MOVE SPACES TO WRK-ITEM-ENTRADA.
           ACCEPT WRK-ITEM-ENTRADA.
           IF WRK-ITEM-ENTRADA = SPACES
               MOVE 'S' TO WRK-FIM-NOTA
           ELSE
               PERFORM 0211-RECEBER-LINHA
           END-IF.

       0211-RECEBER-LINHA.
           MOVE ZEROS TO WRK-PO-ACHADO.
           PERFORM VARYING WRK-SUB-PO FROM 1 BY 1
               UNTIL WRK-SUB-PO > WRK-QTD-PO
                   MOVE WRK-QTD-PO TO WRK-SUB-PO
               END-IF
           END-PERFORM.
           IF WRK-PO-ACHADO > ZEROS
               PERFORM 0215-DEFINIR-LOCAL-ENTRADA
           END-IF.
           IF WRK-PO-ACHADO = ZEROS
               DISPLAY 'LINHA ABERTA DO PEDIDO NAO ENCONTRADA.'
           ELSE
               DISPLAY 'ENTRADA NO LOCAL ' WRK-LOCAL-ENTRADA
               DISPLAY 'QUANTIDADE RECEBIDA: '
               ACCEPT WRK-QTD-RECEBIDA
               DISPLAY 'CUSTO UNITARIO DA NOTA (9(5)V99): '
               ACCEPT WRK-CUSTO-UNITARIO
               DISPLAY 'ALIQUOTA DE ICMS DA NOTA (9(2)V99, ZERO = '
                   'ALIQUOTA DO CATALOGO): '
               ACCEPT WRK-ALIQ-NOTA
               IF WRK-QTD-RECEBIDA = ZEROS
                   DISPLAY 'QUANTIDADE ZERADA - NADA RECEBIDO.'
               ELSE
                   PERFORM 0212-DIGITAR-LOTE
                   IF WRK-LOTE-RECUSADO
                       DISPLAY 'LOTE/VALIDADE RECUSADO - NADA '
                           'RECEBIDO.'
                   ELSE
                       PERFORM 0220-APLICAR-RECEBIMENTO
                   END-IF
               END-IF
           END-IF.

      *    ITEM DE CATEGORIA PERECIVEL (ALIMENTOS) SO ENTRA COM LOTE
      *    E VALIDADE; PARA OS DEMAIS O LOTE E OPCIONAL. MERCADORIA
      *    QUE JA CHEGA VENCIDA E RECUSADA.
       0212-DIGITAR-LOTE.
           MOVE 'S' TO WRK-LOTE-ACEITO.
           MOVE SPACES TO WRK-LOTE-ENTRADA.
           MOVE ZEROS TO WRK-VALIDADE-ENTRADA.
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               IF WRK-CAT-CODIGO(WRK-SUB-CAT) = WRK-ITEM-ENTRADA
                   MOVE WRK-SUB-CAT TO WRK-CAT-ACHADO
                   MOVE WRK-QTD-CAT TO WRK-SUB-CAT
               END-IF
           END-PERFORM.
           DISPLAY 'LOTE DO FORNECEDOR (BRANCO = ITEM SEM CONTROLE '
               'DE LOTE): '.
           ACCEPT WRK-LOTE-ENTRADA.
           IF WRK-LOTE-ENTRADA = SPACES
               IF WRK-CAT-ACHADO > ZEROS
                   IF WRK-CAT-PERECIVEL(WRK-CAT-ACHADO)
                       DISPLAY 'ITEM PERECIVEL - LOTE OBRIGATORIO.'
                       MOVE 'N' TO WRK-LOTE-ACEITO
                   END-IF
               END-IF
           ELSE
               DISPLAY 'VALIDADE DO LOTE (AAAAMMDD): '
               ACCEPT WRK-VALIDADE-ENTRADA
               MOVE 'VALIDADE-LOTE' TO WRK-DTCHK-CAMPO
               MOVE 'W' TO WRK-DTCHK-SEVERIDADE
               MOVE WRK-VALIDADE-ENTRADA TO WRK-DTCHK-DATA
               CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
                   WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
                   WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO
               IF WRK-DTCHK-RESULTADO NOT = 'S'
                   MOVE 'N' TO WRK-LOTE-ACEITO
               ELSE
                   IF WRK-VALIDADE-ENTRADA < WRK-DATA-HOJE
                       DISPLAY 'LOTE JA VENCIDO NA ENTRADA.'
                       MOVE 'N' TO WRK-LOTE-ACEITO
                   END-IF
               END-IF
           END-IF.

       0215-DEFINIR-LOCAL-ENTRADA.
           MOVE WRK-PO-LOCAL(WRK-PO-ACHADO) TO WRK-LOCAL-ENTRADA.
           IF WRK-LOCAL-ENTRADA = SPACES
               DISPLAY 'PEDIDO SEM LOCAL DE ENTREGA - LOCAL DE '
                   'ENTRADA DA MERCADORIA: '
               ACCEPT WRK-LOCAL-ENTRADA
           END-IF.
           MOVE ZEROS TO WRK-LOC-ACHADO.
           PERFORM VARYING WRK-SUB-LOC FROM 1 BY 1
               UNTIL WRK-SUB-LOC > WRK-QTD-LOC
               IF WRK-LOC-CODIGO(WRK-SUB-LOC) = WRK-LOCAL-ENTRADA
                   MOVE WRK-SUB-LOC TO WRK-LOC-ACHADO
                   MOVE WRK-QTD-LOC TO WRK-SUB-LOC
               END-IF
           END-PERFORM.
           IF WRK-LOC-ACHADO = ZEROS
               DISPLAY 'LOCAL ' WRK-LOCAL-ENTRADA
                   ' NAO CADASTRADO NO LOCMAST.'
               MOVE ZEROS TO WRK-PO-ACHADO
           ELSE
               MOVE WRK-LOCAL-ENTRADA TO WRK-PO-LOCAL(WRK-PO-ACHADO)
           END-IF.

       0220-APLICAR-RECEBIMENTO.
           ADD WRK-QTD-RECEBIDA
               TO WRK-PO-RECEBIDA(WRK-PO-ACHADO).
               DISPLAY 'ITEM NAO ESTA NO CATALOGO - ESTOQUE NAO '
                   'ATUALIZADO.'
           ELSE
               PERFORM 0238-REGISTRAR-LINHA-NOTA
               ADD WRK-QTD-RECEBIDA
                   TO WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
               PERFORM 0235-CREDITAR-SALDO-LOCAL
               IF WRK-LOTE-ENTRADA NOT = SPACES
                   PERFORM 0237-CREDITAR-LOTE
               END-IF
               DISPLAY 'ESTOQUE ATUAL DO ITEM: '
                   WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
               PERFORM 0240-REGISTRAR-CREDITO-ICMS
           END-IF.

       0235-CREDITAR-SALDO-LOCAL.
           MOVE ZEROS TO WRK-ELC-ACHADO.
           PERFORM VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC
               IF WRK-ELC-ITEM(WRK-SUB-ELC) = WRK-ITEM-ENTRADA
                   AND WRK-ELC-LOCAL(WRK-SUB-ELC) = WRK-LOCAL-ENTRADA
                   MOVE WRK-SUB-ELC TO WRK-ELC-ACHADO
                   MOVE WRK-QTD-ELC TO WRK-SUB-ELC
               END-IF
           END-PERFORM.
           IF WRK-ELC-ACHADO = ZEROS
               MOVE 'WRK-TAB-ELC' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-ELC TO WRK-TABCHK-QTD
               MOVE 300 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-ELC
               MOVE WRK-QTD-ELC TO WRK-ELC-ACHADO
               MOVE WRK-ITEM-ENTRADA
                   TO WRK-ELC-ITEM(WRK-ELC-ACHADO)
               MOVE WRK-LOCAL-ENTRADA
                   TO WRK-ELC-LOCAL(WRK-ELC-ACHADO)
               MOVE ZEROS TO WRK-ELC-SALDO(WRK-ELC-ACHADO)
               MOVE ZEROS TO WRK-ELC-PONTO-REP(WRK-ELC-ACHADO)
               MOVE ZEROS TO WRK-ELC-TRANSITO(WRK-ELC-ACHADO)
           END-IF.
           ADD WRK-QTD-RECEBIDA TO WRK-ELC-SALDO(WRK-ELC-ACHADO).
           DISPLAY 'SALDO DO ITEM NO LOCAL ' WRK-LOCAL-ENTRADA ': '
               WRK-ELC-SALDO(WRK-ELC-ACHADO).

      *    MESMO LOTE DO MESMO ITEM NO MESMO LOCAL SOMA AO SALDO
      *    EXISTENTE (A VALIDADE DO LOTE NAO MUDA).
       0237-CREDITAR-LOTE.
           MOVE ZEROS TO WRK-LTE-ACHADO.
           PERFORM VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE
               IF WRK-LTE-ITEM(WRK-SUB-LTE) = WRK-ITEM-ENTRADA
                   AND WRK-LTE-LOCAL(WRK-SUB-LTE) = WRK-LOCAL-ENTRADA
                   AND WRK-LTE-LOTE(WRK-SUB-LTE) = WRK-LOTE-ENTRADA
                   MOVE WRK-SUB-LTE TO WRK-LTE-ACHADO
                   MOVE WRK-QTD-LTE TO WRK-SUB-LTE
               END-IF
           END-PERFORM.
           IF WRK-LTE-ACHADO = ZEROS
               MOVE 'WRK-TAB-LTE' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-LTE TO WRK-TABCHK-QTD
               MOVE 500 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-LTE
               MOVE WRK-QTD-LTE TO WRK-LTE-ACHADO
               MOVE WRK-ITEM-ENTRADA
                   TO WRK-LTE-ITEM(WRK-LTE-ACHADO)
               MOVE WRK-LOCAL-ENTRADA
                   TO WRK-LTE-LOCAL(WRK-LTE-ACHADO)
               MOVE WRK-LOTE-ENTRADA
                   TO WRK-LTE-LOTE(WRK-LTE-ACHADO)
               MOVE WRK-VALIDADE-ENTRADA
                   TO WRK-LTE-VALIDADE(WRK-LTE-ACHADO)
               MOVE ZEROS TO WRK-LTE-SALDO(WRK-LTE-ACHADO)
               MOVE WRK-DATA-HOJE
                   TO WRK-LTE-ENTRADA(WRK-LTE-ACHADO)
           END-IF.
           ADD WRK-QTD-RECEBIDA TO WRK-LTE-SALDO(WRK-LTE-ACHADO).
           MOVE 'S' TO WRK-HOUVE-LOTE.
           DISPLAY 'SALDO DO LOTE ' WRK-LOTE-ENTRADA ' VALIDADE '
               WRK-LTE-VALIDADE(WRK-LTE-ACHADO) ': '
               WRK-LTE-SALDO(WRK-LTE-ACHADO).

      *    O CUSTO DO ITEM SO MUDA NO FECHAMENTO DA NOTA; ATE LA A
      *    LINHA GUARDA O PRECO DO FORNECEDOR (O DA NOTA OU, SEM ELE,
      *    O CUSTO ATUAL DO CATALOGO) E O ESTOQUE ANTES DA ENTRADA.
       0238-REGISTRAR-LINHA-NOTA.
           IF WRK-CUSTO-UNITARIO > 0
               MOVE WRK-CUSTO-UNITARIO TO WRK-PRECO-FORNECEDOR
           ELSE
               MOVE WRK-CAT-CUSTO(WRK-CAT-ACHADO)
                   TO WRK-PRECO-FORNECEDOR
           END-IF.
           MOVE 'WRK-TAB-NOTA' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-NOTA TO WRK-TABCHK-QTD.
           MOVE 50 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-NOTA.
           MOVE WRK-CAT-ACHADO TO WRK-NOTA-CAT(WRK-QTD-NOTA).
           MOVE WRK-QTD-RECEBIDA TO WRK-NOTA-QTDE(WRK-QTD-NOTA).
           MOVE WRK-PRECO-FORNECEDOR TO WRK-NOTA-PRECO(WRK-QTD-NOTA).
           COMPUTE WRK-NOTA-PESO-LIN(WRK-QTD-NOTA) =
               WRK-QTD-RECEBIDA * WRK-CAT-PESO(WRK-CAT-ACHADO).
           MOVE WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
               TO WRK-NOTA-EST-ANT(WRK-QTD-NOTA).
           MOVE ZEROS TO WRK-NOTA-FRETE(WRK-QTD-NOTA).
           MOVE WRK-PO-FORNECEDOR(WRK-PO-ACHADO)
               TO WRK-NOTA-FORNECEDOR.

       0240-REGISTRAR-CREDITO-ICMS.
           MOVE WRK-DATA-HOJE TO IE-DATA.
           MOVE WRK-PO-ENTRADA TO IE-PO-NUMERO.
           MOVE WRK-PO-FORNECEDOR(WRK-PO-ACHADO) TO IE-FORNECEDOR.
           MOVE WRK-ITEM-ENTRADA TO IE-ITEM.
           MOVE WRK-CAT-NCM(WRK-CAT-ACHADO) TO IE-NCM.
           MOVE WRK-QTD-RECEBIDA TO IE-QTDE.
           MOVE WRK-PRECO-FORNECEDOR TO IE-CUSTO-UNITARIO.
           COMPUTE IE-BASE = WRK-QTD-RECEBIDA
               * WRK-PRECO-FORNECEDOR.
           IF WRK-ALIQ-NOTA > 0
               MOVE WRK-ALIQ-NOTA TO IE-ALIQ
           ELSE
               MOVE WRK-CAT-ICMS-ALIQ(WRK-CAT-ACHADO) TO IE-ALIQ
           END-IF.
           IF WRK-CAT-ICMS-ST(WRK-CAT-ACHADO) = 'S'
               MOVE 'S' TO IE-ST
               MOVE ZEROS TO IE-CREDITO
           ELSE
               MOVE 'N' TO IE-ST
               COMPUTE IE-CREDITO ROUNDED = IE-BASE * IE-ALIQ / 100
           END-IF.
           WRITE ICMS-ENTRY-RECORD.
           MOVE 'ICMSENT' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSENT,
               WRK-FSCHK-CHAVE.
           ADD IE-CREDITO TO WRK-TOT-CREDITO-ICMS.
           MOVE IE-CREDITO TO WRK-CREDITO-ED.
           IF IE-ST = 'S'
               DISPLAY 'ITEM EM SUBSTITUICAO TRIBUTARIA - SEM '
                   'CREDITO DE ICMS.'
           ELSE
               DISPLAY 'CREDITO DE ICMS DA ENTRADA: ' WRK-CREDITO-ED
           END-IF.

      *    FECHAMENTO DA NOTA: O FRETE DE ENTRADA E COTADO PELA MESMA
      *    TABELA DO FRETE (CALL 'FRETE-COTA', SENTIDO E: DA UF DO
      *    FORNECEDOR PARA O DEPOSITO PRINCIPAL), RATEADO PELO VALOR OU
      *    PELO PESO DAS LINHAS, E O IT-CUSTO DE CADA ITEM PASSA A SER
      *    O CUSTO MEDIO PONDERADO ENTRE O ESTOQUE ANTERIOR E A ENTRADA
      *    COM O FRETE.
       0250-FECHAR-NOTA.
           PERFORM 0251-TOTALIZAR-NOTA.
           PERFORM 0252-COTAR-FRETE-ENTRADA.
           MOVE 'V' TO WRK-RATEIO.
           IF WRK-FRETE-NOTA > ZEROS
               PERFORM 0253-DEFINIR-RATEIO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-FRETE-NOTA = ZEROS
                   MOVE 'SEM FRETE' TO WRK-RATEIO-DESC
               WHEN WRK-RATEIO-PESO
                   MOVE 'PELO PESO' TO WRK-RATEIO-DESC
               WHEN WRK-RATEIO-VALOR
                   MOVE 'PELO VALOR' TO WRK-RATEIO-DESC
               WHEN OTHER
                   MOVE 'PELA QTDE' TO WRK-RATEIO-DESC
           END-EVALUATE.
           MOVE WRK-FRETE-NOTA TO WRK-FRETE-ED.
           MOVE SPACES TO LANDED-COST-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RELATORIO.
           MOVE SPACES TO LANDED-COST-REPORT-RECORD.
           STRING 'PEDIDO ' WRK-PO-ENTRADA
               ' FORNECEDOR ' WRK-NOTA-FORNECEDOR
               ' UF ' WRK-NOTA-UF
               ' FRETE ' WRK-FRETE-ED
               ' RATEIO ' WRK-RATEIO-DESC
               DELIMITED BY SIZE INTO LANDED-COST-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RELATORIO.
           MOVE 'ITEM     QTDE PRECO FOR FRETE UN. CUSTO ENT MEDIO ANT'
               TO LANDED-COST-REPORT-RECORD.
           MOVE ' MEDIO NOV ACRES%' TO LANDED-COST-REPORT-RECORD(54:17).
           PERFORM 0295-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-FRETE-RATEADO.
           PERFORM VARYING WRK-SUB-NOTA FROM 1 BY 1
               UNTIL WRK-SUB-NOTA > WRK-QTD-NOTA
               PERFORM 0255-APLICAR-CUSTO-LINHA
           END-PERFORM.
           DISPLAY 'NOTA DO PEDIDO ' WRK-PO-ENTRADA ' FECHADA - FRETE '
               WRK-FRETE-ED ' - RATEIO ' WRK-RATEIO-DESC.

      *    A CATEGORIA DA COTACAO E A DA LINHA DE MAIOR VALOR DA NOTA.
       0251-TOTALIZAR-NOTA.
           MOVE ZEROS TO WRK-NOTA-VALOR WRK-NOTA-PESO
               WRK-NOTA-QTDE-TOT WRK-NOTA-MAIOR-VALOR.
           MOVE 'N' TO WRK-NOTA-SEM-PESO.
           MOVE SPACES TO WRK-COT-PRODUTO.
           PERFORM VARYING WRK-SUB-NOTA FROM 1 BY 1
               UNTIL WRK-SUB-NOTA > WRK-QTD-NOTA
               COMPUTE WRK-BASE-LINHA =
                   WRK-NOTA-QTDE(WRK-SUB-NOTA)
                   * WRK-NOTA-PRECO(WRK-SUB-NOTA)
               ADD WRK-BASE-LINHA TO WRK-NOTA-VALOR
               ADD WRK-NOTA-PESO-LIN(WRK-SUB-NOTA) TO WRK-NOTA-PESO
               ADD WRK-NOTA-QTDE(WRK-SUB-NOTA) TO WRK-NOTA-QTDE-TOT
               IF WRK-NOTA-PESO-LIN(WRK-SUB-NOTA) = ZEROS
                   MOVE 'S' TO WRK-NOTA-SEM-PESO
               END-IF
               IF WRK-BASE-LINHA > WRK-NOTA-MAIOR-VALOR
                   MOVE WRK-BASE-LINHA TO WRK-NOTA-MAIOR-VALOR
                   MOVE WRK-CAT-CATEGORIA(WRK-NOTA-CAT(WRK-SUB-NOTA))
                       TO WRK-COT-PRODUTO
               END-IF
           END-PERFORM.

      *    SEM UF DO FORNECEDOR, SEM ROTA NA TABELA OU COM VALOR QUE
      *    NAO CABE NA COTACAO, VALE O FRETE PAGO NO CONHECIMENTO. PESO
      *    ACIMA DE 999,99 KG JA CAI NA ULTIMA FAIXA DE ADICIONAL.
       0252-COTAR-FRETE-ENTRADA.
           MOVE ZEROS TO WRK-FRETE-NOTA.
           MOVE SPACES TO WRK-NOTA-UF.
           MOVE 'N' TO WRK-COT-RESULTADO.
           PERFORM VARYING WRK-SUB-FOR FROM 1 BY 1
               UNTIL WRK-SUB-FOR > WRK-QTD-FOR
               IF WRK-FOR-CODIGO(WRK-SUB-FOR) = WRK-NOTA-FORNECEDOR
                   MOVE WRK-FOR-UF(WRK-SUB-FOR) TO WRK-NOTA-UF
                   MOVE WRK-QTD-FOR TO WRK-SUB-FOR
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-NOTA-UF = SPACES
                   DISPLAY 'FORNECEDOR ' WRK-NOTA-FORNECEDOR
                       ' SEM UF NO SUPPMAST.'
               WHEN WRK-NOTA-VALOR > 999999,99
                   DISPLAY 'VALOR DA NOTA ACIMA DO LIMITE DA COTACAO.'
               WHEN OTHER
                   MOVE WRK-NOTA-VALOR TO WRK-COT-VALOR
                   IF WRK-NOTA-PESO > 999,99
                       MOVE 999,99 TO WRK-COT-PESO
                   ELSE
                       MOVE WRK-NOTA-PESO TO WRK-COT-PESO
                   END-IF
                   CALL 'FRETE-COTA' USING WRK-COT-SENTIDO,
                       WRK-NOTA-UF, WRK-COT-VALOR, WRK-COT-PESO,
                       WRK-COT-PRODUTO, WRK-COT-FRETE,
                       WRK-COT-PRAZO, WRK-COT-RESULTADO
           END-EVALUATE.
           IF WRK-COT-RESULTADO = 'S'
               MOVE WRK-COT-FRETE TO WRK-FRETE-NOTA
               MOVE WRK-FRETE-NOTA TO WRK-FRETE-ED
               DISPLAY 'FRETE DE ENTRADA COTADO (' WRK-NOTA-UF
                   ' PARA O DEPOSITO PRINCIPAL): ' WRK-FRETE-ED
           ELSE
               DISPLAY 'FRETE DE ENTRADA NAO COTADO PELA TABELA - '
                   'FRETE PAGO NO CONHECIMENTO (9(6)V99, ZERO = SEM '
                   'FRETE): '
               ACCEPT WRK-FRETE-NOTA
           END-IF.

      *    PESO SO SERVE DE BASE COM TODOS OS ITENS PESADOS NO
      *    CATALOGO; NOTA SEM PRECO NENHUM RATEIA PELA QUANTIDADE.
       0253-DEFINIR-RATEIO.
           DISPLAY 'RATEIO DO FRETE (V=VALOR P=PESO): '.
           ACCEPT WRK-RATEIO.
           IF WRK-RATEIO-PESO AND WRK-NOTA-SEM-PESO = 'S'
               DISPLAY 'ITEM SEM PESO NO CATALOGO - RATEIO PELO VALOR.'
               MOVE 'V' TO WRK-RATEIO
           END-IF.
           IF NOT WRK-RATEIO-PESO
               MOVE 'V' TO WRK-RATEIO
           END-IF.
           IF WRK-RATEIO-VALOR AND WRK-NOTA-VALOR = ZEROS
               MOVE 'Q' TO WRK-RATEIO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-RATEIO-PESO
                   MOVE WRK-NOTA-PESO TO WRK-BASE-RATEIO
               WHEN WRK-RATEIO-VALOR
                   MOVE WRK-NOTA-VALOR TO WRK-BASE-RATEIO
               WHEN OTHER
                   MOVE WRK-NOTA-QTDE-TOT TO WRK-BASE-RATEIO
           END-EVALUATE.

      *    A PARTE DE CADA LINHA E TRUNCADA E A ULTIMA LEVA O RESTO,
      *    PARA O RATEIO FECHAR COM O FRETE DA NOTA.
       0255-APLICAR-CUSTO-LINHA.
           MOVE WRK-NOTA-CAT(WRK-SUB-NOTA) TO WRK-CAT-ACHADO.
           IF WRK-FRETE-NOTA > ZEROS
               IF WRK-SUB-NOTA = WRK-QTD-NOTA
                   COMPUTE WRK-NOTA-FRETE(WRK-SUB-NOTA) =
                       WRK-FRETE-NOTA - WRK-FRETE-RATEADO
               ELSE
                   EVALUATE TRUE
                       WHEN WRK-RATEIO-PESO
                           MOVE WRK-NOTA-PESO-LIN(WRK-SUB-NOTA)
                               TO WRK-BASE-LINHA
                       WHEN WRK-RATEIO-VALOR
                           COMPUTE WRK-BASE-LINHA =
                               WRK-NOTA-QTDE(WRK-SUB-NOTA)
                               * WRK-NOTA-PRECO(WRK-SUB-NOTA)
                       WHEN OTHER
                           MOVE WRK-NOTA-QTDE(WRK-SUB-NOTA)
                               TO WRK-BASE-LINHA
                   END-EVALUATE
                   COMPUTE WRK-NOTA-FRETE(WRK-SUB-NOTA) =
                       WRK-FRETE-NOTA * WRK-BASE-LINHA
                       / WRK-BASE-RATEIO
                   ADD WRK-NOTA-FRETE(WRK-SUB-NOTA)
                       TO WRK-FRETE-RATEADO
               END-IF
           END-IF.
           MOVE WRK-CAT-CUSTO(WRK-CAT-ACHADO) TO WRK-CUSTO-ANTERIOR.
           COMPUTE WRK-CUSTO-ENTRADA ROUNDED =
               WRK-NOTA-PRECO(WRK-SUB-NOTA)
               + WRK-NOTA-FRETE(WRK-SUB-NOTA)
               / WRK-NOTA-QTDE(WRK-SUB-NOTA).
           IF WRK-CUSTO-ANTERIOR = ZEROS
               OR WRK-NOTA-EST-ANT(WRK-SUB-NOTA) = ZEROS
               MOVE WRK-CUSTO-ENTRADA TO WRK-CUSTO-MEDIO
           ELSE
               COMPUTE WRK-CUSTO-MEDIO ROUNDED =
                   (WRK-NOTA-EST-ANT(WRK-SUB-NOTA) * WRK-CUSTO-ANTERIOR
                   + WRK-NOTA-QTDE(WRK-SUB-NOTA)
                   * WRK-NOTA-PRECO(WRK-SUB-NOTA)
                   + WRK-NOTA-FRETE(WRK-SUB-NOTA))
                   / (WRK-NOTA-EST-ANT(WRK-SUB-NOTA)
                   + WRK-NOTA-QTDE(WRK-SUB-NOTA))
           END-IF.
           IF WRK-CUSTO-MEDIO > 99999,99
               DISPLAY 'CUSTO MEDIO DO ITEM '
                   WRK-CAT-CODIGO(WRK-CAT-ACHADO)
                   ' ACIMA DO LIMITE - CUSTO ANTERIOR MANTIDO.'
               MOVE WRK-CUSTO-ANTERIOR TO WRK-CUSTO-MEDIO
           ELSE
               MOVE WRK-CUSTO-MEDIO TO WRK-CAT-CUSTO(WRK-CAT-ACHADO)
           END-IF.
           MOVE ZEROS TO WRK-ACRESCIMO-PERC.
           IF WRK-NOTA-PRECO(WRK-SUB-NOTA) > ZEROS
               COMPUTE WRK-ACRESCIMO-CALC ROUNDED =
                   (WRK-CUSTO-ENTRADA - WRK-NOTA-PRECO(WRK-SUB-NOTA))
                   * 100 / WRK-NOTA-PRECO(WRK-SUB-NOTA)
               IF WRK-ACRESCIMO-CALC > 999,99
                   MOVE 999,99 TO WRK-ACRESCIMO-PERC
               ELSE
                   MOVE WRK-ACRESCIMO-CALC TO WRK-ACRESCIMO-PERC
               END-IF
           END-IF.
           MOVE WRK-NOTA-PRECO(WRK-SUB-NOTA) TO WRK-PRECO-ED.
           COMPUTE WRK-FRETE-UN-ED ROUNDED =
               WRK-NOTA-FRETE(WRK-SUB-NOTA)
               / WRK-NOTA-QTDE(WRK-SUB-NOTA).
           MOVE WRK-CUSTO-ENTRADA TO WRK-ENTRADA-ED.
           MOVE WRK-CUSTO-ANTERIOR TO WRK-ANTERIOR-ED.
           MOVE WRK-CUSTO-MEDIO TO WRK-MEDIO-ED.
           MOVE WRK-ACRESCIMO-PERC TO WRK-ACRESCIMO-ED.
           MOVE SPACES TO LANDED-COST-REPORT-RECORD.
           STRING WRK-CAT-CODIGO(WRK-CAT-ACHADO) '  '
               WRK-NOTA-QTDE(WRK-SUB-NOTA) ' '
               WRK-PRECO-ED ' ' WRK-FRETE-UN-ED ' '
               WRK-ENTRADA-ED ' ' WRK-ANTERIOR-ED ' '
               WRK-MEDIO-ED ' ' WRK-ACRESCIMO-ED
               DELIMITED BY SIZE INTO LANDED-COST-REPORT-RECORD.
           PERFORM 0295-GRAVAR-RELATORIO.
           DISPLAY 'ITEM ' WRK-CAT-CODIGO(WRK-CAT-ACHADO)
               ' PRECO ' WRK-PRECO-ED ' CUSTO DE ENTRADA '
               WRK-ENTRADA-ED ' CUSTO MEDIO ' WRK-MEDIO-ED.

       0290-GRAVAR-DIFERENCA.
           WRITE RECEIPT-DIFF-RECORD.
               WRK-FS-RECDIF,
               WRK-FSCHK-CHAVE.

       0295-GRAVAR-RELATORIO.
           WRITE LANDED-COST-REPORT-RECORD.
           MOVE 'CUSTREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTREL,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE RECEIPT-DIFF-FILE.
           CLOSE LANDED-COST-REPORT-FILE.
           CLOSE ICMS-ENTRY-FILE.
           IF WRK-HOUVE-ALTERACAO = 'S'
               PERFORM 0910-REGRAVAR-PEDIDOS
               PERFORM 0920-REGRAVAR-CATALOGO
               PERFORM 0930-REGRAVAR-ESTOQUE-LOCAL
           END-IF.
           IF WRK-HOUVE-LOTE = 'S'
               PERFORM 0940-REGRAVAR-LOTES
           END-IF.
           DISPLAY 'RECEBIMENTOS LANCADOS: ' WRK-QTD-RECEBIMENTOS.
           MOVE WRK-TOT-CREDITO-ICMS TO WRK-CREDITO-ED.
           DISPLAY 'CREDITO DE ICMS DAS ENTRADAS: ' WRK-CREDITO-ED.

       0910-REGRAVAR-PEDIDOS.
           OPEN OUTPUT PURCHASE-REGISTER-FILE-NOVO.
           MOVE WRK-PO-RECEBIDA(WRK-SUB-PO)   TO PON-QTD-RECEBIDA.
           MOVE WRK-PO-STATUS(WRK-SUB-PO)     TO PON-STATUS.
           MOVE WRK-PO-DATA(WRK-SUB-PO)       TO PON-DATA.
           MOVE WRK-PO-LOCAL(WRK-SUB-PO)      TO PON-LOCAL.
           MOVE WRK-PO-PRECO(WRK-SUB-PO)      TO PON-PRECO.
           MOVE WRK-PO-FATURADA(WRK-SUB-PO)   TO PON-QTD-FATURADA.
           WRITE PURCHASE-REGISTER-RECORD-NOVO.
           MOVE 'POREGNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           MOVE WRK-CAT-CATEGORIA(WRK-SUB-CAT)  TO ITN-CATEGORIA.
           MOVE WRK-CAT-FORNECEDOR(WRK-SUB-CAT) TO ITN-FORNECEDOR.
           MOVE WRK-CAT-CUSTO(WRK-SUB-CAT)      TO ITN-CUSTO.
           MOVE WRK-CAT-NCM(WRK-SUB-CAT)        TO ITN-NCM.
           MOVE WRK-CAT-ICMS-ALIQ(WRK-SUB-CAT)  TO ITN-ICMS-ALIQ.
           MOVE WRK-CAT-ICMS-ST(WRK-SUB-CAT)    TO ITN-ICMS-ST.
           MOVE WRK-CAT-LOTE-COMPRA(WRK-SUB-CAT)
               TO ITN-LOTE-COMPRA.
           MOVE WRK-CAT-PESO(WRK-SUB-CAT)       TO ITN-PESO.
           WRITE ITEM-MASTER-RECORD-NOVO.
           MOVE 'ITEMNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMNEW,
               WRK-FSCHK-CHAVE.

       0930-REGRAVAR-ESTOQUE-LOCAL.
           OPEN OUTPUT STOCK-LOCATION-FILE-NOVO.
           MOVE 'ESTLOCNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOCNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0931-GRAVAR-SALDO-LOCAL
               VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC.
           CLOSE STOCK-LOCATION-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ESTLOC,
               WRK-NOME-ESTLOCNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ESTLOC
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0931-GRAVAR-SALDO-LOCAL.
           MOVE WRK-ELC-ITEM(WRK-SUB-ELC)      TO ELN-ITEM.
           MOVE WRK-ELC-LOCAL(WRK-SUB-ELC)     TO ELN-LOCAL.
           MOVE WRK-ELC-SALDO(WRK-SUB-ELC)     TO ELN-SALDO.
           MOVE WRK-ELC-PONTO-REP(WRK-SUB-ELC) TO ELN-PONTO-REP.
           MOVE WRK-ELC-TRANSITO(WRK-SUB-ELC)  TO ELN-TRANSITO.
           WRITE STOCK-LOCATION-RECORD-NOVO.
           MOVE 'ESTLOCNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOCNW,
               WRK-FSCHK-CHAVE.

       0940-REGRAVAR-LOTES.
           OPEN OUTPUT LOT-FILE-NOVO.
           MOVE 'LOTESNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTESNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0941-GRAVAR-LOTE
               VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE.
           CLOSE LOT-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-LOTES,
               WRK-NOME-LOTESNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-LOTES
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0941-GRAVAR-LOTE.
           MOVE WRK-LTE-ITEM(WRK-SUB-LTE)     TO LTN-ITEM.
           MOVE WRK-LTE-LOCAL(WRK-SUB-LTE)    TO LTN-LOCAL.
           MOVE WRK-LTE-LOTE(WRK-SUB-LTE)     TO LTN-LOTE.
           MOVE WRK-LTE-VALIDADE(WRK-SUB-LTE) TO LTN-VALIDADE.
           MOVE WRK-LTE-SALDO(WRK-SUB-LTE)    TO LTN-SALDO.
           MOVE WRK-LTE-ENTRADA(WRK-SUB-LTE)  TO LTN-DATA-ENTRADA.
           WRITE LOT-RECORD-NOVO.
           MOVE 'LOTESNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTESNW,
               WRK-FSCHK-CHAVE.
