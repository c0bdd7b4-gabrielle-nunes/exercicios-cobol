       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSF.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: TRANSFERENCIA DE MERCADORIA ENTRE LOCAIS DE ESTOQUE
      *          (LOJAS E RETAGUARDA DO LOCMAST). O OPERADOR (SIGN-ON
      *          OBRIGATORIO) EXPEDE UM DOCUMENTO DE ORIGEM PARA
      *          DESTINO COM UM OU MAIS ITENS: O SALDO DA ORIGEM NO
      *          ESTLOC.dat BAIXA E A QUANTIDADE FICA EM TRANSITO NO
      *          DESTINO. NO RECEBIMENTO O DESTINO CONFIRMA A
      *          QUANTIDADE QUE CHEGOU: O TRANSITO VIRA SALDO E A
      *          FALTA (EXTRAVIO NO CAMINHO) SAI DO IT-ESTOQUE TOTAL,
      *          FICANDO O DOCUMENTO COM STATUS DE DIVERGENCIA. OS
      *          DOCUMENTOS FICAM NO TRANSF.dat; ESTLOC, ITEMMAST E
      *          TRANSF SAO REGRAVADOS E PROMOVIDOS NO ENCERRAMENTO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: A SEGUNDA LOJA E A RETAGUARDA PASSARAM A
      *             TER SALDO PROPRIO E A MERCADORIA QUE IA DE UM
      *             LUGAR PARA OUTRO SO EXISTIA EM PAPEL.
      *2026-10-15 - A EXPEDICAO SEPARA A QUANTIDADE PELOS LOTES DA
      *             ORIGEM DE VALIDADE MAIS PROXIMA (UMA LINHA POR LOTE,
      *             TR-LOTE/TR-VALIDADE) E O RECEBIMENTO CREDITA O MESMO
      *             LOTE NO DESTINO (LOTES.dat).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O LOTE DE COMPRA DO
      *             ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOCMAST.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMMAST.
           SELECT ITEM-MASTER-FILE-NOVO ASSIGN TO "ITEMNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMNEW.
           SELECT STOCK-LOCATION-FILE ASSIGN TO "ESTLOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTLOC.
           SELECT STOCK-LOCATION-FILE-NOVO ASSIGN TO "ESTLOCNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTLOCNW.
           SELECT TRANSFER-FILE ASSIGN TO "TRANSF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT TRANSFER-FILE-NOVO ASSIGN TO "TRANSFNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSFNW.
           SELECT LOT-FILE ASSIGN TO "LOTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTES.
           SELECT LOT-FILE-NOVO ASSIGN TO "LOTESNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTESNW.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-MASTER-FILE.
       01  LOCATION-MASTER-RECORD.
           02 LC-CODIGO              PIC X(04).
           02 LC-NOME                PIC X(20).
           02 LC-TIPO                PIC X(01).

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

       FD  ITEM-MASTER-FILE-NOVO.
       01  ITEM-MASTER-RECORD-NOVO.
           02 ITN-CODIGO             PIC X(06).
           02 ITN-DESCRICAO          PIC X(20).
           02 ITN-PRECO              PIC 9(05)V99.
           02 ITN-ATIVO              PIC X(01).
           02 ITN-ESTOQUE            PIC 9(05).
           02 ITN-PONTO-REP          PIC 9(05).
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

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           02 TR-NUMERO              PIC 9(06).
           02 TR-ITEM                PIC X(06).
           02 TR-ORIGEM              PIC X(04).
           02 TR-DESTINO             PIC X(04).
           02 TR-QTD-ENVIADA         PIC 9(05).
           02 TR-QTD-RECEBIDA        PIC 9(05).
           02 TR-STATUS              PIC X(01).
           02 TR-DATA-ENVIO          PIC 9(08).
           02 TR-OPER-ENVIO          PIC X(06).
           02 TR-DATA-RECEB          PIC 9(08).
           02 TR-OPER-RECEB          PIC X(06).
           02 TR-LOTE                PIC X(10).
           02 TR-VALIDADE            PIC 9(08).

       FD  TRANSFER-FILE-NOVO.
       01  TRANSFER-RECORD-NOVO.
           02 TRN-NUMERO             PIC 9(06).
           02 TRN-ITEM               PIC X(06).
           02 TRN-ORIGEM             PIC X(04).
           02 TRN-DESTINO            PIC X(04).
           02 TRN-QTD-ENVIADA        PIC 9(05).
           02 TRN-QTD-RECEBIDA       PIC 9(05).
           02 TRN-STATUS             PIC X(01).
           02 TRN-DATA-ENVIO         PIC 9(08).
           02 TRN-OPER-ENVIO         PIC X(06).
           02 TRN-DATA-RECEB         PIC 9(08).
           02 TRN-OPER-RECEB         PIC X(06).
           02 TRN-LOTE               PIC X(10).
           02 TRN-VALIDADE           PIC 9(08).

      *    SALDO POR LOTE DE FORNECEDOR DENTRO DO SALDO DO ITEM NO
      *    LOCAL (CRIADO NA ENTRADA PELO RECEBIMENTO).
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

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'TRANSF'.
       77 WRK-FS-LOCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOCNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRANSF          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRANSFNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTES           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTESNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-LOCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOCAIS                    VALUE 'S'.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-ESTLOC         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOCAL              VALUE 'S'.
       77 WRK-FIM-TRANSF         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DOCUMENTOS                VALUE 'S'.
       77 WRK-FIM-LOTES          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOTE               VALUE 'S'.
       77 WRK-FIM-DIALOGO        PIC X(01)      VALUE 'N'.
           88 WRK-DIALOGO-ENCERRADO             VALUE 'S'.
       77 WRK-FIM-ITENS          PIC X(01)      VALUE 'N'.
           88 WRK-ITENS-ENCERRADOS              VALUE 'S'.
       77 WRK-QTD-LOC            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-LOC            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-LOC-ACHADO         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ELC-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ELC-ORIGEM         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ELC-DESTINO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-TRF            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-TRF            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LTE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-LTE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-LTE-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-LOTE-LINHA         PIC X(10)      VALUE SPACES.
       77 WRK-VALIDADE-LINHA     PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-LINHA          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-A-SEPARAR      PIC 9(05)      VALUE ZEROS.
       77 WRK-OPCAO              PIC X(03)      VALUE SPACES.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-ULTIMO-DOC         PIC 9(06)      VALUE ZEROS.
       77 WRK-DOC-ATUAL          PIC 9(06)      VALUE ZEROS.
       77 WRK-DOC-ENTRADA-X      PIC X(06)      VALUE SPACES.
       77 WRK-ORIGEM             PIC X(04)      VALUE SPACES.
       77 WRK-DESTINO            PIC X(04)      VALUE SPACES.
       77 WRK-LOCAL-BUSCA        PIC X(04)      VALUE SPACES.
       77 WRK-ITEM-ENTRADA       PIC X(06)      VALUE SPACES.
       77 WRK-QTD-ENTRADA        PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-FALTA          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-LINHAS-DOC     PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-EXPEDIDOS      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-RECEBIDOS      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES    PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-EM-TRANSITO    PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-VALIDA         PIC X(01)      VALUE 'N'.
           88 WRK-QTD-OK                        VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-NOME-ITEMMAST      PIC X(20)      VALUE "ITEMMAST.dat".
       77 WRK-NOME-ITEMNEW       PIC X(20)      VALUE "ITEMNEW.dat".
       77 WRK-NOME-ESTLOC        PIC X(20)      VALUE "ESTLOC.dat".
       77 WRK-NOME-ESTLOCNW      PIC X(20)      VALUE "ESTLOCNW.dat".
       77 WRK-NOME-TRANSF        PIC X(20)      VALUE "TRANSF.dat".
       77 WRK-NOME-TRANSFNW      PIC X(20)      VALUE "TRANSFNW.dat".
       77 WRK-NOME-LOTES         PIC X(20)      VALUE "LOTES.dat".
       77 WRK-NOME-LOTESNW       PIC X(20)      VALUE "LOTESNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-LOC VALUE SPACES.
           02 WRK-LOC-LINHA OCCURS 20 TIMES.
               03 WRK-LOC-CODIGO     PIC X(04).
               03 WRK-LOC-NOME       PIC X(20).

       01  WRK-TAB-CAT VALUE ZEROS.
           02 WRK-CAT-LINHA OCCURS 100 TIMES.
               03 WRK-CAT-CODIGO     PIC X(06).
               03 WRK-CAT-DESCRICAO  PIC X(20).
               03 WRK-CAT-PRECO      PIC 9(05)V99.
               03 WRK-CAT-ATIVO      PIC X(01).
               03 WRK-CAT-ESTOQUE    PIC 9(05).
               03 WRK-CAT-PONTO-REP  PIC 9(05).
               03 WRK-CAT-CATEGORIA  PIC X(10).
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

       01  WRK-TAB-TRF VALUE ZEROS.
           02 WRK-TRF-LINHA OCCURS 500 TIMES.
               03 WRK-TRF-NUMERO     PIC 9(06).
               03 WRK-TRF-ITEM       PIC X(06).
               03 WRK-TRF-ORIGEM     PIC X(04).
               03 WRK-TRF-DESTINO    PIC X(04).
               03 WRK-TRF-ENVIADA    PIC 9(05).
               03 WRK-TRF-RECEBIDA   PIC 9(05).
               03 WRK-TRF-STATUS     PIC X(01).
               03 WRK-TRF-DATA-ENVIO PIC 9(08).
               03 WRK-TRF-OPER-ENVIO PIC X(06).
               03 WRK-TRF-DATA-RECEB PIC 9(08).
               03 WRK-TRF-OPER-RECEB PIC X(06).
               03 WRK-TRF-LOTE       PIC X(10).
               03 WRK-TRF-VALIDADE   PIC 9(08).

       01  WRK-TAB-LTE VALUE ZEROS.
           02 WRK-LTE-LINHA OCCURS 500 TIMES.
               03 WRK-LTE-ITEM       PIC X(06).
               03 WRK-LTE-LOCAL      PIC X(04).
               03 WRK-LTE-LOTE       PIC X(10).
               03 WRK-LTE-VALIDADE   PIC 9(08).
               03 WRK-LTE-SALDO      PIC 9(05).
               03 WRK-LTE-ENTRADA    PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-DIALOGO-ENCERRADO.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-LOCAIS.
           PERFORM 0120-CARREGAR-CATALOGO.
           PERFORM 0130-CARREGAR-ESTOQUE-LOCAL.
           PERFORM 0140-CARREGAR-DOCUMENTOS.
           PERFORM 0150-CARREGAR-LOTES.

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

       0110-CARREGAR-LOCAIS.
           OPEN INPUT LOCATION-MASTER-FILE.
           MOVE 'LOCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOCMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-LOCAL UNTIL WRK-FIM-LOCAIS.
           CLOSE LOCATION-MASTER-FILE.

       0111-LER-LOCAL.
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
                   MOVE LC-NOME   TO WRK-LOC-NOME(WRK-QTD-LOC)
           END-READ.
           MOVE 'LOCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOCMAST,
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
                   MOVE IT-CODIGO
                       TO WRK-CAT-CODIGO(WRK-QTD-CAT)
                   MOVE IT-DESCRICAO
                       TO WRK-CAT-DESCRICAO(WRK-QTD-CAT)
                   MOVE IT-PRECO
                       TO WRK-CAT-PRECO(WRK-QTD-CAT)
                   MOVE IT-ATIVO
                       TO WRK-CAT-ATIVO(WRK-QTD-CAT)
                   MOVE IT-ESTOQUE
                       TO WRK-CAT-ESTOQUE(WRK-QTD-CAT)
                   MOVE IT-PONTO-REP
                       TO WRK-CAT-PONTO-REP(WRK-QTD-CAT)
                   MOVE IT-CATEGORIA
                       TO WRK-CAT-CATEGORIA(WRK-QTD-CAT)
                   MOVE IT-FORNECEDOR
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
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
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

       0140-CARREGAR-DOCUMENTOS.
           MOVE ZEROS TO WRK-ULTIMO-DOC.
           OPEN INPUT TRANSFER-FILE.
           IF WRK-FS-TRANSF = '00'
               PERFORM 0141-LER-DOCUMENTO UNTIL WRK-FIM-DOCUMENTOS
               CLOSE TRANSFER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-TRANSF
           END-IF.
           DISPLAY 'LINHAS DE TRANSFERENCIA CARREGADAS: ' WRK-QTD-TRF.

       0141-LER-DOCUMENTO.
           READ TRANSFER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRANSF
               NOT AT END
                   MOVE 'WRK-TAB-TRF' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-TRF TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-TRF
                   MOVE TR-NUMERO
                       TO WRK-TRF-NUMERO(WRK-QTD-TRF)
                   MOVE TR-ITEM
                       TO WRK-TRF-ITEM(WRK-QTD-TRF)
                   MOVE TR-ORIGEM
                       TO WRK-TRF-ORIGEM(WRK-QTD-TRF)
                   MOVE TR-DESTINO
                       TO WRK-TRF-DESTINO(WRK-QTD-TRF)
                   MOVE TR-QTD-ENVIADA
                       TO WRK-TRF-ENVIADA(WRK-QTD-TRF)
                   MOVE TR-QTD-RECEBIDA
                       TO WRK-TRF-RECEBIDA(WRK-QTD-TRF)
                   MOVE TR-STATUS
                       TO WRK-TRF-STATUS(WRK-QTD-TRF)
                   MOVE TR-DATA-ENVIO
                       TO WRK-TRF-DATA-ENVIO(WRK-QTD-TRF)
                   MOVE TR-OPER-ENVIO
                       TO WRK-TRF-OPER-ENVIO(WRK-QTD-TRF)
                   MOVE TR-DATA-RECEB
                       TO WRK-TRF-DATA-RECEB(WRK-QTD-TRF)
                   MOVE TR-OPER-RECEB
                       TO WRK-TRF-OPER-RECEB(WRK-QTD-TRF)
                   MOVE TR-LOTE
                       TO WRK-TRF-LOTE(WRK-QTD-TRF)
                   MOVE TR-VALIDADE
                       TO WRK-TRF-VALIDADE(WRK-QTD-TRF)
                   IF TR-NUMERO > WRK-ULTIMO-DOC
                       MOVE TR-NUMERO TO WRK-ULTIMO-DOC
                   END-IF
           END-READ.
           MOVE 'TRANSF' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRANSF,
               WRK-FSCHK-CHAVE.

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

       0200-PROCESSAR.
           DISPLAY 'OPCAO (E-EXPEDIR / R-RECEBER / C-CONSULTAR '
               'TRANSITO / FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'FIM'
                   MOVE 'S' TO WRK-FIM-DIALOGO
               WHEN 'E'
                   PERFORM 0300-EXPEDIR
               WHEN 'R'
                   PERFORM 0400-RECEBER
               WHEN 'C'
                   PERFORM 0500-CONSULTAR-TRANSITO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0250-VALIDAR-LOCAL.
           MOVE ZEROS TO WRK-LOC-ACHADO.
           PERFORM VARYING WRK-SUB-LOC FROM 1 BY 1
               UNTIL WRK-SUB-LOC > WRK-QTD-LOC
               IF WRK-LOC-CODIGO(WRK-SUB-LOC) = WRK-LOCAL-BUSCA
                   MOVE WRK-SUB-LOC TO WRK-LOC-ACHADO
                   MOVE WRK-QTD-LOC TO WRK-SUB-LOC
               END-IF
           END-PERFORM.

       0260-BUSCAR-ITEM.
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               IF WRK-CAT-CODIGO(WRK-SUB-CAT) = WRK-ITEM-ENTRADA
                   MOVE WRK-SUB-CAT TO WRK-CAT-ACHADO
                   MOVE WRK-QTD-CAT TO WRK-SUB-CAT
               END-IF
           END-PERFORM.

       0270-BUSCAR-SALDO-LOCAL.
           MOVE ZEROS TO WRK-ELC-ACHADO.
           PERFORM VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC
               IF WRK-ELC-ITEM(WRK-SUB-ELC) = WRK-ITEM-ENTRADA
                   AND WRK-ELC-LOCAL(WRK-SUB-ELC) = WRK-LOCAL-BUSCA
                   MOVE WRK-SUB-ELC TO WRK-ELC-ACHADO
                   MOVE WRK-QTD-ELC TO WRK-SUB-ELC
               END-IF
           END-PERFORM.

       0275-CRIAR-SALDO-LOCAL.
           MOVE 'WRK-TAB-ELC' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-ELC TO WRK-TABCHK-QTD.
           MOVE 300 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-ELC.
           MOVE WRK-QTD-ELC TO WRK-ELC-ACHADO.
           MOVE WRK-ITEM-ENTRADA TO WRK-ELC-ITEM(WRK-ELC-ACHADO).
           MOVE WRK-LOCAL-BUSCA  TO WRK-ELC-LOCAL(WRK-ELC-ACHADO).
           MOVE ZEROS TO WRK-ELC-SALDO(WRK-ELC-ACHADO).
           MOVE ZEROS TO WRK-ELC-PONTO-REP(WRK-ELC-ACHADO).
           MOVE ZEROS TO WRK-ELC-TRANSITO(WRK-ELC-ACHADO).

       0300-EXPEDIR.
           DISPLAY 'LOCAL DE ORIGEM: '.
           ACCEPT WRK-ORIGEM.
           DISPLAY 'LOCAL DE DESTINO: '.
           ACCEPT WRK-DESTINO.
           MOVE WRK-ORIGEM TO WRK-LOCAL-BUSCA.
           PERFORM 0250-VALIDAR-LOCAL.
           IF WRK-LOC-ACHADO = ZEROS
               DISPLAY 'ORIGEM ' WRK-ORIGEM ' NAO CADASTRADA.'
           ELSE
               MOVE WRK-DESTINO TO WRK-LOCAL-BUSCA
               PERFORM 0250-VALIDAR-LOCAL
               IF WRK-LOC-ACHADO = ZEROS
                   DISPLAY 'DESTINO ' WRK-DESTINO ' NAO CADASTRADO.'
               ELSE
                   IF WRK-ORIGEM = WRK-DESTINO
                       DISPLAY 'ORIGEM E DESTINO IGUAIS.'
                   ELSE
                       PERFORM 0305-MONTAR-DOCUMENTO
                   END-IF
               END-IF
           END-IF.

       0305-MONTAR-DOCUMENTO.
           COMPUTE WRK-DOC-ATUAL = WRK-ULTIMO-DOC + 1.
           MOVE ZEROS TO WRK-QTD-LINHAS-DOC.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM 0310-EXPEDIR-ITEM UNTIL WRK-ITENS-ENCERRADOS.
           IF WRK-QTD-LINHAS-DOC = ZEROS
               DISPLAY 'DOCUMENTO SEM ITENS - NADA EXPEDIDO.'
           ELSE
               MOVE WRK-DOC-ATUAL TO WRK-ULTIMO-DOC
               ADD 1 TO WRK-QTD-EXPEDIDOS
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'TRANSFERENCIA ' WRK-DOC-ATUAL ' EXPEDIDA DE '
                   WRK-ORIGEM ' PARA ' WRK-DESTINO ' COM '
                   WRK-QTD-LINHAS-DOC ' ITEM(NS) EM TRANSITO.'
           END-IF.

       0310-EXPEDIR-ITEM.
           DISPLAY 'CODIGO DO ITEM (FIM PARA FECHAR O DOCUMENTO): '.
           ACCEPT WRK-ITEM-ENTRADA.
           IF WRK-ITEM-ENTRADA = 'FIM'
               MOVE 'S' TO WRK-FIM-ITENS
           ELSE
               PERFORM 0260-BUSCAR-ITEM
               IF WRK-CAT-ACHADO = ZEROS
                   DISPLAY 'ITEM NAO CADASTRADO.'
               ELSE
                   MOVE WRK-ORIGEM TO WRK-LOCAL-BUSCA
                   PERFORM 0270-BUSCAR-SALDO-LOCAL
                   MOVE WRK-ELC-ACHADO TO WRK-ELC-ORIGEM
                   DISPLAY 'QUANTIDADE A TRANSFERIR: '
                   ACCEPT WRK-QTD-ENTRADA
                   IF WRK-QTD-ENTRADA = ZEROS
                       DISPLAY 'QUANTIDADE ZERADA - ITEM IGNORADO.'
                   ELSE
                       IF WRK-ELC-ORIGEM = ZEROS
                           DISPLAY 'ITEM SEM SALDO NA ORIGEM '
                               WRK-ORIGEM '.'
                       ELSE
                           IF WRK-QTD-ENTRADA >
                               WRK-ELC-SALDO(WRK-ELC-ORIGEM)
                               DISPLAY 'SALDO INSUFICIENTE NA ORIGEM'
                                   ' - DISPONIVEL: '
                                   WRK-ELC-SALDO(WRK-ELC-ORIGEM)
                           ELSE
                               PERFORM 0320-REGISTRAR-ENVIO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0320-REGISTRAR-ENVIO.
           MOVE WRK-DESTINO TO WRK-LOCAL-BUSCA.
           PERFORM 0270-BUSCAR-SALDO-LOCAL.
           IF WRK-ELC-ACHADO = ZEROS
               PERFORM 0275-CRIAR-SALDO-LOCAL
           END-IF.
           MOVE WRK-ELC-ACHADO TO WRK-ELC-DESTINO.
           SUBTRACT WRK-QTD-ENTRADA
               FROM WRK-ELC-SALDO(WRK-ELC-ORIGEM).
           ADD WRK-QTD-ENTRADA
               TO WRK-ELC-TRANSITO(WRK-ELC-DESTINO).
           MOVE WRK-QTD-ENTRADA TO WRK-QTD-A-SEPARAR.
           MOVE 1 TO WRK-LTE-ACHADO.
           PERFORM 0325-SEPARAR-LOTE
               UNTIL WRK-QTD-A-SEPARAR = ZEROS
                  OR WRK-LTE-ACHADO = ZEROS.
           IF WRK-QTD-A-SEPARAR > ZEROS
               MOVE SPACES TO WRK-LOTE-LINHA
               MOVE ZEROS TO WRK-VALIDADE-LINHA
               MOVE WRK-QTD-A-SEPARAR TO WRK-QTD-LINHA
               PERFORM 0330-GRAVAR-LINHA
           END-IF.
           DISPLAY 'ITEM ' WRK-ITEM-ENTRADA ' - SALDO NA ORIGEM: '
               WRK-ELC-SALDO(WRK-ELC-ORIGEM)
               ' EM TRANSITO NO DESTINO: '
               WRK-ELC-TRANSITO(WRK-ELC-DESTINO).

      *    A MERCADORIA SAI DA ORIGEM PELOS LOTES DE VALIDADE MAIS
      *    PROXIMA (LOTE VENCIDO NAO VIAJA), UMA LINHA DO DOCUMENTO
      *    POR LOTE; O QUE PASSAR DOS LOTES VAI NUMA LINHA SEM LOTE.
       0325-SEPARAR-LOTE.
           MOVE ZEROS TO WRK-LTE-ACHADO.
           PERFORM VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE
               IF WRK-LTE-ITEM(WRK-SUB-LTE) = WRK-ITEM-ENTRADA
                   AND WRK-LTE-LOCAL(WRK-SUB-LTE) = WRK-ORIGEM
                   AND WRK-LTE-SALDO(WRK-SUB-LTE) > ZEROS
                   AND WRK-LTE-VALIDADE(WRK-SUB-LTE)
                   NOT < WRK-DATA-HOJE
                   IF WRK-LTE-ACHADO = ZEROS
                       MOVE WRK-SUB-LTE TO WRK-LTE-ACHADO
                   ELSE
                       IF WRK-LTE-VALIDADE(WRK-SUB-LTE)
                           < WRK-LTE-VALIDADE(WRK-LTE-ACHADO)
                           MOVE WRK-SUB-LTE TO WRK-LTE-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-LTE-ACHADO > ZEROS
               IF WRK-LTE-SALDO(WRK-LTE-ACHADO) > WRK-QTD-A-SEPARAR
                   MOVE WRK-QTD-A-SEPARAR TO WRK-QTD-LINHA
               ELSE
                   MOVE WRK-LTE-SALDO(WRK-LTE-ACHADO) TO WRK-QTD-LINHA
               END-IF
               SUBTRACT WRK-QTD-LINHA
                   FROM WRK-LTE-SALDO(WRK-LTE-ACHADO)
               SUBTRACT WRK-QTD-LINHA FROM WRK-QTD-A-SEPARAR
               MOVE WRK-LTE-LOTE(WRK-LTE-ACHADO) TO WRK-LOTE-LINHA
               MOVE WRK-LTE-VALIDADE(WRK-LTE-ACHADO)
                   TO WRK-VALIDADE-LINHA
               PERFORM 0330-GRAVAR-LINHA
           END-IF.

       0330-GRAVAR-LINHA.
           MOVE 'WRK-TAB-TRF' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-TRF TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-TRF.
           MOVE WRK-DOC-ATUAL    TO WRK-TRF-NUMERO(WRK-QTD-TRF).
           MOVE WRK-ITEM-ENTRADA TO WRK-TRF-ITEM(WRK-QTD-TRF).
           MOVE WRK-ORIGEM       TO WRK-TRF-ORIGEM(WRK-QTD-TRF).
           MOVE WRK-DESTINO      TO WRK-TRF-DESTINO(WRK-QTD-TRF).
           MOVE WRK-QTD-LINHA    TO WRK-TRF-ENVIADA(WRK-QTD-TRF).
           MOVE ZEROS            TO WRK-TRF-RECEBIDA(WRK-QTD-TRF).
           MOVE 'T'              TO WRK-TRF-STATUS(WRK-QTD-TRF).
           MOVE WRK-DATA-HOJE    TO WRK-TRF-DATA-ENVIO(WRK-QTD-TRF).
           MOVE WRK-OPERADOR-ID  TO WRK-TRF-OPER-ENVIO(WRK-QTD-TRF).
           MOVE ZEROS            TO WRK-TRF-DATA-RECEB(WRK-QTD-TRF).
           MOVE SPACES           TO WRK-TRF-OPER-RECEB(WRK-QTD-TRF).
           MOVE WRK-LOTE-LINHA   TO WRK-TRF-LOTE(WRK-QTD-TRF).
           MOVE WRK-VALIDADE-LINHA
                                 TO WRK-TRF-VALIDADE(WRK-QTD-TRF).
           ADD 1 TO WRK-QTD-LINHAS-DOC.
           IF WRK-LOTE-LINHA NOT = SPACES
               DISPLAY 'LOTE ' WRK-LOTE-LINHA ' VALIDADE '
                   WRK-VALIDADE-LINHA ' QTD ' WRK-QTD-LINHA
           END-IF.

       0400-RECEBER.
           DISPLAY 'NUMERO DA TRANSFERENCIA: '.
           ACCEPT WRK-DOC-ENTRADA-X.
           MOVE WRK-DOC-ENTRADA-X TO WRK-DOC-ATUAL.
           MOVE ZEROS TO WRK-QTD-LINHAS-DOC.
           PERFORM 0410-RECEBER-LINHA
               VARYING WRK-SUB-TRF FROM 1 BY 1
               UNTIL WRK-SUB-TRF > WRK-QTD-TRF.
           IF WRK-QTD-LINHAS-DOC = ZEROS
               DISPLAY 'NENHUM ITEM EM TRANSITO NA TRANSFERENCIA '
                   WRK-DOC-ATUAL '.'
           ELSE
               ADD 1 TO WRK-QTD-RECEBIDOS
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'TRANSFERENCIA ' WRK-DOC-ATUAL
                   ' RECEBIDA - ' WRK-QTD-LINHAS-DOC ' ITEM(NS).'
           END-IF.

       0410-RECEBER-LINHA.
           IF WRK-TRF-NUMERO(WRK-SUB-TRF) = WRK-DOC-ATUAL
               AND WRK-TRF-STATUS(WRK-SUB-TRF) = 'T'
               DISPLAY 'ITEM ' WRK-TRF-ITEM(WRK-SUB-TRF)
                   ' DE ' WRK-TRF-ORIGEM(WRK-SUB-TRF)
                   ' PARA ' WRK-TRF-DESTINO(WRK-SUB-TRF)
                   ' - ENVIADO: ' WRK-TRF-ENVIADA(WRK-SUB-TRF)
               IF WRK-TRF-LOTE(WRK-SUB-TRF) NOT = SPACES
                   DISPLAY 'LOTE ' WRK-TRF-LOTE(WRK-SUB-TRF)
                       ' VALIDADE ' WRK-TRF-VALIDADE(WRK-SUB-TRF)
               END-IF
               MOVE 'N' TO WRK-QTD-VALIDA
               PERFORM 0415-DIGITAR-RECEBIDO UNTIL WRK-QTD-OK
               PERFORM 0420-CONFIRMAR-CHEGADA
           END-IF.

       0415-DIGITAR-RECEBIDO.
           DISPLAY 'QUANTIDADE RECEBIDA: '.
           ACCEPT WRK-QTD-ENTRADA.
           IF WRK-QTD-ENTRADA > WRK-TRF-ENVIADA(WRK-SUB-TRF)
               DISPLAY 'RECEBIDO MAIOR QUE O ENVIADO - REDIGITE.'
           ELSE
               MOVE 'S' TO WRK-QTD-VALIDA
           END-IF.

       0420-CONFIRMAR-CHEGADA.
           MOVE WRK-TRF-ITEM(WRK-SUB-TRF) TO WRK-ITEM-ENTRADA.
           MOVE WRK-TRF-DESTINO(WRK-SUB-TRF) TO WRK-LOCAL-BUSCA.
           PERFORM 0270-BUSCAR-SALDO-LOCAL.
           IF WRK-ELC-ACHADO = ZEROS
               PERFORM 0275-CRIAR-SALDO-LOCAL
           END-IF.
           IF WRK-ELC-TRANSITO(WRK-ELC-ACHADO)
               < WRK-TRF-ENVIADA(WRK-SUB-TRF)
               MOVE ZEROS TO WRK-ELC-TRANSITO(WRK-ELC-ACHADO)
           ELSE
               SUBTRACT WRK-TRF-ENVIADA(WRK-SUB-TRF)
                   FROM WRK-ELC-TRANSITO(WRK-ELC-ACHADO)
           END-IF.
           ADD WRK-QTD-ENTRADA TO WRK-ELC-SALDO(WRK-ELC-ACHADO).
           IF WRK-TRF-LOTE(WRK-SUB-TRF) NOT = SPACES
               AND WRK-QTD-ENTRADA > ZEROS
               PERFORM 0425-CREDITAR-LOTE-DESTINO
           END-IF.
           MOVE WRK-QTD-ENTRADA TO WRK-TRF-RECEBIDA(WRK-SUB-TRF).
           MOVE WRK-DATA-HOJE   TO WRK-TRF-DATA-RECEB(WRK-SUB-TRF).
           MOVE WRK-OPERADOR-ID TO WRK-TRF-OPER-RECEB(WRK-SUB-TRF).
           ADD 1 TO WRK-QTD-LINHAS-DOC.
           COMPUTE WRK-QTD-FALTA =
               WRK-TRF-ENVIADA(WRK-SUB-TRF) - WRK-QTD-ENTRADA.
           IF WRK-QTD-FALTA = ZEROS
               MOVE 'R' TO WRK-TRF-STATUS(WRK-SUB-TRF)
           ELSE
               MOVE 'D' TO WRK-TRF-STATUS(WRK-SUB-TRF)
               ADD 1 TO WRK-QTD-DIVERGENTES
               PERFORM 0260-BUSCAR-ITEM
               IF WRK-CAT-ACHADO > ZEROS
                   IF WRK-QTD-FALTA >
                       WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
                       MOVE ZEROS TO WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
                   ELSE
                       SUBTRACT WRK-QTD-FALTA
                           FROM WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
                   END-IF
               END-IF
               DISPLAY 'DIVERGENCIA: FALTARAM ' WRK-QTD-FALTA
                   ' UNIDADE(S) - BAIXADAS DO ESTOQUE DO ITEM.'
           END-IF.

      *    O LOTE CHEGA AO DESTINO COM A MESMA VALIDADE DA ORIGEM.
       0425-CREDITAR-LOTE-DESTINO.
           MOVE ZEROS TO WRK-LTE-ACHADO.
           PERFORM VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE
               IF WRK-LTE-ITEM(WRK-SUB-LTE) = WRK-ITEM-ENTRADA
                   AND WRK-LTE-LOCAL(WRK-SUB-LTE) = WRK-LOCAL-BUSCA
                   AND WRK-LTE-LOTE(WRK-SUB-LTE)
                   = WRK-TRF-LOTE(WRK-SUB-TRF)
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
               MOVE WRK-LOCAL-BUSCA
                   TO WRK-LTE-LOCAL(WRK-LTE-ACHADO)
               MOVE WRK-TRF-LOTE(WRK-SUB-TRF)
                   TO WRK-LTE-LOTE(WRK-LTE-ACHADO)
               MOVE WRK-TRF-VALIDADE(WRK-SUB-TRF)
                   TO WRK-LTE-VALIDADE(WRK-LTE-ACHADO)
               MOVE ZEROS TO WRK-LTE-SALDO(WRK-LTE-ACHADO)
               MOVE WRK-DATA-HOJE
                   TO WRK-LTE-ENTRADA(WRK-LTE-ACHADO)
           END-IF.
           ADD WRK-QTD-ENTRADA TO WRK-LTE-SALDO(WRK-LTE-ACHADO).

       0500-CONSULTAR-TRANSITO.
           MOVE ZEROS TO WRK-QTD-EM-TRANSITO.
           DISPLAY '--- TRANSFERENCIAS EM TRANSITO ---'.
           PERFORM 0510-EXIBIR-TRANSITO
               VARYING WRK-SUB-TRF FROM 1 BY 1
               UNTIL WRK-SUB-TRF > WRK-QTD-TRF.
           DISPLAY 'LINHAS EM TRANSITO: ' WRK-QTD-EM-TRANSITO.

       0510-EXIBIR-TRANSITO.
           IF WRK-TRF-STATUS(WRK-SUB-TRF) = 'T'
               ADD 1 TO WRK-QTD-EM-TRANSITO
               DISPLAY 'TRF ' WRK-TRF-NUMERO(WRK-SUB-TRF)
                   ' ' WRK-TRF-ORIGEM(WRK-SUB-TRF)
                   '>' WRK-TRF-DESTINO(WRK-SUB-TRF)
                   ' ITEM ' WRK-TRF-ITEM(WRK-SUB-TRF)
                   ' QTD ' WRK-TRF-ENVIADA(WRK-SUB-TRF)
                   ' LOTE ' WRK-TRF-LOTE(WRK-SUB-TRF)
                   ' DESDE ' WRK-TRF-DATA-ENVIO(WRK-SUB-TRF)
           END-IF.

       0900-ENCERRAR.
           IF WRK-HOUVE-ALTERACAO = 'S'
               PERFORM 0910-REGRAVAR-DOCUMENTOS
               PERFORM 0920-REGRAVAR-ESTOQUE-LOCAL
               PERFORM 0930-REGRAVAR-CATALOGO
               IF WRK-QTD-LTE > ZEROS
                   PERFORM 0940-REGRAVAR-LOTES
               END-IF
           END-IF.
           DISPLAY 'TRANSFERENCIAS EXPEDIDAS: ' WRK-QTD-EXPEDIDOS.
           DISPLAY 'TRANSFERENCIAS RECEBIDAS: ' WRK-QTD-RECEBIDOS.
           DISPLAY 'LINHAS COM DIVERGENCIA: ' WRK-QTD-DIVERGENTES.

       0910-REGRAVAR-DOCUMENTOS.
           OPEN OUTPUT TRANSFER-FILE-NOVO.
           MOVE 'TRANSFNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRANSFNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0911-GRAVAR-DOCUMENTO
               VARYING WRK-SUB-TRF FROM 1 BY 1
               UNTIL WRK-SUB-TRF > WRK-QTD-TRF.
           CLOSE TRANSFER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-TRANSF,
               WRK-NOME-TRANSFNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-TRANSF
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0911-GRAVAR-DOCUMENTO.
           MOVE WRK-TRF-NUMERO(WRK-SUB-TRF)     TO TRN-NUMERO.
           MOVE WRK-TRF-ITEM(WRK-SUB-TRF)       TO TRN-ITEM.
           MOVE WRK-TRF-ORIGEM(WRK-SUB-TRF)     TO TRN-ORIGEM.
           MOVE WRK-TRF-DESTINO(WRK-SUB-TRF)    TO TRN-DESTINO.
           MOVE WRK-TRF-ENVIADA(WRK-SUB-TRF)    TO TRN-QTD-ENVIADA.
           MOVE WRK-TRF-RECEBIDA(WRK-SUB-TRF)   TO TRN-QTD-RECEBIDA.
           MOVE WRK-TRF-STATUS(WRK-SUB-TRF)     TO TRN-STATUS.
           MOVE WRK-TRF-DATA-ENVIO(WRK-SUB-TRF) TO TRN-DATA-ENVIO.
           MOVE WRK-TRF-OPER-ENVIO(WRK-SUB-TRF) TO TRN-OPER-ENVIO.
           MOVE WRK-TRF-DATA-RECEB(WRK-SUB-TRF) TO TRN-DATA-RECEB.
           MOVE WRK-TRF-OPER-RECEB(WRK-SUB-TRF) TO TRN-OPER-RECEB.
           MOVE WRK-TRF-LOTE(WRK-SUB-TRF)       TO TRN-LOTE.
           MOVE WRK-TRF-VALIDADE(WRK-SUB-TRF)   TO TRN-VALIDADE.
           WRITE TRANSFER-RECORD-NOVO.
           MOVE 'TRANSFNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRANSFNW,
               WRK-FSCHK-CHAVE.

       0920-REGRAVAR-ESTOQUE-LOCAL.
           OPEN OUTPUT STOCK-LOCATION-FILE-NOVO.
           MOVE 'ESTLOCNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOCNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0921-GRAVAR-SALDO-LOCAL
               VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC.
           CLOSE STOCK-LOCATION-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ESTLOC,
               WRK-NOME-ESTLOCNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ESTLOC
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0921-GRAVAR-SALDO-LOCAL.
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

       0930-REGRAVAR-CATALOGO.
           OPEN OUTPUT ITEM-MASTER-FILE-NOVO.
           MOVE 'ITEMNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0931-GRAVAR-ITEM
               VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT.
           CLOSE ITEM-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ITEMMAST,
               WRK-NOME-ITEMNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ITEMMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'TRANSF, ESTLOC E ITEMMAST REGRAVADOS.'.

       0931-GRAVAR-ITEM.
           MOVE WRK-CAT-CODIGO(WRK-SUB-CAT)     TO ITN-CODIGO.
           MOVE WRK-CAT-DESCRICAO(WRK-SUB-CAT)  TO ITN-DESCRICAO.
           MOVE WRK-CAT-PRECO(WRK-SUB-CAT)      TO ITN-PRECO.
           MOVE WRK-CAT-ATIVO(WRK-SUB-CAT)      TO ITN-ATIVO.
           MOVE WRK-CAT-ESTOQUE(WRK-SUB-CAT)    TO ITN-ESTOQUE.
           MOVE WRK-CAT-PONTO-REP(WRK-SUB-CAT)  TO ITN-PONTO-REP.
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
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMNEW,
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
