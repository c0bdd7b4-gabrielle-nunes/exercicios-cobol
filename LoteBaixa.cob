       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEBAIXA.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: BAIXA DE LOTE VENCIDO. O OPERADOR (SIGN-ON
      *          OBRIGATORIO) LISTA OS LOTES JA VENCIDOS COM SALDO NO
      *          LOTES.dat E BAIXA UM LOTE INTEIRO POR ITEM, LOCAL E
      *          LOTE, COM AUTORIZACAO DE SUPERVISOR: O SALDO DO LOTE
      *          ZERA E SAI DO SALDO DO LOCAL (ESTLOC.dat) E DO
      *          IT-ESTOQUE DO CATALOGO, COM UMA LINHA DE AUDITORIA
      *          POR LOTE. NO ENCERRAMENTO A PERDA DA SESSAO, AO
      *          CUSTO DO ITEM (IT-CUSTO), VAI AO DIARIO CONSOLIDADO
      *          JRNCONS.dat VIA CONTAMAP E LOTES, ESTLOC E ITEMMAST
      *          SAO REGRAVADOS E PROMOVIDOS.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: MERCADORIA VENCIDA SAIA DA PRATELEIRA
      *             PARA O LIXO SEM SAIR DO ESTOQUE NEM DA
      *             CONTABILIDADE.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O LOTE DE COMPRA DO
      *             ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
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
           SELECT LOT-FILE ASSIGN TO "LOTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTES.
           SELECT LOT-FILE-NOVO ASSIGN TO "LOTESNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTESNW.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT CONSOL-JOURNAL-FILE ASSIGN TO "JRNCONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNCONS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
           02 AUD-SEQUENCIA         PIC 9(06).
           02 AUD-DATA              PIC 9(08).
           02 AUD-HORA              PIC 9(08).
           02 AUD-ENTRADA           PIC X(30).
           02 AUD-SAIDA             PIC X(30).
           02 AUD-OPERADOR          PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'LOTEBAIXA'.
       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOCNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTES           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOTESNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-ESTLOC         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOCAL              VALUE 'S'.
       77 WRK-FIM-LOTES          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOTE               VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-FIM-DIALOGO        PIC X(01)      VALUE 'N'.
           88 WRK-DIALOGO-ENCERRADO             VALUE 'S'.
       77 WRK-SUPERVISOR-OK      PIC X(01)      VALUE 'N'.
           88 WRK-SUPERVISOR-AUTORIZOU          VALUE 'S'.
       77 WRK-CONFIRMA           PIC X(01)      VALUE 'N'.
           88 WRK-CONFIRMA-SIM                  VALUE 'S'.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ELC-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LTE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-LTE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-LTE-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-OPCAO              PIC X(03)      VALUE SPACES.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-ITEM-ENTRADA       PIC X(06)      VALUE SPACES.
       77 WRK-LOCAL-ENTRADA      PIC X(04)      VALUE SPACES.
       77 WRK-LOTE-ENTRADA       PIC X(10)      VALUE SPACES.
       77 WRK-QTD-BAIXA          PIC 9(05)      VALUE ZEROS.
       77 WRK-VALOR-BAIXA        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-PERDA          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-BAIXAS         PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-VENCIDOS       PIC 9(04)      VALUE ZEROS.
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-ITEMMAST      PIC X(20)      VALUE "ITEMMAST.dat".
       77 WRK-NOME-ITEMNEW       PIC X(20)      VALUE "ITEMNEW.dat".
       77 WRK-NOME-ESTLOC        PIC X(20)      VALUE "ESTLOC.dat".
       77 WRK-NOME-ESTLOCNW      PIC X(20)      VALUE "ESTLOCNW.dat".
       77 WRK-NOME-LOTES         PIC X(20)      VALUE "LOTES.dat".
       77 WRK-NOME-LOTESNW       PIC X(20)      VALUE "LOTESNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

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

       01  WRK-TAB-LTE VALUE ZEROS.
           02 WRK-LTE-LINHA OCCURS 500 TIMES.
               03 WRK-LTE-ITEM       PIC X(06).
               03 WRK-LTE-LOCAL      PIC X(04).
               03 WRK-LTE-LOTE       PIC X(10).
               03 WRK-LTE-VALIDADE   PIC 9(08).
               03 WRK-LTE-SALDO      PIC 9(05).
               03 WRK-LTE-ENTRADA    PIC 9(08).

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
           PERFORM 0103D-ASSINAR-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0120-CARREGAR-ESTOQUE-LOCAL.
           PERFORM 0130-CARREGAR-LOTES.
           MOVE 'LOTEBAIXA' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.

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

       0110-CARREGAR-CATALOGO.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-ITEM UNTIL WRK-FIM-CATALOGO.
           CLOSE ITEM-MASTER-FILE.

       0111-LER-ITEM.
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

       0120-CARREGAR-ESTOQUE-LOCAL.
           OPEN INPUT STOCK-LOCATION-FILE.
           MOVE 'ESTLOC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOC,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-SALDO-LOCAL UNTIL WRK-FIM-SALDOS-LOCAL.
           CLOSE STOCK-LOCATION-FILE.

       0121-LER-SALDO-LOCAL.
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

      *    SEM LOTES.dat NAO HA O QUE BAIXAR: A SESSAO SO LISTA VAZIO.
       0130-CARREGAR-LOTES.
           OPEN INPUT LOT-FILE.
           IF WRK-FS-LOTES = '00'
               PERFORM 0131-LER-LOTE UNTIL WRK-FIM-SALDOS-LOTE
               CLOSE LOT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-LOTES
           END-IF.

       0131-LER-LOTE.
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

       0140-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '00'
               PERFORM 0141-LER-SEQ-AUDITORIA
                   UNTIL WRK-FIM-SCAN-AUDIT
               CLOSE AUDIT-LOG-FILE
           END-IF.

       0141-LER-SEQ-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUDSEQ
               NOT AT END
                   IF AUD-PROGRAMA = WRK-AUDIT-PROGRAMA
                       AND AUD-SEQUENCIA > WRK-AUDIT-SEQ
                       MOVE AUD-SEQUENCIA TO WRK-AUDIT-SEQ
                   END-IF
           END-READ.

       0200-PROCESSAR.
           DISPLAY 'OPCAO (L-LISTAR VENCIDOS / B-BAIXAR LOTE / '
               'FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'FIM'
                   MOVE 'S' TO WRK-FIM-DIALOGO
               WHEN 'L'
                   PERFORM 0300-LISTAR-VENCIDOS
               WHEN 'B'
                   PERFORM 0400-BAIXAR-LOTE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

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
                   AND WRK-ELC-LOCAL(WRK-SUB-ELC) = WRK-LOCAL-ENTRADA
                   MOVE WRK-SUB-ELC TO WRK-ELC-ACHADO
                   MOVE WRK-QTD-ELC TO WRK-SUB-ELC
               END-IF
           END-PERFORM.

       0300-LISTAR-VENCIDOS.
           MOVE ZEROS TO WRK-QTD-VENCIDOS.
           DISPLAY '--- LOTES VENCIDOS COM SALDO ---'.
           PERFORM 0310-EXIBIR-VENCIDO
               VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE.
           DISPLAY 'LOTES VENCIDOS: ' WRK-QTD-VENCIDOS.

       0310-EXIBIR-VENCIDO.
           IF WRK-LTE-VALIDADE(WRK-SUB-LTE) < WRK-DATA-HOJE
               AND WRK-LTE-SALDO(WRK-SUB-LTE) > ZEROS
               ADD 1 TO WRK-QTD-VENCIDOS
               DISPLAY 'ITEM ' WRK-LTE-ITEM(WRK-SUB-LTE)
                   ' LOCAL ' WRK-LTE-LOCAL(WRK-SUB-LTE)
                   ' LOTE ' WRK-LTE-LOTE(WRK-SUB-LTE)
                   ' VALIDADE ' WRK-LTE-VALIDADE(WRK-SUB-LTE)
                   ' SALDO ' WRK-LTE-SALDO(WRK-SUB-LTE)
           END-IF.

      *    SO LOTE JA VENCIDO E COM SALDO; A BAIXA E SEMPRE DO
      *    SALDO INTEIRO DO LOTE.
       0400-BAIXAR-LOTE.
           DISPLAY 'CODIGO DO ITEM: '.
           ACCEPT WRK-ITEM-ENTRADA.
           DISPLAY 'LOCAL: '.
           ACCEPT WRK-LOCAL-ENTRADA.
           DISPLAY 'LOTE: '.
           ACCEPT WRK-LOTE-ENTRADA.
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
           PERFORM 0260-BUSCAR-ITEM.
           EVALUATE TRUE
               WHEN WRK-LTE-ACHADO = ZEROS
                   DISPLAY 'LOTE NAO ENCONTRADO NO LOCAL.'
               WHEN WRK-CAT-ACHADO = ZEROS
                   DISPLAY 'ITEM NAO CADASTRADO.'
               WHEN WRK-LTE-SALDO(WRK-LTE-ACHADO) = ZEROS
                   DISPLAY 'LOTE SEM SALDO.'
               WHEN WRK-LTE-VALIDADE(WRK-LTE-ACHADO)
                   NOT < WRK-DATA-HOJE
                   DISPLAY 'LOTE DENTRO DA VALIDADE ('
                       WRK-LTE-VALIDADE(WRK-LTE-ACHADO)
                       ') - BAIXA RECUSADA.'
               WHEN OTHER
                   PERFORM 0410-CONFIRMAR-BAIXA
           END-EVALUATE.

       0410-CONFIRMAR-BAIXA.
           MOVE WRK-LTE-SALDO(WRK-LTE-ACHADO) TO WRK-QTD-BAIXA.
           COMPUTE WRK-VALOR-BAIXA =
               WRK-QTD-BAIXA * WRK-CAT-CUSTO(WRK-CAT-ACHADO).
           MOVE WRK-VALOR-BAIXA TO WRK-VALOR-ED.
           DISPLAY 'LOTE ' WRK-LOTE-ENTRADA ' VENCIDO EM '
               WRK-LTE-VALIDADE(WRK-LTE-ACHADO) ' - QTD '
               WRK-QTD-BAIXA ' PERDA AO CUSTO ' WRK-VALOR-ED.
           IF NOT WRK-SUPERVISOR-AUTORIZOU
               PERFORM 0420-AUTORIZAR-SUPERVISOR
           END-IF.
           IF WRK-SUPERVISOR-AUTORIZOU
               DISPLAY 'CONFIRMA A BAIXA DO LOTE (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   PERFORM 0430-APLICAR-BAIXA
               END-IF
           END-IF.

      *    A AUTORIZACAO DO SUPERVISOR VALE PARA A SESSAO INTEIRA.
       0420-AUTORIZAR-SUPERVISOR.
           IF WRK-OPERADOR-NIVEL = 9
               MOVE 'S' TO WRK-SUPERVISOR-OK
           ELSE
               DISPLAY 'AUTORIZACAO DE SUPERVISOR - ASSINE COM '
                   'ID E SENHA:'
               MOVE 'N' TO WRK-OPERCHK-RESULTADO
               CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
                   WRK-SUP-ID, WRK-SUP-NOME,
                   WRK-SUP-NIVEL, WRK-OPERCHK-RESULTADO
               IF WRK-OPERCHK-RESULTADO = 'S'
                   AND WRK-SUP-NIVEL = 9
                   MOVE 'S' TO WRK-SUPERVISOR-OK
               ELSE
                   DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                       'DE SUPERVISOR.'
               END-IF
           END-IF.

       0430-APLICAR-BAIXA.
           PERFORM 0270-BUSCAR-SALDO-LOCAL.
           IF WRK-ELC-ACHADO > ZEROS
               IF WRK-QTD-BAIXA > WRK-ELC-SALDO(WRK-ELC-ACHADO)
                   MOVE ZEROS TO WRK-ELC-SALDO(WRK-ELC-ACHADO)
               ELSE
                   SUBTRACT WRK-QTD-BAIXA
                       FROM WRK-ELC-SALDO(WRK-ELC-ACHADO)
               END-IF
           END-IF.
           IF WRK-QTD-BAIXA > WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
               MOVE ZEROS TO WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
           ELSE
               SUBTRACT WRK-QTD-BAIXA
                   FROM WRK-CAT-ESTOQUE(WRK-CAT-ACHADO)
           END-IF.
           MOVE ZEROS TO WRK-LTE-SALDO(WRK-LTE-ACHADO).
           ADD WRK-VALOR-BAIXA TO WRK-TOT-PERDA.
           ADD 1 TO WRK-QTD-BAIXAS.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'BAIXA ' WRK-ITEM-ENTRADA
               ' LOTE ' WRK-LOTE-ENTRADA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'QTD=' WRK-QTD-BAIXA
               ' LOCAL=' WRK-LOCAL-ENTRADA
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0450-REGISTRAR-AUDITORIA.
           DISPLAY 'LOTE BAIXADO - ESTOQUE ATUAL DO ITEM: '
               WRK-CAT-ESTOQUE(WRK-CAT-ACHADO).

       0450-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-OPERADOR-ID    TO AUD-OPERADOR.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           WRITE AUDIT-LOG-RECORD.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.

       0900-ENCERRAR.
           IF WRK-QTD-BAIXAS > ZEROS
               PERFORM 0940-GRAVAR-JRNCONS
               PERFORM 0910-REGRAVAR-LOTES
               PERFORM 0920-REGRAVAR-ESTOQUE-LOCAL
               PERFORM 0930-REGRAVAR-CATALOGO
           END-IF.
           MOVE WRK-TOT-PERDA TO WRK-VALOR-ED.
           DISPLAY 'LOTES BAIXADOS: ' WRK-QTD-BAIXAS
               ' - PERDA AO CUSTO ' WRK-VALOR-ED.

       0910-REGRAVAR-LOTES.
           OPEN OUTPUT LOT-FILE-NOVO.
           MOVE 'LOTESNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTESNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0911-GRAVAR-LOTE
               VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE.
           CLOSE LOT-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-LOTES,
               WRK-NOME-LOTESNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-LOTES
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0911-GRAVAR-LOTE.
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

      *    A PERDA POR VALIDADE E DESPESA (PERDA-VALIDADE A DEBITO)
      *    CONTRA O ESTOQUE DE MERCADORIAS (PERDA-VALIDAD-C), PELO
      *    TOTAL DA SESSAO AO CUSTO DO ITEM.
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
           MOVE 'PERDA-VALIDADE' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-PERDA TO WRK-JRN-VALOR.
           PERFORM 0941-GRAVAR-LINHA-JRNCONS.
           MOVE 'PERDA-VALIDAD-C' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-PERDA TO WRK-JRN-VALOR.
           PERFORM 0941-GRAVAR-LINHA-JRNCONS.
           MOVE SPACES               TO CONSOL-JOURNAL-TRAILER.
           MOVE 'PERDAS'             TO JCT-ORIGEM.
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
               DISPLAY 'ATENCAO: JRNCONS DAS PERDAS DESBALANCEADO'
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
                       MOVE 'PERDAS' TO JC-ORIGEM
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
