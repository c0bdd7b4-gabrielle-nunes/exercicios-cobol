       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCAPROV.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: REVISAO PELO COMPRADOR (SIGN-ON OBRIGATORIO) DAS
      *          PROPOSTAS DE PONTO DE REPOSICAO E LOTE DE COMPRA
      *          GERADAS PELO ABCANAL (ABCPROP.dat). CADA PROPOSTA
      *          PENDENTE E ACEITA, RECUSADA OU AJUSTADA; COM A
      *          CONFIRMACAO DO SUPERVISOR AS ACEITAS SAO APLICADAS
      *          PELA REGRAVACAO NORMAL DO CATALOGO (ITEMNEW
      *          PROMOVIDO), O PONTO DE REPOSICAO DE CADA LOCAL DO
      *          ITEM NO ESTLOC.dat E REDISTRIBUIDO NA PROPORCAO QUE
      *          JA TINHA (ESTLOCNW PROMOVIDO) E CADA ITEM APLICADO
      *          GANHA UMA LINHA DE AUDITORIA. O ABCPROP.dat E
      *          REGRAVADO COM A DECISAO (ABCPROPN PROMOVIDO).
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: AS PROPOSTAS DA CURVA ABC SO PODEM MUDAR
      *             O CATALOGO DEPOIS DE REVISTAS PELO COMPRADOR.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABC-PROPOSAL-FILE ASSIGN TO "ABCPROP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ABCPROP.
           SELECT ABC-PROPOSAL-FILE-NOVO ASSIGN TO "ABCPROPN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ABCPROPN.
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
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO ABCANAL. STATUS: P = PENDENTE,
      *    A = APLICADA NO ITEMMAST, R = RECUSADA PELO COMPRADOR.
       FD  ABC-PROPOSAL-FILE.
       01  ABC-PROPOSAL-RECORD.
           02 ABP-ITEM               PIC X(06).
           02 ABP-COMPETENCIA        PIC 9(06).
           02 ABP-CLASSE-RECEITA     PIC X(01).
           02 ABP-CLASSE-UNIDADES    PIC X(01).
           02 ABP-MEDIA-DIA          PIC 9(05)V99.
           02 ABP-DESVIO-DIA         PIC 9(05)V99.
           02 ABP-PRAZO              PIC 9(03).
           02 ABP-PONTO-ATUAL        PIC 9(05).
           02 ABP-PONTO-PROPOSTO     PIC 9(05).
           02 ABP-LOTE-ATUAL         PIC 9(05).
           02 ABP-LOTE-PROPOSTO      PIC 9(05).
           02 ABP-STATUS             PIC X(01).
           02 ABP-DATA-DECISAO       PIC 9(08).
           02 ABP-OPERADOR           PIC X(06).

       FD  ABC-PROPOSAL-FILE-NOVO.
       01  ABC-PROPOSAL-RECORD-NOVO.
           02 ABN-ITEM               PIC X(06).
           02 ABN-COMPETENCIA        PIC 9(06).
           02 ABN-CLASSE-RECEITA     PIC X(01).
           02 ABN-CLASSE-UNIDADES    PIC X(01).
           02 ABN-MEDIA-DIA          PIC 9(05)V99.
           02 ABN-DESVIO-DIA         PIC 9(05)V99.
           02 ABN-PRAZO              PIC 9(03).
           02 ABN-PONTO-ATUAL        PIC 9(05).
           02 ABN-PONTO-PROPOSTO     PIC 9(05).
           02 ABN-LOTE-ATUAL         PIC 9(05).
           02 ABN-LOTE-PROPOSTO      PIC 9(05).
           02 ABN-STATUS             PIC X(01).
           02 ABN-DATA-DECISAO       PIC 9(08).
           02 ABN-OPERADOR           PIC X(06).

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

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'ABCAPROV'.
       77  WRK-SUP-ID            PIC X(06) VALUE SPACES.
       77  WRK-SUP-NOME          PIC X(30) VALUE SPACES.
       77  WRK-SUP-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-FS-ABCPROP         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ABCPROPN        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOCNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ABCPROP        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PROPOSTAS                 VALUE 'S'.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-ESTLOC         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOCAL              VALUE 'S'.
       77 WRK-FIM-REVISAO        PIC X(01)      VALUE 'N'.
           88 WRK-REVISAO-ENCERRADA             VALUE 'S'.
       77 WRK-QTD-PRO            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PRO            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ELC-MAIOR          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PENDENTES      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-ACEITAS        PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-RECUSADAS      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-APLICADAS      PIC 9(04)      VALUE ZEROS.
       77 WRK-SOMA-PONTO-LOC     PIC 9(07)      VALUE ZEROS.
       77 WRK-SOMA-REPARTIDA     PIC 9(07)      VALUE ZEROS.
       77 WRK-RESTO-PONTO        PIC S9(07)     VALUE ZEROS.
       77 WRK-DECISAO            PIC X(01)      VALUE SPACES.
       77 WRK-PONTO-DIGITADO     PIC 9(05)      VALUE ZEROS.
       77 WRK-LOTE-DIGITADO      PIC 9(05)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-CONFIRMA           PIC X(01)      VALUE 'N'.
           88 WRK-CONFIRMA-SIM                  VALUE 'S'.
       77 WRK-MEDIA-ED           PIC ZZ.ZZ9,99.
       77 WRK-DESVIO-ED          PIC ZZ.ZZ9,99.
       77 WRK-NOME-ABCPROP       PIC X(20)      VALUE "ABCPROP.dat".
       77 WRK-NOME-ABCPROPN      PIC X(20)      VALUE "ABCPROPN.dat".
       77 WRK-NOME-ITEMMAST      PIC X(20)      VALUE "ITEMMAST.dat".
       77 WRK-NOME-ITEMNEW       PIC X(20)      VALUE "ITEMNEW.dat".
       77 WRK-NOME-ESTLOC        PIC X(20)      VALUE "ESTLOC.dat".
       77 WRK-NOME-ESTLOCNW      PIC X(20)      VALUE "ESTLOCNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

      *    WRK-PRO-DECISAO: S = ACEITA (COM OS VALORES FINAIS, QUE O
      *    COMPRADOR PODE TER AJUSTADO), N = RECUSADA, ESPACO = NAO
      *    REVISTA NESTA SESSAO (CONTINUA PENDENTE).
       01  WRK-TAB-PRO VALUE ZEROS.
           02 WRK-PRO-LINHA OCCURS 100 TIMES.
               03 WRK-PRO-ITEM        PIC X(06).
               03 WRK-PRO-COMPETENCIA PIC 9(06).
               03 WRK-PRO-CLASSE-REC  PIC X(01).
               03 WRK-PRO-CLASSE-UNID PIC X(01).
               03 WRK-PRO-MEDIA-DIA   PIC 9(05)V99.
               03 WRK-PRO-DESVIO-DIA  PIC 9(05)V99.
               03 WRK-PRO-PRAZO       PIC 9(03).
               03 WRK-PRO-PONTO-ATUAL PIC 9(05).
               03 WRK-PRO-PONTO-PROP  PIC 9(05).
               03 WRK-PRO-LOTE-ATUAL  PIC 9(05).
               03 WRK-PRO-LOTE-PROP   PIC 9(05).
               03 WRK-PRO-STATUS      PIC X(01).
               03 WRK-PRO-DATA-DECISAO
                                      PIC 9(08).
               03 WRK-PRO-OPERADOR    PIC X(06).
               03 WRK-PRO-DECISAO     PIC X(01).
               03 WRK-PRO-PONTO-FINAL PIC 9(05).
               03 WRK-PRO-LOTE-FINAL  PIC 9(05).
               03 WRK-PRO-SUB-CAT     PIC 9(03).

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

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-QTD-PENDENTES = ZEROS
               DISPLAY 'NENHUMA PROPOSTA PENDENTE NO ABCPROP.'
           ELSE
               PERFORM 0200-REVISAR-PROPOSTA
                   VARYING WRK-SUB-PRO FROM 1 BY 1
                   UNTIL WRK-SUB-PRO > WRK-QTD-PRO
                      OR WRK-REVISAO-ENCERRADA
               IF WRK-QTD-ACEITAS = ZEROS
                   AND WRK-QTD-RECUSADAS = ZEROS
                   DISPLAY 'NENHUMA PROPOSTA DECIDIDA.'
               ELSE
                   PERFORM 0400-CONFIRMAR-DECISOES
               END-IF
           END-IF.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           PERFORM 0105-CARREGAR-PROPOSTAS.
           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0120-CARREGAR-ESTOQUE-LOCAL.
           MOVE 'ABCAPROV' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

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

      *    SEM ABCPROP (O ABCANAL AINDA NAO RODOU) NAO HA O QUE
      *    REVISAR.
       0105-CARREGAR-PROPOSTAS.
           OPEN INPUT ABC-PROPOSAL-FILE.
           IF WRK-FS-ABCPROP = '00'
               PERFORM 0106-LER-PROPOSTA UNTIL WRK-FIM-PROPOSTAS
               CLOSE ABC-PROPOSAL-FILE
           END-IF.

       0106-LER-PROPOSTA.
           READ ABC-PROPOSAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ABCPROP
               NOT AT END
                   MOVE 'WRK-TAB-PRO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PRO TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PRO
                   MOVE ABP-ITEM
                       TO WRK-PRO-ITEM(WRK-QTD-PRO)
                   MOVE ABP-COMPETENCIA
                       TO WRK-PRO-COMPETENCIA(WRK-QTD-PRO)
                   MOVE ABP-CLASSE-RECEITA
                       TO WRK-PRO-CLASSE-REC(WRK-QTD-PRO)
                   MOVE ABP-CLASSE-UNIDADES
                       TO WRK-PRO-CLASSE-UNID(WRK-QTD-PRO)
                   MOVE ABP-MEDIA-DIA
                       TO WRK-PRO-MEDIA-DIA(WRK-QTD-PRO)
                   MOVE ABP-DESVIO-DIA
                       TO WRK-PRO-DESVIO-DIA(WRK-QTD-PRO)
                   MOVE ABP-PRAZO
                       TO WRK-PRO-PRAZO(WRK-QTD-PRO)
                   MOVE ABP-PONTO-ATUAL
                       TO WRK-PRO-PONTO-ATUAL(WRK-QTD-PRO)
                   MOVE ABP-PONTO-PROPOSTO
                       TO WRK-PRO-PONTO-PROP(WRK-QTD-PRO)
                   MOVE ABP-LOTE-ATUAL
                       TO WRK-PRO-LOTE-ATUAL(WRK-QTD-PRO)
                   MOVE ABP-LOTE-PROPOSTO
                       TO WRK-PRO-LOTE-PROP(WRK-QTD-PRO)
                   MOVE ABP-STATUS
                       TO WRK-PRO-STATUS(WRK-QTD-PRO)
                   MOVE ABP-DATA-DECISAO
                       TO WRK-PRO-DATA-DECISAO(WRK-QTD-PRO)
                   MOVE ABP-OPERADOR
                       TO WRK-PRO-OPERADOR(WRK-QTD-PRO)
                   MOVE SPACE
                       TO WRK-PRO-DECISAO(WRK-QTD-PRO)
                   IF ABP-STATUS = 'P'
                       ADD 1 TO WRK-QTD-PENDENTES
                   END-IF
           END-READ.
           MOVE 'ABCPROP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCPROP,
               WRK-FSCHK-CHAVE.

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

      *    SE O CATALOGO MUDOU DEPOIS DA ANALISE (PONTO OU LOTE
      *    DIFERENTES DOS QUE O ABCANAL LEU) O COMPRADOR E AVISADO
      *    ANTES DE DECIDIR. F ENCERRA A REVISAO; O QUE FALTOU
      *    CONTINUA PENDENTE PARA A PROXIMA SESSAO.
       0200-REVISAR-PROPOSTA.
           IF WRK-PRO-STATUS(WRK-SUB-PRO) = 'P'
               MOVE ZEROS TO WRK-CAT-ACHADO
               PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT > WRK-QTD-CAT
                   IF WRK-CAT-CODIGO(WRK-SUB-CAT)
                       = WRK-PRO-ITEM(WRK-SUB-PRO)
                       MOVE WRK-SUB-CAT TO WRK-CAT-ACHADO
                       MOVE WRK-QTD-CAT TO WRK-SUB-CAT
                   END-IF
               END-PERFORM
               MOVE WRK-CAT-ACHADO TO WRK-PRO-SUB-CAT(WRK-SUB-PRO)
               IF WRK-CAT-ACHADO = ZEROS
                   DISPLAY 'ITEM ' WRK-PRO-ITEM(WRK-SUB-PRO)
                       ' NAO ESTA MAIS NO CATALOGO - RECUSADA.'
                   MOVE 'N' TO WRK-PRO-DECISAO(WRK-SUB-PRO)
                   ADD 1 TO WRK-QTD-RECUSADAS
               ELSE
                   PERFORM 0210-MOSTRAR-PROPOSTA
                   PERFORM 0220-DECIDIR-PROPOSTA
               END-IF
           END-IF.

       0210-MOSTRAR-PROPOSTA.
           MOVE WRK-PRO-MEDIA-DIA(WRK-SUB-PRO) TO WRK-MEDIA-ED.
           MOVE WRK-PRO-DESVIO-DIA(WRK-SUB-PRO) TO WRK-DESVIO-ED.
           DISPLAY ' '.
           DISPLAY 'ITEM ' WRK-PRO-ITEM(WRK-SUB-PRO) ' '
               WRK-CAT-DESCRICAO(WRK-CAT-ACHADO)
               ' CLASSE RECEITA ' WRK-PRO-CLASSE-REC(WRK-SUB-PRO)
               ' UNIDADES ' WRK-PRO-CLASSE-UNID(WRK-SUB-PRO).
           DISPLAY '  DEMANDA/DIA ' WRK-MEDIA-ED ' DESVIO/DIA '
               WRK-DESVIO-ED ' PRAZO ' WRK-PRO-PRAZO(WRK-SUB-PRO)
               ' DIAS'.
           DISPLAY '  PONTO DE REPOSICAO '
               WRK-CAT-PONTO-REP(WRK-CAT-ACHADO) ' -> '
               WRK-PRO-PONTO-PROP(WRK-SUB-PRO)
               '   LOTE DE COMPRA '
               WRK-CAT-LOTE-COMPRA(WRK-CAT-ACHADO) ' -> '
               WRK-PRO-LOTE-PROP(WRK-SUB-PRO).
           IF WRK-CAT-PONTO-REP(WRK-CAT-ACHADO)
               NOT = WRK-PRO-PONTO-ATUAL(WRK-SUB-PRO)
               OR WRK-CAT-LOTE-COMPRA(WRK-CAT-ACHADO)
               NOT = WRK-PRO-LOTE-ATUAL(WRK-SUB-PRO)
               DISPLAY '  ATENCAO: CATALOGO ALTERADO DEPOIS DA '
                   'ANALISE (ERA ' WRK-PRO-PONTO-ATUAL(WRK-SUB-PRO)
                   '/' WRK-PRO-LOTE-ATUAL(WRK-SUB-PRO) ').'
           END-IF.

       0220-DECIDIR-PROPOSTA.
           DISPLAY 'APLICAR? (S=SIM, N=NAO, A=AJUSTAR, F=FIM): '.
           ACCEPT WRK-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'S'
                   MOVE 'S' TO WRK-PRO-DECISAO(WRK-SUB-PRO)
                   MOVE WRK-PRO-PONTO-PROP(WRK-SUB-PRO)
                       TO WRK-PRO-PONTO-FINAL(WRK-SUB-PRO)
                   MOVE WRK-PRO-LOTE-PROP(WRK-SUB-PRO)
                       TO WRK-PRO-LOTE-FINAL(WRK-SUB-PRO)
                   ADD 1 TO WRK-QTD-ACEITAS
               WHEN 'N'
                   MOVE 'N' TO WRK-PRO-DECISAO(WRK-SUB-PRO)
                   ADD 1 TO WRK-QTD-RECUSADAS
               WHEN 'A'
                   DISPLAY 'PONTO DE REPOSICAO: '
                   ACCEPT WRK-PONTO-DIGITADO
                   DISPLAY 'LOTE DE COMPRA: '
                   ACCEPT WRK-LOTE-DIGITADO
                   MOVE 'S' TO WRK-PRO-DECISAO(WRK-SUB-PRO)
                   MOVE WRK-PONTO-DIGITADO
                       TO WRK-PRO-PONTO-FINAL(WRK-SUB-PRO)
                   MOVE WRK-LOTE-DIGITADO
                       TO WRK-PRO-LOTE-FINAL(WRK-SUB-PRO)
                   ADD 1 TO WRK-QTD-ACEITAS
               WHEN 'F'
                   MOVE 'S' TO WRK-FIM-REVISAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - PROPOSTA CONTINUA '
                       'PENDENTE.'
           END-EVALUATE.

       0400-CONFIRMAR-DECISOES.
           DISPLAY ' '.
           DISPLAY 'PROPOSTAS ACEITAS: ' WRK-QTD-ACEITAS
               '  RECUSADAS: ' WRK-QTD-RECUSADAS.
           IF WRK-OPERADOR-NIVEL = 9
               MOVE 'S' TO WRK-OPERADOR-OK
           ELSE
               DISPLAY 'AUTORIZACAO DE SUPERVISOR - ASSINE COM '
                   'ID E SENHA:'
               MOVE 'N' TO WRK-OPERCHK-RESULTADO
               CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
                   WRK-SUP-ID, WRK-SUP-NOME,
                   WRK-SUP-NIVEL, WRK-OPERCHK-RESULTADO
               IF WRK-OPERCHK-RESULTADO = 'S'
                   AND WRK-SUP-NIVEL = 9
                   MOVE 'S' TO WRK-OPERADOR-OK
               ELSE
                   MOVE 'N' TO WRK-OPERADOR-OK
                   DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                       'DE SUPERVISOR.'
               END-IF
           END-IF.
           IF WRK-OPERADOR-VALIDO
               DISPLAY 'CONFIRMA AS DECISOES DA REVISAO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   PERFORM 0410-APLICAR-DECISOES
               ELSE
                   DISPLAY 'NADA APLICADO - PROPOSTAS CONTINUAM '
                       'PENDENTES.'
               END-IF
           END-IF.

       0410-APLICAR-DECISOES.
           PERFORM 0420-APLICAR-PROPOSTA
               VARYING WRK-SUB-PRO FROM 1 BY 1
               UNTIL WRK-SUB-PRO > WRK-QTD-PRO.
           IF WRK-QTD-APLICADAS > ZEROS
               PERFORM 0430-REGRAVAR-CATALOGO
               PERFORM 0440-REGRAVAR-ESTOQUE-LOCAL
           END-IF.
           PERFORM 0460-REGRAVAR-PROPOSTAS.
           DISPLAY 'PROPOSTAS APLICADAS: ' WRK-QTD-APLICADAS
               '  RECUSADAS: ' WRK-QTD-RECUSADAS.

       0420-APLICAR-PROPOSTA.
           EVALUATE WRK-PRO-DECISAO(WRK-SUB-PRO)
               WHEN 'S'
                   MOVE WRK-PRO-SUB-CAT(WRK-SUB-PRO) TO WRK-SUB-CAT
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'ABC ITEM=' WRK-PRO-ITEM(WRK-SUB-PRO)
                       ' DE=' WRK-CAT-PONTO-REP(WRK-SUB-CAT)
                       '/' WRK-CAT-LOTE-COMPRA(WRK-SUB-CAT)
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   MOVE SPACES TO WRK-AUDIT-SAIDA
                   STRING 'PARA=' WRK-PRO-PONTO-FINAL(WRK-SUB-PRO)
                       '/' WRK-PRO-LOTE-FINAL(WRK-SUB-PRO)
                       ' CLASSE=' WRK-PRO-CLASSE-REC(WRK-SUB-PRO)
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                   PERFORM 0425-REPARTIR-PONTO-LOCAL
                   MOVE WRK-PRO-PONTO-FINAL(WRK-SUB-PRO)
                       TO WRK-CAT-PONTO-REP(WRK-SUB-CAT)
                   MOVE WRK-PRO-LOTE-FINAL(WRK-SUB-PRO)
                       TO WRK-CAT-LOTE-COMPRA(WRK-SUB-CAT)
                   MOVE 'A' TO WRK-PRO-STATUS(WRK-SUB-PRO)
                   MOVE WRK-DATA-HOJE
                       TO WRK-PRO-DATA-DECISAO(WRK-SUB-PRO)
                   MOVE WRK-OPERADOR-ID
                       TO WRK-PRO-OPERADOR(WRK-SUB-PRO)
                   ADD 1 TO WRK-QTD-APLICADAS
                   PERFORM 0450-REGISTRAR-AUDITORIA
               WHEN 'N'
                   MOVE 'R' TO WRK-PRO-STATUS(WRK-SUB-PRO)
                   MOVE WRK-DATA-HOJE
                       TO WRK-PRO-DATA-DECISAO(WRK-SUB-PRO)
                   MOVE WRK-OPERADOR-ID
                       TO WRK-PRO-OPERADOR(WRK-SUB-PRO)
           END-EVALUATE.

      *    O PEDCOMPRA DISPARA PELO PONTO DE CADA LOCAL: O NOVO
      *    PONTO DO ITEM E REPARTIDO ENTRE OS LOCAIS NA PROPORCAO
      *    DOS PONTOS QUE ELES JA TINHAM, E A SOBRA DO ARREDONDAMENTO
      *    FICA NO LOCAL DE MAIOR PONTO. ITEM SEM PONTO EM NENHUM
      *    LOCAL FICA COMO ESTA NO ESTLOC.
       0425-REPARTIR-PONTO-LOCAL.
           MOVE ZEROS TO WRK-SOMA-PONTO-LOC WRK-SOMA-REPARTIDA
                         WRK-ELC-MAIOR.
           PERFORM VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC
               IF WRK-ELC-ITEM(WRK-SUB-ELC)
                   = WRK-PRO-ITEM(WRK-SUB-PRO)
                   ADD WRK-ELC-PONTO-REP(WRK-SUB-ELC)
                       TO WRK-SOMA-PONTO-LOC
                   IF WRK-ELC-MAIOR = ZEROS
                       MOVE WRK-SUB-ELC TO WRK-ELC-MAIOR
                   ELSE
                       IF WRK-ELC-PONTO-REP(WRK-SUB-ELC) >
                           WRK-ELC-PONTO-REP(WRK-ELC-MAIOR)
                           MOVE WRK-SUB-ELC TO WRK-ELC-MAIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-SOMA-PONTO-LOC > ZEROS
               PERFORM VARYING WRK-SUB-ELC FROM 1 BY 1
                   UNTIL WRK-SUB-ELC > WRK-QTD-ELC
                   IF WRK-ELC-ITEM(WRK-SUB-ELC)
                       = WRK-PRO-ITEM(WRK-SUB-PRO)
                       AND WRK-SUB-ELC NOT = WRK-ELC-MAIOR
                       COMPUTE WRK-ELC-PONTO-REP(WRK-SUB-ELC) ROUNDED
                           = WRK-ELC-PONTO-REP(WRK-SUB-ELC)
                           * WRK-PRO-PONTO-FINAL(WRK-SUB-PRO)
                           / WRK-SOMA-PONTO-LOC
                       ADD WRK-ELC-PONTO-REP(WRK-SUB-ELC)
                           TO WRK-SOMA-REPARTIDA
                   END-IF
               END-PERFORM
               COMPUTE WRK-RESTO-PONTO =
                   WRK-PRO-PONTO-FINAL(WRK-SUB-PRO)
                   - WRK-SOMA-REPARTIDA
               IF WRK-RESTO-PONTO < ZEROS
                   MOVE ZEROS TO WRK-RESTO-PONTO
               END-IF
               MOVE WRK-RESTO-PONTO
                   TO WRK-ELC-PONTO-REP(WRK-ELC-MAIOR)
           END-IF.

       0430-REGRAVAR-CATALOGO.
           OPEN OUTPUT ITEM-MASTER-FILE-NOVO.
           MOVE 'ITEMNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0431-GRAVAR-ITEM
               VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT.
           CLOSE ITEM-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ITEMMAST,
               WRK-NOME-ITEMNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ITEMMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'CATALOGO REGRAVADO COM OS NOVOS PONTOS DE '
               'REPOSICAO.'.

       0431-GRAVAR-ITEM.
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

       0440-REGRAVAR-ESTOQUE-LOCAL.
           OPEN OUTPUT STOCK-LOCATION-FILE-NOVO.
           MOVE 'ESTLOCNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOCNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0441-GRAVAR-SALDO-LOCAL
               VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC.
           CLOSE STOCK-LOCATION-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ESTLOC,
               WRK-NOME-ESTLOCNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ESTLOC
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0441-GRAVAR-SALDO-LOCAL.
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

       0460-REGRAVAR-PROPOSTAS.
           OPEN OUTPUT ABC-PROPOSAL-FILE-NOVO.
           MOVE 'ABCPROPN' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCPROPN,
               WRK-FSCHK-CHAVE.
           PERFORM 0461-GRAVAR-PROPOSTA
               VARYING WRK-SUB-PRO FROM 1 BY 1
               UNTIL WRK-SUB-PRO > WRK-QTD-PRO.
           CLOSE ABC-PROPOSAL-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ABCPROP,
               WRK-NOME-ABCPROPN, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ABCPROP
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0461-GRAVAR-PROPOSTA.
           MOVE WRK-PRO-ITEM(WRK-SUB-PRO)        TO ABN-ITEM.
           MOVE WRK-PRO-COMPETENCIA(WRK-SUB-PRO) TO ABN-COMPETENCIA.
           MOVE WRK-PRO-CLASSE-REC(WRK-SUB-PRO)
               TO ABN-CLASSE-RECEITA.
           MOVE WRK-PRO-CLASSE-UNID(WRK-SUB-PRO)
               TO ABN-CLASSE-UNIDADES.
           MOVE WRK-PRO-MEDIA-DIA(WRK-SUB-PRO)   TO ABN-MEDIA-DIA.
           MOVE WRK-PRO-DESVIO-DIA(WRK-SUB-PRO)  TO ABN-DESVIO-DIA.
           MOVE WRK-PRO-PRAZO(WRK-SUB-PRO)       TO ABN-PRAZO.
           MOVE WRK-PRO-PONTO-ATUAL(WRK-SUB-PRO) TO ABN-PONTO-ATUAL.
           MOVE WRK-PRO-LOTE-ATUAL(WRK-SUB-PRO)  TO ABN-LOTE-ATUAL.
           IF WRK-PRO-STATUS(WRK-SUB-PRO) = 'A'
               AND WRK-PRO-DECISAO(WRK-SUB-PRO) = 'S'
               MOVE WRK-PRO-PONTO-FINAL(WRK-SUB-PRO)
                   TO ABN-PONTO-PROPOSTO
               MOVE WRK-PRO-LOTE-FINAL(WRK-SUB-PRO)
                   TO ABN-LOTE-PROPOSTO
           ELSE
               MOVE WRK-PRO-PONTO-PROP(WRK-SUB-PRO)
                   TO ABN-PONTO-PROPOSTO
               MOVE WRK-PRO-LOTE-PROP(WRK-SUB-PRO)
                   TO ABN-LOTE-PROPOSTO
           END-IF.
           MOVE WRK-PRO-STATUS(WRK-SUB-PRO)      TO ABN-STATUS.
           MOVE WRK-PRO-DATA-DECISAO(WRK-SUB-PRO)
               TO ABN-DATA-DECISAO.
           MOVE WRK-PRO-OPERADOR(WRK-SUB-PRO)    TO ABN-OPERADOR.
           WRITE ABC-PROPOSAL-RECORD-NOVO.
           MOVE 'ABCPROPN' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCPROPN,
               WRK-FSCHK-CHAVE.
