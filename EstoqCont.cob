      *             QUANDO A SOMA EM VALOR DA ZERO: DUAS DIFERENCAS
      *             QUE SE COMPENSAVAM EM VALOR DEIXAVAM OS DOIS
      *             ESTOQUES ERRADOS COM MENSAGEM DE 'CONFERE'.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM A CLASSIFICACAO
      *             FISCAL DO ITEM (IT-NCM, IT-ICMS-ALIQ E IT-ICMS-ST).
      *2026-10-15 - A CONTAGEM PASSA A SER POR LOCAL (CRITICADO NO
      *             LOCMAST): O CONTADO E COMPARADO COM O SALDO DO ITEM
      *             NAQUELE LOCAL NO ESTLOC.dat; O AJUSTE GRAVA O SALDO
      *             DO LOCAL (ESTLOCNW PROMOVIDO) E CORRIGE O IT-ESTOQUE
      *             TOTAL PELA MESMA DIFERENCA.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O LOTE DE COMPRA DO
      *             ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *2026-10-15 - QUEM CONTOU NAO APROVA O PROPRIO AJUSTE QUANDO A
      *             MATRIZ DE FUNCOES (SOD-CHECK 'S03') PROIBE: MESMO
      *             O SUPERVISOR PRECISA DA ASSINATURA DE OUTRO. A
      *             APROVACAO VAI PARA O AUDITLOG EM NOME DE QUEM
      *             APROVOU.
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
           SELECT COUNT-REPORT-FILE ASSIGN TO "ESTCONT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTCONT.
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

       FD  COUNT-REPORT-FILE.
       01  COUNT-REPORT-RECORD       PIC X(72).
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'SODCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'ESTOQCONT'.
       77  WRK-SUP-ID            PIC X(06) VALUE SPACES.
       77  WRK-SUP-NOME          PIC X(30) VALUE SPACES.
       77  WRK-SUP-NIVEL         PIC 9(01) VALUE ZEROS.
       77  WRK-APROVADOR-ID      PIC X(06) VALUE SPACES.
       77  WRK-AUDIT-OPERADOR    PIC X(06) VALUE SPACES.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTCONT         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESTLOCNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ESTLOC         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SALDOS-LOCAL              VALUE 'S'.
       77 WRK-FIM-LOCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOCAIS                    VALUE 'S'.
       77 WRK-LOCAL-CONTADO      PIC X(04)      VALUE SPACES.
       77 WRK-NOME-LOCAL         PIC X(20)      VALUE SPACES.
       77 WRK-LOCAL-VALIDO       PIC X(01)      VALUE 'N'.
           88 WRK-LOCAL-OK                      VALUE 'S'.
       77 WRK-QTD-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ELC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ELC-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-NOME-ESTLOC        PIC X(20)      VALUE "ESTLOC.dat".
       77 WRK-NOME-ESTLOCNW      PIC X(20)      VALUE "ESTLOCNW.dat".
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-DIALOGO        PIC X(01)      VALUE 'N'.
               03 WRK-CAT-CATEGORIA  PIC X(10).
               03 WRK-CAT-FORNECEDOR PIC X(06).
               03 WRK-CAT-CUSTO      PIC 9(05)V99.
               03 WRK-CAT-NCM        PIC 9(08).
               03 WRK-CAT-ICMS-ALIQ  PIC 9(02)V99.
               03 WRK-CAT-ICMS-ST    PIC X(01).
               03 WRK-CAT-LOTE-COMPRA
                                     PIC 9(05).
               03 WRK-CAT-PESO       PIC 9(03)V99.
               03 WRK-CAT-CONTADO    PIC 9(05).
               03 WRK-CAT-CONTOU     PIC X(01).
               03 WRK-CAT-SALDO-LOC  PIC 9(05).
               03 WRK-CAT-SUB-ELC    PIC 9(03).

       01  WRK-TAB-ELC VALUE ZEROS.
           02 WRK-ELC-LINHA OCCURS 300 TIMES.
               03 WRK-ELC-ITEM       PIC X(06).
               03 WRK-ELC-LOCAL      PIC X(04).
               03 WRK-ELC-SALDO      PIC 9(05).
               03 WRK-ELC-PONTO-REP  PIC 9(05).
               03 WRK-ELC-TRANSITO   PIC 9(05).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           PERFORM 0105-ESCOLHER-LOCAL.
           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0120-CARREGAR-ESTOQUE-LOCAL.
           PERFORM 0125-APURAR-SALDO-LOCAL
               VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT.
           MOVE 'ESTOQCONT' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.

       0103D-ASSINAR-OPERADOR.
           DISPLAY 'OPERADOR ' WRK-OPERADOR-NOME ' (NIVEL '
               WRK-OPERADOR-NIVEL ') IDENTIFICADO.'.

       0105-ESCOLHER-LOCAL.
           DISPLAY 'LOCAL CONTADO (CODIGO DO LOCMAST): '.
           ACCEPT WRK-LOCAL-CONTADO.
           OPEN INPUT LOCATION-MASTER-FILE.
           MOVE 'LOCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOCMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0106-LER-LOCAL UNTIL WRK-FIM-LOCAIS.
           CLOSE LOCATION-MASTER-FILE.
           IF NOT WRK-LOCAL-OK
               DISPLAY 'LOCAL ' WRK-LOCAL-CONTADO
                   ' NAO CADASTRADO NO LOCMAST.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'CONTAGEM DO LOCAL ' WRK-LOCAL-CONTADO ' - '
               WRK-NOME-LOCAL.

       0106-LER-LOCAL.
           READ LOCATION-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOCMAST
               NOT AT END
                   IF LC-CODIGO = WRK-LOCAL-CONTADO
                       MOVE 'S' TO WRK-LOCAL-VALIDO
                       MOVE LC-NOME TO WRK-NOME-LOCAL
                   END-IF
           END-READ.
           MOVE 'LOCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOCMAST,
               WRK-FSCHK-CHAVE.

       0110-CARREGAR-CATALOGO.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
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
                   MOVE ZEROS
                       TO WRK-CAT-CONTADO(WRK-QTD-CAT)
                   MOVE 'N'
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

       0125-APURAR-SALDO-LOCAL.
           MOVE ZEROS TO WRK-CAT-SALDO-LOC(WRK-SUB-CAT).
           MOVE ZEROS TO WRK-CAT-SUB-ELC(WRK-SUB-CAT).
           PERFORM VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC
               IF WRK-ELC-ITEM(WRK-SUB-ELC)
                   = WRK-CAT-CODIGO(WRK-SUB-CAT)
                   AND WRK-ELC-LOCAL(WRK-SUB-ELC) = WRK-LOCAL-CONTADO
                   MOVE WRK-SUB-ELC TO WRK-CAT-SUB-ELC(WRK-SUB-CAT)
                   MOVE WRK-ELC-SALDO(WRK-SUB-ELC)
                       TO WRK-CAT-SALDO-LOC(WRK-SUB-CAT)
                   MOVE WRK-QTD-ELC TO WRK-SUB-ELC
               END-IF
           END-PERFORM.

       0140-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTCONT,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO COUNT-REPORT-RECORD.
           STRING 'CONTAGEM DO LOCAL ' WRK-LOCAL-CONTADO ' - '
               WRK-NOME-LOCAL
               DELIMITED BY SIZE INTO COUNT-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0310-GRAVAR-VARIACAO-ITEM
               VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT.
           IF WRK-CAT-CONTOU(WRK-SUB-CAT) = 'S'
               COMPUTE WRK-DIF-QTD =
                   WRK-CAT-CONTADO(WRK-SUB-CAT)
                   - WRK-CAT-SALDO-LOC(WRK-SUB-CAT)
               COMPUTE WRK-DIF-VALOR =
                   WRK-DIF-QTD * WRK-CAT-PRECO(WRK-SUB-CAT)
               ADD WRK-DIF-VALOR TO WRK-TOTAL-DIF
               MOVE WRK-DIF-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO COUNT-REPORT-RECORD
               STRING WRK-CAT-CODIGO(WRK-SUB-CAT)
                   ' SISTEMA ' WRK-CAT-SALDO-LOC(WRK-SUB-CAT)
                   ' CONTADO ' WRK-CAT-CONTADO(WRK-SUB-CAT)
                   ' DIF ' WRK-DIF-QTD
                   ' VALOR ' WRK-VALOR-ED
               WRK-FSCHK-CHAVE.

       0400-CONFIRMAR-AJUSTE.
           MOVE 'S03' TO WRK-SODCHK-CODIGO.
           CALL 'SOD-CHECK' USING WRK-SODCHK-CODIGO,
               WRK-SODCHK-RESULTADO.
           IF WRK-OPERADOR-NIVEL = 9 AND NOT WRK-SODCHK-PROIBIDO
               MOVE 'S' TO WRK-OPERADOR-OK
               MOVE WRK-OPERADOR-ID TO WRK-APROVADOR-ID
           ELSE
               IF WRK-OPERADOR-NIVEL = 9
                   DISPLAY 'A CONTAGEM FOI FEITA POR SUPERVISOR - O '
                       'AJUSTE EXIGE OUTRO SUPERVISOR.'
               END-IF
               DISPLAY 'AUTORIZACAO DE SUPERVISOR - ASSINE COM '
                   'ID E SENHA:'
               MOVE 'N' TO WRK-OPERCHK-RESULTADO
               IF WRK-OPERCHK-RESULTADO = 'S'
                   AND WRK-SUP-NIVEL = 9
                   MOVE 'S' TO WRK-OPERADOR-OK
                   MOVE WRK-SUP-ID TO WRK-APROVADOR-ID
               ELSE
                   MOVE 'N' TO WRK-OPERADOR-OK
                   DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                       'DE SUPERVISOR.'
               END-IF
               IF WRK-OPERADOR-VALIDO AND WRK-SODCHK-PROIBIDO
                   AND WRK-SUP-ID = WRK-OPERADOR-ID
                   MOVE 'N' TO WRK-OPERADOR-OK
                   DISPLAY 'AUTORIZACAO RECUSADA - QUEM CONTOU NAO '
                       'PODE APROVAR O PROPRIO AJUSTE.'
               END-IF
           END-IF.
           IF WRK-OPERADOR-VALIDO
               DISPLAY 'CONFIRMA O AJUSTE DO ESTOQUE (S/N)? '
               VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT.
           PERFORM 0430-REGRAVAR-CATALOGO.
           PERFORM 0440-REGRAVAR-ESTOQUE-LOCAL.
           PERFORM 0415-REGISTRAR-APROVACAO.
           DISPLAY 'AJUSTES APLICADOS: ' WRK-QTD-AJUSTES.

      *    A APROVACAO VAI PARA O LOG EM NOME DE QUEM APROVOU; AS
      *    LINHAS DE AJUSTE FICAM EM NOME DE QUEM CONTOU.
       0415-REGISTRAR-APROVACAO.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'APROVACAO AJUSTE LOCAL=' WRK-LOCAL-CONTADO
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'CONTAGEM DE=' WRK-OPERADOR-ID
               ' ITENS=' WRK-QTD-AJUSTES
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           MOVE WRK-APROVADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0450-REGISTRAR-AUDITORIA.
           MOVE WRK-OPERADOR-ID TO WRK-AUDIT-OPERADOR.

       0420-AJUSTAR-ITEM.
           IF WRK-CAT-CONTOU(WRK-SUB-CAT) = 'S'
               AND WRK-CAT-CONTADO(WRK-SUB-CAT)
                   NOT = WRK-CAT-SALDO-LOC(WRK-SUB-CAT)
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'AJUSTE ITEM=' WRK-CAT-CODIGO(WRK-SUB-CAT)
                   ' DE=' WRK-CAT-SALDO-LOC(WRK-SUB-CAT)
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               MOVE SPACES TO WRK-AUDIT-SAIDA
               STRING 'PARA=' WRK-CAT-CONTADO(WRK-SUB-CAT)
                   ' LOCAL=' WRK-LOCAL-CONTADO
                   DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               COMPUTE WRK-DIF-QTD =
                   WRK-CAT-CONTADO(WRK-SUB-CAT)
                   - WRK-CAT-SALDO-LOC(WRK-SUB-CAT)
               IF WRK-CAT-ESTOQUE(WRK-SUB-CAT) + WRK-DIF-QTD < 0
                   MOVE ZEROS TO WRK-CAT-ESTOQUE(WRK-SUB-CAT)
               ELSE
                   COMPUTE WRK-CAT-ESTOQUE(WRK-SUB-CAT) =
                       WRK-CAT-ESTOQUE(WRK-SUB-CAT) + WRK-DIF-QTD
               END-IF
               PERFORM 0425-AJUSTAR-SALDO-LOCAL
               ADD 1 TO WRK-QTD-AJUSTES
               PERFORM 0450-REGISTRAR-AUDITORIA
           END-IF.

       0425-AJUSTAR-SALDO-LOCAL.
           IF WRK-CAT-SUB-ELC(WRK-SUB-CAT) = ZEROS
               MOVE 'WRK-TAB-ELC' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-ELC TO WRK-TABCHK-QTD
               MOVE 300 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-ELC
               MOVE WRK-QTD-ELC TO WRK-CAT-SUB-ELC(WRK-SUB-CAT)
               MOVE WRK-QTD-ELC TO WRK-ELC-ACHADO
               MOVE WRK-CAT-CODIGO(WRK-SUB-CAT)
                   TO WRK-ELC-ITEM(WRK-ELC-ACHADO)
               MOVE WRK-LOCAL-CONTADO
                   TO WRK-ELC-LOCAL(WRK-ELC-ACHADO)
               MOVE ZEROS TO WRK-ELC-PONTO-REP(WRK-ELC-ACHADO)
               MOVE ZEROS TO WRK-ELC-TRANSITO(WRK-ELC-ACHADO)
           END-IF.
           MOVE WRK-CAT-SUB-ELC(WRK-SUB-CAT) TO WRK-ELC-ACHADO.
           MOVE WRK-CAT-CONTADO(WRK-SUB-CAT)
               TO WRK-ELC-SALDO(WRK-ELC-ACHADO).
           MOVE WRK-CAT-CONTADO(WRK-SUB-CAT)
               TO WRK-CAT-SALDO-LOC(WRK-SUB-CAT).

       0430-REGRAVAR-CATALOGO.
           OPEN OUTPUT ITEM-MASTER-FILE-NOVO.
           MOVE 'ITEMNEW' TO WRK-FSCHK-ARQ.
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
           DISPLAY 'SALDOS DO LOCAL ' WRK-LOCAL-CONTADO
               ' REGRAVADOS COM O ESTOQUE CONTADO.'.

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
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-AUDIT-OPERADOR TO AUD-OPERADOR.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
