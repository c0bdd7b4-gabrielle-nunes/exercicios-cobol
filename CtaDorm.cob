       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTADORM.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CONTROLE MENSAL DE CONTAS DORMENTES DO CAIXA. VARRE
      *          O TELLERTX E GUARDA NO DORMCTL.dat A DATA DO ULTIMO
      *          MOVIMENTO DO CLIENTE DE CADA CONTA (TARIFA, JUROS E
      *          IOF DO CONTAFECH, CHEQUE DEVOLVIDO E ESTORNO NAO
      *          CONTAM). CONTA ATIVA SEM MOVIMENTO HA DORMENCIA-MESES
      *          (PARMS) PASSA AO STATUS D NO ACCMAST, COM LINHA NO
      *          AUDITLOG; CONTA QUE CHEGA A DORMENCIA-AVISO MESES DO
      *          PRAZO SAI NO DORMAVIS.dat PARA O AVISO AO TITULAR. O
      *          DORMREL.dat LISTA TODAS AS CONTAS DORMENTES COM O
      *          SALDO, PARA O COMPLIANCE. A REATIVACAO E FEITA NO
      *          CAIXA, COM ALCADA DE SUPERVISOR.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: CONTA ABANDONADA CONTINUAVA ATIVA E SACAVA
      *             SEM NENHUMA CONFERENCIA ADICIONAL.
      *2026-10-15 - RENDIMENTO DA POUPANCA (TIPO N) NAO CONTA COMO
      *             MOVIMENTO DO CLIENTE. ACCMAST CRESCE COM O TIPO DA
      *             CONTA E OS CAMPOS DA POUPANCA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT ACCOUNT-MASTER-FILE-NOVO ASSIGN TO "ACCNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCNEW.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT TELLER-TRANSACTIONS-FILE ASSIGN TO "TELLERTX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TELLERTX.
           SELECT DORMANT-CONTROL-FILE ASSIGN TO "DORMCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DORMCTL.
           SELECT DORMANT-CONTROL-FILE-NOVO ASSIGN TO "DORMNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DORMNEW.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DORMREL.
           SELECT NOTICE-FILE ASSIGN TO "DORMAVIS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DORMAVIS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           02 AC-CONTA                PIC X(06).
           02 AC-TITULAR              PIC X(30).
           02 AC-STATUS               PIC X(01).
           02 AC-SALDO                PIC S9(09)V99.
           02 AC-SALDO-BLOQ           PIC 9(09)V99.
           02 AC-CPFCNPJ              PIC 9(14).
           02 AC-LIMITE-CHEQUE        PIC 9(09)V99.
           02 AC-DATA-NEGATIVO        PIC 9(08).
           02 AC-JUROS-CHEQ-ACUM      PIC 9(07)V99.
           02 AC-IOF-CHEQ-ACUM        PIC 9(07)V99.
           02 AC-TIPO-CONTA           PIC X(01).
           02 AC-POUP-ANIV            PIC 9(08).
           02 AC-POUP-SALDO-MIN       PIC 9(09)V99.
           02 AC-POUP-RESGATE         PIC X(01).

       FD  ACCOUNT-MASTER-FILE-NOVO.
       01  ACCOUNT-MASTER-RECORD-NOVO.
           02 AC-NOVO-CONTA           PIC X(06).
           02 AC-NOVO-TITULAR         PIC X(30).
           02 AC-NOVO-STATUS          PIC X(01).
           02 AC-NOVO-SALDO           PIC S9(09)V99.
           02 AC-NOVO-SALDO-BLOQ      PIC 9(09)V99.
           02 AC-NOVO-CPFCNPJ         PIC 9(14).
           02 AC-NOVO-LIMITE-CHEQUE   PIC 9(09)V99.
           02 AC-NOVO-DATA-NEGATIVO   PIC 9(08).
           02 AC-NOVO-JUROS-CHEQ-ACUM PIC 9(07)V99.
           02 AC-NOVO-IOF-CHEQ-ACUM   PIC 9(07)V99.
           02 AC-NOVO-TIPO-CONTA      PIC X(01).
           02 AC-NOVO-POUP-ANIV       PIC 9(08).
           02 AC-NOVO-POUP-SALDO-MIN  PIC 9(09)V99.
           02 AC-NOVO-POUP-RESGATE    PIC X(01).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO         PIC X(15).
           02 PARM-REC-VALOR          PIC 9(07)V9999.

       FD  TELLER-TRANSACTIONS-FILE.
       01  TELLER-TX-RECORD.
           02 TX-DATA                PIC 9(08).
           02 TX-TELLER              PIC X(06).
           02 TX-CONTA               PIC X(06).
           02 TX-TIPO                PIC X(01).
           02 TX-HORA                PIC 9(08).
           02 TX-VALOR               PIC 9(06).
           02 TX-QTD-DENOM           PIC 9(02).
           02 TX-DEN OCCURS 12 TIMES.
               03 TX-DEN-VALOR       PIC 9(03).
               03 TX-DEN-QTD         PIC 9(05).
           02 TX-REF-DATA            PIC 9(08).
           02 TX-REF-HORA            PIC 9(08).
           02 TX-OPERADOR            PIC X(06).
           02 TX-CONTA-DESTINO       PIC X(06).
           02 TX-CENTAVOS            PIC 9(02).

      *    ULTIMO MOVIMENTO DO CLIENTE POR CONTA, MANTIDO DE UM MES
      *    PARA O OUTRO: O TELLERTX ARQUIVADO NAO APAGA O HISTORICO E
      *    CONTA NOVA COMECA A CONTAR DA PRIMEIRA RODADA EM QUE APARECE.
       FD  DORMANT-CONTROL-FILE.
       01  DORMANT-CONTROL-RECORD.
           02 DC-CONTA                PIC X(06).
           02 DC-ULT-MOVIMENTO        PIC 9(08).

       FD  DORMANT-CONTROL-FILE-NOVO.
       01  DORMANT-CONTROL-RECORD-NOVO.
           02 DC-NOVO-CONTA           PIC X(06).
           02 DC-NOVO-ULT-MOVIMENTO   PIC 9(08).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
           02 AUD-SEQUENCIA         PIC 9(06).
           02 AUD-DATA              PIC 9(08).
           02 AUD-HORA              PIC 9(08).
           02 AUD-ENTRADA           PIC X(30).
           02 AUD-SAIDA             PIC X(30).
           02 AUD-OPERADOR          PIC X(06).

       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-RECORD      PIC X(72).

      *    UM REGISTRO POR AVISO, PARA A CARTA AO TITULAR: CONTA,
      *    ULTIMO MOVIMENTO E A COMPETENCIA (AAAAMM) EM QUE A CONTA
      *    PASSA A DORMENTE SE CONTINUAR SEM MOVIMENTO.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           02 AV-CONTA                PIC X(06).
           02 AV-TITULAR              PIC X(30).
           02 AV-CPFCNPJ              PIC 9(14).
           02 AV-ULT-MOVIMENTO        PIC 9(08).
           02 AV-COMPET-DORMENCIA     PIC 9(06).
           02 AV-SALDO                PIC S9(09)V99.

       WORKING-STORAGE SECTION.
           COPY 'AUDIT-CPY.COB'.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CTADORM'.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TELLERTX        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DORMCTL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DORMNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DORMREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DORMAVIS        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ACCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTAS                    VALUE 'S'.
       77 WRK-FIM-TELLERTX       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TRANSACOES                VALUE 'S'.
       77 WRK-FIM-DORMCTL        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTROLE                  VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-SISTEMA       PIC 9(08)      VALUE ZEROS.
       77 WRK-MESES-DORMENCIA    PIC 9(03)      VALUE ZEROS.
       77 WRK-MESES-AVISO        PIC 9(03)      VALUE ZEROS.
       77 WRK-MESES-SEM-MOV      PIC S9(05)     VALUE ZEROS.
       77 WRK-MESES-CORRIDOS     PIC 9(07)      VALUE ZEROS.
       77 WRK-CONTA-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-IDX-CONTA-ACHADA   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CONTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-DORMENTES      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-NOVAS          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-AVISOS         PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-DORMENTES    PIC S9(11)V99  VALUE ZEROS.
       77 WRK-VALOR-ED           PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.
       77 WRK-NOME-ACCMAST       PIC X(20)      VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20)      VALUE "ACCNEW.dat".
       77 WRK-NOME-DORMCTL       PIC X(20)      VALUE "DORMCTL.dat".
       77 WRK-NOME-DORMNEW       PIC X(20)      VALUE "DORMNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-DATA-BASE         PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-BASE.
           02 WRK-BASE-ANO       PIC 9(04).
           02 WRK-BASE-MES       PIC 9(02).
           02 WRK-BASE-DIA       PIC 9(02).

       01  WRK-DATA-ULT          PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-ULT.
           02 WRK-ULT-ANO        PIC 9(04).
           02 WRK-ULT-MES        PIC 9(02).
           02 WRK-ULT-DIA        PIC 9(02).

       01  WRK-COMPET-DORMENCIA  PIC 9(06)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPET-DORMENCIA.
           02 WRK-COMPET-ANO     PIC 9(04).
           02 WRK-COMPET-MES     PIC 9(02).

       01  WRK-DATA-ED.
           02 WRK-DATA-ED-DIA    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-MES    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-ANO    PIC 9(04).

       01  WRK-TAB-CONTA VALUE ZEROS.
           02 WRK-CONTA-LINHA OCCURS 100 TIMES
                               INDEXED BY WRK-IDX-CTA.
               03 WRK-CTA-CONTA      PIC X(06).
               03 WRK-CTA-TITULAR    PIC X(30).
               03 WRK-CTA-STATUS     PIC X(01).
               03 WRK-CTA-SALDO      PIC S9(09)V99.
               03 WRK-CTA-BLOQ       PIC 9(09)V99.
               03 WRK-CTA-CPFCNPJ    PIC 9(14).
               03 WRK-CTA-LIMITE     PIC 9(09)V99.
               03 WRK-CTA-DATA-NEG   PIC 9(08).
               03 WRK-CTA-JUROS-CE   PIC 9(07)V99.
               03 WRK-CTA-IOF-CE     PIC 9(07)V99.
               03 WRK-CTA-TIPO       PIC X(01).
               03 WRK-CTA-POUP-ANIV  PIC 9(08).
               03 WRK-CTA-POUP-MIN   PIC 9(09)V99.
               03 WRK-CTA-POUP-RESG  PIC X(01).
               03 WRK-CTA-ULT-MOV    PIC 9(08).
               03 WRK-CTA-NOVA-DORM  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-DATA-HOJE TO WRK-DATA-BASE.
           PERFORM 0110-CARREGAR-PARAMETROS.
           MOVE 'DORMENCIA-MESES' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-MESES-DORMENCIA.
           MOVE 'DORMENCIA-AVISO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-MESES-AVISO.
           IF WRK-MESES-DORMENCIA = ZEROS
               DISPLAY 'DORMENCIA-MESES ZERADO NO PARMS - EXECUCAO '
                   'RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-MESES-AVISO >= WRK-MESES-DORMENCIA
               MOVE ZEROS TO WRK-MESES-AVISO
               DISPLAY 'DORMENCIA-AVISO NAO MENOR QUE O PRAZO - '
                   'AVISOS NAO EMITIDOS.'
           END-IF.
           PERFORM 0120-CARREGAR-CONTAS.
           PERFORM 0130-CARREGAR-CONTROLE.
           PERFORM 0140-VARRER-MOVIMENTO.
           MOVE 'CTADORM' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0150-OBTER-SEQ-AUDITORIA.

       0110-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0111-LER-PARAMETRO.
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

       0120-CARREGAR-CONTAS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-CONTA UNTIL WRK-FIM-CONTAS.
           CLOSE ACCOUNT-MASTER-FILE.

       0121-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ACCMAST
               NOT AT END
                   MOVE 'WRK-TAB-CONTA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CONTA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CONTA
                   SET WRK-IDX-CTA TO WRK-QTD-CONTA
                   MOVE AC-CONTA
                       TO WRK-CTA-CONTA(WRK-IDX-CTA)
                   MOVE AC-TITULAR
                       TO WRK-CTA-TITULAR(WRK-IDX-CTA)
                   MOVE AC-STATUS
                       TO WRK-CTA-STATUS(WRK-IDX-CTA)
                   MOVE AC-SALDO
                       TO WRK-CTA-SALDO(WRK-IDX-CTA)
                   MOVE AC-SALDO-BLOQ
                       TO WRK-CTA-BLOQ(WRK-IDX-CTA)
                   MOVE AC-CPFCNPJ
                       TO WRK-CTA-CPFCNPJ(WRK-IDX-CTA)
                   MOVE AC-LIMITE-CHEQUE
                       TO WRK-CTA-LIMITE(WRK-IDX-CTA)
                   MOVE AC-DATA-NEGATIVO
                       TO WRK-CTA-DATA-NEG(WRK-IDX-CTA)
                   MOVE AC-JUROS-CHEQ-ACUM
                       TO WRK-CTA-JUROS-CE(WRK-IDX-CTA)
                   MOVE AC-IOF-CHEQ-ACUM
                       TO WRK-CTA-IOF-CE(WRK-IDX-CTA)
                   MOVE AC-TIPO-CONTA
                       TO WRK-CTA-TIPO(WRK-IDX-CTA)
                   MOVE AC-POUP-ANIV
                       TO WRK-CTA-POUP-ANIV(WRK-IDX-CTA)
                   MOVE AC-POUP-SALDO-MIN
                       TO WRK-CTA-POUP-MIN(WRK-IDX-CTA)
                   MOVE AC-POUP-RESGATE
                       TO WRK-CTA-POUP-RESG(WRK-IDX-CTA)
                   MOVE ZEROS TO WRK-CTA-ULT-MOV(WRK-IDX-CTA)
                   MOVE 'N' TO WRK-CTA-NOVA-DORM(WRK-IDX-CTA)
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

      *    O DORMCTL SO NAO EXISTE NA PRIMEIRA RODADA.
       0130-CARREGAR-CONTROLE.
           OPEN INPUT DORMANT-CONTROL-FILE.
           IF WRK-FS-DORMCTL = '00'
               PERFORM 0131-LER-CONTROLE UNTIL WRK-FIM-CONTROLE
               CLOSE DORMANT-CONTROL-FILE
           END-IF.

       0131-LER-CONTROLE.
           READ DORMANT-CONTROL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-DORMCTL
               NOT AT END
                   MOVE DC-CONTA TO WRK-CONTA-BUSCA
                   PERFORM 0145-LOCALIZAR-CONTA
                   IF WRK-IDX-CONTA-ACHADA > 0
                       SET WRK-IDX-CTA TO WRK-IDX-CONTA-ACHADA
                       MOVE DC-ULT-MOVIMENTO
                           TO WRK-CTA-ULT-MOV(WRK-IDX-CTA)
                   END-IF
           END-READ.
           MOVE 'DORMCTL' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DORMCTL,
               WRK-FSCHK-CHAVE.

       0140-VARRER-MOVIMENTO.
           OPEN INPUT TELLER-TRANSACTIONS-FILE.
           IF WRK-FS-TELLERTX = '00'
               PERFORM 0141-LER-TRANSACAO UNTIL WRK-FIM-TRANSACOES
               CLOSE TELLER-TRANSACTIONS-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA
               IF WRK-CTA-ULT-MOV(WRK-IDX-CTA) = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-CTA-ULT-MOV(WRK-IDX-CTA)
               END-IF
           END-PERFORM.

      *    NAO E MOVIMENTO DO CLIENTE O QUE O BANCO LANCA SOZINHO:
      *    TARIFA (M), JUROS (J), JUROS E IOF DO CHEQUE ESPECIAL (C/I)
      *    DO CONTAFECH, CHEQUE DEVOLVIDO (X) DO CHEQCOMP, ESTORNO (E)
      *    FEITO PELO CAIXA E RENDIMENTO DA POUPANCA (N) DO POUPREND.
       0141-LER-TRANSACAO.
           READ TELLER-TRANSACTIONS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TELLERTX
               NOT AT END
                   IF TX-TIPO NOT = 'M' AND TX-TIPO NOT = 'J'
                       AND TX-TIPO NOT = 'C' AND TX-TIPO NOT = 'I'
                       AND TX-TIPO NOT = 'X' AND TX-TIPO NOT = 'E'
                       AND TX-TIPO NOT = 'N'
                       AND TX-DATA NOT > WRK-DATA-HOJE
                       MOVE TX-CONTA TO WRK-CONTA-BUSCA
                       PERFORM 0145-LOCALIZAR-CONTA
                       IF WRK-IDX-CONTA-ACHADA > 0
                           SET WRK-IDX-CTA TO WRK-IDX-CONTA-ACHADA
                           IF TX-DATA > WRK-CTA-ULT-MOV(WRK-IDX-CTA)
                               MOVE TX-DATA
                                   TO WRK-CTA-ULT-MOV(WRK-IDX-CTA)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TELLERTX,
               WRK-FSCHK-CHAVE.

       0145-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-IDX-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA
               IF WRK-CTA-CONTA(WRK-IDX-CTA) = WRK-CONTA-BUSCA
                   SET WRK-IDX-CONTA-ACHADA TO WRK-IDX-CTA
                   SET WRK-IDX-CTA TO WRK-QTD-CONTA
               END-IF
           END-PERFORM.

       0150-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '00'
               PERFORM 0151-LER-SEQ-AUDITORIA
                   UNTIL WRK-FIM-SCAN-AUDIT
               CLOSE AUDIT-LOG-FILE
           END-IF.

       0151-LER-SEQ-AUDITORIA.
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
           OPEN OUTPUT NOTICE-FILE.
           MOVE 'DORMAVIS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DORMAVIS,
               WRK-FSCHK-CHAVE.
           PERFORM 0210-AVALIAR-CONTA
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA.
           CLOSE NOTICE-FILE.

      *    MESES CHEIOS ENTRE O ULTIMO MOVIMENTO E A DATA DA RODADA:
      *    SO FECHA O MES QUANDO O DIA DA RODADA ALCANCA O DIA DO
      *    ULTIMO MOVIMENTO.
       0210-AVALIAR-CONTA.
           MOVE WRK-CTA-ULT-MOV(WRK-IDX-CTA) TO WRK-DATA-ULT.
           COMPUTE WRK-MESES-SEM-MOV =
               (WRK-BASE-ANO * 12 + WRK-BASE-MES)
               - (WRK-ULT-ANO * 12 + WRK-ULT-MES).
           IF WRK-BASE-DIA < WRK-ULT-DIA
               SUBTRACT 1 FROM WRK-MESES-SEM-MOV
           END-IF.
           IF WRK-CTA-STATUS(WRK-IDX-CTA) = 'A'
               EVALUATE TRUE
                   WHEN WRK-MESES-SEM-MOV >= WRK-MESES-DORMENCIA
                       PERFORM 0220-MARCAR-DORMENTE
                   WHEN WRK-MESES-AVISO > ZEROS
                       AND WRK-MESES-SEM-MOV
                       >= WRK-MESES-DORMENCIA - WRK-MESES-AVISO
                       PERFORM 0230-GRAVAR-AVISO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0220-MARCAR-DORMENTE.
           MOVE 'D' TO WRK-CTA-STATUS(WRK-IDX-CTA).
           MOVE 'S' TO WRK-CTA-NOVA-DORM(WRK-IDX-CTA).
           ADD 1 TO WRK-QTD-NOVAS.
           PERFORM 0225-REGISTRAR-AUDITORIA.

       0225-REGISTRAR-AUDITORIA.
           MOVE WRK-DATA-HOJE TO WRK-AUDIT-DATA.
           MOVE WRK-HORA-SISTEMA TO WRK-AUDIT-HORA.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'DORMENCIA CONTA=' WRK-CTA-CONTA(WRK-IDX-CTA)
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'STATUS=A->D ULT=' WRK-CTA-ULT-MOV(WRK-IDX-CTA)
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE SPACES             TO AUD-OPERADOR.
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

      *    COMPETENCIA EM QUE A CONTA FICA DORMENTE: MES DO ULTIMO
      *    MOVIMENTO MAIS DORMENCIA-MESES.
       0230-GRAVAR-AVISO.
           COMPUTE WRK-MESES-CORRIDOS =
               WRK-ULT-ANO * 12 + WRK-ULT-MES - 1
               + WRK-MESES-DORMENCIA.
           DIVIDE WRK-MESES-CORRIDOS BY 12
               GIVING WRK-COMPET-ANO REMAINDER WRK-COMPET-MES.
           ADD 1 TO WRK-COMPET-MES.
           MOVE WRK-CTA-CONTA(WRK-IDX-CTA)   TO AV-CONTA.
           MOVE WRK-CTA-TITULAR(WRK-IDX-CTA) TO AV-TITULAR.
           MOVE WRK-CTA-CPFCNPJ(WRK-IDX-CTA) TO AV-CPFCNPJ.
           MOVE WRK-CTA-ULT-MOV(WRK-IDX-CTA) TO AV-ULT-MOVIMENTO.
           MOVE WRK-COMPET-DORMENCIA         TO AV-COMPET-DORMENCIA.
           MOVE WRK-CTA-SALDO(WRK-IDX-CTA)   TO AV-SALDO.
           WRITE NOTICE-RECORD.
           MOVE 'DORMAVIS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DORMAVIS,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-AVISOS.

       0900-ENCERRAR.
           IF WRK-QTD-NOVAS > 0
               PERFORM 0910-GRAVAR-CONTAS
           END-IF.
           PERFORM 0920-GRAVAR-CONTROLE.
           PERFORM 0930-GRAVAR-RELATORIO.
           DISPLAY 'CONTROLE DE DORMENCIA CONCLUIDO: '
               WRK-QTD-NOVAS ' CONTA(S) DORMENTE(S) NOVA(S), '
               WRK-QTD-AVISOS ' AVISO(S).'.

       0910-GRAVAR-CONTAS.
           OPEN OUTPUT ACCOUNT-MASTER-FILE-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0911-GRAVAR-CONTA
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA.
           CLOSE ACCOUNT-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ACCMAST,
               WRK-NOME-ACCNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ACCMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0911-GRAVAR-CONTA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CTA)   TO AC-NOVO-CONTA.
           MOVE WRK-CTA-TITULAR(WRK-IDX-CTA) TO AC-NOVO-TITULAR.
           MOVE WRK-CTA-STATUS(WRK-IDX-CTA)  TO AC-NOVO-STATUS.
           MOVE WRK-CTA-SALDO(WRK-IDX-CTA)   TO AC-NOVO-SALDO.
           MOVE WRK-CTA-BLOQ(WRK-IDX-CTA)    TO AC-NOVO-SALDO-BLOQ.
           MOVE WRK-CTA-CPFCNPJ(WRK-IDX-CTA) TO AC-NOVO-CPFCNPJ.
           MOVE WRK-CTA-LIMITE(WRK-IDX-CTA)
               TO AC-NOVO-LIMITE-CHEQUE.
           MOVE WRK-CTA-DATA-NEG(WRK-IDX-CTA)
               TO AC-NOVO-DATA-NEGATIVO.
           MOVE WRK-CTA-JUROS-CE(WRK-IDX-CTA)
               TO AC-NOVO-JUROS-CHEQ-ACUM.
           MOVE WRK-CTA-IOF-CE(WRK-IDX-CTA)
               TO AC-NOVO-IOF-CHEQ-ACUM.
           MOVE WRK-CTA-TIPO(WRK-IDX-CTA)
               TO AC-NOVO-TIPO-CONTA.
           MOVE WRK-CTA-POUP-ANIV(WRK-IDX-CTA)
               TO AC-NOVO-POUP-ANIV.
           MOVE WRK-CTA-POUP-MIN(WRK-IDX-CTA)
               TO AC-NOVO-POUP-SALDO-MIN.
           MOVE WRK-CTA-POUP-RESG(WRK-IDX-CTA)
               TO AC-NOVO-POUP-RESGATE.
           WRITE ACCOUNT-MASTER-RECORD-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCNEW,
               WRK-FSCHK-CHAVE.

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT DORMANT-CONTROL-FILE-NOVO.
           MOVE 'DORMNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DORMNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0921-GRAVAR-ULT-MOVIMENTO
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA.
           CLOSE DORMANT-CONTROL-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-DORMCTL,
               WRK-NOME-DORMNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-DORMCTL
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0921-GRAVAR-ULT-MOVIMENTO.
           MOVE WRK-CTA-CONTA(WRK-IDX-CTA)   TO DC-NOVO-CONTA.
           MOVE WRK-CTA-ULT-MOV(WRK-IDX-CTA)
               TO DC-NOVO-ULT-MOVIMENTO.
           WRITE DORMANT-CONTROL-RECORD-NOVO.
           MOVE 'DORMNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DORMNEW,
               WRK-FSCHK-CHAVE.

      *    RELATORIO DE COMPLIANCE: TODAS AS CONTAS DORMENTES, AS
      *    MARCADAS NESTA RODADA COM 'NOVA', E O SALDO PARADO NELAS.
       0930-GRAVAR-RELATORIO.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           MOVE 'DORMREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DORMREL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-BASE-DIA TO WRK-DATA-ED-DIA.
           MOVE WRK-BASE-MES TO WRK-DATA-ED-MES.
           MOVE WRK-BASE-ANO TO WRK-DATA-ED-ANO.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           STRING 'CONTAS DORMENTES - POSICAO EM ' WRK-DATA-ED
               ' - PRAZO ' WRK-MESES-DORMENCIA ' MESES'
               DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD.
           PERFORM 0935-GRAVAR-LINHA.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           STRING 'CONTA   TITULAR                   ULT.MOVIM. '
               '          SALDO'
               DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD.
           PERFORM 0935-GRAVAR-LINHA.
           PERFORM 0931-LISTAR-DORMENTE
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           PERFORM 0935-GRAVAR-LINHA.
           MOVE WRK-QTD-DORMENTES TO WRK-QTD-ED.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           STRING 'CONTAS DORMENTES:        ' WRK-QTD-ED
               DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD.
           PERFORM 0935-GRAVAR-LINHA.
           MOVE WRK-QTD-NOVAS TO WRK-QTD-ED.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           STRING 'DORMENTES NESTA RODADA:  ' WRK-QTD-ED
               DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD.
           PERFORM 0935-GRAVAR-LINHA.
           MOVE WRK-QTD-AVISOS TO WRK-QTD-ED.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           STRING 'AVISOS AO TITULAR:       ' WRK-QTD-ED
               DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD.
           PERFORM 0935-GRAVAR-LINHA.
           MOVE WRK-TOTAL-DORMENTES TO WRK-TOTAL-ED.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           STRING 'SALDO EM CONTAS DORMENTES: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD.
           PERFORM 0935-GRAVAR-LINHA.
           CLOSE DORMANT-REPORT-FILE.

       0931-LISTAR-DORMENTE.
           IF WRK-CTA-STATUS(WRK-IDX-CTA) = 'D'
               ADD 1 TO WRK-QTD-DORMENTES
               ADD WRK-CTA-SALDO(WRK-IDX-CTA) TO WRK-TOTAL-DORMENTES
               MOVE WRK-CTA-ULT-MOV(WRK-IDX-CTA) TO WRK-DATA-ULT
               MOVE WRK-ULT-DIA TO WRK-DATA-ED-DIA
               MOVE WRK-ULT-MES TO WRK-DATA-ED-MES
               MOVE WRK-ULT-ANO TO WRK-DATA-ED-ANO
               MOVE WRK-CTA-SALDO(WRK-IDX-CTA) TO WRK-VALOR-ED
               MOVE SPACES TO DORMANT-REPORT-RECORD
               STRING WRK-CTA-CONTA(WRK-IDX-CTA) '  '
                   WRK-CTA-TITULAR(WRK-IDX-CTA)(1:24) '  '
                   WRK-DATA-ED ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD
               IF WRK-CTA-NOVA-DORM(WRK-IDX-CTA) = 'S'
                   MOVE 'NOVA' TO DORMANT-REPORT-RECORD(69:4)
               END-IF
               PERFORM 0935-GRAVAR-LINHA
           END-IF.

       0935-GRAVAR-LINHA.
           WRITE DORMANT-REPORT-RECORD.
           MOVE 'DORMREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DORMREL,
               WRK-FSCHK-CHAVE.
