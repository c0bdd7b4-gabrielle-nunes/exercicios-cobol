       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODREL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: RELATORIO SEMANAL DE ENVIOS ENTREGUES SEM
      *          COMPROVANTE DE ENTREGA, POR TRANSPORTADORA, PARA
      *          COBRARMOS O CANHOTO. CRUZA O TRACKREG (STATUS
      *          DELIVERED E DATA DA ENTREGA) COM O PODREG E COM O
      *          FRETELOG (TRANSPORTADORA, PEDIDO E CLIENTE DO
      *          RASTREIO) E GRAVA NO PODPEND.dat, AGRUPADO POR
      *          TRANSPORTADORA, CADA ENVIO AINDA SEM POD COM OS DIAS
      *          DESDE A ENTREGA E O TOTAL DA TRANSPORTADORA.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: OS CANHOTOS QUE FALTAVAM SO APARECIAM
      *             QUANDO O CLIENTE CONTESTAVA A FATURA.
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
           SELECT POD-REGISTER-FILE ASSIGN TO "PODREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PODREG.
           SELECT CARRIER-MASTER-FILE ASSIGN TO "CARRMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRMAST.
           SELECT POD-MISSING-REPORT-FILE ASSIGN TO "PODPEND.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PODPEND.

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

       FD  POD-REGISTER-FILE.
       01  POD-REGISTER-RECORD.
           02 POD-RASTREIO           PIC X(12).
           02 POD-CARRIER            PIC X(03).
           02 POD-RECEBEDOR          PIC X(30).
           02 POD-DOCUMENTO          PIC X(14).
           02 POD-DATA               PIC 9(08).
           02 POD-HORA               PIC 9(04).
           02 POD-IMAGEM             PIC X(40).
           02 POD-ORIGEM             PIC X(01).

       FD  CARRIER-MASTER-FILE.
       01  CARRIER-MASTER-RECORD.
           02 CR-CODIGO              PIC X(03).
           02 CR-NOME                PIC X(20).
           02 CR-ATIVO               PIC X(01).

       FD  POD-MISSING-REPORT-FILE.
       01  POD-MISSING-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PODREL'.
       77 WRK-FS-FRETELOG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKREG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PODREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CARRMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PODPEND         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-FRETELOG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LOG                       VALUE 'S'.
       77 WRK-FIM-TRACKREG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-PODREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-COMPROVANTES              VALUE 'S'.
       77 WRK-FIM-CARRMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TRANSPORTADORAS           VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-SERIAL-HOJE        PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-ENTR        PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-ENTREGA        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-ENT            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ENT-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-POD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-PEND           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-PEND           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CARR           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-CARR           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CARR-ACHADO        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-CARRMAST       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-CM             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-TEM-POD            PIC X(01)      VALUE 'N'.
       77 WRK-NOME-CARRIER       PIC X(20)      VALUE SPACES.

       01  WRK-TAB-ENTREGA VALUE ZEROS.
           02 WRK-ENTREGA-LINHA OCCURS 500 TIMES.
               03 WRK-ENT-TRACKING   PIC X(12).
               03 WRK-ENT-DATA       PIC 9(08).

       01  WRK-TAB-POD VALUE SPACES.
           02 WRK-POD-RASTREIO OCCURS 500 TIMES
                                INDEXED BY WRK-IDX-POD
                                PIC X(12).

       01  WRK-TAB-PEND VALUE ZEROS.
           02 WRK-PEND-LINHA OCCURS 500 TIMES.
               03 WRK-PEND-CARRIER   PIC X(03).
               03 WRK-PEND-TRACKING  PIC X(12).
               03 WRK-PEND-PEDIDO    PIC X(06).
               03 WRK-PEND-CLIENTE   PIC X(06).
               03 WRK-PEND-ENTREGA   PIC 9(08).
               03 WRK-PEND-DIAS      PIC 9(05).

       01  WRK-TAB-CARR VALUE ZEROS.
           02 WRK-CARR-LINHA OCCURS 10 TIMES.
               03 WRK-CARR-CODIGO    PIC X(03).
               03 WRK-CARR-QTD       PIC 9(04).

       01  WRK-TAB-CARRMAST VALUE ZEROS.
           02 WRK-CM-LINHA OCCURS 10 TIMES.
               03 WRK-CM-CODIGO      PIC X(03).
               03 WRK-CM-NOME        PIC X(20).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-SERIAL-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM 0110-CARREGAR-ENTREGAS.
           PERFORM 0120-CARREGAR-PODS.
           PERFORM 0130-CARREGAR-TRANSPORTADORAS.

       0110-CARREGAR-ENTREGAS.
           OPEN INPUT TRACKING-REGISTER-FILE.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKREG,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-RASTREIO UNTIL WRK-FIM-REGISTRO.
           CLOSE TRACKING-REGISTER-FILE.

       0111-LER-RASTREIO.
           READ TRACKING-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRACKREG
               NOT AT END
                   IF TRK-STATUS = 'DELIVERED'
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

       0120-CARREGAR-PODS.
           OPEN INPUT POD-REGISTER-FILE.
           IF WRK-FS-PODREG = '00'
               PERFORM 0121-LER-POD UNTIL WRK-FIM-COMPROVANTES
               CLOSE POD-REGISTER-FILE
           ELSE
               DISPLAY 'AVISO: PODREG.dat AUSENTE - NENHUM ENVIO COM '
                   'COMPROVANTE DE ENTREGA.'
           END-IF.

       0121-LER-POD.
           READ POD-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PODREG
               NOT AT END
                   MOVE 'WRK-TAB-POD' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-POD TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-POD
                   MOVE POD-RASTREIO TO WRK-POD-RASTREIO(WRK-QTD-POD)
           END-READ.
           MOVE 'PODREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PODREG,
               WRK-FSCHK-CHAVE.

       0130-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-MASTER-FILE.
           MOVE 'CARRMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0131-LER-TRANSPORTADORA
               UNTIL WRK-FIM-TRANSPORTADORAS.
           CLOSE CARRIER-MASTER-FILE.

       0131-LER-TRANSPORTADORA.
           READ CARRIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CARRMAST
               NOT AT END
                   MOVE 'WRK-TAB-CARRMAST' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CARRMAST TO WRK-TABCHK-QTD
                   MOVE 10 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CARRMAST
                   MOVE CR-CODIGO
                       TO WRK-CM-CODIGO(WRK-QTD-CARRMAST)
                   MOVE CR-NOME
                       TO WRK-CM-NOME(WRK-QTD-CARRMAST)
           END-READ.
           MOVE 'CARRMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRMAST,
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

       0210-LER-LOG.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FRETELOG
               NOT AT END
                   IF LOG-TRACKING NOT = SPACES
                       PERFORM 0220-AVALIAR-ENVIO
                   END-IF
           END-READ.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETELOG,
               WRK-FSCHK-CHAVE.

       0220-AVALIAR-ENVIO.
           MOVE ZEROS TO WRK-ENT-ACHADO.
           PERFORM VARYING WRK-SUB-ENT FROM 1 BY 1
               UNTIL WRK-SUB-ENT > WRK-QTD-ENTREGA
               IF WRK-ENT-TRACKING(WRK-SUB-ENT) = LOG-TRACKING
                   MOVE WRK-SUB-ENT TO WRK-ENT-ACHADO
                   MOVE WRK-QTD-ENTREGA TO WRK-SUB-ENT
               END-IF
           END-PERFORM.
           IF WRK-ENT-ACHADO > ZEROS
               MOVE 'N' TO WRK-TEM-POD
               IF WRK-QTD-POD > ZEROS
                   SET WRK-IDX-POD TO 1
                   SEARCH WRK-POD-RASTREIO
                       AT END
                           CONTINUE
                       WHEN WRK-POD-RASTREIO(WRK-IDX-POD)
                           = LOG-TRACKING
                           MOVE 'S' TO WRK-TEM-POD
                   END-SEARCH
               END-IF
               IF WRK-TEM-POD = 'N'
                   PERFORM 0230-REGISTRAR-PENDENTE
               END-IF
           END-IF.

       0230-REGISTRAR-PENDENTE.
           MOVE 'WRK-TAB-PEND' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-PEND TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-PEND.
           MOVE LOG-CARRIER     TO WRK-PEND-CARRIER(WRK-QTD-PEND).
           MOVE LOG-TRACKING    TO WRK-PEND-TRACKING(WRK-QTD-PEND).
           MOVE LOG-PEDIDO      TO WRK-PEND-PEDIDO(WRK-QTD-PEND).
           MOVE LOG-CLIENTE-COD TO WRK-PEND-CLIENTE(WRK-QTD-PEND).
           MOVE WRK-ENT-DATA(WRK-ENT-ACHADO)
               TO WRK-PEND-ENTREGA(WRK-QTD-PEND).
           COMPUTE WRK-SERIAL-ENTR =
               FUNCTION INTEGER-OF-DATE(WRK-ENT-DATA(WRK-ENT-ACHADO)).
           COMPUTE WRK-PEND-DIAS(WRK-QTD-PEND) =
               WRK-SERIAL-HOJE - WRK-SERIAL-ENTR.
           PERFORM 0231-CONTAR-CARRIER.

       0231-CONTAR-CARRIER.
           MOVE ZEROS TO WRK-CARR-ACHADO.
           PERFORM VARYING WRK-SUB-CARR FROM 1 BY 1
               UNTIL WRK-SUB-CARR > WRK-QTD-CARR
               IF WRK-CARR-CODIGO(WRK-SUB-CARR) = LOG-CARRIER
                   MOVE WRK-SUB-CARR TO WRK-CARR-ACHADO
                   MOVE WRK-QTD-CARR TO WRK-SUB-CARR
               END-IF
           END-PERFORM.
           IF WRK-CARR-ACHADO = ZEROS
               MOVE 'WRK-TAB-CARR' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CARR TO WRK-TABCHK-QTD
               MOVE 10 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CARR
               MOVE WRK-QTD-CARR TO WRK-CARR-ACHADO
               MOVE LOG-CARRIER TO WRK-CARR-CODIGO(WRK-CARR-ACHADO)
               MOVE ZEROS TO WRK-CARR-QTD(WRK-CARR-ACHADO)
           END-IF.
           ADD 1 TO WRK-CARR-QTD(WRK-CARR-ACHADO).

       0300-FINALIZAR.
           OPEN OUTPUT POD-MISSING-REPORT-FILE.
           MOVE 'PODPEND' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PODPEND,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO POD-MISSING-REPORT-RECORD.
           STRING 'ENTREGUES SEM COMPROVANTE (POD) EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO POD-MISSING-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0310-REPORTAR-CARRIER
               VARYING WRK-SUB-CARR FROM 1 BY 1
               UNTIL WRK-SUB-CARR > WRK-QTD-CARR.
           IF WRK-QTD-PEND = ZEROS
               MOVE 'NENHUM ENVIO ENTREGUE SEM POD.'
                   TO POD-MISSING-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           CLOSE POD-MISSING-REPORT-FILE.
           DISPLAY 'ENVIOS ENTREGUES SEM POD: ' WRK-QTD-PEND
               ' EM ' WRK-QTD-CARR ' TRANSPORTADORA(S).'.

       0310-REPORTAR-CARRIER.
           PERFORM 0330-ACHAR-NOME-CARRIER.
           MOVE SPACES TO POD-MISSING-REPORT-RECORD.
           STRING WRK-CARR-CODIGO(WRK-SUB-CARR)
               ' ' WRK-NOME-CARRIER
               ' - ' WRK-CARR-QTD(WRK-SUB-CARR)
               ' ENVIO(S) SEM POD'
               DELIMITED BY SIZE INTO POD-MISSING-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0320-LISTAR-PENDENTE
               VARYING WRK-SUB-PEND FROM 1 BY 1
               UNTIL WRK-SUB-PEND > WRK-QTD-PEND.

       0320-LISTAR-PENDENTE.
           IF WRK-PEND-CARRIER(WRK-SUB-PEND)
               = WRK-CARR-CODIGO(WRK-SUB-CARR)
               MOVE SPACES TO POD-MISSING-REPORT-RECORD
               STRING '    ' WRK-PEND-TRACKING(WRK-SUB-PEND)
                   ' PEDIDO ' WRK-PEND-PEDIDO(WRK-SUB-PEND)
                   ' CLIENTE ' WRK-PEND-CLIENTE(WRK-SUB-PEND)
                   ' ENTREGUE ' WRK-PEND-ENTREGA(WRK-SUB-PEND)
                   ' HA ' WRK-PEND-DIAS(WRK-SUB-PEND) ' DIA(S)'
                   DELIMITED BY SIZE INTO POD-MISSING-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0330-ACHAR-NOME-CARRIER.
           MOVE SPACES TO WRK-NOME-CARRIER.
           PERFORM VARYING WRK-SUB-CM FROM 1 BY 1
               UNTIL WRK-SUB-CM > WRK-QTD-CARRMAST
               IF WRK-CM-CODIGO(WRK-SUB-CM)
                   = WRK-CARR-CODIGO(WRK-SUB-CARR)
                   MOVE WRK-CM-NOME(WRK-SUB-CM)
                       TO WRK-NOME-CARRIER
                   MOVE WRK-QTD-CARRMAST TO WRK-SUB-CM
               END-IF
           END-PERFORM.

       0390-GRAVAR-LINHA.
           WRITE POD-MISSING-REPORT-RECORD.
           MOVE 'PODPEND' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PODPEND,
               WRK-FSCHK-CHAVE.
