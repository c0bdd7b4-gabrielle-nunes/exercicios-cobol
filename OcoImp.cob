       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCOIMP.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: IMPORTACAO DO ARQUIVO DE OCORRENCIAS ENVIADO PELAS
      *          TRANSPORTADORAS (OCORREN.dat: TRANSPORTADORA,
      *          RASTREIO, CODIGO DE OCORRENCIA DA TRANSPORTADORA,
      *          DATA, HORA E OBSERVACAO). O CODIGO E TRADUZIDO PELO
      *          DE-PARA POR TRANSPORTADORA DO OCOMAP.dat PARA O
      *          STATUS DO TRACKREG (IN-TRANSIT, DELIVERED, ABSENT,
      *          BAD-ADDR, REFUSED, REDELIVERY, RETURNED), GRAVADO
      *          TAMBEM NO HISTORICO TRACKEVT.dat. ABSENT, BAD-ADDR E
      *          REFUSED CONTAM TENTATIVA FRUSTRADA (TRK-TENTATIVAS):
      *          NA OCO-TENTATIVAS-ESIMA (PARMS, PADRAO 3), E NA
      *          DEVOLUCAO, O ENVIO VAI PARA A FILA DO ATENDIMENTO
      *          OCOEXC.dat; A DEVOLUCAO ABRE AINDA O PEDIDO REVERSO
      *          (ORDER-TIPO 'R') NO ORDERS.idx. TRACKREG REGRAVADO
      *          VIA TRACKNEW.dat E PROMOVIDO, COMO NO TRACKUPD.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: AS TRANSPORTADORAS MANDAM AUSENTE,
      *             ENDERECO NAO LOCALIZADO, RECUSA, REENTREGA E
      *             DEVOLUCAO, E O TRACKMOV SO ACEITAVA OS QUATRO
      *             STATUS DIGITADOS A MAO.
      *2026-10-15 - LAYOUT DO PEDIDO COM O CAMPO ORDER-COD (74 BYTES);
      *             O PEDIDO DE RETORNO NASCE SEM CONTRA-ENTREGA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCCURRENCE-FILE ASSIGN TO "OCORREN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCORREN.
           SELECT OCCURRENCE-MAP-FILE ASSIGN TO "OCOMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCOMAP.
           SELECT TRACKING-REGISTER-FILE ASSIGN TO "TRACKREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKREG.
           SELECT TRACKING-REGISTER-FILE-NOVO ASSIGN TO "TRACKNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKNEW.
           SELECT TRACKING-EVENT-FILE ASSIGN TO "TRACKEVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKEVT.
           SELECT EXCEPTION-QUEUE-FILE ASSIGN TO "OCOEXC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCOEXC.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "ORDERS.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-NUMERO
               FILE STATUS IS WRK-FS-ORDERS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  OCCURRENCE-FILE.
       01  OCCURRENCE-RECORD.
           02 OCO-CARRIER            PIC X(03).
           02 OCO-RASTREIO           PIC X(12).
           02 OCO-CODIGO             PIC X(03).
           02 OCO-DATA               PIC 9(08).
           02 OCO-HORA               PIC 9(04).
           02 OCO-OBSERVACAO         PIC X(30).

       FD  OCCURRENCE-MAP-FILE.
       01  OCCURRENCE-MAP-RECORD.
           02 MAP-CARRIER            PIC X(03).
           02 MAP-CODIGO             PIC X(03).
           02 MAP-STATUS             PIC X(10).
           02 MAP-DESCRICAO          PIC X(30).

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

       FD  TRACKING-REGISTER-FILE-NOVO.
       01  TRACKING-REGISTER-RECORD-NOVO.
           02 TRKN-NUMERO            PIC X(12).
           02 TRKN-PEDIDO            PIC X(06).
           02 TRKN-PEDIDO-ORIG       PIC X(06).
           02 TRKN-DATA              PIC 9(08).
           02 TRKN-HORA              PIC 9(08).
           02 TRKN-STATUS            PIC X(10).
           02 TRKN-CARGA             PIC 9(08).
           02 TRKN-TENTATIVAS        PIC 9(01).

       FD  TRACKING-EVENT-FILE.
       01  TRACKING-EVENT-RECORD.
           02 EVT-NUMERO             PIC X(12).
           02 EVT-STATUS             PIC X(10).
           02 EVT-DATA               PIC 9(08).
           02 EVT-HORA               PIC 9(08).
           02 EVT-ORIGEM             PIC X(10).

       FD  EXCEPTION-QUEUE-FILE.
       01  EXCEPTION-QUEUE-RECORD.
           02 EXC-DATA               PIC 9(08).
           02 EXC-RASTREIO           PIC X(12).
           02 EXC-PEDIDO             PIC X(06).
           02 EXC-CARRIER            PIC X(03).
           02 EXC-TIPO               PIC X(01).
           02 EXC-TENTATIVAS         PIC 9(01).
           02 EXC-PEDIDO-REVERSO     PIC X(06).
           02 EXC-DESCRICAO          PIC X(30).

       FD  CUSTOMER-ORDER-FILE.
       01  CUSTOMER-ORDER-RECORD.
           02 ORDER-NUMERO           PIC X(06).
           02 ORDER-CLIENTE          PIC X(20).
           02 ORDER-PRODUTO          PIC X(20).
           02 ORDER-VALOR            PIC 9(06)V99.
           02 ORDER-UF               PIC X(02).
           02 ORDER-PESO             PIC 9(03)V99.
           02 ORDER-SEGURO-RESP      PIC X(01).
           02 ORDER-TIPO             PIC X(01).
           02 ORDER-PEDIDO-ORIG      PIC X(06).
           02 ORDER-SERVICO          PIC X(01).
           02 ORDER-ORIGEM           PIC X(03).
           02 ORDER-COD              PIC X(01).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'OCOIMP'.
       77 WRK-FS-OCORREN         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-OCOMAP          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKREG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKNEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKEVT        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-OCOEXC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ORDERS          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-OCORREN        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-OCORRENCIAS               VALUE 'S'.
       77 WRK-FIM-OCOMAP         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DE-PARA                   VALUE 'S'.
       77 WRK-FIM-TRACKREG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-ORDERS         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PEDIDOS                   VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-SISTEMA       PIC 9(08)      VALUE ZEROS.
       77 WRK-MAX-TENTATIVAS     PIC 9(01)      VALUE ZEROS.
       77 WRK-QTD-RASTREIO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-MAP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LIDAS          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-APLICADAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-DE-PARA    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-DESCONHECIDOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-REPETIDAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-EXCECOES       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-REVERSOS       PIC 9(05)      VALUE ZEROS.
       77 WRK-STATUS-NOVO        PIC X(10)      VALUE SPACES.
           88 WRK-TENTATIVA-FRUSTRADA           VALUE 'ABSENT'
                                                      'BAD-ADDR'
                                                      'REFUSED'.
           88 WRK-DEVOLUCAO                     VALUE 'RETURNED'.
       77 WRK-STATUS-ANTERIOR    PIC X(10)      VALUE SPACES.
       77 WRK-DESCRICAO-MAP      PIC X(30)      VALUE SPACES.
       77 WRK-MAP-ACHADO         PIC X(01)      VALUE 'N'.
           88 WRK-CODIGO-MAPEADO                VALUE 'S'.
       77 WRK-ULTIMO-PEDIDO      PIC 9(06)      VALUE ZEROS.
       77 WRK-PEDIDO-REVERSO     PIC X(06)      VALUE SPACES.
       77 WRK-GRAVOU-REVERSO     PIC X(01)      VALUE 'N'.
       77 WRK-EXC-TIPO           PIC X(01)      VALUE SPACES.
       77 WRK-EXC-DESCRICAO      PIC X(30)      VALUE SPACES.
       77 WRK-NOME-TRACKREG      PIC X(20)      VALUE "TRACKREG.dat".
       77 WRK-NOME-TRACKNEW      PIC X(20)      VALUE "TRACKNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-MAP VALUE SPACES.
           02 WRK-MAP-LINHA OCCURS 300 TIMES
                             INDEXED BY WRK-IDX-MAP.
               03 WRK-MAP-CARRIER    PIC X(03).
               03 WRK-MAP-CODIGO     PIC X(03).
               03 WRK-MAP-STATUS     PIC X(10).
               03 WRK-MAP-DESCRICAO  PIC X(30).

       01  WRK-TAB-RASTREIO VALUE ZEROS.
           02 WRK-RASTREIO-LINHA OCCURS 500 TIMES
                                  INDEXED BY WRK-IDX-TRK.
               03 WRK-TRK-NUMERO     PIC X(12).
               03 WRK-TRK-PEDIDO     PIC X(06).
               03 WRK-TRK-PED-ORIG   PIC X(06).
               03 WRK-TRK-DATA       PIC 9(08).
               03 WRK-TRK-HORA       PIC 9(08).
               03 WRK-TRK-STATUS     PIC X(10).
               03 WRK-TRK-CARGA      PIC 9(08).
               03 WRK-TRK-TENTATIVAS PIC 9(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-LER-OCORRENCIA.
           PERFORM UNTIL WRK-FIM-OCORRENCIAS
               PERFORM 0200-PROCESSAR
               PERFORM 0150-LER-OCORRENCIA
           END-PERFORM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           PERFORM 0112-CARREGAR-PARAMETROS.
           MOVE 'OCO-TENTATIVAS' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-MAX-TENTATIVAS.
           IF WRK-MAX-TENTATIVAS = ZEROS
               MOVE 3 TO WRK-MAX-TENTATIVAS
           END-IF.
           PERFORM 0120-CARREGAR-DE-PARA.
           PERFORM 0110-CARREGAR-RASTREIOS.
           PERFORM 0130-ABRIR-PEDIDOS.
           OPEN INPUT OCCURRENCE-FILE.
           MOVE 'OCORREN' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-OCORREN,
               WRK-FSCHK-CHAVE.

       0110-CARREGAR-RASTREIOS.
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
                   MOVE 'WRK-TAB-RASTREIO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-RASTREIO TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-RASTREIO
                   SET WRK-IDX-TRK TO WRK-QTD-RASTREIO
                   MOVE TRK-NUMERO
                       TO WRK-TRK-NUMERO(WRK-IDX-TRK)
                   MOVE TRK-PEDIDO
                       TO WRK-TRK-PEDIDO(WRK-IDX-TRK)
                   MOVE TRK-PEDIDO-ORIG
                       TO WRK-TRK-PED-ORIG(WRK-IDX-TRK)
                   MOVE TRK-DATA
                       TO WRK-TRK-DATA(WRK-IDX-TRK)
                   MOVE TRK-HORA
                       TO WRK-TRK-HORA(WRK-IDX-TRK)
                   MOVE TRK-STATUS
                       TO WRK-TRK-STATUS(WRK-IDX-TRK)
                   MOVE TRK-CARGA
                       TO WRK-TRK-CARGA(WRK-IDX-TRK)
                   MOVE TRK-TENTATIVAS
                       TO WRK-TRK-TENTATIVAS(WRK-IDX-TRK)
           END-READ.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKREG,
               WRK-FSCHK-CHAVE.

       0112-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0113-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0113-LER-PARAMETRO.
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

       0120-CARREGAR-DE-PARA.
           OPEN INPUT OCCURRENCE-MAP-FILE.
           MOVE 'OCOMAP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-OCOMAP,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-DE-PARA UNTIL WRK-FIM-DE-PARA.
           CLOSE OCCURRENCE-MAP-FILE.

       0121-LER-DE-PARA.
           READ OCCURRENCE-MAP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-OCOMAP
               NOT AT END
                   MOVE 'WRK-TAB-MAP' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-MAP TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-MAP
                   MOVE MAP-CARRIER   TO WRK-MAP-CARRIER(WRK-QTD-MAP)
                   MOVE MAP-CODIGO    TO WRK-MAP-CODIGO(WRK-QTD-MAP)
                   MOVE MAP-STATUS    TO WRK-MAP-STATUS(WRK-QTD-MAP)
                   MOVE MAP-DESCRICAO
                       TO WRK-MAP-DESCRICAO(WRK-QTD-MAP)
           END-READ.
           MOVE 'OCOMAP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-OCOMAP,
               WRK-FSCHK-CHAVE.

      *    O ULTIMO NUMERO DE PEDIDO DO ORDERS.idx (CHAVE ASCENDENTE)
      *    E A BASE DA NUMERACAO DOS PEDIDOS REVERSOS ABERTOS AQUI.
       0130-ABRIR-PEDIDOS.
           OPEN I-O CUSTOMER-ORDER-FILE.
           MOVE 'ORDERS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ORDERS,
               WRK-FSCHK-CHAVE.
           MOVE ZEROS TO WRK-ULTIMO-PEDIDO.
           PERFORM 0131-LER-PEDIDO UNTIL WRK-FIM-PEDIDOS.

       0131-LER-PEDIDO.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ORDERS
               NOT AT END
                   IF ORDER-NUMERO IS NUMERIC
                       MOVE ORDER-NUMERO TO WRK-ULTIMO-PEDIDO
                   END-IF
           END-READ.
           MOVE 'ORDERS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ORDERS,
               WRK-FSCHK-CHAVE.

       0150-LER-OCORRENCIA.
           IF NOT WRK-FIM-OCORRENCIAS
               READ OCCURRENCE-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-OCORREN
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDAS
               END-READ
               MOVE 'OCORREN' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-OCORREN,
                   WRK-FSCHK-CHAVE
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-TRADUZIR-CODIGO.
           IF NOT WRK-CODIGO-MAPEADO
               ADD 1 TO WRK-QTD-SEM-DE-PARA
               DISPLAY 'OCORRENCIA IGNORADA - CODIGO ' OCO-CODIGO
                   ' SEM DE-PARA PARA ' OCO-CARRIER
                   ' (' OCO-RASTREIO ')'
           ELSE
               PERFORM 0220-APLICAR-OCORRENCIA
           END-IF.

       0210-TRADUZIR-CODIGO.
           MOVE 'N' TO WRK-MAP-ACHADO.
           MOVE SPACES TO WRK-STATUS-NOVO.
           SET WRK-IDX-MAP TO 1.
           SEARCH WRK-MAP-LINHA
               AT END
                   CONTINUE
               WHEN WRK-MAP-CARRIER(WRK-IDX-MAP) = OCO-CARRIER
                   AND WRK-MAP-CODIGO(WRK-IDX-MAP) = OCO-CODIGO
                   MOVE 'S' TO WRK-MAP-ACHADO
                   MOVE WRK-MAP-STATUS(WRK-IDX-MAP)
                       TO WRK-STATUS-NOVO
                   MOVE WRK-MAP-DESCRICAO(WRK-IDX-MAP)
                       TO WRK-DESCRICAO-MAP
           END-SEARCH.

       0220-APLICAR-OCORRENCIA.
           SET WRK-IDX-TRK TO 1.
           SEARCH WRK-RASTREIO-LINHA
               AT END
                   ADD 1 TO WRK-QTD-DESCONHECIDOS
                   DISPLAY 'RASTREIO DESCONHECIDO: ' OCO-RASTREIO
               WHEN WRK-TRK-NUMERO(WRK-IDX-TRK) = OCO-RASTREIO
                   IF WRK-TRK-STATUS(WRK-IDX-TRK) = WRK-STATUS-NOVO
                       AND WRK-TRK-DATA(WRK-IDX-TRK) = OCO-DATA
                       ADD 1 TO WRK-QTD-REPETIDAS
                   ELSE
                       PERFORM 0230-ATUALIZAR-RASTREIO
                   END-IF
           END-SEARCH.

       0230-ATUALIZAR-RASTREIO.
           MOVE WRK-TRK-STATUS(WRK-IDX-TRK) TO WRK-STATUS-ANTERIOR.
           MOVE WRK-STATUS-NOVO TO WRK-TRK-STATUS(WRK-IDX-TRK).
           MOVE OCO-DATA TO WRK-TRK-DATA(WRK-IDX-TRK).
           MOVE ZEROS TO WRK-TRK-HORA(WRK-IDX-TRK).
           MOVE OCO-HORA TO WRK-TRK-HORA(WRK-IDX-TRK)(1:4).
           ADD 1 TO WRK-QTD-APLICADAS.
           PERFORM 0240-REGISTRAR-EVENTO.
           IF WRK-TENTATIVA-FRUSTRADA
               IF WRK-TRK-TENTATIVAS(WRK-IDX-TRK) < 9
                   ADD 1 TO WRK-TRK-TENTATIVAS(WRK-IDX-TRK)
               END-IF
               IF WRK-TRK-TENTATIVAS(WRK-IDX-TRK)
                   = WRK-MAX-TENTATIVAS
                   MOVE 'T' TO WRK-EXC-TIPO
                   MOVE SPACES TO WRK-PEDIDO-REVERSO
                   MOVE 'LIMITE DE TENTATIVAS ATINGIDO'
                       TO WRK-EXC-DESCRICAO
                   PERFORM 0260-GRAVAR-EXCECAO
               END-IF
           END-IF.
           IF WRK-DEVOLUCAO AND WRK-STATUS-ANTERIOR NOT = 'RETURNED'
               PERFORM 0250-ABRIR-PEDIDO-REVERSO
               MOVE 'D' TO WRK-EXC-TIPO
               MOVE WRK-DESCRICAO-MAP TO WRK-EXC-DESCRICAO
               PERFORM 0260-GRAVAR-EXCECAO
           END-IF.

       0240-REGISTRAR-EVENTO.
           OPEN EXTEND TRACKING-EVENT-FILE.
           IF WRK-FS-TRACKEVT NOT = '00'
               OPEN OUTPUT TRACKING-EVENT-FILE
               MOVE 'TRACKEVT' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-TRACKEVT,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE OCO-RASTREIO     TO EVT-NUMERO.
           MOVE WRK-STATUS-NOVO  TO EVT-STATUS.
           MOVE OCO-DATA         TO EVT-DATA.
           MOVE WRK-TRK-HORA(WRK-IDX-TRK) TO EVT-HORA.
           MOVE 'OCORREN'        TO EVT-ORIGEM.
           WRITE TRACKING-EVENT-RECORD.
           MOVE 'TRACKEVT' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKEVT,
               WRK-FSCHK-CHAVE.
           CLOSE TRACKING-EVENT-FILE.

      *    PEDIDO REVERSO: COPIA DO PEDIDO DO ENVIO DEVOLVIDO COM
      *    ORDER-TIPO 'R' E ORDER-PEDIDO-ORIG APONTANDO PARA ELE; SEGUE
      *    PELA CRITICA E PELO FRETE NO LOTE SEGUINTE COMO RETORNO.
       0250-ABRIR-PEDIDO-REVERSO.
           MOVE SPACES TO WRK-PEDIDO-REVERSO.
           MOVE WRK-TRK-PEDIDO(WRK-IDX-TRK) TO ORDER-NUMERO.
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-TRK-PEDIDO(WRK-IDX-TRK)
                       ' NAO ENCONTRADO NO ORDERS.idx - REVERSO NAO '
                       'ABERTO (' OCO-RASTREIO ')'
               NOT INVALID KEY
                   MOVE WRK-TRK-PEDIDO(WRK-IDX-TRK)
                       TO ORDER-PEDIDO-ORIG
                   MOVE 'R' TO ORDER-TIPO
                   MOVE 'N' TO ORDER-COD
                   MOVE 'N' TO WRK-GRAVOU-REVERSO
                   PERFORM 0251-GRAVAR-PEDIDO-REVERSO
                       UNTIL WRK-GRAVOU-REVERSO = 'S'
           END-READ.

       0251-GRAVAR-PEDIDO-REVERSO.
           ADD 1 TO WRK-ULTIMO-PEDIDO.
           MOVE WRK-ULTIMO-PEDIDO TO ORDER-NUMERO.
           WRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVOU-REVERSO
                   MOVE ORDER-NUMERO TO WRK-PEDIDO-REVERSO
                   ADD 1 TO WRK-QTD-REVERSOS
                   DISPLAY 'PEDIDO REVERSO ' ORDER-NUMERO
                       ' ABERTO PARA O PEDIDO ' ORDER-PEDIDO-ORIG
           END-WRITE.

       0260-GRAVAR-EXCECAO.
           OPEN EXTEND EXCEPTION-QUEUE-FILE.
           IF WRK-FS-OCOEXC NOT = '00'
               OPEN OUTPUT EXCEPTION-QUEUE-FILE
               MOVE 'OCOEXC' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-OCOEXC,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-DATA-HOJE                TO EXC-DATA.
           MOVE OCO-RASTREIO                 TO EXC-RASTREIO.
           MOVE WRK-TRK-PEDIDO(WRK-IDX-TRK)  TO EXC-PEDIDO.
           MOVE OCO-CARRIER                  TO EXC-CARRIER.
           MOVE WRK-EXC-TIPO                 TO EXC-TIPO.
           MOVE WRK-TRK-TENTATIVAS(WRK-IDX-TRK) TO EXC-TENTATIVAS.
           MOVE WRK-PEDIDO-REVERSO           TO EXC-PEDIDO-REVERSO.
           MOVE WRK-EXC-DESCRICAO            TO EXC-DESCRICAO.
           WRITE EXCEPTION-QUEUE-RECORD.
           MOVE 'OCOEXC' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-OCOEXC,
               WRK-FSCHK-CHAVE.
           CLOSE EXCEPTION-QUEUE-FILE.
           ADD 1 TO WRK-QTD-EXCECOES.

       0300-FINALIZAR.
           CLOSE OCCURRENCE-FILE.
           CLOSE CUSTOMER-ORDER-FILE.
           IF WRK-QTD-APLICADAS > ZEROS
               PERFORM 0310-REGRAVAR-RASTREIOS
           END-IF.
           DISPLAY 'OCORRENCIAS LIDAS: ' WRK-QTD-LIDAS
               ' APLICADAS: ' WRK-QTD-APLICADAS
               ' REPETIDAS: ' WRK-QTD-REPETIDAS.
           DISPLAY 'SEM DE-PARA: ' WRK-QTD-SEM-DE-PARA
               ' RASTREIO DESCONHECIDO: ' WRK-QTD-DESCONHECIDOS.
           DISPLAY 'EXCECOES PARA O ATENDIMENTO: ' WRK-QTD-EXCECOES
               ' PEDIDOS REVERSOS: ' WRK-QTD-REVERSOS.

       0310-REGRAVAR-RASTREIOS.
           OPEN OUTPUT TRACKING-REGISTER-FILE-NOVO.
           MOVE 'TRACKNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-RASTREIO
               VARYING WRK-IDX-TRK FROM 1 BY 1
               UNTIL WRK-IDX-TRK > WRK-QTD-RASTREIO.
           CLOSE TRACKING-REGISTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-TRACKREG,
               WRK-NOME-TRACKNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-TRACKREG
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0311-GRAVAR-RASTREIO.
           MOVE WRK-TRK-NUMERO(WRK-IDX-TRK) TO TRKN-NUMERO.
           MOVE WRK-TRK-PEDIDO(WRK-IDX-TRK) TO TRKN-PEDIDO.
           MOVE WRK-TRK-PED-ORIG(WRK-IDX-TRK) TO TRKN-PEDIDO-ORIG.
           MOVE WRK-TRK-DATA(WRK-IDX-TRK)   TO TRKN-DATA.
           MOVE WRK-TRK-HORA(WRK-IDX-TRK)   TO TRKN-HORA.
           MOVE WRK-TRK-STATUS(WRK-IDX-TRK) TO TRKN-STATUS.
           MOVE WRK-TRK-CARGA(WRK-IDX-TRK)  TO TRKN-CARGA.
           MOVE WRK-TRK-TENTATIVAS(WRK-IDX-TRK) TO TRKN-TENTATIVAS.
           WRITE TRACKING-REGISTER-RECORD-NOVO.
           MOVE 'TRACKNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKNEW,
               WRK-FSCHK-CHAVE.
