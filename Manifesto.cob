      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: ROMANEIO DE EXPEDICAO POR DEPOSITO E TRANSPORTADORA.
      *          AGRUPA OS PEDIDOS PRECIFICADOS DO DIA (ORDERSNW.dat)
      *          POR ORDERNW-ORIGEM E ORDERNW-CARRIER, NUMERA O
      *          ROMANEIO PELO SEQUENCIAL DO MANCTL.dat E IMPRIME NO
      *          MANIFEST.dat A LISTA QUE
      *          O MOTORISTA ASSINA (RASTREIO DO TRACKREG, PEDIDO,
      *          CLIENTE, PESO). NA CONFIRMACAO DO CHECK-OUT, O
      *          EVENTO DISPATCHED E GRAVADO DE UMA VEZ PARA TODOS
      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - COM A EXPEDICAO SAINDO DE MAIS DE UM DEPOSITO, O
      *             ROMANEIO PASSA A SER UM POR DEPOSITO
      *             (ORDERNW-ORIGEM) E TRANSPORTADORA: A MESMA
      *             TRANSPORTADORA COLETA EM DOCAS DIFERENTES E CADA
      *             DOCA PRECISA DA SUA LISTA ASSINADA.
      *2026-10-15 - CAMINHAO CHEIO SO ERA DESCOBERTO NO CHECK-OUT E A
      *             DOCA DIVIDIA O ROMANEIO NA MAO. PASSA A HAVER
      *             PLANEJAMENTO DE CARGA: CADA DEPOSITO/TRANSPORTADORA
      *             E REPARTIDO PELOS VEICULOS DO CARRVEIC.dat (PESO
      *             MAXIMO E NUMERO MAXIMO DE VOLUMES, UM VOLUME POR
      *             ENVIO), AGRUPANDO OS ENVIOS POR UF DE DESTINO, E SAI
      *             UM ROMANEIO POR CARGA COM O VEICULO E O PESO
      *             CARREGADO. O QUE NAO COUBE FICA RETIDO NO
      *             MANPEND.dat, COM PRIORIDADE NO DIA SEGUINTE, E SAI
      *             NO RELATORIO MANRET.dat. O TRACKREG GANHA TRK-CARGA
      *             (NUMERO DO ROMANEIO) E OS STATUS LOADED E HELD; O
      *             DISPATCHED DO CHECK-OUT PARTE DO LOADED.
      *             TRANSPORTADORA SEM VEICULO CADASTRADO SEGUE COM
      *             CARGA UNICA SEM LIMITE, COM AVISO.
      *2026-10-15 - LAYOUT DO TRACKREG ACOMPANHA O NOVO CAMPO
      *             TRK-TENTATIVAS (TENTATIVAS DE ENTREGA FRUSTRADAS).
      *2026-10-15 - VALOR A COBRAR NA PORTA IMPRESSO NO ENVIO
      *             CONTRA-ENTREGA E TOTALIZADO POR CARGA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRACKING-EVENT-FILE ASSIGN TO "TRACKEVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKEVT.
           SELECT CARRIER-VEHICLE-FILE ASSIGN TO "CARRVEIC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRVEIC.
           SELECT PENDING-ORDER-FILE ASSIGN TO "MANPEND.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MANPEND.
           SELECT HELD-REPORT-FILE ASSIGN TO "MANRET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MANRET.

       DATA DIVISION.
       FILE SECTION.
           02 ORDERNW-CARRIER        PIC X(03).
           02 ORDERNW-FRETE          PIC 9(04)V99.
           02 ORDERNW-DATA-PREVISTA  PIC 9(08).
           02 ORDERNW-ORIGEM         PIC X(03).
           02 ORDERNW-COD            PIC X(01).
           02 ORDERNW-VALOR-COBRAR   PIC 9(07)V99.

       FD  TRACKING-REGISTER-FILE.
       01  TRACKING-REGISTER-RECORD.
           02 TRK-DATA               PIC 9(08).
           02 TRK-HORA               PIC 9(08).
           02 TRK-STATUS             PIC X(10).
           02 TRK-CARGA              PIC 9(08).
           02 TRK-TENTATIVAS         PIC 9(01).

       FD  TRACKING-REGISTER-FILE-NOVO.
       01  TRACKING-REGISTER-RECORD-NOVO.
           02 TRKN-DATA              PIC 9(08).
           02 TRKN-HORA              PIC 9(08).
           02 TRKN-STATUS            PIC X(10).
           02 TRKN-CARGA             PIC 9(08).
           02 TRKN-TENTATIVAS        PIC 9(01).

       FD  MANIFEST-CONTROL-FILE.
       01  MANIFEST-CONTROL-RECORD.
           02 EVT-HORA               PIC 9(08).
           02 EVT-ORIGEM             PIC X(10).

       FD  CARRIER-VEHICLE-FILE.
       01  CARRIER-VEHICLE-RECORD.
           02 VEI-CARRIER            PIC X(03).
           02 VEI-PLACA              PIC X(07).
           02 VEI-ORIGEM             PIC X(03).
           02 VEI-PESO-MAX           PIC 9(05)V99.
           02 VEI-VOLUMES-MAX        PIC 9(04).
           02 VEI-ATIVO              PIC X(01).

       FD  PENDING-ORDER-FILE.
       01  PENDING-ORDER-RECORD.
           02 PEND-NUMERO            PIC X(06).
           02 PEND-CLIENTE           PIC X(20).
           02 PEND-PRODUTO           PIC X(20).
           02 PEND-VALOR             PIC 9(06)V99.
           02 PEND-UF                PIC X(02).
           02 PEND-PESO              PIC 9(03)V99.
           02 PEND-SEGURO-RESP       PIC X(01).
           02 PEND-TIPO              PIC X(01).
           02 PEND-PEDIDO-ORIG       PIC X(06).
           02 PEND-SERVICO           PIC X(01).
           02 PEND-CARRIER           PIC X(03).
           02 PEND-FRETE             PIC 9(04)V99.
           02 PEND-DATA-PREVISTA     PIC 9(08).
           02 PEND-ORIGEM            PIC X(03).
           02 PEND-COD               PIC X(01).
           02 PEND-VALOR-COBRAR      PIC 9(07)V99.

       FD  HELD-REPORT-FILE.
       01  HELD-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
       77 WRK-FS-MANCTL          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MANIFEST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKEVT        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CARRVEIC        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MANPEND         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MANRET          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ORDERSNW       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PEDIDOS                   VALUE 'S'.
       77 WRK-FIM-TRACKREG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-CARRVEIC       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-VEICULOS                  VALUE 'S'.
       77 WRK-FIM-MANPEND        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PENDENTES                 VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-SISTEMA       PIC 9(08)      VALUE ZEROS.
       77 WRK-ULTIMO-MANIFESTO   PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-PED            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PED            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-DET            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-UF             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ALVO           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-TRK            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-TRK            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TRK-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-VEI            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-VEI            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-VEI-CARRIER    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ITEM           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ITEM           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARRIER-ATUAL      PIC X(03)      VALUE SPACES.
       77 WRK-ORIGEM-ATUAL       PIC X(03)      VALUE SPACES.
       77 WRK-UF-ATUAL           PIC X(02)      VALUE SPACES.
       77 WRK-PASSE-RETIDO       PIC X(01)      VALUE 'N'.
       77 WRK-MAIOR-PESO-VEI     PIC 9(05)V99   VALUE ZEROS.
       77 WRK-CARGA-NUMERO       PIC 9(08)      VALUE ZEROS.
       77 WRK-CARGA-PLACA        PIC X(07)      VALUE SPACES.
       77 WRK-CARGA-PESO         PIC 9(05)V99   VALUE ZEROS.
       77 WRK-CARGA-PESO-MAX     PIC 9(05)V99   VALUE ZEROS.
       77 WRK-CARGA-VOLUMES      PIC 9(04)      VALUE ZEROS.
       77 WRK-CARGA-VOL-MAX      PIC 9(04)      VALUE ZEROS.
       77 WRK-CARGA-LIMITE       PIC X(01)      VALUE 'S'.
           88 WRK-CARGA-SEM-LIMITE              VALUE 'N'.
       77 WRK-ED-PESO            PIC ZZZZ9,99.
       77 WRK-ED-PESO-MAX        PIC ZZZZ9,99.
       77 WRK-ED-COBRAR          PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-CARGA-COBRAR       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QTD-COD-CARGA      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-LINHAS         PIC 9(03)      VALUE ZEROS.
       77 WRK-CONFIRMA           PIC X(01)      VALUE 'N'.
           88 WRK-CONFIRMA-SIM                  VALUE 'S'.
       77 WRK-QTD-CARREGADOS     PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-RETIDOS        PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-DESPACHADOS    PIC 9(04)      VALUE ZEROS.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-EVT-STATUS         PIC X(10)      VALUE SPACES.
       77 WRK-NOME-TRACKREG      PIC X(20)      VALUE "TRACKREG.dat".
       77 WRK-NOME-TRACKNEW      PIC X(20)      VALUE "TRACKNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
               03 WRK-PED-CLIENTE    PIC X(20).
               03 WRK-PED-PESO       PIC 9(03)V99.
               03 WRK-PED-CARRIER    PIC X(03).
               03 WRK-PED-ORIGEM     PIC X(03).
               03 WRK-PED-UF         PIC X(02).
               03 WRK-PED-TRATADO    PIC X(01).
               03 WRK-PED-RETIDO     PIC X(01).
               03 WRK-PED-CARGA      PIC 9(08).
               03 WRK-PED-COD        PIC X(01).
               03 WRK-PED-COBRAR     PIC 9(07)V99.
               03 WRK-PED-REGISTRO   PIC X(100).

       01  WRK-TAB-TRK VALUE ZEROS.
           02 WRK-TRK-LINHA OCCURS 500 TIMES.
               03 WRK-TRK-DATA       PIC 9(08).
               03 WRK-TRK-HORA       PIC 9(08).
               03 WRK-TRK-STATUS     PIC X(10).
               03 WRK-TRK-CARGA      PIC 9(08).
               03 WRK-TRK-TENTATIVAS PIC 9(01).

       01  WRK-TAB-VEI VALUE ZEROS.
           02 WRK-VEI-LINHA OCCURS 50 TIMES.
               03 WRK-VEI-CARRIER    PIC X(03).
               03 WRK-VEI-PLACA      PIC X(07).
               03 WRK-VEI-ORIGEM     PIC X(03).
               03 WRK-VEI-PESO-MAX   PIC 9(05)V99.
               03 WRK-VEI-VOL-MAX    PIC 9(04).
               03 WRK-VEI-USADO      PIC X(01).

       01  WRK-TAB-ITEM VALUE ZEROS.
           02 WRK-ITEM-PED OCCURS 200 TIMES PIC 9(03) COMP.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           PERFORM 0105-CARREGAR-PENDENTES.
           PERFORM 0110-CARREGAR-PEDIDOS.
           PERFORM 0120-CARREGAR-RASTREIOS.
           PERFORM 0130-CARREGAR-CONTROLE.
           PERFORM 0140-CARREGAR-VEICULOS.
           OPEN OUTPUT MANIFEST-PRINT-FILE.
           MOVE 'MANIFEST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MANIFEST,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT PENDING-ORDER-FILE.
           MOVE 'MANPEND' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MANPEND,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT HELD-REPORT-FILE.
           MOVE 'MANRET' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MANRET,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO HELD-REPORT-RECORD.
           STRING 'ENVIOS RETIDOS POR FALTA DE CAPACIDADE - '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO HELD-REPORT-RECORD.
           PERFORM 0291-GRAVAR-RETIDO.

       0105-CARREGAR-PENDENTES.
           OPEN INPUT PENDING-ORDER-FILE.
           IF WRK-FS-MANPEND = '00'
               PERFORM 0106-LER-PENDENTE UNTIL WRK-FIM-PENDENTES
               CLOSE PENDING-ORDER-FILE
           END-IF.

       0106-LER-PENDENTE.
           READ PENDING-ORDER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-MANPEND
               NOT AT END
                   MOVE PENDING-ORDER-RECORD
                       TO CUSTOMER-ORDER-RECORD-NOVO
                   PERFORM 0112-INCLUIR-PEDIDO
                   MOVE 'S' TO WRK-PED-RETIDO(WRK-QTD-PED)
           END-READ.
           MOVE 'MANPEND' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MANPEND,
               WRK-FSCHK-CHAVE.

       0110-CARREGAR-PEDIDOS.
           OPEN INPUT CUSTOMER-ORDER-FILE-NOVO.
                   MOVE 'S' TO WRK-FIM-ORDERSNW
               NOT AT END
                   IF ORDERNW-CARRIER NOT = SPACES
                       PERFORM 0112-INCLUIR-PEDIDO
                   END-IF
           END-READ.
           MOVE 'ORDERSNW' TO WRK-FSCHK-ARQ.
               WRK-FS-ORDERSNW,
               WRK-FSCHK-CHAVE.

       0112-INCLUIR-PEDIDO.
           MOVE 'WRK-TAB-PED' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-PED TO WRK-TABCHK-QTD.
           MOVE 200 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-PED.
           MOVE ORDERNW-NUMERO  TO WRK-PED-NUMERO(WRK-QTD-PED).
           MOVE ORDERNW-CLIENTE TO WRK-PED-CLIENTE(WRK-QTD-PED).
           MOVE ORDERNW-PESO    TO WRK-PED-PESO(WRK-QTD-PED).
           MOVE ORDERNW-CARRIER TO WRK-PED-CARRIER(WRK-QTD-PED).
           MOVE ORDERNW-ORIGEM  TO WRK-PED-ORIGEM(WRK-QTD-PED).
           MOVE ORDERNW-UF      TO WRK-PED-UF(WRK-QTD-PED).
           MOVE 'N'             TO WRK-PED-TRATADO(WRK-QTD-PED).
           MOVE 'N'             TO WRK-PED-RETIDO(WRK-QTD-PED).
           MOVE ZEROS           TO WRK-PED-CARGA(WRK-QTD-PED).
           MOVE ORDERNW-COD     TO WRK-PED-COD(WRK-QTD-PED).
           IF ORDERNW-VALOR-COBRAR NUMERIC
               MOVE ORDERNW-VALOR-COBRAR
                   TO WRK-PED-COBRAR(WRK-QTD-PED)
           ELSE
               MOVE ZEROS TO WRK-PED-COBRAR(WRK-QTD-PED)
           END-IF.
           MOVE CUSTOMER-ORDER-RECORD-NOVO
               TO WRK-PED-REGISTRO(WRK-QTD-PED).

       0120-CARREGAR-RASTREIOS.
           OPEN INPUT TRACKING-REGISTER-FILE.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
                       TO WRK-TRK-HORA(WRK-QTD-TRK)
                   MOVE TRK-STATUS
                       TO WRK-TRK-STATUS(WRK-QTD-TRK)
                   MOVE TRK-CARGA
                       TO WRK-TRK-CARGA(WRK-QTD-TRK)
                   MOVE TRK-TENTATIVAS
                       TO WRK-TRK-TENTATIVAS(WRK-QTD-TRK)
           END-READ.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               CLOSE MANIFEST-CONTROL-FILE
           END-IF.

       0140-CARREGAR-VEICULOS.
           OPEN INPUT CARRIER-VEHICLE-FILE.
           IF WRK-FS-CARRVEIC = '00'
               PERFORM 0141-LER-VEICULO UNTIL WRK-FIM-VEICULOS
               CLOSE CARRIER-VEHICLE-FILE
           ELSE
               DISPLAY 'AVISO: CARRVEIC.dat AUSENTE - ROMANEIOS SEM '
                   'LIMITE DE CAPACIDADE.'
           END-IF.

       0141-LER-VEICULO.
           READ CARRIER-VEHICLE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CARRVEIC
               NOT AT END
                   IF VEI-ATIVO = 'S'
                       MOVE 'WRK-TAB-VEI' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-VEI TO WRK-TABCHK-QTD
                       MOVE 50 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-VEI
                       MOVE VEI-CARRIER
                           TO WRK-VEI-CARRIER(WRK-QTD-VEI)
                       MOVE VEI-PLACA
                           TO WRK-VEI-PLACA(WRK-QTD-VEI)
                       MOVE VEI-ORIGEM
                           TO WRK-VEI-ORIGEM(WRK-QTD-VEI)
                       MOVE VEI-PESO-MAX
                           TO WRK-VEI-PESO-MAX(WRK-QTD-VEI)
                       MOVE VEI-VOLUMES-MAX
                           TO WRK-VEI-VOL-MAX(WRK-QTD-VEI)
                       MOVE 'N'
                           TO WRK-VEI-USADO(WRK-QTD-VEI)
                   END-IF
           END-READ.
           MOVE 'CARRVEIC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRVEIC,
               WRK-FSCHK-CHAVE.

      *    CADA DEPOSITO/TRANSPORTADORA E REPARTIDO EM CARGAS, UMA POR
      *    VEICULO DISPONIVEL; O QUE NAO COUBE FICA RETIDO PARA O DIA
      *    SEGUINTE (MANPEND.dat), COM PRIORIDADE NA PROXIMA CARGA.
       0200-EMITIR-MANIFESTOS.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QTD-PED
               IF WRK-PED-TRATADO(WRK-SUB-PED) = 'N'
                   MOVE WRK-PED-CARRIER(WRK-SUB-PED)
                       TO WRK-CARRIER-ATUAL
                   MOVE WRK-PED-ORIGEM(WRK-SUB-PED)
                       TO WRK-ORIGEM-ATUAL
                   PERFORM 0205-PLANEJAR-CARGAS
               END-IF
           END-PERFORM.
           IF WRK-QTD-RETIDOS = ZEROS
               MOVE 'NENHUM ENVIO RETIDO.' TO HELD-REPORT-RECORD
               PERFORM 0291-GRAVAR-RETIDO
           ELSE
               MOVE SPACES TO HELD-REPORT-RECORD
               STRING 'TOTAL RETIDO PARA O DIA SEGUINTE: '
                   WRK-QTD-RETIDOS
                   DELIMITED BY SIZE INTO HELD-REPORT-RECORD
               PERFORM 0291-GRAVAR-RETIDO
           END-IF.

       0205-PLANEJAR-CARGAS.
           PERFORM 0206-CONTAR-VEICULOS.
           IF WRK-QTD-VEI-CARRIER = ZEROS
               DISPLAY 'AVISO: TRANSPORTADORA ' WRK-CARRIER-ATUAL
                   ' SEM VEICULO NO CARRVEIC - CARGA UNICA SEM LIMITE.'
               MOVE 'N' TO WRK-CARGA-LIMITE
               MOVE SPACES TO WRK-CARGA-PLACA
               MOVE ZEROS TO WRK-CARGA-PESO-MAX
               MOVE ZEROS TO WRK-CARGA-VOL-MAX
               PERFORM 0210-MONTAR-CARGA
           ELSE
               MOVE 'S' TO WRK-CARGA-LIMITE
               PERFORM VARYING WRK-SUB-VEI FROM 1 BY 1
                   UNTIL WRK-SUB-VEI > WRK-QTD-VEI
                   IF WRK-VEI-CARRIER(WRK-SUB-VEI) = WRK-CARRIER-ATUAL
                       AND WRK-VEI-USADO(WRK-SUB-VEI) = 'N'
                       AND (WRK-VEI-ORIGEM(WRK-SUB-VEI)
                               = WRK-ORIGEM-ATUAL
                           OR WRK-VEI-ORIGEM(WRK-SUB-VEI) = SPACES)
                       MOVE WRK-VEI-PLACA(WRK-SUB-VEI)
                           TO WRK-CARGA-PLACA
                       MOVE WRK-VEI-PESO-MAX(WRK-SUB-VEI)
                           TO WRK-CARGA-PESO-MAX
                       MOVE WRK-VEI-VOL-MAX(WRK-SUB-VEI)
                           TO WRK-CARGA-VOL-MAX
                       PERFORM 0210-MONTAR-CARGA
                       IF WRK-QTD-ITEM > ZEROS
                           MOVE 'S' TO WRK-VEI-USADO(WRK-SUB-VEI)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 0250-RETER-EXCEDENTE
               VARYING WRK-SUB-ALVO FROM 1 BY 1
               UNTIL WRK-SUB-ALVO > WRK-QTD-PED.

       0206-CONTAR-VEICULOS.
           MOVE ZEROS TO WRK-QTD-VEI-CARRIER.
           MOVE ZEROS TO WRK-MAIOR-PESO-VEI.
           PERFORM VARYING WRK-SUB-VEI FROM 1 BY 1
               UNTIL WRK-SUB-VEI > WRK-QTD-VEI
               IF WRK-VEI-CARRIER(WRK-SUB-VEI) = WRK-CARRIER-ATUAL
                   ADD 1 TO WRK-QTD-VEI-CARRIER
                   IF (WRK-VEI-ORIGEM(WRK-SUB-VEI) = WRK-ORIGEM-ATUAL
                       OR WRK-VEI-ORIGEM(WRK-SUB-VEI) = SPACES)
                       AND WRK-VEI-PESO-MAX(WRK-SUB-VEI)
                       > WRK-MAIOR-PESO-VEI
                       MOVE WRK-VEI-PESO-MAX(WRK-SUB-VEI)
                           TO WRK-MAIOR-PESO-VEI
                   END-IF
               END-IF
           END-PERFORM.

      *    MONTA UMA CARGA: RETIDOS DE ONTEM PRIMEIRO, E CADA UF
      *    ENCONTRADA PUXA OS DEMAIS ENVIOS DA MESMA UF QUE CABEM.
       0210-MONTAR-CARGA.
           MOVE ZEROS TO WRK-QTD-ITEM.
           MOVE ZEROS TO WRK-CARGA-PESO.
           MOVE ZEROS TO WRK-CARGA-VOLUMES.
           COMPUTE WRK-CARGA-NUMERO = WRK-ULTIMO-MANIFESTO + 1.
           MOVE 'S' TO WRK-PASSE-RETIDO.
           PERFORM 0211-VARRER-PEDIDOS.
           MOVE 'N' TO WRK-PASSE-RETIDO.
           PERFORM 0211-VARRER-PEDIDOS.
           IF WRK-QTD-ITEM > ZEROS
               MOVE WRK-CARGA-NUMERO TO WRK-ULTIMO-MANIFESTO
               PERFORM 0240-EMITIR-MANIFESTO-CARGA
           END-IF.

       0211-VARRER-PEDIDOS.
           PERFORM VARYING WRK-SUB-DET FROM 1 BY 1
               UNTIL WRK-SUB-DET > WRK-QTD-PED
               IF WRK-PED-CARRIER(WRK-SUB-DET) = WRK-CARRIER-ATUAL
                   AND WRK-PED-ORIGEM(WRK-SUB-DET) = WRK-ORIGEM-ATUAL
                   AND WRK-PED-TRATADO(WRK-SUB-DET) = 'N'
                   AND WRK-PED-RETIDO(WRK-SUB-DET) = WRK-PASSE-RETIDO
                   MOVE WRK-PED-UF(WRK-SUB-DET) TO WRK-UF-ATUAL
                   PERFORM 0212-CARREGAR-UF
               END-IF
           END-PERFORM.

       0212-CARREGAR-UF.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
               UNTIL WRK-SUB-UF > WRK-QTD-PED
               IF WRK-PED-CARRIER(WRK-SUB-UF) = WRK-CARRIER-ATUAL
                   AND WRK-PED-ORIGEM(WRK-SUB-UF) = WRK-ORIGEM-ATUAL
                   AND WRK-PED-UF(WRK-SUB-UF) = WRK-UF-ATUAL
                   AND WRK-PED-TRATADO(WRK-SUB-UF) = 'N'
                   AND (WRK-PED-RETIDO(WRK-SUB-UF) = 'S'
                       OR WRK-PASSE-RETIDO = 'N')
                   MOVE WRK-SUB-UF TO WRK-SUB-ALVO
                   PERFORM 0213-ENCAIXAR-ENVIO
               END-IF
           END-PERFORM.

       0213-ENCAIXAR-ENVIO.
           IF WRK-CARGA-SEM-LIMITE
               OR (WRK-CARGA-PESO + WRK-PED-PESO(WRK-SUB-ALVO)
                       NOT > WRK-CARGA-PESO-MAX
                   AND WRK-CARGA-VOLUMES < WRK-CARGA-VOL-MAX)
               ADD WRK-PED-PESO(WRK-SUB-ALVO) TO WRK-CARGA-PESO
               ADD 1 TO WRK-CARGA-VOLUMES
               ADD 1 TO WRK-QTD-ITEM
               MOVE WRK-SUB-ALVO TO WRK-ITEM-PED(WRK-QTD-ITEM)
               MOVE 'S' TO WRK-PED-TRATADO(WRK-SUB-ALVO)
               MOVE WRK-CARGA-NUMERO TO WRK-PED-CARGA(WRK-SUB-ALVO)
               ADD 1 TO WRK-QTD-CARREGADOS
               PERFORM 0225-LOCALIZAR-RASTREIO
               IF WRK-TRK-ACHADO > 0
                   MOVE WRK-TRK-ACHADO TO WRK-SUB-TRK
                   MOVE 'LOADED' TO WRK-TRK-STATUS(WRK-SUB-TRK)
                   MOVE WRK-CARGA-NUMERO
                       TO WRK-TRK-CARGA(WRK-SUB-TRK)
                   MOVE WRK-DATA-HOJE TO WRK-TRK-DATA(WRK-SUB-TRK)
                   MOVE WRK-HORA-SISTEMA TO WRK-TRK-HORA(WRK-SUB-TRK)
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   MOVE 'LOADED' TO WRK-EVT-STATUS
                   PERFORM 0236-REGISTRAR-EVENTO
               END-IF
           END-IF.

       0220-DETALHAR-ENVIO.
           MOVE WRK-ITEM-PED(WRK-SUB-ITEM) TO WRK-SUB-ALVO.
           ADD 1 TO WRK-QTD-LINHAS.
           PERFORM 0225-LOCALIZAR-RASTREIO.
           MOVE SPACES TO MANIFEST-PRINT-RECORD.
           IF WRK-TRK-ACHADO > 0
               STRING '  '
                   WRK-TRK-NUMERO(WRK-TRK-ACHADO)
                   ' PEDIDO ' WRK-PED-NUMERO(WRK-SUB-ALVO)
                   ' ' WRK-PED-CLIENTE(WRK-SUB-ALVO)
                   ' UF ' WRK-PED-UF(WRK-SUB-ALVO)
                   ' PESO ' WRK-PED-PESO(WRK-SUB-ALVO)
                   DELIMITED BY SIZE
                   INTO MANIFEST-PRINT-RECORD
           ELSE
               STRING '  SEM RASTREIO PEDIDO '
                   WRK-PED-NUMERO(WRK-SUB-ALVO)
                   ' ' WRK-PED-CLIENTE(WRK-SUB-ALVO)
                   ' UF ' WRK-PED-UF(WRK-SUB-ALVO)
                   ' PESO ' WRK-PED-PESO(WRK-SUB-ALVO)
                   DELIMITED BY SIZE
                   INTO MANIFEST-PRINT-RECORD
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-PED-COD(WRK-SUB-ALVO) = 'S'
               MOVE WRK-PED-COBRAR(WRK-SUB-ALVO) TO WRK-ED-COBRAR
               MOVE SPACES TO MANIFEST-PRINT-RECORD
               STRING '    CONTRA-ENTREGA - COBRAR R$ ' WRK-ED-COBRAR
                   DELIMITED BY SIZE INTO MANIFEST-PRINT-RECORD
               PERFORM 0290-GRAVAR-LINHA
               ADD WRK-PED-COBRAR(WRK-SUB-ALVO) TO WRK-CARGA-COBRAR
               ADD 1 TO WRK-QTD-COD-CARGA
           END-IF.

       0225-LOCALIZAR-RASTREIO.
           PERFORM VARYING WRK-SUB-TRK FROM 1 BY 1
               UNTIL WRK-SUB-TRK > WRK-QTD-TRK
               IF WRK-TRK-PEDIDO(WRK-SUB-TRK)
                   = WRK-PED-NUMERO(WRK-SUB-ALVO)
                   MOVE WRK-SUB-TRK TO WRK-TRK-ACHADO
                   MOVE WRK-QTD-TRK TO WRK-SUB-TRK
               END-IF
           END-PERFORM.

       0230-FECHAR-MANIFESTO-CARGA.
           PERFORM VARYING WRK-SUB-ITEM FROM 1 BY 1
               UNTIL WRK-SUB-ITEM > WRK-QTD-ITEM
               MOVE WRK-ITEM-PED(WRK-SUB-ITEM) TO WRK-SUB-ALVO
               PERFORM 0235-MARCAR-DESPACHADO
           END-PERFORM.

       0235-MARCAR-DESPACHADO.
           PERFORM VARYING WRK-SUB-TRK FROM 1 BY 1
               UNTIL WRK-SUB-TRK > WRK-QTD-TRK
               IF WRK-TRK-PEDIDO(WRK-SUB-TRK)
                   = WRK-PED-NUMERO(WRK-SUB-ALVO)
                   AND WRK-TRK-STATUS(WRK-SUB-TRK) = 'LOADED'
                   MOVE 'DISPATCHED'
                       TO WRK-TRK-STATUS(WRK-SUB-TRK)
                   MOVE WRK-DATA-HOJE
                   MOVE WRK-HORA-SISTEMA
                       TO WRK-TRK-HORA(WRK-SUB-TRK)
                   ADD 1 TO WRK-QTD-DESPACHADOS
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   MOVE 'DISPATCHED' TO WRK-EVT-STATUS
                   PERFORM 0236-REGISTRAR-EVENTO
                   MOVE WRK-QTD-TRK TO WRK-SUB-TRK
               END-IF
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-TRK-NUMERO(WRK-SUB-TRK) TO EVT-NUMERO.
           MOVE WRK-EVT-STATUS   TO EVT-STATUS.
           MOVE WRK-DATA-HOJE    TO EVT-DATA.
           MOVE WRK-HORA-SISTEMA TO EVT-HORA.
           MOVE 'MANIFESTO'      TO EVT-ORIGEM.
               WRK-FSCHK-CHAVE.
           CLOSE TRACKING-EVENT-FILE.

       0240-EMITIR-MANIFESTO-CARGA.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-CARGA-COBRAR.
           MOVE ZEROS TO WRK-QTD-COD-CARGA.
           MOVE SPACES TO MANIFEST-PRINT-RECORD.
           STRING 'ROMANEIO ' WRK-CARGA-NUMERO
               ' - DEPOSITO ' WRK-ORIGEM-ATUAL
               ' - TRANSPORTADORA ' WRK-CARRIER-ATUAL
               ' - ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO MANIFEST-PRINT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO MANIFEST-PRINT-RECORD.
           IF WRK-CARGA-SEM-LIMITE
               MOVE 'VEICULO NAO CADASTRADO - SEM LIMITE DE CAPACIDADE'
                   TO MANIFEST-PRINT-RECORD
           ELSE
               MOVE WRK-CARGA-PESO-MAX TO WRK-ED-PESO-MAX
               STRING 'VEICULO ' WRK-CARGA-PLACA
                   ' - CAPACIDADE ' WRK-ED-PESO-MAX ' KG / '
                   WRK-CARGA-VOL-MAX ' VOLUMES'
                   DELIMITED BY SIZE INTO MANIFEST-PRINT-RECORD
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0220-DETALHAR-ENVIO
               VARYING WRK-SUB-ITEM FROM 1 BY 1
               UNTIL WRK-SUB-ITEM > WRK-QTD-ITEM.
           MOVE SPACES TO MANIFEST-PRINT-RECORD.
           STRING 'TOTAL DE VOLUMES: ' WRK-QTD-LINHAS
               DELIMITED BY SIZE INTO MANIFEST-PRINT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO MANIFEST-PRINT-RECORD.
           MOVE WRK-CARGA-PESO TO WRK-ED-PESO.
           STRING 'PESO CARREGADO: ' WRK-ED-PESO ' KG'
               DELIMITED BY SIZE INTO MANIFEST-PRINT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-QTD-COD-CARGA > ZEROS
               MOVE SPACES TO MANIFEST-PRINT-RECORD
               MOVE WRK-CARGA-COBRAR TO WRK-ED-COBRAR
               STRING 'CONTRA-ENTREGA: ' WRK-QTD-COD-CARGA
                   ' ENVIO(S) - TOTAL A COBRAR R$ ' WRK-ED-COBRAR
                   DELIMITED BY SIZE INTO MANIFEST-PRINT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           MOVE 'ASSINATURA DO MOTORISTA: ____________________'
               TO MANIFEST-PRINT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE ALL '-' TO MANIFEST-PRINT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY 'ROMANEIO ' WRK-CARGA-NUMERO
               ' DO DEPOSITO ' WRK-ORIGEM-ATUAL
               ' DA TRANSPORTADORA ' WRK-CARRIER-ATUAL ' COM '
               WRK-QTD-LINHAS ' VOLUME(S) - VEICULO '
               WRK-CARGA-PLACA '.'.
           DISPLAY 'CONFIRMA O CHECK-OUT (GRAVA DISPATCHED) '
               '(S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA-SIM
               PERFORM 0230-FECHAR-MANIFESTO-CARGA
           END-IF.

       0250-RETER-EXCEDENTE.
           IF WRK-PED-CARRIER(WRK-SUB-ALVO) = WRK-CARRIER-ATUAL
               AND WRK-PED-ORIGEM(WRK-SUB-ALVO) = WRK-ORIGEM-ATUAL
               AND WRK-PED-TRATADO(WRK-SUB-ALVO) = 'N'
               MOVE 'R' TO WRK-PED-TRATADO(WRK-SUB-ALVO)
               ADD 1 TO WRK-QTD-RETIDOS
               MOVE WRK-PED-REGISTRO(WRK-SUB-ALVO)
                   TO PENDING-ORDER-RECORD
               WRITE PENDING-ORDER-RECORD
               MOVE 'MANPEND' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-MANPEND,
                   WRK-FSCHK-CHAVE
               PERFORM 0225-LOCALIZAR-RASTREIO
               MOVE SPACES TO HELD-REPORT-RECORD
               STRING '  PEDIDO ' WRK-PED-NUMERO(WRK-SUB-ALVO)
                   ' DEPOSITO ' WRK-ORIGEM-ATUAL
                   ' TRANSP ' WRK-CARRIER-ATUAL
                   ' UF ' WRK-PED-UF(WRK-SUB-ALVO)
                   ' PESO ' WRK-PED-PESO(WRK-SUB-ALVO)
                   DELIMITED BY SIZE INTO HELD-REPORT-RECORD
               PERFORM 0291-GRAVAR-RETIDO
               IF WRK-PED-PESO(WRK-SUB-ALVO) > WRK-MAIOR-PESO-VEI
                   MOVE '    NENHUM VEICULO DO DEPOSITO COMPORTA'
                       TO HELD-REPORT-RECORD
                   PERFORM 0291-GRAVAR-RETIDO
               END-IF
               IF WRK-TRK-ACHADO > 0
                   MOVE WRK-TRK-ACHADO TO WRK-SUB-TRK
                   MOVE 'HELD' TO WRK-TRK-STATUS(WRK-SUB-TRK)
                   MOVE ZEROS TO WRK-TRK-CARGA(WRK-SUB-TRK)
                   MOVE WRK-DATA-HOJE TO WRK-TRK-DATA(WRK-SUB-TRK)
                   MOVE WRK-HORA-SISTEMA TO WRK-TRK-HORA(WRK-SUB-TRK)
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   MOVE 'HELD' TO WRK-EVT-STATUS
                   PERFORM 0236-REGISTRAR-EVENTO
               END-IF
           END-IF.

       0290-GRAVAR-LINHA.
           WRITE MANIFEST-PRINT-RECORD.
           MOVE 'MANIFEST' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MANIFEST,
               WRK-FSCHK-CHAVE.

       0291-GRAVAR-RETIDO.
           WRITE HELD-REPORT-RECORD.
           MOVE 'MANRET' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MANRET,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE MANIFEST-PRINT-FILE.
           CLOSE PENDING-ORDER-FILE.
           CLOSE HELD-REPORT-FILE.
           PERFORM 0910-GRAVAR-CONTROLE.
           IF WRK-HOUVE-ALTERACAO = 'S'
               PERFORM 0920-REGRAVAR-RASTREIOS
           END-IF.
           DISPLAY 'ENVIOS CARREGADOS: ' WRK-QTD-CARREGADOS.
           DISPLAY 'ENVIOS RETIDOS (MANPEND/MANRET): ' WRK-QTD-RETIDOS.
           DISPLAY 'ENVIOS DESPACHADOS: ' WRK-QTD-DESPACHADOS.

       0910-GRAVAR-CONTROLE.
           MOVE WRK-TRK-DATA(WRK-SUB-TRK)     TO TRKN-DATA.
           MOVE WRK-TRK-HORA(WRK-SUB-TRK)     TO TRKN-HORA.
           MOVE WRK-TRK-STATUS(WRK-SUB-TRK)   TO TRKN-STATUS.
           MOVE WRK-TRK-CARGA(WRK-SUB-TRK)    TO TRKN-CARGA.
           MOVE WRK-TRK-TENTATIVAS(WRK-SUB-TRK) TO TRKN-TENTATIVAS.
           WRITE TRACKING-REGISTER-RECORD-NOVO.
           MOVE 'TRACKNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
