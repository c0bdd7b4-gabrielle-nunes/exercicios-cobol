      *          CLIENTE, TRANSPORTADORA, DIAS DE ATRASO E ULTIMO
      *          STATUS CONHECIDO, ORDENADO DO MAIOR ATRASO PARA O
      *          MENOR, PARA LIGARMOS ANTES DE O CLIENTE LIGAR.
      *          ENVIOS COM TENTATIVA DE ENTREGA FRUSTRADA (AUSENTE,
      *          ENDERECO, RECUSA, REENTREGA OU DEVOLUCAO) SAEM EM
      *          SECAO PROPRIA, SEPARADOS DO ATRASO SIMPLES.
      *DATA = 02/09/2026
      *******************************
      *MODIFICACOES
      *2026-09-02 - CRIADO: O CLIENTE DESCOBRIA O ATRASO ANTES DE
      *             NOS.
      *2026-10-14 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CONTRATO E LOG-FRETE-PUBLICO GRAVADOS PELO
      *             FRETE.
      *2026-10-15 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS LOG-ORIGEM
      *             E LOG-UF-ORIGEM (DEPOSITO DE EXPEDICAO) GRAVADOS
      *             PELO FRETE.
      *2026-10-15 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CTE-SERIE E LOG-CTE-NUMERO (CT-E DO ENVIO)
      *             GRAVADOS PELO FRETE.
      *2026-10-15 - LAYOUT DO TRACKREG ACOMPANHA O NOVO CAMPO TRK-CARGA
      *             (ROMANEIO DA CARGA).
      *2026-10-15 - ENVIOS COM TENTATIVA DE ENTREGA FRUSTRADA
      *             (TRK-TENTATIVAS OU STATUS DE OCORRENCIA DA
      *             TRANSPORTADORA) SAEM EM SECAO PROPRIA, SEPARADOS DO
      *             ATRASO SIMPLES.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           02 TRK-DATA               PIC 9(08).
           02 TRK-HORA               PIC 9(08).
           02 TRK-STATUS             PIC X(10).
           02 TRK-CARGA              PIC 9(08).
           02 TRK-TENTATIVAS         PIC 9(01).

       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-RECORD     PIC X(80).
       77 WRK-SUB-ORD            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO        PIC S9(05)     VALUE ZEROS.
       77 WRK-STATUS-ULT         PIC X(10)      VALUE SPACES.
           88 WRK-STATUS-FRUSTRADO              VALUE 'ABSENT'
                                                      'BAD-ADDR'
                                                      'REFUSED'
                                                      'REDELIVERY'
                                                      'RETURNED'.
       77 WRK-TENTATIVAS-ULT     PIC 9(01)      VALUE ZEROS.
       77 WRK-QTD-SIMPLES        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FRUSTRADO      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TROCA-TRACKING     PIC X(12)      VALUE SPACES.
       77 WRK-TROCA-PEDIDO       PIC X(06)      VALUE SPACES.
       77 WRK-TROCA-CLIENTE      PIC X(06)      VALUE SPACES.
       77 WRK-TROCA-CARRIER      PIC X(03)      VALUE SPACES.
       77 WRK-TROCA-DIAS         PIC 9(05)      VALUE ZEROS.
       77 WRK-TROCA-STATUS       PIC X(10)      VALUE SPACES.
       77 WRK-TROCA-TENTATIVAS   PIC 9(01)      VALUE ZEROS.

       01  WRK-TAB-TRK VALUE ZEROS.
           02 WRK-TRK-LINHA OCCURS 500 TIMES.
               03 WRK-TRK-NUMERO     PIC X(12).
               03 WRK-TRK-STATUS     PIC X(10).
               03 WRK-TRK-TENTATIVAS PIC 9(01).

       01  WRK-TAB-ATRASO VALUE ZEROS.
           02 WRK-ATR-LINHA OCCURS 200 TIMES.
               03 WRK-ATR-CARRIER    PIC X(03).
               03 WRK-ATR-DIAS       PIC 9(05).
               03 WRK-ATR-STATUS     PIC X(10).
               03 WRK-ATR-TENTATIVAS PIC 9(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       TO WRK-TRK-NUMERO(WRK-QTD-TRK)
                   MOVE TRK-STATUS
                       TO WRK-TRK-STATUS(WRK-QTD-TRK)
                   MOVE TRK-TENTATIVAS
                       TO WRK-TRK-TENTATIVAS(WRK-QTD-TRK)
           END-READ.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
       0220-AVALIAR-ENVIO.
           MOVE ZEROS TO WRK-TRK-ACHADO.
           MOVE 'DESCONHEC.' TO WRK-STATUS-ULT.
           MOVE ZEROS TO WRK-TENTATIVAS-ULT.
           PERFORM VARYING WRK-SUB-TRK FROM 1 BY 1
               UNTIL WRK-SUB-TRK > WRK-QTD-TRK
               IF WRK-TRK-NUMERO(WRK-SUB-TRK) = LOG-TRACKING
                   MOVE WRK-SUB-TRK TO WRK-TRK-ACHADO
                   MOVE WRK-TRK-STATUS(WRK-SUB-TRK)
                       TO WRK-STATUS-ULT
                   MOVE WRK-TRK-TENTATIVAS(WRK-SUB-TRK)
                       TO WRK-TENTATIVAS-ULT
                   MOVE WRK-QTD-TRK TO WRK-SUB-TRK
               END-IF
           END-PERFORM.
                   TO WRK-ATR-DIAS(WRK-QTD-ATRASO)
               MOVE WRK-STATUS-ULT
                   TO WRK-ATR-STATUS(WRK-QTD-ATRASO)
               MOVE WRK-TENTATIVAS-ULT
                   TO WRK-ATR-TENTATIVAS(WRK-QTD-ATRASO)
               IF WRK-TENTATIVAS-ULT > ZEROS
                   OR WRK-STATUS-FRUSTRADO
                   ADD 1 TO WRK-QTD-FRUSTRADO
               ELSE
                   ADD 1 TO WRK-QTD-SIMPLES
               END-IF
           END-IF.

       0300-FINALIZAR.
           PERFORM 0320-GRAVAR-ATRASO
               VARYING WRK-SUB-ATR FROM 1 BY 1
               UNTIL WRK-SUB-ATR > WRK-QTD-ATRASO.
           IF WRK-QTD-SIMPLES = ZEROS
               MOVE 'NENHUM ENVIO ATRASADO.'
                   TO OVERDUE-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO OVERDUE-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'ENVIOS COM TENTATIVA FRUSTRADA'
               TO OVERDUE-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0330-GRAVAR-FRUSTRADO
               VARYING WRK-SUB-ATR FROM 1 BY 1
               UNTIL WRK-SUB-ATR > WRK-QTD-ATRASO.
           IF WRK-QTD-FRUSTRADO = ZEROS
               MOVE 'NENHUM ENVIO COM TENTATIVA FRUSTRADA.'
                   TO OVERDUE-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           CLOSE OVERDUE-REPORT-FILE.
           DISPLAY 'ENVIOS ATRASADOS LISTADOS: ' WRK-QTD-SIMPLES.
           DISPLAY 'ENVIOS COM TENTATIVA FRUSTRADA: ' WRK-QTD-FRUSTRADO.

       0310-ORDENAR-POR-ATRASO.
           PERFORM VARYING WRK-SUB-ATR FROM 1 BY 1
           MOVE WRK-ATR-CARRIER(WRK-SUB-ORD)  TO WRK-TROCA-CARRIER.
           MOVE WRK-ATR-DIAS(WRK-SUB-ORD)     TO WRK-TROCA-DIAS.
           MOVE WRK-ATR-STATUS(WRK-SUB-ORD)   TO WRK-TROCA-STATUS.
           MOVE WRK-ATR-TENTATIVAS(WRK-SUB-ORD) TO WRK-TROCA-TENTATIVAS.
           MOVE WRK-ATR-TRACKING(WRK-SUB-ORD + 1)
               TO WRK-ATR-TRACKING(WRK-SUB-ORD).
           MOVE WRK-ATR-PEDIDO(WRK-SUB-ORD + 1)
               TO WRK-ATR-DIAS(WRK-SUB-ORD).
           MOVE WRK-ATR-STATUS(WRK-SUB-ORD + 1)
               TO WRK-ATR-STATUS(WRK-SUB-ORD).
           MOVE WRK-ATR-TENTATIVAS(WRK-SUB-ORD + 1)
               TO WRK-ATR-TENTATIVAS(WRK-SUB-ORD).
           MOVE WRK-TROCA-TRACKING
               TO WRK-ATR-TRACKING(WRK-SUB-ORD + 1).
           MOVE WRK-TROCA-PEDIDO
               TO WRK-ATR-DIAS(WRK-SUB-ORD + 1).
           MOVE WRK-TROCA-STATUS
               TO WRK-ATR-STATUS(WRK-SUB-ORD + 1).
           MOVE WRK-TROCA-TENTATIVAS
               TO WRK-ATR-TENTATIVAS(WRK-SUB-ORD + 1).

       0320-GRAVAR-ATRASO.
           IF WRK-ATR-TENTATIVAS(WRK-SUB-ATR) = ZEROS
               MOVE WRK-ATR-STATUS(WRK-SUB-ATR) TO WRK-STATUS-ULT
               IF NOT WRK-STATUS-FRUSTRADO
                   MOVE SPACES TO OVERDUE-REPORT-RECORD
                   STRING WRK-ATR-TRACKING(WRK-SUB-ATR)
                       ' PEDIDO ' WRK-ATR-PEDIDO(WRK-SUB-ATR)
                       ' CLIENTE ' WRK-ATR-CLIENTE(WRK-SUB-ATR)
                       ' TRANSP ' WRK-ATR-CARRIER(WRK-SUB-ATR)
                       ' ATRASO ' WRK-ATR-DIAS(WRK-SUB-ATR)
                       ' STATUS ' WRK-ATR-STATUS(WRK-SUB-ATR)
                       DELIMITED BY SIZE INTO OVERDUE-REPORT-RECORD
                   PERFORM 0390-GRAVAR-LINHA
               END-IF
           END-IF.

       0330-GRAVAR-FRUSTRADO.
           MOVE WRK-ATR-STATUS(WRK-SUB-ATR) TO WRK-STATUS-ULT.
           IF WRK-ATR-TENTATIVAS(WRK-SUB-ATR) > ZEROS
               OR WRK-STATUS-FRUSTRADO
               MOVE SPACES TO OVERDUE-REPORT-RECORD
               STRING WRK-ATR-TRACKING(WRK-SUB-ATR)
                   ' PEDIDO ' WRK-ATR-PEDIDO(WRK-SUB-ATR)
                   ' TRANSP ' WRK-ATR-CARRIER(WRK-SUB-ATR)
                   ' ATRASO ' WRK-ATR-DIAS(WRK-SUB-ATR)
                   ' TENT ' WRK-ATR-TENTATIVAS(WRK-SUB-ATR)
                   ' STATUS ' WRK-ATR-STATUS(WRK-SUB-ATR)
                   DELIMITED BY SIZE INTO OVERDUE-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0390-GRAVAR-LINHA.
           WRITE OVERDUE-REPORT-RECORD.
