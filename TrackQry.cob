      *             ORIGEM DE CADA MUDANCA), ALEM DO STATUS CORRENTE
      *             DO TRACKREG; NA CONSULTA POR PEDIDO, A LINHA DO
      *             TEMPO SAI PARA CADA RASTREIO DO PEDIDO.
      *2026-10-15 - A CONSULTA MOSTRA A CARGA (NUMERO DO ROMANEIO) EM
      *             QUE O ENVIO FOI CARREGADO, QUANDO HOUVER (NOVO CAMPO
      *             TRK-CARGA).
      *2026-10-15 - LAYOUT DO TRACKREG ACOMPANHA O NOVO CAMPO
      *             TRK-TENTATIVAS (TENTATIVAS DE ENTREGA FRUSTRADAS).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TRK-DATA               PIC 9(08).
           02 TRK-HORA               PIC 9(08).
           02 TRK-STATUS             PIC X(10).
           02 TRK-CARGA              PIC 9(08).
           02 TRK-TENTATIVAS         PIC 9(01).

       FD  TRACKING-EVENT-FILE.
       01  TRACKING-EVENT-RECORD.
                   ' PEDIDO ' TRK-PEDIDO
                   ' DATA ' TRK-DATA
                   ' STATUS ATUAL ' TRK-STATUS
               IF TRK-CARGA IS NUMERIC AND TRK-CARGA > ZEROS
                   DISPLAY '  CARGA (ROMANEIO) ' TRK-CARGA
               END-IF
               IF TRK-TENTATIVAS IS NUMERIC AND TRK-TENTATIVAS > ZEROS
                   DISPLAY '  TENTATIVAS DE ENTREGA FRUSTRADAS: '
                       TRK-TENTATIVAS
               END-IF
               MOVE TRK-NUMERO TO WRK-NUMERO-TIMELINE
               PERFORM 0250-EXIBIR-LINHA-TEMPO
           END-IF.
