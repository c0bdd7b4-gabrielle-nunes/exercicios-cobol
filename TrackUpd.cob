      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - O TRACKREG GANHA TRK-CARGA (ROMANEIO EM QUE O ENVIO
      *             FOI CARREGADO, GRAVADO PELO MANIFESTO); A REGRAVACAO
      *             PRESERVA O CAMPO.
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

       FD  TRACKING-REGISTER-FILE-NOVO.
       01  TRACKING-REGISTER-RECORD-NOVO.
           02 TRKN-DATA              PIC 9(08).
           02 TRKN-HORA              PIC 9(08).
           02 TRKN-STATUS            PIC X(10).
           02 TRKN-CARGA             PIC 9(08).
           02 TRKN-TENTATIVAS        PIC 9(01).

       FD  TRACKING-MOVEMENT-FILE.
       01  TRACKING-MOVEMENT-RECORD.
               03 WRK-TRK-DATA       PIC 9(08).
               03 WRK-TRK-HORA       PIC 9(08).
               03 WRK-TRK-STATUS     PIC X(10).
               03 WRK-TRK-CARGA      PIC 9(08).
               03 WRK-TRK-TENTATIVAS PIC 9(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
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
           MOVE WRK-TRK-DATA(WRK-IDX-TRK)   TO TRKN-DATA.
           MOVE WRK-TRK-HORA(WRK-IDX-TRK)   TO TRKN-HORA.
           MOVE WRK-TRK-STATUS(WRK-IDX-TRK) TO TRKN-STATUS.
           MOVE WRK-TRK-CARGA(WRK-IDX-TRK)  TO TRKN-CARGA.
           MOVE WRK-TRK-TENTATIVAS(WRK-IDX-TRK) TO TRKN-TENTATIVAS.
           WRITE TRACKING-REGISTER-RECORD-NOVO.
           MOVE 'TRACKNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
