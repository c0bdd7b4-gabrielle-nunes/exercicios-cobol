      *2026-09-02 - CRIADO: A ESCOLHA DE TRANSPORTADORA ERA SO PELO
      *             MULTIPLICADOR, SEM NENHUM DADO DE QUEM ENTREGA
      *             NO PRAZO.
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
      *2026-10-15 - LAYOUT DO TRACKREG ACOMPANHA O NOVO CAMPO
      *             TRK-TENTATIVAS (TENTATIVAS DE ENTREGA FRUSTRADAS).
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

       FD  CARRIER-MASTER-FILE.
       01  CARRIER-MASTER-RECORD.
