      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CAMPOS DE TRABALHO PARA OS ARGUMENTOS DO CALL
      *          'MENS-CHECK' (VALOR EM ATRASO, QUANTIDADE DE
      *          COBRANCAS, MAIOR ATRASO EM DIAS E RESULTADO S/N), NO
      *          MESMO MOLDE DO TABCHK-CPY, MAIS O MOTIVO PEDIDO NA
      *          LIBERACAO POR SUPERVISOR.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO JUNTO COM O SUBPROGRAMA MENS-CHECK.
      *******************************
       77  WRK-MENSCHK-VALOR      PIC 9(07)V99   VALUE ZEROS.
       77  WRK-MENSCHK-QTD        PIC 9(03)      VALUE ZEROS.
       77  WRK-MENSCHK-DIAS       PIC 9(05)      VALUE ZEROS.
       77  WRK-MENSCHK-RESULTADO  PIC X(01)      VALUE 'N'.
           88 WRK-MENSCHK-BLOQUEADO              VALUE 'S'.
       77  WRK-MENSCHK-VALOR-ED   PIC Z.ZZZ.ZZ9,99.
       77  WRK-MENSCHK-MOTIVO     PIC X(30)      VALUE SPACES.
