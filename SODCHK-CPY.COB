      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CAMPOS DE TRABALHO PARA OS ARGUMENTOS DO CALL
      *          'SOD-CHECK' (CODIGO DO CONFLITO NA MATRIZ DE FUNCOES
      *          INCOMPATIVEIS E RESULTADO S = PROIBIDO, N =
      *          PERMITIDO E SO RELATADO), NO MESMO MOLDE DO
      *          MENSCHK-CPY.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO JUNTO COM O SUBPROGRAMA SOD-CHECK.
      *******************************
       77  WRK-SODCHK-CODIGO      PIC X(03)      VALUE SPACES.
       77  WRK-SODCHK-RESULTADO   PIC X(01)      VALUE 'N'.
           88 WRK-SODCHK-PROIBIDO                VALUE 'S'.
