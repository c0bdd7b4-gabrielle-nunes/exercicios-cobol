      *2026-08-22 - TABELA AMPLIADA DE 20 PARA 50 ENTRADAS: OS NIVEIS
      *             MINIMO E ALVO POR CEDULA DO AVISO DE REPOSICAO DO
      *             COFRE LEVARAM O PARMS.dat ALEM DAS 20 LINHAS.
      *2026-10-01 - TABELA AMPLIADA DE 50 PARA 200 ENTRADAS: O PARMS.dat
      *             CHEGOU A 51 LINHAS E A FOLHA, A LOGISTICA E O CAIXA
      *             AINDA PRECISAM DE NOVOS PARAMETROS.
      *******************************
       77  WRK-FS-PARM            PIC X(02)      VALUE ZEROS.
       77  WRK-FIM-PARM           PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TAB-PARM                   VALUE 'S'.
       77  WRK-QTD-PARM           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-IDX-PARM           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-PARM-CODIGO-BUSCA  PIC X(15)      VALUE SPACES.
       77  WRK-PARM-VALOR-ACHADO  PIC 9(07)V9999 VALUE ZEROS.

       01  WRK-TAB-PARM.
           02 WRK-PARM-LINHA OCCURS 200 TIMES INDEXED BY WRK-IDX-PM.
              03 WRK-PARM-COD     PIC X(15).
              03 WRK-PARM-VAL     PIC 9(07)V9999.
