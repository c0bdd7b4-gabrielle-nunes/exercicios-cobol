      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CAMPOS DE TRABALHO PARA OS ARGUMENTOS DO CALL
      *          'CTL-TOTAL' (ITEM CONTADO, QUANTIDADE E VALOR), NO
      *          MESMO MOLDE DO FSCHK-CPY. O ARGUMENTO PROGRAMA REUSA
      *          O WRK-FSCHK-PROG DE CADA CHAMADOR. O ITEM E A ENTRADA
      *          DO PASSO ('ENTRADA') OU O NOME DO ARQUIVO DE SAIDA
      *          (ORDERSOK, SALCRED, SALESREJ...). PASSO QUE SO
      *          CONFERE QUANTIDADE MANDA O VALOR ZERADO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO JUNTO COM O SUBPROGRAMA CTL-TOTAL.
      *******************************
       77  WRK-CTLTOT-ITEM        PIC X(10)      VALUE SPACES.
       77  WRK-CTLTOT-QTD         PIC 9(07)      VALUE ZEROS.
       77  WRK-CTLTOT-VALOR       PIC S9(11)V99  VALUE ZEROS.
