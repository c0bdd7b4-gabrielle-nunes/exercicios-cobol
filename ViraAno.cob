       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRAANO.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: VIRADA DE ANO DOS ACUMULADOS DA FOLHA. CONGELA OS
      *          TOTAIS DO ANO QUE FECHA (YTDMAST.idx - BRUTO, INSS,
      *          IRRF, FGTS, PLR E IRRF-PLR) NO HISTORICO ANUAL
      *          YTDHIST.dat, UM REGISTRO POR MATRICULA COM O ANO E
      *          A DATA DO FECHAMENTO, E RECRIA O YTDMAST VAZIO PARA
      *          O ANO NOVO. RODA DEPOIS DO INFORME, NA VIRADA DE ANO
      *          AGENDADA PELO AGENDA. RECUSA O ANO JA PRESENTE NO
      *          YTDHIST, O ANO AINDA CORRENTE NO SALRUN E O ANO CUJO
      *          YTDMAST JA RECEBEU FOLHA DO ANO SEGUINTE (PAYHIST).
      *DATA = 13/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-13 - CRIADO: NADA ZERAVA O YTDMAST EM JANEIRO E O
      *             INFORME SO SAIA CERTO SE ALGUEM APAGASSE O
      *             ARQUIVO NA MAO NA HORA CERTA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-TOTALS-FILE ASSIGN TO "YTDMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-MATRICULA
               FILE STATUS IS WRK-FS-YTDMAST.
           SELECT YTD-HISTORY-FILE ASSIGN TO "YTDHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-YTDHIST.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-TOTALS-FILE.
       01  YTD-RECORD.
           02 YTD-MATRICULA         PIC X(06).
           02 YTD-BRUTO-ACUM        PIC 9(9)V99.
           02 YTD-INSS-ACUM         PIC 9(9)V99.
           02 YTD-IRRF-ACUM         PIC 9(9)V99.
           02 YTD-FGTS-ACUM         PIC 9(9)V99.
           02 YTD-PLR-ACUM          PIC 9(9)V99.
           02 YTD-PLR-IRRF-ACUM     PIC 9(9)V99.

       FD  YTD-HISTORY-FILE.
       01  YTD-HISTORY-RECORD.
           02 YH-ANO                PIC 9(04).
           02 YH-TOTAIS.
               03 YH-MATRICULA      PIC X(06).
               03 YH-BRUTO-ACUM     PIC 9(9)V99.
               03 YH-INSS-ACUM      PIC 9(9)V99.
               03 YH-IRRF-ACUM      PIC 9(9)V99.
               03 YH-FGTS-ACUM      PIC 9(9)V99.
               03 YH-PLR-ACUM       PIC 9(9)V99.
               03 YH-PLR-IRRF-ACUM  PIC 9(9)V99.
           02 YH-DATA-FECHAMENTO    PIC 9(08).

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           02 SR-MODO               PIC X(01).
           02 SR-MOEDA              PIC X(03).
           02 SR-COMPETENCIA        PIC 9(06).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           02 PH-COMPETENCIA        PIC 9(06).
           02 PH-MODO               PIC X(01).
           02 PH-MATRICULA          PIC X(06).
           02 PH-BRUTO              PIC 9(7)V99.
           02 PH-INSS               PIC 9(7)V99.
           02 PH-IRRF               PIC 9(7)V99.
           02 PH-LIQUIDO            PIC 9(7)V99.
           02 PH-EMPRESTIMO         PIC 9(7)V99.
           02 PH-PENSAO             PIC 9(7)V99.
           02 PH-SINDICATO          PIC 9(7)V99.
           02 PH-CONSUMO            PIC 9(7)V99.

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'VIRAANO'.
       77 WRK-FS-YTDMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-YTDHIST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALRUN          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAYHIST         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-YTDMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-YTD                       VALUE 'S'.
       77 WRK-FIM-YTDHIST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-HISTORICO                 VALUE 'S'.
       77 WRK-FIM-PAYHIST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PAGAMENTOS                VALUE 'S'.
       77 WRK-ANO-FECHAR         PIC 9(04)      VALUE ZEROS.
       77 WRK-ANO-SALRUN         PIC 9(04)      VALUE ZEROS.
       77 WRK-COMP-LIMITE        PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-POSTERIOR     PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-JA-ENCERRADO       PIC X(01)      VALUE 'N'.
           88 WRK-ANO-JA-ENCERRADO              VALUE 'S'.
       77 WRK-QTD-CONGELADOS     PIC 9(04)      VALUE ZEROS.
       77 WRK-TOT-BRUTO          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-INSS           PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-IRRF           PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-FGTS           PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-PLR            PIC 9(11)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC $ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-LER-YTD.
           PERFORM UNTIL WRK-FIM-YTD
               PERFORM 0200-CONGELAR-EMPREGADO
               PERFORM 0150-LER-YTD
           END-PERFORM.
           CLOSE YTD-TOTALS-FILE.
           CLOSE YTD-HISTORY-FILE.
           PERFORM 0300-ABRIR-ANO-NOVO.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0102-LER-CARTAO-EXECUCAO.
           DISPLAY 'ANO A ENCERRAR (AAAA - 0000 = ANO ANTERIOR AO '
               'DO SALRUN): '.
           ACCEPT WRK-ANO-FECHAR.
           IF WRK-ANO-FECHAR = ZEROS
               COMPUTE WRK-ANO-FECHAR = WRK-ANO-SALRUN - 1
           END-IF.
           IF WRK-ANO-FECHAR NOT < WRK-ANO-SALRUN
               DISPLAY 'ANO ' WRK-ANO-FECHAR ' AINDA CORRENTE NO '
                   'SALRUN (' WRK-ANO-SALRUN ') - EXECUCAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-VERIFICAR-JA-ENCERRADO.
           IF WRK-ANO-JA-ENCERRADO
               DISPLAY 'ANO ' WRK-ANO-FECHAR ' JA ENCERRADO NO '
                   'YTDHIST - EXECUCAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0120-VERIFICAR-FOLHA-POSTERIOR.
           IF WRK-COMP-POSTERIOR > ZEROS
               DISPLAY 'FOLHA MENSAL DA COMPETENCIA '
                   WRK-COMP-POSTERIOR ' JA ACUMULADA NO YTDMAST - '
                   'TOTAIS DE ' WRK-ANO-FECHAR ' MISTURADOS COM O '
                   'ANO SEGUINTE. EXECUCAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT YTD-TOTALS-FILE.
           MOVE 'YTDMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-YTDMAST,
               WRK-FSCHK-CHAVE.
           OPEN EXTEND YTD-HISTORY-FILE.
           IF WRK-FS-YTDHIST NOT = '00'
               OPEN OUTPUT YTD-HISTORY-FILE
               MOVE 'YTDHIST' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-YTDHIST,
                   WRK-FSCHK-CHAVE
           END-IF.

       0102-LER-CARTAO-EXECUCAO.
           OPEN INPUT RUN-PARAMETER-FILE.
           MOVE 'SALRUN' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALRUN,
               WRK-FSCHK-CHAVE.
           READ RUN-PARAMETER-FILE
               AT END
                   MOVE ZEROS TO SR-COMPETENCIA
           END-READ.
           MOVE SR-COMPETENCIA(1:4) TO WRK-ANO-SALRUN.
           CLOSE RUN-PARAMETER-FILE.

       0110-VERIFICAR-JA-ENCERRADO.
           MOVE 'N' TO WRK-JA-ENCERRADO.
           OPEN INPUT YTD-HISTORY-FILE.
           IF WRK-FS-YTDHIST = '00'
               PERFORM 0111-LER-HISTORICO UNTIL WRK-FIM-HISTORICO
               CLOSE YTD-HISTORY-FILE
           END-IF.

       0111-LER-HISTORICO.
           READ YTD-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-YTDHIST
               NOT AT END
                   IF YH-ANO = WRK-ANO-FECHAR
                       MOVE 'S' TO WRK-JA-ENCERRADO
                       MOVE 'S' TO WRK-FIM-YTDHIST
                   END-IF
           END-READ.

      *    FOLHA MENSAL DE COMPETENCIA DEPOIS DE DEZEMBRO DO ANO A
      *    ENCERRAR JA SOMOU NO YTDMAST: CONGELAR AGORA GRAVARIA NO
      *    HISTORICO UM ANO COM MESES DO SEGUINTE.
       0120-VERIFICAR-FOLHA-POSTERIOR.
           MOVE ZEROS TO WRK-COMP-POSTERIOR.
           COMPUTE WRK-COMP-LIMITE = WRK-ANO-FECHAR * 100 + 12.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0121-LER-PAGAMENTO UNTIL WRK-FIM-PAGAMENTOS
               CLOSE PAY-HISTORY-FILE
           ELSE
               DISPLAY 'AVISO: PAYHIST.dat AUSENTE - SEM CONFERENCIA '
                   'DE FOLHA DO ANO SEGUINTE.'
           END-IF.

       0121-LER-PAGAMENTO.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAYHIST
               NOT AT END
                   IF PH-MODO = '1'
                       AND PH-COMPETENCIA > WRK-COMP-LIMITE
                       MOVE PH-COMPETENCIA TO WRK-COMP-POSTERIOR
                       MOVE 'S' TO WRK-FIM-PAYHIST
                   END-IF
           END-READ.

       0150-LER-YTD.
           IF NOT WRK-FIM-YTD
               READ YTD-TOTALS-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-YTDMAST
               END-READ
               MOVE 'YTDMAST' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-YTDMAST,
                   WRK-FSCHK-CHAVE
           END-IF.

       0200-CONGELAR-EMPREGADO.
           MOVE WRK-ANO-FECHAR TO YH-ANO.
           MOVE YTD-RECORD     TO YH-TOTAIS.
           MOVE WRK-DATA-HOJE  TO YH-DATA-FECHAMENTO.
           WRITE YTD-HISTORY-RECORD.
           MOVE 'YTDHIST' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           MOVE YTD-MATRICULA TO WRK-FSCHK-CHAVE.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-YTDHIST,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-CONGELADOS.
           ADD YTD-BRUTO-ACUM TO WRK-TOT-BRUTO.
           ADD YTD-INSS-ACUM  TO WRK-TOT-INSS.
           ADD YTD-IRRF-ACUM  TO WRK-TOT-IRRF.
           ADD YTD-FGTS-ACUM  TO WRK-TOT-FGTS.
           ADD YTD-PLR-ACUM   TO WRK-TOT-PLR.

      *    OPEN OUTPUT RECRIA O INDEXADO SEM REGISTROS: TODOS OS
      *    ACUMULADOS DO ANO (INCLUSIVE PLR E IRRF-PLR) RECOMECAM DO
      *    ZERO, E O SALARIO INCLUI CADA MATRICULA NA PRIMEIRA FOLHA.
       0300-ABRIR-ANO-NOVO.
           MOVE SPACES TO WRK-FSCHK-CHAVE.
           OPEN OUTPUT YTD-TOTALS-FILE.
           MOVE 'YTDMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-YTDMAST,
               WRK-FSCHK-CHAVE.
           CLOSE YTD-TOTALS-FILE.

       0900-ENCERRAR.
           DISPLAY 'ANO ' WRK-ANO-FECHAR ' ENCERRADO: '
               WRK-QTD-CONGELADOS ' MATRICULA(S) CONGELADA(S) NO '
               'YTDHIST.dat.'.
           MOVE WRK-TOT-BRUTO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL BRUTO:    ' WRK-VALOR-ED.
           MOVE WRK-TOT-INSS TO WRK-VALOR-ED.
           DISPLAY 'TOTAL INSS:     ' WRK-VALOR-ED.
           MOVE WRK-TOT-IRRF TO WRK-VALOR-ED.
           DISPLAY 'TOTAL IRRF:     ' WRK-VALOR-ED.
           MOVE WRK-TOT-FGTS TO WRK-VALOR-ED.
           DISPLAY 'TOTAL FGTS:     ' WRK-VALOR-ED.
           MOVE WRK-TOT-PLR TO WRK-VALOR-ED.
           DISPLAY 'TOTAL PLR:      ' WRK-VALOR-ED.
           DISPLAY 'YTDMAST.idx RECRIADO VAZIO PARA O ANO '
               WRK-ANO-SALRUN '.'.
