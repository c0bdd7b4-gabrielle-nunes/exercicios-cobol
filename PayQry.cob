      *2026-09-02 - CRIADO: CONTESTACAO DE CONTRACHEQUE E COMPROVACAO
      *             DE RENDA ERAM RESPONDIDAS ROLANDO O PAYHIST CRU
      *             NO EDITOR.
      *2026-10-05 - FD DO PAYHIST ACOMPANHA O NOVO CAMPO PH-SINDICATO
      *             (CONTRIBUICAO SINDICAL DESCONTADA NA FOLHA).
      *2026-10-11 - FD DO PAYHIST ACOMPANHA O NOVO CAMPO PH-CONSUMO
      *2026-10-13 - NOVA CONSULTA A=ANO ENCERRADO: ACUMULADOS ANUAIS
      *             (BRUTO, INSS, IRRF, FGTS, PLR, IRRF-PLR) DE QUALQUER
      *             ANO JA VIRADO, LIDOS DO HISTORICO YTDHIST.dat, POR
      *             MATRICULA OU DE TODAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.
           SELECT YTD-HISTORY-FILE ASSIGN TO "YTDHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-YTDHIST.

       DATA DIVISION.
       FILE SECTION.
           02 PH-LIQUIDO            PIC 9(7)V99.
           02 PH-EMPRESTIMO         PIC 9(7)V99.
           02 PH-PENSAO             PIC 9(7)V99.
           02 PH-SINDICATO          PIC 9(7)V99.
           02 PH-CONSUMO            PIC 9(7)V99.

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

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
       77 WRK-TIPO-CONSULTA      PIC X(01)      VALUE SPACES.
           88 WRK-CONSULTA-MATRICULA            VALUE 'M'.
           88 WRK-CONSULTA-COMPETENCIA          VALUE 'C'.
           88 WRK-CONSULTA-ANUAL                VALUE 'A'.
       77 WRK-MATRICULA-BUSCA    PIC X(06)      VALUE SPACES.
       77 WRK-COMPETENCIA-BUSCA  PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-HIST           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TOT-INSS           PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-IRRF           PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-LIQUIDO        PIC 9(09)V99   VALUE ZEROS.
       77 WRK-FS-YTDHIST         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-YTDHIST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ANUAIS                    VALUE 'S'.
       77 WRK-ANO-BUSCA          PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-ANUAL          PIC 9(04)      VALUE ZEROS.
       77 WRK-TOT-FGTS           PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-PLR            PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TROCA-COMP         PIC 9(06)      VALUE ZEROS.
       77 WRK-TROCA-MODO         PIC X(01)      VALUE SPACES.
       77 WRK-TROCA-MATR         PIC X(06)      VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-CONSULTA-ANUAL
               PERFORM 0400-CONSULTAR-ANO-ENCERRADO
           ELSE
               PERFORM 0200-PROCESSAR
               PERFORM 0300-FINALIZAR
           END-IF.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'CONSULTA POR (M=MATRICULA / C=COMPETENCIA / '
               'A=ANO ENCERRADO): '.
           ACCEPT WRK-TIPO-CONSULTA.
           EVALUATE TRUE
               WHEN WRK-CONSULTA-MATRICULA
                   DISPLAY 'MATRICULA: '
                   ACCEPT WRK-MATRICULA-BUSCA
               WHEN WRK-CONSULTA-ANUAL
                   DISPLAY 'ANO (AAAA): '
                   ACCEPT WRK-ANO-BUSCA
                   DISPLAY 'MATRICULA (BRANCO = TODAS): '
                   ACCEPT WRK-MATRICULA-BUSCA
               WHEN OTHER
                   DISPLAY 'COMPETENCIA (AAAAMM): '
                   ACCEPT WRK-COMPETENCIA-BUSCA
           END-EVALUATE.
           IF NOT WRK-CONSULTA-ANUAL
               PERFORM 0110-CARREGAR-HISTORICO
           END-IF.

       0110-CARREGAR-HISTORICO.
           OPEN INPUT PAY-HISTORY-FILE.

       0300-FINALIZAR.
           DISPLAY 'REGISTROS LISTADOS: ' WRK-QTD-HIST.

      *    ACUMULADOS DE ANO JA VIRADO PELO VIRAANO: O YTDMAST SO
      *    GUARDA O ANO ABERTO, OS ANTERIORES FICAM NO YTDHIST.
       0400-CONSULTAR-ANO-ENCERRADO.
           OPEN INPUT YTD-HISTORY-FILE.
           IF WRK-FS-YTDHIST NOT = '00'
               DISPLAY 'YTDHIST.dat AUSENTE - NENHUM ANO ENCERRADO.'
           ELSE
               PERFORM 0410-LER-ANO-ENCERRADO UNTIL WRK-FIM-ANUAIS
               CLOSE YTD-HISTORY-FILE
               IF WRK-QTD-ANUAL = ZEROS
                   DISPLAY 'ANO ' WRK-ANO-BUSCA ' SEM ACUMULADOS NO '
                       'YTDHIST (ANO AINDA ABERTO OU MATRICULA SEM '
                       'FOLHA).'
               ELSE
                   DISPLAY '---------------------------'
                   DISPLAY 'TOTAL BRUTO:   ' WRK-TOT-BRUTO
                   DISPLAY 'TOTAL INSS:    ' WRK-TOT-INSS
                   DISPLAY 'TOTAL IRRF:    ' WRK-TOT-IRRF
                   DISPLAY 'TOTAL FGTS:    ' WRK-TOT-FGTS
                   DISPLAY 'TOTAL PLR:     ' WRK-TOT-PLR
                   DISPLAY 'REGISTROS LISTADOS: ' WRK-QTD-ANUAL
               END-IF
           END-IF.

       0410-LER-ANO-ENCERRADO.
           READ YTD-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-YTDHIST
               NOT AT END
                   IF YH-ANO = WRK-ANO-BUSCA
                       AND (WRK-MATRICULA-BUSCA = SPACES
                           OR YH-MATRICULA = WRK-MATRICULA-BUSCA)
                       PERFORM 0420-EXIBIR-ANO-ENCERRADO
                   END-IF
           END-READ.
           MOVE 'YTDHIST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-YTDHIST,
               WRK-FSCHK-CHAVE.

       0420-EXIBIR-ANO-ENCERRADO.
           DISPLAY 'ANO ' YH-ANO
               ' MATR ' YH-MATRICULA
               ' BRUTO ' YH-BRUTO-ACUM
               ' INSS ' YH-INSS-ACUM
               ' IRRF ' YH-IRRF-ACUM
               ' FGTS ' YH-FGTS-ACUM
               ' PLR ' YH-PLR-ACUM
               ' IRRF-PLR ' YH-PLR-IRRF-ACUM
               ' FECHADO EM ' YH-DATA-FECHAMENTO.
           ADD 1 TO WRK-QTD-ANUAL.
           ADD YH-BRUTO-ACUM TO WRK-TOT-BRUTO.
           ADD YH-INSS-ACUM  TO WRK-TOT-INSS.
           ADD YH-IRRF-ACUM  TO WRK-TOT-IRRF.
           ADD YH-FGTS-ACUM  TO WRK-TOT-FGTS.
           ADD YH-PLR-ACUM   TO WRK-TOT-PLR.
