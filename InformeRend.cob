      *             INFORMES A PARTIR DOS DOZE PAYSLIP MENSAIS.
      *2026-08-22 - PASSA A LER OS MASTERS INDEXADOS (EMPMAST.idx /
      *             YTDMAST.idx) EM ACESSO SEQUENCIAL.
      *2026-10-03 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-GRAU-RISCO (GRAU DE
      *             INSALUBRIDADE/PERICULOSIDADE).
      *2026-10-04 - QUADRO DE RENDIMENTOS SUJEITOS A TRIBUTACAO
      *             EXCLUSIVA COM A PLR PAGA E O IRRF RETIDO SOBRE ELA,
      *             A PARTIR DOS NOVOS ACUMULADOS DO YTD.
      *2026-10-05 - FD DO EMPLOYEE-MASTER ACOMPANHA OS NOVOS CAMPOS
      *             EMP-SINDICATO E EMP-OPOSICAO-SIND (CONTRIBUICAO
      *             SINDICAL).
      *2026-10-06 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-CARGO (TABELA DE CARGOS E SALARIOS).
      *2026-10-13 - ANO-CALENDARIO JA ENCERRADO PELO VIRAANO E LIDO DO
      *             HISTORICO ANUAL YTDHIST.dat; O ANO AINDA ABERTO
      *             CONTINUA SAINDO DO YTDMAST. O INFORME DE QUALQUER
      *             ANO PASSADO PODE SER REEMITIDO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-MATRICULA
               FILE STATUS IS WRK-FS-YTDMAST.
           SELECT YTD-HISTORY-FILE ASSIGN TO "YTDHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-YTDHIST.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  INCOME-STATEMENT-FILE.
       01  INCOME-STATEMENT-RECORD  PIC X(80).
       77 WRK-NOME-ACHADO        PIC X(30)      VALUE SPACES.
       77 WRK-QTD-INFORMES       PIC 9(04)      VALUE ZEROS.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-FS-YTDHIST         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-YTDHIST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-HISTORICO                 VALUE 'S'.
       77 WRK-FONTE-TOTAIS       PIC X(01)      VALUE 'M'.
           88 WRK-FONTE-YTDMAST                 VALUE 'M'.
           88 WRK-FONTE-HISTORICO               VALUE 'H'.
       77 WRK-REG-ANO            PIC X(01)      VALUE 'N'.
           88 WRK-REG-DO-ANO                    VALUE 'S'.

       01  WRK-INF-REGISTRO.
           02 WRK-INF-MATRICULA     PIC X(06).
           02 WRK-INF-BRUTO-ACUM    PIC 9(9)V99.
           02 WRK-INF-INSS-ACUM     PIC 9(9)V99.
           02 WRK-INF-IRRF-ACUM     PIC 9(9)V99.
           02 WRK-INF-FGTS-ACUM     PIC 9(9)V99.
           02 WRK-INF-PLR-ACUM      PIC 9(9)V99.
           02 WRK-INF-PLR-IRRF-ACUM PIC 9(9)V99.

       01  WRK-TAB-EMP VALUE ZEROS.
           02 WRK-EMP-LINHA OCCURS 200 TIMES
           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA): '.
           ACCEPT WRK-ANO-CALENDARIO.
           PERFORM 0110-CARREGAR-EMPREGADOS.
           PERFORM 0120-VERIFICAR-ANO-ENCERRADO.
           IF WRK-FONTE-HISTORICO
               DISPLAY 'ANO ' WRK-ANO-CALENDARIO ' ENCERRADO - '
                   'TOTAIS LIDOS DO YTDHIST.dat.'
               OPEN INPUT YTD-HISTORY-FILE
               MOVE 'YTDHIST' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-YTDHIST,
                   WRK-FSCHK-CHAVE
           ELSE
               OPEN INPUT YTD-TOTALS-FILE
               MOVE 'YTDMAST' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-YTDMAST,
                   WRK-FSCHK-CHAVE
           END-IF.
           OPEN OUTPUT INCOME-STATEMENT-FILE.
           MOVE 'INFORME' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

      *    ANO JA VIRADO PELO VIRAANO SAI DO YTDHIST; O ANO AINDA
      *    ABERTO (INFORME RODA ANTES DA VIRADA) SAI DO YTDMAST.
       0120-VERIFICAR-ANO-ENCERRADO.
           MOVE 'M' TO WRK-FONTE-TOTAIS.
           OPEN INPUT YTD-HISTORY-FILE.
           IF WRK-FS-YTDHIST = '00'
               PERFORM 0121-PROCURAR-ANO UNTIL WRK-FIM-HISTORICO
               CLOSE YTD-HISTORY-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-YTDHIST.

       0121-PROCURAR-ANO.
           READ YTD-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-YTDHIST
               NOT AT END
                   IF YH-ANO = WRK-ANO-CALENDARIO
                       MOVE 'H' TO WRK-FONTE-TOTAIS
                       MOVE 'S' TO WRK-FIM-YTDHIST
                   END-IF
           END-READ.

       0150-LER-YTD.
           IF WRK-FONTE-HISTORICO
               MOVE 'N' TO WRK-REG-ANO
               PERFORM 0155-LER-YTDHIST
                   UNTIL WRK-FIM-YTD OR WRK-REG-DO-ANO
           ELSE
               IF NOT WRK-FIM-YTD
                   READ YTD-TOTALS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-YTDMAST
                       NOT AT END
                           MOVE YTD-RECORD TO WRK-INF-REGISTRO
                   END-READ
                   MOVE 'YTDMAST' TO WRK-FSCHK-ARQ
                   MOVE 'READ' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-YTDMAST,
                       WRK-FSCHK-CHAVE
               END-IF
           END-IF.

       0155-LER-YTDHIST.
           READ YTD-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-YTDMAST
               NOT AT END
                   IF YH-ANO = WRK-ANO-CALENDARIO
                       MOVE YH-TOTAIS TO WRK-INF-REGISTRO
                       MOVE 'S' TO WRK-REG-ANO
                   END-IF
           END-READ.
           MOVE 'YTDHIST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-YTDHIST,
               WRK-FSCHK-CHAVE.

       0200-PROCESSAR.
           MOVE 'NOME NAO CADASTRADO' TO WRK-NOME-ACHADO.
           SET WRK-IDX-EMP TO 1.
           SEARCH WRK-EMP-LINHA
               AT END
                   CONTINUE
               WHEN WRK-EMP-MATRICULA(WRK-IDX-EMP) = WRK-INF-MATRICULA
                   MOVE WRK-EMP-NOME(WRK-IDX-EMP)
                       TO WRK-NOME-ACHADO
           END-SEARCH.
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING 'MATRICULA: ' WRK-INF-MATRICULA ' - ' WRK-NOME-ACHADO
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           MOVE WRK-INF-BRUTO-ACUM TO WRK-VALOR-ED.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING 'TOTAL DE RENDIMENTOS TRIBUTAVEIS: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           MOVE WRK-INF-INSS-ACUM TO WRK-VALOR-ED.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING 'CONTRIBUICAO PREVIDENCIARIA (INSS): ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           MOVE WRK-INF-IRRF-ACUM TO WRK-VALOR-ED.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING 'IMPOSTO DE RENDA RETIDO NA FONTE: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           MOVE WRK-INF-FGTS-ACUM TO WRK-VALOR-ED.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING 'FGTS DEPOSITADO PELO EMPREGADOR: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           IF WRK-INF-PLR-ACUM > ZEROS
               PERFORM 0205-GRAVAR-QUADRO-PLR
           END-IF.
           MOVE ALL '-' TO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-INFORMES.

      *    PLR TEM TRIBUTACAO EXCLUSIVA NA FONTE: QUADRO PROPRIO,
      *    FORA DOS RENDIMENTOS TRIBUTAVEIS E DO IRRF MENSAL.
       0205-GRAVAR-QUADRO-PLR.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING 'RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           MOVE WRK-INF-PLR-ACUM TO WRK-VALOR-ED.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING '  PARTICIPACAO NOS LUCROS (PLR): ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.
           MOVE WRK-INF-PLR-IRRF-ACUM TO WRK-VALOR-ED.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING '  IRRF RETIDO SOBRE A PLR: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD.
           PERFORM 0210-GRAVAR-LINHA.

       0210-GRAVAR-LINHA.
           WRITE INCOME-STATEMENT-RECORD.
           MOVE 'INFORME' TO WRK-FSCHK-ARQ.
               WRK-FSCHK-CHAVE.

       0300-FINALIZAR.
           IF WRK-FONTE-HISTORICO
               CLOSE YTD-HISTORY-FILE
           ELSE
               CLOSE YTD-TOTALS-FILE
           END-IF.
           CLOSE INCOME-STATEMENT-FILE.
           DISPLAY 'INFORMES EMITIDOS: ' WRK-QTD-INFORMES.
