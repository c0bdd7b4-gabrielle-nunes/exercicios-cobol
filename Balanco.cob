       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCO.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: BALANCO DOS TOTAIS DE CONTROLE ENTRE OS PASSOS DO
      *          NIGHTLY, ANTES DO DASHBOARD. CADA PASSO GRAVA NO
      *          CTLTOT.dat (CALL 'CTL-TOTAL') A QUANTIDADE E O HASH
      *          DE VALOR DO QUE RECEBEU E DO QUE GRAVOU EM CADA
      *          SAIDA; AQUI AS REGRAS DA WRK-TAB-REGRA CONFEREM QUE
      *          TUDO QUE ENTROU EM UM PASSO SAIU EM ALGUM LUGAR E QUE
      *          A SAIDA DE UM PASSO E A ENTRADA DO SEGUINTE:
      *          B01 ORDEDIT ENTRADA = ORDERSOK + ORDERREJ + ORDHOLD;
      *          B02 FRETE ENTRADA = ORDERSNW + FRETEREJ; B03 ORDERSOK
      *          DO ORDEDIT = ENTRADA DO FRETE; B04 PAYSLIP DO
      *          SALARIO = ENTRADA DO BANCOREM; B05 PAYSLIP DO
      *          SALARIO = SALCRED + SALINT + BANKREJ DO BANCOREM;
      *          B06 BANCOREM ENTRADA = SALCRED + SALINT + BANKREJ;
      *          B07 PERFORM-TIMES POSTX = SALESDET + SALESREJ +
      *          CREDPARC. SO VALEM OS TOTAIS DA NOITE (HOJE OU ONTEM
      *          DEPOIS DO MEIO-DIA), E DE CADA PASSO O ULTIMO
      *          GRAVADO, PARA UM PASSO REEXECUTADO CONTAR UMA VEZ SO.
      *          REGRA COM UM DOS LADOS SEM TOTAIS (PASSO QUE NAO
      *          RODOU NA NOITE) SAI COMO SEM TOTAIS E NAO DERRUBA O
      *          LOTE. QUALQUER DIFERENCA SAI NO BALANREL.dat E NO
      *          SYSOUT COM A REGRA, OS PASSOS E A DIFERENCA, E O
      *          PROGRAMA TERMINA COM RETURN-CODE 16.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: NADA PROVAVA QUE CADA PASSO DO NIGHTLY
      *             REPASSOU TUDO O QUE RECEBEU.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLTOT.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALANREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BALANREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           02 CTT-PROGRAMA          PIC X(15).
           02 CTT-DATA              PIC 9(08).
           02 CTT-HORA              PIC 9(08).
           02 CTT-ITEM              PIC X(10).
           02 CTT-QTD               PIC 9(07).
           02 CTT-VALOR             PIC S9(11)V99.

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'BALANCO'.
       77 WRK-FS-CTLTOT          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BALANREL        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CTLTOT         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TOTAIS                    VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-ONTEM         PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-CORTE         PIC 9(08)      VALUE 12000000.
       77 WRK-QTD-CTT            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-LIDOS          PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-NOITE          PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-CONFEREM       PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES    PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-SEM-TOTAIS     PIC 9(03)      VALUE ZEROS.
       77 WRK-SUB-REGRA          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-ITEM           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ACHOU              PIC X(01)      VALUE 'N'.
           88 WRK-TOTAL-ACHADO                  VALUE 'S'.
       77 WRK-BUSCA-PROGRAMA     PIC X(15)      VALUE SPACES.
       77 WRK-BUSCA-ITEM         PIC X(10)      VALUE SPACES.
       77 WRK-ACHOU-A            PIC X(01)      VALUE 'N'.
       77 WRK-ACHOU-B            PIC X(01)      VALUE 'N'.
       77 WRK-QTD-A              PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-B              PIC 9(07)      VALUE ZEROS.
       77 WRK-VALOR-A            PIC S9(11)V99  VALUE ZEROS.
       77 WRK-VALOR-B            PIC S9(11)V99  VALUE ZEROS.
       77 WRK-DIF-QTD            PIC S9(07)     VALUE ZEROS.
       77 WRK-DIF-VALOR          PIC S9(11)V99  VALUE ZEROS.
       77 WRK-DIF-QTD-ED         PIC -ZZZZZZ9.
       77 WRK-DIF-VALOR-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *    REGRAS DE BALANCO: LADO A (UM ITEM DE UM PASSO) CONTRA A
      *    SOMA DO LADO B (ATE TRES ITENS DE UM PASSO). CONFERE-VALOR
      *    N QUANDO O PASSO SO CONTA REGISTROS.
       01  WRK-TAB-REGRA-VAL.
           02 FILLER PIC X(03) VALUE 'B01'.
           02 FILLER PIC X(36)
               VALUE 'ORDEDIT ENTRADA = OK + REJ + HOLD'.
           02 FILLER PIC X(15) VALUE 'ORDEDIT'.
           02 FILLER PIC X(10) VALUE 'ENTRADA'.
           02 FILLER PIC X(15) VALUE 'ORDEDIT'.
           02 FILLER PIC X(10) VALUE 'ORDERSOK'.
           02 FILLER PIC X(10) VALUE 'ORDERREJ'.
           02 FILLER PIC X(10) VALUE 'ORDHOLD'.
           02 FILLER PIC X(01) VALUE 'N'.
           02 FILLER PIC X(03) VALUE 'B02'.
           02 FILLER PIC X(36)
               VALUE 'FRETE ENTRADA = ORDERSNW + FRETEREJ'.
           02 FILLER PIC X(15) VALUE 'FRETE'.
           02 FILLER PIC X(10) VALUE 'ENTRADA'.
           02 FILLER PIC X(15) VALUE 'FRETE'.
           02 FILLER PIC X(10) VALUE 'ORDERSNW'.
           02 FILLER PIC X(10) VALUE 'FRETEREJ'.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(01) VALUE 'S'.
           02 FILLER PIC X(03) VALUE 'B03'.
           02 FILLER PIC X(36)
               VALUE 'ORDEDIT ORDERSOK = FRETE ENTRADA'.
           02 FILLER PIC X(15) VALUE 'ORDEDIT'.
           02 FILLER PIC X(10) VALUE 'ORDERSOK'.
           02 FILLER PIC X(15) VALUE 'FRETE'.
           02 FILLER PIC X(10) VALUE 'ENTRADA'.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(01) VALUE 'S'.
           02 FILLER PIC X(03) VALUE 'B04'.
           02 FILLER PIC X(36)
               VALUE 'SALARIO PAYSLIP = BANCOREM ENTRADA'.
           02 FILLER PIC X(15) VALUE 'SALARIO'.
           02 FILLER PIC X(10) VALUE 'PAYSLIP'.
           02 FILLER PIC X(15) VALUE 'BANCOREM'.
           02 FILLER PIC X(10) VALUE 'ENTRADA'.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(01) VALUE 'S'.
           02 FILLER PIC X(03) VALUE 'B05'.
           02 FILLER PIC X(36)
               VALUE 'SALARIO PAYSLIP = BANCOREM SAIDAS'.
           02 FILLER PIC X(15) VALUE 'SALARIO'.
           02 FILLER PIC X(10) VALUE 'PAYSLIP'.
           02 FILLER PIC X(15) VALUE 'BANCOREM'.
           02 FILLER PIC X(10) VALUE 'SALCRED'.
           02 FILLER PIC X(10) VALUE 'SALINT'.
           02 FILLER PIC X(10) VALUE 'BANKREJ'.
           02 FILLER PIC X(01) VALUE 'S'.
           02 FILLER PIC X(03) VALUE 'B06'.
           02 FILLER PIC X(36)
               VALUE 'BANCOREM ENTRADA = CRED + INT + REJ'.
           02 FILLER PIC X(15) VALUE 'BANCOREM'.
           02 FILLER PIC X(10) VALUE 'ENTRADA'.
           02 FILLER PIC X(15) VALUE 'BANCOREM'.
           02 FILLER PIC X(10) VALUE 'SALCRED'.
           02 FILLER PIC X(10) VALUE 'SALINT'.
           02 FILLER PIC X(10) VALUE 'BANKREJ'.
           02 FILLER PIC X(01) VALUE 'S'.
           02 FILLER PIC X(03) VALUE 'B07'.
           02 FILLER PIC X(36)
               VALUE 'PERFORM-TIMES POSTX = DET+REJ+PARC'.
           02 FILLER PIC X(15) VALUE 'PERFORM-TIMES'.
           02 FILLER PIC X(10) VALUE 'ENTRADA'.
           02 FILLER PIC X(15) VALUE 'PERFORM-TIMES'.
           02 FILLER PIC X(10) VALUE 'SALESDET'.
           02 FILLER PIC X(10) VALUE 'SALESREJ'.
           02 FILLER PIC X(10) VALUE 'CREDPARC'.
           02 FILLER PIC X(01) VALUE 'N'.
       01  WRK-TAB-REGRA REDEFINES WRK-TAB-REGRA-VAL.
           02 WRK-REGRA-LINHA OCCURS 7 TIMES.
               03 WRK-REGRA-COD       PIC X(03).
               03 WRK-REGRA-DESCRICAO PIC X(36).
               03 WRK-REGRA-PROG-A    PIC X(15).
               03 WRK-REGRA-ITEM-A    PIC X(10).
               03 WRK-REGRA-PROG-B    PIC X(15).
               03 WRK-REGRA-ITEM-B    PIC X(10) OCCURS 3 TIMES.
               03 WRK-REGRA-VALOR     PIC X(01).
                   88 WRK-REGRA-CONFERE-VALOR    VALUE 'S'.

      *    TOTAIS DA NOITE, UM POR PASSO E ITEM (O ULTIMO GRAVADO).
       01  WRK-TAB-CTT VALUE SPACES.
           02 WRK-CTT-LINHA OCCURS 500 TIMES
                             INDEXED BY WRK-IDX-CTT.
               03 WRK-CTT-PROGRAMA   PIC X(15).
               03 WRK-CTT-ITEM       PIC X(10).
               03 WRK-CTT-QTD        PIC 9(07).
               03 WRK-CTT-VALOR      PIC S9(11)V99.

       01  WRK-LINHA-DET.
           02 WRK-DET-REGRA          PIC X(03)      VALUE SPACES.
           02 FILLER                 PIC X(02)      VALUE SPACES.
           02 WRK-DET-DESCRICAO      PIC X(36)      VALUE SPACES.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-QTD-A          PIC ZZZZZZ9.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-QTD-B          PIC ZZZZZZ9.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-DIF-QTD        PIC -ZZZZZZ9.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-VALOR-A        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-VALOR-B        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-DIF-VALOR      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-SITUACAO       PIC X(10)      VALUE SPACES.

       01  WRK-DATA-ED.
           02 WRK-DATA-ED-DIA    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-MES    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-ANO    PIC 9(04).

       01  WRK-DATA-QUEBRA       PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-QUEBRA.
           02 WRK-QUEBRA-ANO     PIC 9(04).
           02 WRK-QUEBRA-MES     PIC 9(02).
           02 WRK-QUEBRA-DIA     PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-TOTAIS.
           PERFORM 0300-CONFERIR-REGRA
               VARYING WRK-SUB-REGRA FROM 1 BY 1
               UNTIL WRK-SUB-REGRA > 7.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-ONTEM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1).
           MOVE WRK-DATA-HOJE TO WRK-DATA-QUEBRA.
           MOVE WRK-QUEBRA-DIA TO WRK-DATA-ED-DIA.
           MOVE WRK-QUEBRA-MES TO WRK-DATA-ED-MES.
           MOVE WRK-QUEBRA-ANO TO WRK-DATA-ED-ANO.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE 'BALANREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BALANREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING '===== BALANCO DOS TOTAIS DE CONTROLE DO NIGHTLY - '
               WRK-DATA-ED ' ====='
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING 'REG  REGRA                                  '
               'QTD-A   QTD-B  DIF-QTD'
               '           VALOR-A           VALOR-B'
               '          DIF-VALOR SITUACAO'
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.

      *    O CTLTOT SO NAO EXISTE SE NENHUM PASSO GRAVOU TOTAIS AINDA;
      *    NESSE CASO TODAS AS REGRAS SAEM SEM TOTAIS.
       0200-CARREGAR-TOTAIS.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WRK-FS-CTLTOT = '35'
               MOVE 'S' TO WRK-FIM-CTLTOT
               MOVE 'CTLTOT.dat AUSENTE - NENHUM PASSO GRAVOU TOTAIS'
                   TO BALANCE-REPORT-RECORD
               PERFORM 0395-GRAVAR-LINHA-REL
           ELSE
               MOVE 'CTLTOT' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CTLTOT,
                   WRK-FSCHK-CHAVE
               PERFORM 0210-LER-TOTAL
               PERFORM UNTIL WRK-FIM-TOTAIS
                   IF CTT-DATA = WRK-DATA-HOJE
                       OR (CTT-DATA = WRK-DATA-ONTEM
                           AND CTT-HORA >= WRK-HORA-CORTE)
                       PERFORM 0220-GUARDAR-TOTAL
                   END-IF
                   PERFORM 0210-LER-TOTAL
               END-PERFORM
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

       0210-LER-TOTAL.
           READ CONTROL-TOTAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CTLTOT
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.
           MOVE 'CTLTOT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTLTOT,
               WRK-FSCHK-CHAVE.

      *    O CTLTOT E GRAVADO EM ORDEM DE EXECUCAO: UM PASSO
      *    REEXECUTADO NA MESMA NOITE SOBREPOE OS TOTAIS ANTERIORES.
       0220-GUARDAR-TOTAL.
           ADD 1 TO WRK-QTD-NOITE.
           MOVE CTT-PROGRAMA TO WRK-BUSCA-PROGRAMA.
           MOVE CTT-ITEM     TO WRK-BUSCA-ITEM.
           PERFORM 0310-BUSCAR-TOTAL.
           IF NOT WRK-TOTAL-ACHADO
               MOVE 'WRK-TAB-CTT' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CTT TO WRK-TABCHK-QTD
               MOVE 500 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CTT
               SET WRK-IDX-CTT TO WRK-QTD-CTT
               MOVE CTT-PROGRAMA TO WRK-CTT-PROGRAMA(WRK-IDX-CTT)
               MOVE CTT-ITEM     TO WRK-CTT-ITEM(WRK-IDX-CTT)
           END-IF.
           MOVE CTT-QTD   TO WRK-CTT-QTD(WRK-IDX-CTT).
           MOVE CTT-VALOR TO WRK-CTT-VALOR(WRK-IDX-CTT).

       0300-CONFERIR-REGRA.
           MOVE WRK-REGRA-PROG-A(WRK-SUB-REGRA) TO WRK-BUSCA-PROGRAMA.
           MOVE WRK-REGRA-ITEM-A(WRK-SUB-REGRA) TO WRK-BUSCA-ITEM.
           PERFORM 0310-BUSCAR-TOTAL.
           MOVE WRK-ACHOU TO WRK-ACHOU-A.
           MOVE ZEROS TO WRK-QTD-A WRK-VALOR-A.
           IF WRK-TOTAL-ACHADO
               MOVE WRK-CTT-QTD(WRK-IDX-CTT)   TO WRK-QTD-A
               MOVE WRK-CTT-VALOR(WRK-IDX-CTT) TO WRK-VALOR-A
           END-IF.
           MOVE 'N' TO WRK-ACHOU-B.
           MOVE ZEROS TO WRK-QTD-B WRK-VALOR-B.
           PERFORM 0320-SOMAR-LADO-B
               VARYING WRK-SUB-ITEM FROM 1 BY 1
               UNTIL WRK-SUB-ITEM > 3.
           IF NOT WRK-REGRA-CONFERE-VALOR(WRK-SUB-REGRA)
               MOVE ZEROS TO WRK-VALOR-A WRK-VALOR-B
           END-IF.
           COMPUTE WRK-DIF-QTD   = WRK-QTD-A - WRK-QTD-B.
           COMPUTE WRK-DIF-VALOR = WRK-VALOR-A - WRK-VALOR-B.
           MOVE WRK-REGRA-COD(WRK-SUB-REGRA)       TO WRK-DET-REGRA.
           MOVE WRK-REGRA-DESCRICAO(WRK-SUB-REGRA) TO WRK-DET-DESCRICAO.
           MOVE WRK-QTD-A     TO WRK-DET-QTD-A.
           MOVE WRK-QTD-B     TO WRK-DET-QTD-B.
           MOVE WRK-DIF-QTD   TO WRK-DET-DIF-QTD.
           MOVE WRK-VALOR-A   TO WRK-DET-VALOR-A.
           MOVE WRK-VALOR-B   TO WRK-DET-VALOR-B.
           MOVE WRK-DIF-VALOR TO WRK-DET-DIF-VALOR.
           IF WRK-ACHOU-A = 'N' OR WRK-ACHOU-B = 'N'
               MOVE 'SEM TOTAIS' TO WRK-DET-SITUACAO
               ADD 1 TO WRK-QTD-SEM-TOTAIS
           ELSE
               IF WRK-DIF-QTD = ZEROS AND WRK-DIF-VALOR = ZEROS
                   MOVE 'CONFERE' TO WRK-DET-SITUACAO
                   ADD 1 TO WRK-QTD-CONFEREM
               ELSE
                   MOVE 'DIVERGENTE' TO WRK-DET-SITUACAO
                   ADD 1 TO WRK-QTD-DIVERGENTES
                   MOVE WRK-DIF-QTD   TO WRK-DIF-QTD-ED
                   MOVE WRK-DIF-VALOR TO WRK-DIF-VALOR-ED
                   DISPLAY 'BALANCO DIVERGENTE - '
                       WRK-REGRA-COD(WRK-SUB-REGRA) ' '
                       WRK-REGRA-DESCRICAO(WRK-SUB-REGRA)
                   DISPLAY '    DIFERENCA QTD ' WRK-DIF-QTD-ED
                       ' VALOR ' WRK-DIF-VALOR-ED
               END-IF
           END-IF.
           MOVE WRK-LINHA-DET TO BALANCE-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.

       0310-BUSCAR-TOTAL.
           MOVE 'N' TO WRK-ACHOU.
           SET WRK-IDX-CTT TO 1.
           SEARCH WRK-CTT-LINHA
               AT END
                   CONTINUE
               WHEN WRK-IDX-CTT > WRK-QTD-CTT
                   CONTINUE
               WHEN WRK-CTT-PROGRAMA(WRK-IDX-CTT) = WRK-BUSCA-PROGRAMA
                   AND WRK-CTT-ITEM(WRK-IDX-CTT) = WRK-BUSCA-ITEM
                   MOVE 'S' TO WRK-ACHOU
           END-SEARCH.

       0320-SOMAR-LADO-B.
           IF WRK-REGRA-ITEM-B(WRK-SUB-REGRA, WRK-SUB-ITEM)
               NOT = SPACES
               MOVE WRK-REGRA-PROG-B(WRK-SUB-REGRA)
                   TO WRK-BUSCA-PROGRAMA
               MOVE WRK-REGRA-ITEM-B(WRK-SUB-REGRA, WRK-SUB-ITEM)
                   TO WRK-BUSCA-ITEM
               PERFORM 0310-BUSCAR-TOTAL
               IF WRK-TOTAL-ACHADO
                   MOVE 'S' TO WRK-ACHOU-B
                   ADD WRK-CTT-QTD(WRK-IDX-CTT)   TO WRK-QTD-B
                   ADD WRK-CTT-VALOR(WRK-IDX-CTT) TO WRK-VALOR-B
               END-IF
           END-IF.

       0395-GRAVAR-LINHA-REL.
           WRITE BALANCE-REPORT-RECORD.
           MOVE 'BALANREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BALANREL,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING 'TOTAL: ' WRK-QTD-NOITE ' TOTAL(IS) DA NOITE DE '
               WRK-QTD-LIDOS ' LIDO(S); ' WRK-QTD-CONFEREM
               ' REGRA(S) CONFEREM, ' WRK-QTD-DIVERGENTES
               ' DIVERGENTE(S), ' WRK-QTD-SEM-TOTAIS
               ' SEM TOTAIS.'
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           CLOSE BALANCE-REPORT-FILE.
           DISPLAY 'BALANCO DO NIGHTLY: ' WRK-QTD-CONFEREM
               ' CONFEREM, ' WRK-QTD-DIVERGENTES ' DIVERGENTE(S), '
               WRK-QTD-SEM-TOTAIS ' SEM TOTAIS.'.
           IF WRK-QTD-DIVERGENTES > ZEROS
               DISPLAY '*** BALANCO DIVERGENTE - LOTE INTERROMPIDO ***'
               MOVE 16 TO RETURN-CODE
           END-IF.
