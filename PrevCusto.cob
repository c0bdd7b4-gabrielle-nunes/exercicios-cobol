       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVCUST.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: PREVISAO DO CUSTO DA FOLHA POR CENTRO DE CUSTO PARA
      *          AS 12 COMPETENCIAS SEGUINTES. PARTE DA POPULACAO DO
      *          EMPMAST.idx (ADMISSAO E DESLIGAMENTO JA PREVISTO
      *          PROPORCIONAIS AOS DIAS DO MES), APLICA O DISSIDIO
      *          PROGRAMADO (DISSIDIO-PERC A PARTIR DA COMPETENCIA
      *          DISSIDIO-VIGENC DO PARMS) E SOMA FGTS E INSS
      *          PATRONAL E AS PROVISOES DE 13O E FERIAS COM A MESMA
      *          REGRA DO 0345-ACUMULAR-PROVISAO DA FOLHA. LISTA A
      *          PARTE AS FERIAS DO VACREG.dat QUE VENCEM NO PERIODO
      *          E OS DESLIGAMENTOS CONHECIDOS. COMPETENCIA JA
      *          FECHADA NO PAYHIST (MODO 1) GANHA O REALIZADO,
      *          APURADO PELA MESMA REGRA, E A VARIACAO CONTRA O
      *          PREVISTO. RELATORIO NO PREVCUSTO.dat.
      *DATA = 12/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-12 - CRIADO: A PREVISAO TRIMESTRAL DO FINANCEIRO ERA
      *             MONTADA A MAO EM PLANILHA A PARTIR DO CCUSTO.dat.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT VACATION-REGISTER-FILE ASSIGN TO "VACREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VACREG.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "PREVCUSTO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PREVCUSTO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
           02 EMP-MATRICULA          PIC X(06).
           02 EMP-NOME               PIC X(30).
           02 EMP-SALARIO-BRUTO      PIC 9(7)V99.
           02 EMP-DATA-ADMISSAO      PIC 9(08).
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO       PIC X(15).
           02 PARM-REC-VALOR        PIC 9(07)V9999.

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           02 SR-MODO               PIC X(01).
           02 SR-MOEDA              PIC X(03).
           02 SR-COMPETENCIA        PIC 9(06).

       FD  VACATION-REGISTER-FILE.
       01  VACATION-REGISTER-RECORD.
           02 VAC-MATRICULA         PIC X(06).
           02 VAC-PER-INICIO        PIC 9(08).
           02 VAC-PER-FIM           PIC 9(08).
           02 VAC-DIAS-DIREITO      PIC 9(02).
           02 VAC-DIAS-GOZADOS      PIC 9(02).
           02 VAC-SALDO             PIC 9(02).

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

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PREVCUST'.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALRUN          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-VACREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAYHIST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PREVCUSTO       PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-VACREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-PAYHIST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-HISTORICO                 VALUE 'S'.
       77 WRK-COMP-FOLHA         PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-INICIAL       PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-FINAL         PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-INICIAL       PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-FGTS-PERC          PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-INSS-PATRONAL      PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-SALARIO-MINIMO     PIC 9(7)V99    VALUE ZEROS.
       77 WRK-DISS-PERC          PIC 9(02)V99   VALUE ZEROS.
       77 WRK-DISS-VIGENCIA      PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-EMP-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-VAC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-VAC            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CC             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-CC             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CC-ACHADO          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CC-BUSCA           PIC X(04)      VALUE SPACES.
       77 WRK-SUB-MES            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MES-ACHADO         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-COMP-BUSCA         PIC 9(06)      VALUE ZEROS.
       77 WRK-DIA-INI            PIC 9(02)      VALUE ZEROS.
       77 WRK-DIA-FIM            PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-MES           PIC S9(03)     VALUE ZEROS.
       77 WRK-SALARIO-MES        PIC 9(7)V99    VALUE ZEROS.
       77 WRK-ADIC-RISCO         PIC 9(7)V99    VALUE ZEROS.
       77 WRK-BASE-MES           PIC 9(7)V99    VALUE ZEROS.
       77 WRK-ENCARGO-MES        PIC 9(7)V99    VALUE ZEROS.
       77 WRK-PRV-13             PIC 9(7)V99    VALUE ZEROS.
       77 WRK-PRV-FER            PIC 9(7)V99    VALUE ZEROS.
       77 WRK-PRV-ENC            PIC 9(7)V99    VALUE ZEROS.
       77 WRK-PROVISAO-MES       PIC 9(7)V99    VALUE ZEROS.
       77 WRK-FERIAS-VALOR       PIC 9(7)V99    VALUE ZEROS.
       77 WRK-PREVISTO           PIC 9(9)V99    VALUE ZEROS.
       77 WRK-VARIACAO           PIC S9(9)V99   VALUE ZEROS.
       77 WRK-QTD-HIST-FORA      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-DESLIG         PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-FER-VENCER     PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-LINHAS         PIC 9(05)      VALUE ZEROS.
       77 WRK-ED-QTD             PIC ZZZ9.
       77 WRK-ED-BRUTO           PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-ENCARGO         PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-PROVISAO        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-PREVISTO        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-FERIAS          PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-REAL            PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-VARIACAO        PIC ---.---.--9,99.
       77 WRK-ED-PERC            PIC Z9,99.

       01  WRK-COMP-AUX          PIC 9(06)      VALUE ZEROS.
       01  WRK-COMP-AUX-R REDEFINES WRK-COMP-AUX.
           02 WRK-COMP-AUX-ANO      PIC 9(04).
           02 WRK-COMP-AUX-MES      PIC 9(02).

       01  WRK-TAB-MES VALUE ZEROS.
           02 WRK-MES-LINHA OCCURS 12 TIMES.
               03 WRK-MES-COMP          PIC 9(06).
               03 WRK-MES-FECHADO       PIC X(01).

       01  WRK-TAB-EMP VALUE ZEROS.
           02 WRK-EMP-LINHA OCCURS 200 TIMES.
               03 WRK-EMP-MATRICULA     PIC X(06).
               03 WRK-EMP-NOME          PIC X(30).
               03 WRK-EMP-SALARIO       PIC 9(7)V99.
               03 WRK-EMP-ADMISSAO      PIC 9(08).
               03 WRK-EMP-COMP-ADM      PIC 9(06).
               03 WRK-EMP-DIA-ADM       PIC 9(02).
               03 WRK-EMP-DESLIG        PIC 9(08).
               03 WRK-EMP-COMP-DESLIG   PIC 9(06).
               03 WRK-EMP-DIA-DESLIG    PIC 9(02).
               03 WRK-EMP-CC            PIC X(04).
               03 WRK-EMP-GRAU-RISCO    PIC X(01).
                   88 WRK-RISCO-INSALUB-MIN         VALUE '1'.
                   88 WRK-RISCO-INSALUB-MED         VALUE '2'.
                   88 WRK-RISCO-INSALUB-MAX         VALUE '3'.
                   88 WRK-RISCO-PERICULOSO          VALUE 'P'.

       01  WRK-TAB-VAC VALUE ZEROS.
           02 WRK-VAC-LINHA OCCURS 500 TIMES.
               03 WRK-VAC-MATRICULA     PIC X(06).
               03 WRK-VAC-INICIO        PIC 9(08).
               03 WRK-VAC-FIM           PIC 9(08).
               03 WRK-VAC-SALDO         PIC 9(02).
               03 WRK-VAC-COMP-LIMITE   PIC 9(06).
               03 WRK-VAC-VALOR         PIC 9(7)V99.

       01  WRK-TAB-CC VALUE ZEROS.
           02 WRK-CC-LINHA OCCURS 50 TIMES.
               03 WRK-CC-CODIGO         PIC X(04).
               03 WRK-CC-MES OCCURS 12 TIMES.
                   04 WRK-CC-QTD        PIC 9(04).
                   04 WRK-CC-BRUTO      PIC 9(9)V99.
                   04 WRK-CC-ENCARGO    PIC 9(9)V99.
                   04 WRK-CC-PROVISAO   PIC 9(9)V99.
                   04 WRK-CC-FERIAS     PIC 9(9)V99.
                   04 WRK-CC-REAL       PIC 9(9)V99.

       01  WRK-TAB-TOT VALUE ZEROS.
           02 WRK-TOT-MES OCCURS 12 TIMES.
               03 WRK-TOT-QTD           PIC 9(05).
               03 WRK-TOT-BRUTO         PIC 9(9)V99.
               03 WRK-TOT-ENCARGO       PIC 9(9)V99.
               03 WRK-TOT-PROVISAO      PIC 9(9)V99.
               03 WRK-TOT-FERIAS        PIC 9(9)V99.
               03 WRK-TOT-REAL          PIC 9(9)V99.

       01  WRK-LINHA-VALORES VALUE ZEROS.
           02 WRK-LIN-QTD               PIC 9(05).
           02 WRK-LIN-BRUTO             PIC 9(9)V99.
           02 WRK-LIN-ENCARGO           PIC 9(9)V99.
           02 WRK-LIN-PROVISAO          PIC 9(9)V99.
           02 WRK-LIN-FERIAS            PIC 9(9)V99.
           02 WRK-LIN-REAL              PIC 9(9)V99.
           02 WRK-LIN-FECHADO           PIC X(01).

       01  WRK-SOMA-VALORES VALUE ZEROS.
           02 WRK-SOM-BRUTO             PIC 9(9)V99.
           02 WRK-SOM-ENCARGO           PIC 9(9)V99.
           02 WRK-SOM-PROVISAO          PIC 9(9)V99.
           02 WRK-SOM-FERIAS            PIC 9(9)V99.
           02 WRK-SOM-REAL              PIC 9(9)V99.
           02 WRK-SOM-PREVISTO-FECH     PIC 9(9)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROJETAR.
           PERFORM 0300-APURAR-REALIZADO.
           PERFORM 0400-EMITIR-RELATORIO.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

      *    A PREVISAO COMECA NA COMPETENCIA INFORMADA OU, SEM ELA, NA
      *    SEGUINTE A ULTIMA FOLHA (SALRUN.dat). REINFORMAR UMA
      *    COMPETENCIA PASSADA REFAZ A PREVISAO COM O REALIZADO DOS
      *    MESES JA FECHADOS.
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0102-LER-CARTAO-EXECUCAO.
           DISPLAY 'COMPETENCIA INICIAL DA PREVISAO (AAAAMM, ZEROS '
               '= SEGUINTE A ULTIMA FOLHA): '.
           ACCEPT WRK-COMP-INICIAL.
           IF WRK-COMP-INICIAL = ZEROS
               IF WRK-COMP-FOLHA = ZEROS
                   MOVE WRK-DATA-HOJE(1:6) TO WRK-COMP-INICIAL
               ELSE
                   MOVE WRK-COMP-FOLHA TO WRK-COMP-AUX
                   PERFORM 0105-AVANCAR-COMPETENCIA
                   MOVE WRK-COMP-AUX TO WRK-COMP-INICIAL
               END-IF
           END-IF.
           MOVE WRK-COMP-INICIAL TO WRK-DATA-INICIAL(1:6).
           MOVE '01' TO WRK-DATA-INICIAL(7:2).
           MOVE WRK-COMP-INICIAL TO WRK-COMP-AUX.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > 12
               MOVE WRK-COMP-AUX TO WRK-MES-COMP(WRK-SUB-MES)
               MOVE 'N' TO WRK-MES-FECHADO(WRK-SUB-MES)
               MOVE WRK-COMP-AUX TO WRK-COMP-FINAL
               PERFORM 0105-AVANCAR-COMPETENCIA
           END-PERFORM.
           PERFORM 0110-CARREGAR-PARAMETROS.
           MOVE 'FGTS-PERC'      TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-FGTS-PERC.
           MOVE 'INSS-PATRONAL'  TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-INSS-PATRONAL.
           MOVE 'SALARIO-MINIMO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-SALARIO-MINIMO.
           MOVE 'DISSIDIO-PERC'  TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-DISS-PERC.
           MOVE 'DISSIDIO-VIGENC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-DISS-VIGENCIA.
           PERFORM 0120-CARREGAR-EMPREGADOS.
           PERFORM 0130-CARREGAR-FERIAS.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           MOVE 'PREVCUSTO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PREVCUSTO,
               WRK-FSCHK-CHAVE.

       0102-LER-CARTAO-EXECUCAO.
           OPEN INPUT RUN-PARAMETER-FILE.
           IF WRK-FS-SALRUN = '00'
               READ RUN-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SR-COMPETENCIA TO WRK-COMP-FOLHA
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       0105-AVANCAR-COMPETENCIA.
           IF WRK-COMP-AUX-MES = 12
               ADD 1 TO WRK-COMP-AUX-ANO
               MOVE 01 TO WRK-COMP-AUX-MES
           ELSE
               ADD 1 TO WRK-COMP-AUX-MES
           END-IF.

       0110-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0111-LER-PARAMETRO.
           READ PARAMETER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PARM
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PARM
                   MOVE PARM-REC-CODIGO TO WRK-PARM-COD(WRK-QTD-PARM)
                   MOVE PARM-REC-VALOR  TO WRK-PARM-VAL(WRK-QTD-PARM)
           END-READ.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.

       0115-BUSCAR-PARAMETRO.
           MOVE ZEROS TO WRK-PARM-VALOR-ACHADO.
           SET WRK-IDX-PM TO 1.
           SEARCH WRK-PARM-LINHA
               AT END
                   DISPLAY 'PARAMETRO NAO ENCONTRADO: '
                       WRK-PARM-CODIGO-BUSCA
               WHEN WRK-PARM-COD(WRK-IDX-PM) = WRK-PARM-CODIGO-BUSCA
                   MOVE WRK-PARM-VAL(WRK-IDX-PM)
                       TO WRK-PARM-VALOR-ACHADO
           END-SEARCH.

      *    FICAM DE FORA SO OS JA DESLIGADOS ANTES DO INICIO DA
      *    PREVISAO; DESLIGAMENTO COM DATA FUTURA ENTRA ATE O DIA.
       0120-CARREGAR-EMPREGADOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-EMPREGADO UNTIL WRK-FIM-EMPREGADOS.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY 'EMPREGADOS NA BASE DA PREVISAO: ' WRK-QTD-EMP.

       0121-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPMAST
               NOT AT END
                   IF EMP-DATA-DESLIGAMENTO = ZEROS
                       OR EMP-DATA-DESLIGAMENTO NOT < WRK-DATA-INICIAL
                       PERFORM 0122-GUARDAR-EMPREGADO
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0122-GUARDAR-EMPREGADO.
           MOVE 'WRK-TAB-EMP' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-EMP TO WRK-TABCHK-QTD.
           MOVE 200 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-EMP.
           MOVE EMP-MATRICULA     TO WRK-EMP-MATRICULA(WRK-QTD-EMP).
           MOVE EMP-NOME          TO WRK-EMP-NOME(WRK-QTD-EMP).
           MOVE EMP-SALARIO-BRUTO TO WRK-EMP-SALARIO(WRK-QTD-EMP).
           MOVE EMP-DATA-ADMISSAO TO WRK-EMP-ADMISSAO(WRK-QTD-EMP).
           MOVE EMP-DATA-ADMISSAO(1:6)
               TO WRK-EMP-COMP-ADM(WRK-QTD-EMP).
           MOVE EMP-DATA-ADMISSAO(7:2)
               TO WRK-EMP-DIA-ADM(WRK-QTD-EMP).
           MOVE EMP-DATA-DESLIGAMENTO
               TO WRK-EMP-DESLIG(WRK-QTD-EMP).
           MOVE EMP-DATA-DESLIGAMENTO(1:6)
               TO WRK-EMP-COMP-DESLIG(WRK-QTD-EMP).
           MOVE EMP-DATA-DESLIGAMENTO(7:2)
               TO WRK-EMP-DIA-DESLIG(WRK-QTD-EMP).
           MOVE EMP-CENTRO-CUSTO  TO WRK-EMP-CC(WRK-QTD-EMP).
           MOVE EMP-GRAU-RISCO    TO WRK-EMP-GRAU-RISCO(WRK-QTD-EMP).

      *    SO OS PERIODOS COM SALDO CUJO LIMITE DE CONCESSAO (INICIO
      *    + 2 ANOS, A MESMA REGRA DO ALERTA DO FERIASREG) CAI DENTRO
      *    DAS 12 COMPETENCIAS.
       0130-CARREGAR-FERIAS.
           OPEN INPUT VACATION-REGISTER-FILE.
           IF WRK-FS-VACREG = '00'
               PERFORM 0131-LER-PERIODO UNTIL WRK-FIM-REGISTRO
               CLOSE VACATION-REGISTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-VACREG
               DISPLAY 'AVISO: VACREG.dat AUSENTE - PREVISAO SEM '
                   'FERIAS A VENCER.'
           END-IF.

       0131-LER-PERIODO.
           READ VACATION-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-VACREG
               NOT AT END
                   MOVE VAC-PER-INICIO(1:6) TO WRK-COMP-AUX
                   ADD 2 TO WRK-COMP-AUX-ANO
                   IF VAC-SALDO > 0
                       AND WRK-COMP-AUX NOT < WRK-COMP-INICIAL
                       AND WRK-COMP-AUX NOT > WRK-COMP-FINAL
                       PERFORM 0132-GUARDAR-PERIODO
                   END-IF
           END-READ.
           MOVE 'VACREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VACREG,
               WRK-FSCHK-CHAVE.

       0132-GUARDAR-PERIODO.
           MOVE 'WRK-TAB-VAC' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-VAC TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-VAC.
           MOVE VAC-MATRICULA  TO WRK-VAC-MATRICULA(WRK-QTD-VAC).
           MOVE VAC-PER-INICIO TO WRK-VAC-INICIO(WRK-QTD-VAC).
           MOVE VAC-PER-FIM    TO WRK-VAC-FIM(WRK-QTD-VAC).
           MOVE VAC-SALDO      TO WRK-VAC-SALDO(WRK-QTD-VAC).
           MOVE WRK-COMP-AUX   TO WRK-VAC-COMP-LIMITE(WRK-QTD-VAC).
           MOVE ZEROS          TO WRK-VAC-VALOR(WRK-QTD-VAC).

       0200-PROJETAR.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               MOVE WRK-EMP-CC(WRK-SUB-EMP) TO WRK-CC-BUSCA
               PERFORM 0250-LOCALIZAR-CENTRO-CUSTO
               PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES > 12
                   PERFORM 0210-PROJETAR-MES
               END-PERFORM
               PERFORM 0230-PROJETAR-FERIAS
           END-PERFORM.

       0210-PROJETAR-MES.
           MOVE 01 TO WRK-DIA-INI.
           MOVE 30 TO WRK-DIA-FIM.
           MOVE ZEROS TO WRK-DIAS-MES.
           IF WRK-EMP-COMP-ADM(WRK-SUB-EMP)
               > WRK-MES-COMP(WRK-SUB-MES)
               CONTINUE
           ELSE
           IF WRK-EMP-DESLIG(WRK-SUB-EMP) NOT = ZEROS
               AND WRK-EMP-COMP-DESLIG(WRK-SUB-EMP)
               < WRK-MES-COMP(WRK-SUB-MES)
               CONTINUE
           ELSE
               IF WRK-EMP-COMP-ADM(WRK-SUB-EMP)
                   = WRK-MES-COMP(WRK-SUB-MES)
                   MOVE WRK-EMP-DIA-ADM(WRK-SUB-EMP) TO WRK-DIA-INI
               END-IF
               IF WRK-EMP-DESLIG(WRK-SUB-EMP) NOT = ZEROS
                   AND WRK-EMP-COMP-DESLIG(WRK-SUB-EMP)
                   = WRK-MES-COMP(WRK-SUB-MES)
                   AND WRK-EMP-DIA-DESLIG(WRK-SUB-EMP) < 30
                   MOVE WRK-EMP-DIA-DESLIG(WRK-SUB-EMP) TO WRK-DIA-FIM
               END-IF
               COMPUTE WRK-DIAS-MES = WRK-DIA-FIM - WRK-DIA-INI + 1
           END-IF
           END-IF.
           IF WRK-DIAS-MES > 0
               PERFORM 0215-CALCULAR-SALARIO-MES
               PERFORM 0220-CALCULAR-CUSTO-MES
           END-IF.

      *    DISSIDIO PROGRAMADO NO PARMS VALE DA COMPETENCIA DE
      *    VIGENCIA EM DIANTE; ADICIONAL DE RISCO COM A MESMA REGRA
      *    DO 0212-CALCULAR-ADICIONAL-RISCO DA FOLHA.
       0215-CALCULAR-SALARIO-MES.
           MOVE WRK-EMP-SALARIO(WRK-SUB-EMP) TO WRK-SALARIO-MES.
           IF WRK-DISS-PERC > 0
               AND WRK-DISS-VIGENCIA NOT = ZEROS
               AND WRK-MES-COMP(WRK-SUB-MES) NOT < WRK-DISS-VIGENCIA
               COMPUTE WRK-SALARIO-MES ROUNDED =
                   WRK-EMP-SALARIO(WRK-SUB-EMP)
                   * (1 + (WRK-DISS-PERC / 100))
           END-IF.
           MOVE ZEROS TO WRK-ADIC-RISCO.
           EVALUATE TRUE
               WHEN WRK-RISCO-INSALUB-MIN(WRK-SUB-EMP)
                   COMPUTE WRK-ADIC-RISCO ROUNDED =
                       WRK-SALARIO-MINIMO * 0,10
               WHEN WRK-RISCO-INSALUB-MED(WRK-SUB-EMP)
                   COMPUTE WRK-ADIC-RISCO ROUNDED =
                       WRK-SALARIO-MINIMO * 0,20
               WHEN WRK-RISCO-INSALUB-MAX(WRK-SUB-EMP)
                   COMPUTE WRK-ADIC-RISCO ROUNDED =
                       WRK-SALARIO-MINIMO * 0,40
               WHEN WRK-RISCO-PERICULOSO(WRK-SUB-EMP)
                   COMPUTE WRK-ADIC-RISCO ROUNDED =
                       WRK-SALARIO-MES * 0,30
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0220-CALCULAR-CUSTO-MES.
           COMPUTE WRK-BASE-MES ROUNDED =
               (WRK-SALARIO-MES + WRK-ADIC-RISCO) * WRK-DIAS-MES / 30.
           PERFORM 0225-CALCULAR-ENCARGOS.
           ADD 1 TO WRK-CC-QTD(WRK-CC-ACHADO, WRK-SUB-MES).
           ADD WRK-BASE-MES
               TO WRK-CC-BRUTO(WRK-CC-ACHADO, WRK-SUB-MES).
           ADD WRK-ENCARGO-MES
               TO WRK-CC-ENCARGO(WRK-CC-ACHADO, WRK-SUB-MES).
           ADD WRK-PROVISAO-MES
               TO WRK-CC-PROVISAO(WRK-CC-ACHADO, WRK-SUB-MES).

      *    FGTS E INSS PATRONAL SOBRE A BASE E PROVISOES DE 13O,
      *    FERIAS + 1/3 E SEUS ENCARGOS - MESMAS CONTAS DO
      *    0345-ACUMULAR-PROVISAO DA FOLHA.
       0225-CALCULAR-ENCARGOS.
           COMPUTE WRK-ENCARGO-MES ROUNDED =
               WRK-BASE-MES * (WRK-FGTS-PERC + WRK-INSS-PATRONAL).
           COMPUTE WRK-PRV-13 ROUNDED = WRK-BASE-MES / 12.
           COMPUTE WRK-PRV-FER ROUNDED =
               (WRK-BASE-MES / 12) + (WRK-BASE-MES / 36).
           COMPUTE WRK-PRV-ENC ROUNDED =
               (WRK-PRV-13 + WRK-PRV-FER)
               * (WRK-FGTS-PERC + WRK-INSS-PATRONAL).
           COMPUTE WRK-PROVISAO-MES =
               WRK-PRV-13 + WRK-PRV-FER + WRK-PRV-ENC.

      *    FERIAS A VENCER: VALOR DO SALDO COM 1/3 NA COMPETENCIA DO
      *    LIMITE (OU NA DO DESLIGAMENTO, QUANDO ANTERIOR, PORQUE SAI
      *    NA RESCISAO). E DESEMBOLSO JA COBERTO PELA PROVISAO DE
      *    FERIAS, POR ISSO SAI EM COLUNA PROPRIA E NAO ENTRA NO
      *    TOTAL.
       0230-PROJETAR-FERIAS.
           PERFORM VARYING WRK-SUB-VAC FROM 1 BY 1
               UNTIL WRK-SUB-VAC > WRK-QTD-VAC
               IF WRK-VAC-MATRICULA(WRK-SUB-VAC)
                   = WRK-EMP-MATRICULA(WRK-SUB-EMP)
                   MOVE WRK-VAC-COMP-LIMITE(WRK-SUB-VAC)
                       TO WRK-COMP-BUSCA
                   IF WRK-EMP-DESLIG(WRK-SUB-EMP) NOT = ZEROS
                       AND WRK-EMP-COMP-DESLIG(WRK-SUB-EMP)
                       < WRK-COMP-BUSCA
                       MOVE WRK-EMP-COMP-DESLIG(WRK-SUB-EMP)
                           TO WRK-COMP-BUSCA
                   END-IF
                   PERFORM 0240-LOCALIZAR-MES
                   MOVE WRK-MES-ACHADO TO WRK-SUB-MES
                   PERFORM 0215-CALCULAR-SALARIO-MES
                   COMPUTE WRK-FERIAS-VALOR ROUNDED =
                       WRK-SALARIO-MES * WRK-VAC-SALDO(WRK-SUB-VAC)
                       / 30 * 4 / 3
                   MOVE WRK-FERIAS-VALOR
                       TO WRK-VAC-VALOR(WRK-SUB-VAC)
                   ADD WRK-FERIAS-VALOR
                       TO WRK-CC-FERIAS(WRK-CC-ACHADO, WRK-MES-ACHADO)
               END-IF
           END-PERFORM.

       0240-LOCALIZAR-MES.
           MOVE ZEROS TO WRK-MES-ACHADO.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > 12
               IF WRK-MES-COMP(WRK-SUB-MES) = WRK-COMP-BUSCA
                   MOVE WRK-SUB-MES TO WRK-MES-ACHADO
                   MOVE 12 TO WRK-SUB-MES
               END-IF
           END-PERFORM.

       0250-LOCALIZAR-CENTRO-CUSTO.
           MOVE ZEROS TO WRK-CC-ACHADO.
           PERFORM VARYING WRK-SUB-CC FROM 1 BY 1
               UNTIL WRK-SUB-CC > WRK-QTD-CC
               IF WRK-CC-CODIGO(WRK-SUB-CC) = WRK-CC-BUSCA
                   MOVE WRK-SUB-CC TO WRK-CC-ACHADO
                   MOVE WRK-QTD-CC TO WRK-SUB-CC
               END-IF
           END-PERFORM.
           IF WRK-CC-ACHADO = ZEROS
               MOVE 'WRK-TAB-CC' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CC TO WRK-TABCHK-QTD
               MOVE 50 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CC
               MOVE WRK-QTD-CC TO WRK-CC-ACHADO
               MOVE WRK-CC-BUSCA TO WRK-CC-CODIGO(WRK-CC-ACHADO)
           END-IF.

      *    REALIZADO: FOLHA MENSAL (MODO 1) DO PAYHIST NAS
      *    COMPETENCIAS DA PREVISAO, COM ENCARGOS E PROVISOES PELA
      *    MESMA REGRA SOBRE O PH-BRUTO. O CENTRO DE CUSTO VEM DO
      *    CADASTRO ATUAL DA MATRICULA.
       0300-APURAR-REALIZADO.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0310-LER-HISTORICO UNTIL WRK-FIM-HISTORICO
               CLOSE PAY-HISTORY-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-PAYHIST
               DISPLAY 'SEM HISTORICO DE PAGAMENTO (PAYHIST) - '
                   'PREVISAO SEM REALIZADO.'
           END-IF.
           IF WRK-QTD-HIST-FORA > 0
               DISPLAY 'PAGAMENTOS DE MATRICULA FORA DO CADASTRO '
                   'LANCADOS NO CC ????: ' WRK-QTD-HIST-FORA
           END-IF.

       0310-LER-HISTORICO.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAYHIST
               NOT AT END
                   IF PH-MODO = '1'
                       AND PH-COMPETENCIA NOT < WRK-COMP-INICIAL
                       AND PH-COMPETENCIA NOT > WRK-COMP-FINAL
                       PERFORM 0320-ACUMULAR-REALIZADO
                   END-IF
           END-READ.
           MOVE 'PAYHIST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAYHIST,
               WRK-FSCHK-CHAVE.

       0320-ACUMULAR-REALIZADO.
           MOVE PH-COMPETENCIA TO WRK-COMP-BUSCA.
           PERFORM 0240-LOCALIZAR-MES.
           MOVE 'S' TO WRK-MES-FECHADO(WRK-MES-ACHADO).
           MOVE ZEROS TO WRK-EMP-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-MATRICULA(WRK-SUB-EMP) = PH-MATRICULA
                   MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
                   MOVE WRK-QTD-EMP TO WRK-SUB-EMP
               END-IF
           END-PERFORM.
           IF WRK-EMP-ACHADO = ZEROS
               MOVE '????' TO WRK-CC-BUSCA
               ADD 1 TO WRK-QTD-HIST-FORA
           ELSE
               MOVE WRK-EMP-CC(WRK-EMP-ACHADO) TO WRK-CC-BUSCA
           END-IF.
           PERFORM 0250-LOCALIZAR-CENTRO-CUSTO.
           MOVE PH-BRUTO TO WRK-BASE-MES.
           PERFORM 0225-CALCULAR-ENCARGOS.
           COMPUTE WRK-CC-REAL(WRK-CC-ACHADO, WRK-MES-ACHADO) =
               WRK-CC-REAL(WRK-CC-ACHADO, WRK-MES-ACHADO)
               + WRK-BASE-MES + WRK-ENCARGO-MES + WRK-PROVISAO-MES.

       0400-EMITIR-RELATORIO.
           MOVE WRK-DISS-PERC TO WRK-ED-PERC.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'PREVISAO DO CUSTO DA FOLHA POR CENTRO DE CUSTO - '
               'COMPETENCIAS ' WRK-COMP-INICIAL ' A ' WRK-COMP-FINAL
               ' - EMITIDA EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           IF WRK-DISS-PERC > 0 AND WRK-DISS-VIGENCIA NOT = ZEROS
               STRING 'DISSIDIO PROGRAMADO: ' WRK-ED-PERC
                   '% A PARTIR DE ' WRK-DISS-VIGENCIA
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           ELSE
               MOVE 'SEM DISSIDIO PROGRAMADO NO PERIODO.'
                   TO FORECAST-REPORT-RECORD
           END-IF.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'TOTAL = BRUTO + ENCARGOS (FGTS E INSS PATRONAL) + '
               'PROVISOES (13O, FERIAS E ENCARGOS). FERIAS A VENCER '
               'JA ESTAO NA PROVISAO.'
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-CC FROM 1 BY 1
               UNTIL WRK-SUB-CC > WRK-QTD-CC
               PERFORM 0410-EMITIR-CENTRO-CUSTO
           END-PERFORM.
           PERFORM 0420-EMITIR-TOTAL-GERAL.
           PERFORM 0430-LISTAR-DESLIGAMENTOS.
           PERFORM 0440-LISTAR-FERIAS.

       0410-EMITIR-CENTRO-CUSTO.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'CENTRO DE CUSTO ' WRK-CC-CODIGO(WRK-SUB-CC)
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM 0480-GRAVAR-CABECALHO.
           INITIALIZE WRK-SOMA-VALORES.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > 12
               MOVE WRK-CC-QTD(WRK-SUB-CC, WRK-SUB-MES)
                   TO WRK-LIN-QTD
               MOVE WRK-CC-BRUTO(WRK-SUB-CC, WRK-SUB-MES)
                   TO WRK-LIN-BRUTO
               MOVE WRK-CC-ENCARGO(WRK-SUB-CC, WRK-SUB-MES)
                   TO WRK-LIN-ENCARGO
               MOVE WRK-CC-PROVISAO(WRK-SUB-CC, WRK-SUB-MES)
                   TO WRK-LIN-PROVISAO
               MOVE WRK-CC-FERIAS(WRK-SUB-CC, WRK-SUB-MES)
                   TO WRK-LIN-FERIAS
               MOVE WRK-CC-REAL(WRK-SUB-CC, WRK-SUB-MES)
                   TO WRK-LIN-REAL
               MOVE WRK-MES-FECHADO(WRK-SUB-MES) TO WRK-LIN-FECHADO
               ADD WRK-LIN-QTD TO WRK-TOT-QTD(WRK-SUB-MES)
               ADD WRK-LIN-BRUTO TO WRK-TOT-BRUTO(WRK-SUB-MES)
               ADD WRK-LIN-ENCARGO TO WRK-TOT-ENCARGO(WRK-SUB-MES)
               ADD WRK-LIN-PROVISAO TO WRK-TOT-PROVISAO(WRK-SUB-MES)
               ADD WRK-LIN-FERIAS TO WRK-TOT-FERIAS(WRK-SUB-MES)
               ADD WRK-LIN-REAL TO WRK-TOT-REAL(WRK-SUB-MES)
               MOVE WRK-MES-COMP(WRK-SUB-MES) TO WRK-COMP-BUSCA
               PERFORM 0470-GRAVAR-DETALHE
           END-PERFORM.
           PERFORM 0475-GRAVAR-SOMA.

       0420-EMITIR-TOTAL-GERAL.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE 'TOTAL DA EMPRESA' TO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM 0480-GRAVAR-CABECALHO.
           INITIALIZE WRK-SOMA-VALORES.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > 12
               MOVE WRK-TOT-QTD(WRK-SUB-MES)      TO WRK-LIN-QTD
               MOVE WRK-TOT-BRUTO(WRK-SUB-MES)    TO WRK-LIN-BRUTO
               MOVE WRK-TOT-ENCARGO(WRK-SUB-MES)  TO WRK-LIN-ENCARGO
               MOVE WRK-TOT-PROVISAO(WRK-SUB-MES) TO WRK-LIN-PROVISAO
               MOVE WRK-TOT-FERIAS(WRK-SUB-MES)   TO WRK-LIN-FERIAS
               MOVE WRK-TOT-REAL(WRK-SUB-MES)     TO WRK-LIN-REAL
               MOVE WRK-MES-FECHADO(WRK-SUB-MES)  TO WRK-LIN-FECHADO
               MOVE WRK-MES-COMP(WRK-SUB-MES)     TO WRK-COMP-BUSCA
               PERFORM 0470-GRAVAR-DETALHE
           END-PERFORM.
           PERFORM 0475-GRAVAR-SOMA.
           DISPLAY 'PREVISAO DE 12 MESES: ' WRK-ED-PREVISTO.

       0430-LISTAR-DESLIGAMENTOS.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE 'DESLIGAMENTOS PREVISTOS NO PERIODO:'
               TO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-DESLIG(WRK-SUB-EMP) NOT = ZEROS
                   AND WRK-EMP-COMP-DESLIG(WRK-SUB-EMP)
                   NOT > WRK-COMP-FINAL
                   ADD 1 TO WRK-QTD-DESLIG
                   MOVE SPACES TO FORECAST-REPORT-RECORD
                   STRING '  MATR ' WRK-EMP-MATRICULA(WRK-SUB-EMP)
                       ' ' WRK-EMP-NOME(WRK-SUB-EMP)
                       ' CC ' WRK-EMP-CC(WRK-SUB-EMP)
                       ' DESLIGAMENTO EM ' WRK-EMP-DESLIG(WRK-SUB-EMP)
                       DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
                   PERFORM 0490-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QTD-DESLIG = ZEROS
               MOVE '  NENHUM.' TO FORECAST-REPORT-RECORD
               PERFORM 0490-GRAVAR-LINHA
           END-IF.

       0440-LISTAR-FERIAS.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'FERIAS COM SALDO QUE VENCEM NO PERIODO (LIMITE DE '
               'CONCESSAO):'
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-VAC FROM 1 BY 1
               UNTIL WRK-SUB-VAC > WRK-QTD-VAC
               IF WRK-VAC-VALOR(WRK-SUB-VAC) > 0
                   ADD 1 TO WRK-QTD-FER-VENCER
                   MOVE WRK-VAC-VALOR(WRK-SUB-VAC) TO WRK-ED-FERIAS
                   MOVE SPACES TO FORECAST-REPORT-RECORD
                   STRING '  MATR ' WRK-VAC-MATRICULA(WRK-SUB-VAC)
                       ' PERIODO ' WRK-VAC-INICIO(WRK-SUB-VAC)
                       ' A ' WRK-VAC-FIM(WRK-SUB-VAC)
                       ' SALDO ' WRK-VAC-SALDO(WRK-SUB-VAC)
                       ' DIAS LIMITE '
                       WRK-VAC-COMP-LIMITE(WRK-SUB-VAC)
                       ' VALOR ' WRK-ED-FERIAS
                       DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
                   PERFORM 0490-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QTD-FER-VENCER = ZEROS
               MOVE '  NENHUM.' TO FORECAST-REPORT-RECORD
               PERFORM 0490-GRAVAR-LINHA
           END-IF.

      *    UMA LINHA POR COMPETENCIA. REALIZADO E VARIACAO SO SAEM
      *    QUANDO A COMPETENCIA JA FECHOU NO PAYHIST.
       0470-GRAVAR-DETALHE.
           COMPUTE WRK-PREVISTO =
               WRK-LIN-BRUTO + WRK-LIN-ENCARGO + WRK-LIN-PROVISAO.
           ADD WRK-LIN-BRUTO    TO WRK-SOM-BRUTO.
           ADD WRK-LIN-ENCARGO  TO WRK-SOM-ENCARGO.
           ADD WRK-LIN-PROVISAO TO WRK-SOM-PROVISAO.
           ADD WRK-LIN-FERIAS   TO WRK-SOM-FERIAS.
           MOVE WRK-LIN-QTD      TO WRK-ED-QTD.
           MOVE WRK-LIN-BRUTO    TO WRK-ED-BRUTO.
           MOVE WRK-LIN-ENCARGO  TO WRK-ED-ENCARGO.
           MOVE WRK-LIN-PROVISAO TO WRK-ED-PROVISAO.
           MOVE WRK-PREVISTO     TO WRK-ED-PREVISTO.
           MOVE WRK-LIN-FERIAS   TO WRK-ED-FERIAS.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING WRK-COMP-BUSCA '  ' WRK-ED-QTD ' '
               WRK-ED-BRUTO ' ' WRK-ED-ENCARGO ' '
               WRK-ED-PROVISAO ' ' WRK-ED-PREVISTO ' '
               WRK-ED-FERIAS
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           IF WRK-LIN-FECHADO = 'S'
               ADD WRK-LIN-REAL TO WRK-SOM-REAL
               ADD WRK-PREVISTO TO WRK-SOM-PREVISTO-FECH
               COMPUTE WRK-VARIACAO = WRK-LIN-REAL - WRK-PREVISTO
               MOVE WRK-LIN-REAL TO WRK-ED-REAL
               MOVE WRK-VARIACAO TO WRK-ED-VARIACAO
               MOVE WRK-ED-REAL TO FORECAST-REPORT-RECORD(90:14)
               MOVE WRK-ED-VARIACAO TO FORECAST-REPORT-RECORD(105:14)
           ELSE
               MOVE '   (EM ABERTO)' TO FORECAST-REPORT-RECORD(90:14)
           END-IF.
           PERFORM 0490-GRAVAR-LINHA.

       0475-GRAVAR-SOMA.
           COMPUTE WRK-PREVISTO =
               WRK-SOM-BRUTO + WRK-SOM-ENCARGO + WRK-SOM-PROVISAO.
           MOVE WRK-SOM-BRUTO    TO WRK-ED-BRUTO.
           MOVE WRK-SOM-ENCARGO  TO WRK-ED-ENCARGO.
           MOVE WRK-SOM-PROVISAO TO WRK-ED-PROVISAO.
           MOVE WRK-PREVISTO     TO WRK-ED-PREVISTO.
           MOVE WRK-SOM-FERIAS   TO WRK-ED-FERIAS.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'TOTAL        ' WRK-ED-BRUTO ' ' WRK-ED-ENCARGO ' '
               WRK-ED-PROVISAO ' ' WRK-ED-PREVISTO ' '
               WRK-ED-FERIAS
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           IF WRK-SOM-PREVISTO-FECH > 0 OR WRK-SOM-REAL > 0
               COMPUTE WRK-VARIACAO =
                   WRK-SOM-REAL - WRK-SOM-PREVISTO-FECH
               MOVE WRK-SOM-REAL TO WRK-ED-REAL
               MOVE WRK-VARIACAO TO WRK-ED-VARIACAO
               MOVE WRK-ED-REAL TO FORECAST-REPORT-RECORD(90:14)
               MOVE WRK-ED-VARIACAO TO FORECAST-REPORT-RECORD(105:14)
           END-IF.
           PERFORM 0490-GRAVAR-LINHA.

       0480-GRAVAR-CABECALHO.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING 'COMPET  FUNC          BRUTO       ENCARGOS'
               '      PROVISOES          TOTAL  FERIAS VENCER'
               '       REALIZADO       VARIACAO'
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           PERFORM 0490-GRAVAR-LINHA.

       0490-GRAVAR-LINHA.
           WRITE FORECAST-REPORT-RECORD.
           MOVE 'PREVCUSTO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PREVCUSTO,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-LINHAS.

       0900-ENCERRAR.
           CLOSE FORECAST-REPORT-FILE.
           DISPLAY 'CENTROS DE CUSTO: ' WRK-QTD-CC
               ' DESLIGAMENTOS PREVISTOS: ' WRK-QTD-DESLIG
               ' FERIAS A VENCER: ' WRK-QTD-FER-VENCER.
           DISPLAY 'RELATORIO GRAVADO EM PREVCUSTO.dat ('
               WRK-QTD-LINHAS ' LINHAS).'.
