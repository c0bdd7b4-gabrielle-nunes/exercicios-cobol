       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOIMP.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: IMPORTACAO DAS MARCACOES DO RELOGIO DE PONTO
      *          (PONTO.dat: MATRICULA, DATA, HORA E SENTIDO E/S) E
      *          DOS AJUSTES DO SUPERVISOR (PONTOAJU.dat, MESMO
      *          LEIAUTE; SENTIDO X CANCELA A MARCACAO DE MESMA
      *          MATRICULA/DATA/HORA). ORDENA AS MARCACOES, FORMA OS
      *          PARES ENTRADA/SAIDA POR DIA (O DIA E O DA ENTRADA,
      *          ENTAO TURNO QUE VIRA A MEIA-NOITE FICA NO DIA EM QUE
      *          COMECOU), APLICA O INTERVALO PRE-ASSINALADO E A
      *          TOLERANCIA DE HORA EXTRA DO PARMS, APURA AS HORAS
      *          NOTURNAS DA JANELA 22H-05H COM A HORA REDUZIDA DE
      *          52M30S E CONTA AS FALTAS CONTRA OS DIAS UTEIS DO
      *          CALL 'DIA-UTIL' (FORA DA ADMISSAO/DESLIGAMENTO E DOS
      *          AFASTAMENTOS.dat). REGRAVA O TIMESHEET.dat DA
      *          COMPETENCIA VIA TSNEW.dat E PROMOVE, E LISTA NO
      *          PONTOEXC.dat OS DIAS QUE PRECISAM DE CORRECAO DO
      *          SUPERVISOR ANTES DA FOLHA.
      *DATA = 07/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-07 - CRIADO: O TIMESHEET ERA DIGITADO DO RESUMO EM
      *             PAPEL E A DIVISAO ENTRE HORA NORMAL, EXTRA E
      *             NOTURNA ERA A CONTA QUE O SUPERVISOR FAZIA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-PUNCH-FILE ASSIGN TO "PONTO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT PUNCH-ADJUST-FILE ASSIGN TO "PONTOAJU.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTOAJU.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT LEAVE-FILE ASSIGN TO "AFASTAMENTOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AFASTAM.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHEET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TIMESHEET.
           SELECT TIMESHEET-FILE-NOVO ASSIGN TO "TSNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TSNEW.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "PONTOEXC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTOEXC.

       DATA DIVISION.
       FILE SECTION.
       FD  TIME-PUNCH-FILE.
       01  TIME-PUNCH-RECORD.
           02 PNT-MATRICULA          PIC X(06).
           02 PNT-DATA               PIC 9(08).
           02 PNT-HORA               PIC 9(04).
           02 PNT-SENTIDO            PIC X(01).

       FD  PUNCH-ADJUST-FILE.
       01  PUNCH-ADJUST-RECORD.
           02 PAJ-MATRICULA          PIC X(06).
           02 PAJ-DATA               PIC 9(08).
           02 PAJ-HORA               PIC 9(04).
           02 PAJ-SENTIDO            PIC X(01).

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

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           02 AFA-MATRICULA          PIC X(06).
           02 AFA-TIPO               PIC X(01).
           02 AFA-DATA-INICIO        PIC 9(08).
           02 AFA-RETORNO-PREVISTO   PIC 9(08).
           02 AFA-RETORNO-EFETIVO    PIC 9(08).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO       PIC X(15).
           02 PARM-REC-VALOR        PIC 9(07)V9999.

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           02 SR-MODO               PIC X(01).
           02 SR-MOEDA              PIC X(03).
           02 SR-COMPETENCIA        PIC 9(06).

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           02 TS-MATRICULA           PIC X(06).
           02 TS-COMPETENCIA         PIC 9(06).
           02 TS-HORAS-NORMAIS       PIC 9(03).
           02 TS-HORAS-EXTRAS        PIC 9(03).
           02 TS-HORAS-NOTURNAS      PIC 9(03).
           02 TS-DIAS-FALTA          PIC 9(02).

       FD  TIMESHEET-FILE-NOVO.
       01  TIMESHEET-RECORD-NOVO.
           02 TSN-MATRICULA          PIC X(06).
           02 TSN-COMPETENCIA        PIC 9(06).
           02 TSN-HORAS-NORMAIS      PIC 9(03).
           02 TSN-HORAS-EXTRAS       PIC 9(03).
           02 TSN-HORAS-NOTURNAS     PIC 9(03).
           02 TSN-DIAS-FALTA         PIC 9(02).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PONTOIMP'.
       77 WRK-FS-PONTO           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PONTOAJU        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AFASTAM         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALRUN          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TIMESHEET       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TSNEW           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PONTOEXC        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PONTO          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MARCACOES                 VALUE 'S'.
       77 WRK-FIM-PONTOAJU       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-AJUSTES                   VALUE 'S'.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-AFASTAM        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-AFASTAMENTOS              VALUE 'S'.
       77 WRK-FIM-TIMESHEET      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TS                        VALUE 'S'.
       77 WRK-FIM-DIAS-UTEIS     PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CALENDARIO                VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-PRIMEIRO-DIA  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-PROX-MES      PIC 9(08)      VALUE ZEROS.
       77 WRK-JORNADA-MIN        PIC 9(04)      VALUE ZEROS.
       77 WRK-INTERVALO-MIN      PIC 9(04)      VALUE ZEROS.
       77 WRK-TOLERANCIA-MIN     PIC 9(04)      VALUE ZEROS.
       77 WRK-DU-FUNCAO          PIC X(01)      VALUE 'N'.
       77 WRK-DU-DATA-BASE       PIC 9(08)      VALUE ZEROS.
       77 WRK-DU-QTD-DIAS        PIC 9(02)      VALUE ZEROS.
       77 WRK-DU-RESULTADO       PIC 9(08)      VALUE ZEROS.
       77 WRK-DU-UF              PIC X(02)      VALUE SPACES.
       77 WRK-QTD-DU             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-DU             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-DU-ED          PIC Z9.
       77 WRK-QTD-PONTO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-PONTO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-ORD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PONTO-ACHADO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-EMP-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-AFA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-AFA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-NOVO           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-NOVO           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-NOVO-ACHADO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-EXCECAO        PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CANCELADAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-MANTIDOS       PIC 9(05)      VALUE ZEROS.
       77 WRK-MATR-ATUAL         PIC X(06)      VALUE SPACES.
       77 WRK-TEM-ENTRADA        PIC X(01)      VALUE 'N'.
       77 WRK-ENT-DATA           PIC 9(08)      VALUE ZEROS.
       77 WRK-ENT-HORA           PIC 9(04)      VALUE ZEROS.
       77 WRK-ENT-MIN-ABS        PIC 9(11)      VALUE ZEROS.
       77 WRK-SAI-MIN-ABS        PIC 9(11)      VALUE ZEROS.
       77 WRK-DIA-DATA           PIC 9(08)      VALUE ZEROS.
       77 WRK-DIA-TRAB           PIC 9(05)      VALUE ZEROS.
       77 WRK-DIA-NOTURNO        PIC 9(05)      VALUE ZEROS.
       77 WRK-DIA-INTERVALO      PIC 9(05)      VALUE ZEROS.
       77 WRK-DIA-PARES          PIC 9(02)      VALUE ZEROS.
       77 WRK-DIA-ULT-SAIDA      PIC 9(11)      VALUE ZEROS.
       77 WRK-DIA-IRREGULAR      PIC X(01)      VALUE 'N'.
       77 WRK-DIA-UTIL           PIC X(01)      VALUE 'N'.
       77 WRK-DIA-NOT-RED        PIC 9(05)      VALUE ZEROS.
       77 WRK-DIA-DO-MES         PIC 9(02)      VALUE ZEROS.
       77 WRK-PAR-DURACAO        PIC S9(11)     VALUE ZEROS.
       77 WRK-PAR-NOTURNO        PIC 9(05)      VALUE ZEROS.
       77 WRK-SERIAL             PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-INI         PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-FIM         PIC 9(07)      VALUE ZEROS.
       77 WRK-JAN-INI            PIC 9(11)      VALUE ZEROS.
       77 WRK-JAN-FIM            PIC 9(11)      VALUE ZEROS.
       77 WRK-SOBRA-INI          PIC 9(11)      VALUE ZEROS.
       77 WRK-SOBRA-FIM          PIC 9(11)      VALUE ZEROS.
       77 WRK-EMP-MIN-NORMAL     PIC 9(06)      VALUE ZEROS.
       77 WRK-EMP-MIN-EXTRA      PIC 9(06)      VALUE ZEROS.
       77 WRK-EMP-MIN-NOTURNO    PIC 9(06)      VALUE ZEROS.
       77 WRK-EMP-FALTAS         PIC 9(02)      VALUE ZEROS.
       77 WRK-EMP-AFASTADO       PIC X(01)      VALUE 'N'.
       77 WRK-EXC-DATA           PIC 9(08)      VALUE ZEROS.
       77 WRK-EXC-HORA           PIC 9(04)      VALUE ZEROS.
       77 WRK-EXC-MOTIVO         PIC X(40)      VALUE SPACES.
       77 WRK-NOME-TIMESHEET     PIC X(20)      VALUE "TIMESHEET.dat".
       77 WRK-NOME-TSNEW         PIC X(20)      VALUE "TSNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-COMP-PROXIMA.
           02 WRK-PROX-ANO          PIC 9(04)    VALUE ZEROS.
           02 WRK-PROX-MES          PIC 9(02)    VALUE ZEROS.

       01  WRK-TROCA-PONTO.
           02 WRK-TROCA-CHAVE       PIC X(18).
           02 WRK-TROCA-SENTIDO     PIC X(01).

       01  WRK-HORA-AUX.
           02 WRK-HORA-HH           PIC 9(02).
           02 WRK-HORA-MM           PIC 9(02).

       01  WRK-CHAVE-BUSCA.
           02 WRK-BUSCA-MATRICULA   PIC X(06).
           02 WRK-BUSCA-DATA        PIC 9(08).
           02 WRK-BUSCA-HORA        PIC 9(04).

       01  WRK-TAB-PONTO VALUE SPACES.
           02 WRK-PONTO-LINHA OCCURS 3000 TIMES.
               03 WRK-PNT-CHAVE.
                   04 WRK-PNT-MATRICULA PIC X(06).
                   04 WRK-PNT-DATA      PIC 9(08).
                   04 WRK-PNT-HORA      PIC 9(04).
               03 WRK-PNT-SENTIDO    PIC X(01).

       01  WRK-TAB-DU VALUE ZEROS.
           02 WRK-DU-LINHA OCCURS 31 TIMES.
               03 WRK-DU-DATA        PIC 9(08).

       01  WRK-TAB-PRESENCA VALUE SPACES.
           02 WRK-PRESENTE OCCURS 31 TIMES PIC X(01).

       01  WRK-TAB-EMP VALUE SPACES.
           02 WRK-EMP-LINHA OCCURS 200 TIMES.
               03 WRK-EMP-MATRICULA  PIC X(06).
               03 WRK-EMP-ADMISSAO   PIC 9(08).
               03 WRK-EMP-DESLIG     PIC 9(08).
               03 WRK-EMP-MARCOU     PIC X(01).

       01  WRK-TAB-AFA VALUE SPACES.
           02 WRK-AFA-LINHA OCCURS 500 TIMES.
               03 WRK-AFA-MATRICULA  PIC X(06).
               03 WRK-AFA-INICIO     PIC 9(08).
               03 WRK-AFA-EFETIVO    PIC 9(08).

       01  WRK-TAB-NOVO VALUE SPACES.
           02 WRK-NOVO-LINHA OCCURS 200 TIMES.
               03 WRK-NOVO-MATRICULA PIC X(06).
               03 WRK-NOVO-NORMAIS   PIC 9(03).
               03 WRK-NOVO-EXTRAS    PIC 9(03).
               03 WRK-NOVO-NOTURNAS  PIC 9(03).
               03 WRK-NOVO-FALTAS    PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-MARCACOES.
           PERFORM 0300-ORDENAR-MARCACOES.
           PERFORM 0400-APURAR-MARCACOES.
           PERFORM 0500-REGRAVAR-TIMESHEET.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0102-LER-CARTAO-EXECUCAO.
           IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMPETENCIA A APURAR (AAAAMM): '
               ACCEPT WRK-COMPETENCIA
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-DATA-PRIMEIRO-DIA(1:6).
           MOVE '01' TO WRK-DATA-PRIMEIRO-DIA(7:2).
           MOVE WRK-COMPETENCIA(1:4) TO WRK-PROX-ANO.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-PROX-MES.
           IF WRK-PROX-MES = 12
               ADD 1 TO WRK-PROX-ANO
               MOVE 01 TO WRK-PROX-MES
           ELSE
               ADD 1 TO WRK-PROX-MES
           END-IF.
           MOVE WRK-COMP-PROXIMA TO WRK-DATA-PROX-MES(1:6).
           MOVE '01' TO WRK-DATA-PROX-MES(7:2).
           PERFORM 0110-CARREGAR-PARAMETROS.
           MOVE 'JORNADA-MIN' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-JORNADA-MIN.
           MOVE 'INTERVALO-MIN' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-INTERVALO-MIN.
           MOVE 'TOLERANCIA-MIN' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-TOLERANCIA-MIN.
           PERFORM 0120-MONTAR-DIAS-UTEIS.
           PERFORM 0130-CARREGAR-EMPREGADOS.
           PERFORM 0140-CARREGAR-AFASTAMENTOS.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE 'PONTOEXC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PONTOEXC,
               WRK-FSCHK-CHAVE.
           MOVE WRK-QTD-DU TO WRK-QTD-DU-ED.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING 'EXCECOES DO PONTO - COMPETENCIA ' WRK-COMPETENCIA
               ' (' WRK-QTD-DU-ED ' DIAS UTEIS)'
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0102-LER-CARTAO-EXECUCAO.
           OPEN INPUT RUN-PARAMETER-FILE.
           IF WRK-FS-SALRUN = '00'
               READ RUN-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SR-COMPETENCIA TO WRK-COMPETENCIA
               END-READ
               CLOSE RUN-PARAMETER-FILE
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

      *    O DIA-UTIL NAO CONTA DIAS UTEIS DE UM MES: PEDE-SE O
      *    N-ESIMO DIA UTIL DA COMPETENCIA ATE O RESULTADO CAIR NO
      *    MES SEGUINTE.
       0120-MONTAR-DIAS-UTEIS.
           MOVE 'N' TO WRK-DU-FUNCAO.
           MOVE ZEROS TO WRK-DU-DATA-BASE.
           MOVE ZEROS TO WRK-QTD-DU.
           MOVE 'N' TO WRK-FIM-DIAS-UTEIS.
           PERFORM UNTIL WRK-FIM-CALENDARIO
               COMPUTE WRK-DU-QTD-DIAS = WRK-QTD-DU + 1
               CALL 'DIA-UTIL' USING WRK-DU-FUNCAO,
                   WRK-COMPETENCIA, WRK-DU-DATA-BASE,
                   WRK-DU-QTD-DIAS, WRK-DU-RESULTADO,
                   WRK-DU-UF
               IF WRK-DU-RESULTADO(1:6) = WRK-COMPETENCIA
                   AND WRK-QTD-DU < 31
                   ADD 1 TO WRK-QTD-DU
                   MOVE WRK-DU-RESULTADO TO WRK-DU-DATA(WRK-QTD-DU)
               ELSE
                   MOVE 'S' TO WRK-FIM-DIAS-UTEIS
               END-IF
           END-PERFORM.

       0130-CARREGAR-EMPREGADOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0131-LER-EMPREGADO UNTIL WRK-FIM-EMPREGADOS.
           CLOSE EMPLOYEE-MASTER-FILE.

       0131-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPMAST
               NOT AT END
                   IF EMP-DATA-DESLIGAMENTO = ZEROS
                       OR EMP-DATA-DESLIGAMENTO
                       >= WRK-DATA-PRIMEIRO-DIA
                       MOVE 'WRK-TAB-EMP' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-EMP TO WRK-TABCHK-QTD
                       MOVE 200 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-EMP
                       MOVE EMP-MATRICULA
                           TO WRK-EMP-MATRICULA(WRK-QTD-EMP)
                       MOVE EMP-DATA-ADMISSAO
                           TO WRK-EMP-ADMISSAO(WRK-QTD-EMP)
                       MOVE EMP-DATA-DESLIGAMENTO
                           TO WRK-EMP-DESLIG(WRK-QTD-EMP)
                       MOVE 'N' TO WRK-EMP-MARCOU(WRK-QTD-EMP)
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0140-CARREGAR-AFASTAMENTOS.
           OPEN INPUT LEAVE-FILE.
           IF WRK-FS-AFASTAM = '00'
               PERFORM 0141-LER-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTOS
               CLOSE LEAVE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-AFASTAM
           END-IF.

       0141-LER-AFASTAMENTO.
           READ LEAVE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAM
               NOT AT END
                   MOVE 'WRK-TAB-AFA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-AFA TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-AFA
                   MOVE AFA-MATRICULA
                       TO WRK-AFA-MATRICULA(WRK-QTD-AFA)
                   MOVE AFA-DATA-INICIO
                       TO WRK-AFA-INICIO(WRK-QTD-AFA)
                   MOVE AFA-RETORNO-EFETIVO
                       TO WRK-AFA-EFETIVO(WRK-QTD-AFA)
           END-READ.

      *    ENTRAM AS MARCACOES DA COMPETENCIA E AS DO PRIMEIRO DIA DO
      *    MES SEGUINTE, QUE FECHAM O TURNO NOTURNO DO ULTIMO DIA.
       0200-CARREGAR-MARCACOES.
           OPEN INPUT TIME-PUNCH-FILE.
           MOVE 'PONTO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PONTO,
               WRK-FSCHK-CHAVE.
           PERFORM 0210-LER-MARCACAO UNTIL WRK-FIM-MARCACOES.
           CLOSE TIME-PUNCH-FILE.
           OPEN INPUT PUNCH-ADJUST-FILE.
           IF WRK-FS-PONTOAJU = '00'
               PERFORM 0220-LER-AJUSTE UNTIL WRK-FIM-AJUSTES
               CLOSE PUNCH-ADJUST-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-PONTOAJU
           END-IF.
           DISPLAY 'MARCACOES CARREGADAS: ' WRK-QTD-PONTO
               ' (CANCELADAS PELO SUPERVISOR: ' WRK-QTD-CANCELADAS
               ')'.

       0210-LER-MARCACAO.
           READ TIME-PUNCH-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PONTO
               NOT AT END
                   IF PNT-DATA(1:6) = WRK-COMPETENCIA
                       OR PNT-DATA = WRK-DATA-PROX-MES
                       MOVE PNT-MATRICULA TO WRK-BUSCA-MATRICULA
                       MOVE PNT-DATA      TO WRK-BUSCA-DATA
                       MOVE PNT-HORA      TO WRK-BUSCA-HORA
                       MOVE PNT-SENTIDO   TO WRK-TROCA-SENTIDO
                       PERFORM 0230-GUARDAR-MARCACAO
                   END-IF
           END-READ.
           MOVE 'PONTO' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PONTO,
               WRK-FSCHK-CHAVE.

       0220-LER-AJUSTE.
           READ PUNCH-ADJUST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PONTOAJU
               NOT AT END
                   IF PAJ-DATA(1:6) = WRK-COMPETENCIA
                       OR PAJ-DATA = WRK-DATA-PROX-MES
                       MOVE PAJ-MATRICULA TO WRK-BUSCA-MATRICULA
                       MOVE PAJ-DATA      TO WRK-BUSCA-DATA
                       MOVE PAJ-HORA      TO WRK-BUSCA-HORA
                       IF PAJ-SENTIDO = 'X'
                           PERFORM 0225-CANCELAR-MARCACAO
                       ELSE
                           MOVE PAJ-SENTIDO TO WRK-TROCA-SENTIDO
                           PERFORM 0230-GUARDAR-MARCACAO
                       END-IF
                   END-IF
           END-READ.

       0225-CANCELAR-MARCACAO.
           MOVE ZEROS TO WRK-PONTO-ACHADO.
           PERFORM VARYING WRK-SUB-PONTO FROM 1 BY 1
               UNTIL WRK-SUB-PONTO > WRK-QTD-PONTO
               IF WRK-PNT-CHAVE(WRK-SUB-PONTO) = WRK-CHAVE-BUSCA
                   AND WRK-PNT-SENTIDO(WRK-SUB-PONTO) NOT = 'X'
                   MOVE WRK-SUB-PONTO TO WRK-PONTO-ACHADO
                   MOVE WRK-QTD-PONTO TO WRK-SUB-PONTO
               END-IF
           END-PERFORM.
           IF WRK-PONTO-ACHADO = ZEROS
               DISPLAY 'AJUSTE X SEM MARCACAO CORRESPONDENTE: '
                   WRK-CHAVE-BUSCA
           ELSE
               MOVE 'X' TO WRK-PNT-SENTIDO(WRK-PONTO-ACHADO)
               ADD 1 TO WRK-QTD-CANCELADAS
           END-IF.

       0230-GUARDAR-MARCACAO.
           MOVE 'WRK-TAB-PONTO' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-PONTO TO WRK-TABCHK-QTD.
           MOVE 3000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-PONTO.
           MOVE WRK-CHAVE-BUSCA   TO WRK-PNT-CHAVE(WRK-QTD-PONTO).
           MOVE WRK-TROCA-SENTIDO TO WRK-PNT-SENTIDO(WRK-QTD-PONTO).

       0300-ORDENAR-MARCACOES.
           PERFORM VARYING WRK-SUB-PONTO FROM 1 BY 1
               UNTIL WRK-SUB-PONTO >= WRK-QTD-PONTO
               PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
                   UNTIL WRK-SUB-ORD >= WRK-QTD-PONTO
                   IF WRK-PNT-CHAVE(WRK-SUB-ORD) >
                       WRK-PNT-CHAVE(WRK-SUB-ORD + 1)
                       PERFORM 0310-TROCAR-LINHAS
                   END-IF
               END-PERFORM
           END-PERFORM.

       0310-TROCAR-LINHAS.
           MOVE WRK-PONTO-LINHA(WRK-SUB-ORD) TO WRK-TROCA-PONTO.
           MOVE WRK-PONTO-LINHA(WRK-SUB-ORD + 1)
               TO WRK-PONTO-LINHA(WRK-SUB-ORD).
           MOVE WRK-TROCA-PONTO TO WRK-PONTO-LINHA(WRK-SUB-ORD + 1).

       0390-GRAVAR-LINHA.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'PONTOEXC' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PONTOEXC,
               WRK-FSCHK-CHAVE.

       0395-GRAVAR-EXCECAO.
           ADD 1 TO WRK-QTD-EXCECAO.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING 'MATR ' WRK-MATR-ATUAL
               ' DIA ' WRK-EXC-DATA
               ' HORA ' WRK-EXC-HORA
               ' ' WRK-EXC-MOTIVO
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0400-APURAR-MARCACOES.
           MOVE SPACES TO WRK-MATR-ATUAL.
           PERFORM 0410-TRATAR-MARCACAO
               VARYING WRK-SUB-PONTO FROM 1 BY 1
               UNTIL WRK-SUB-PONTO > WRK-QTD-PONTO.
           IF WRK-MATR-ATUAL NOT = SPACES
               PERFORM 0480-FECHAR-EMPREGADO
           END-IF.
           PERFORM 0490-LISTAR-SEM-MARCACAO
               VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP.

       0410-TRATAR-MARCACAO.
           IF WRK-PNT-MATRICULA(WRK-SUB-PONTO) NOT = WRK-MATR-ATUAL
               IF WRK-MATR-ATUAL NOT = SPACES
                   PERFORM 0480-FECHAR-EMPREGADO
               END-IF
               PERFORM 0405-ABRIR-EMPREGADO
           END-IF.
           EVALUATE WRK-PNT-SENTIDO(WRK-SUB-PONTO)
               WHEN 'E'
                   PERFORM 0420-TRATAR-ENTRADA
               WHEN 'S'
                   PERFORM 0430-TRATAR-SAIDA
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   MOVE WRK-PNT-DATA(WRK-SUB-PONTO) TO WRK-EXC-DATA
                   MOVE WRK-PNT-HORA(WRK-SUB-PONTO) TO WRK-EXC-HORA
                   MOVE 'SENTIDO DA MARCACAO INVALIDO'
                       TO WRK-EXC-MOTIVO
                   PERFORM 0395-GRAVAR-EXCECAO
           END-EVALUATE.

       0405-ABRIR-EMPREGADO.
           MOVE WRK-PNT-MATRICULA(WRK-SUB-PONTO) TO WRK-MATR-ATUAL.
           MOVE 'N' TO WRK-TEM-ENTRADA.
           MOVE ZEROS TO WRK-DIA-DATA WRK-EMP-MIN-NORMAL
               WRK-EMP-MIN-EXTRA WRK-EMP-MIN-NOTURNO WRK-EMP-FALTAS.
           MOVE SPACES TO WRK-TAB-PRESENCA.
           PERFORM 0406-INICIAR-DIA.
           MOVE ZEROS TO WRK-EMP-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-MATRICULA(WRK-SUB-EMP) = WRK-MATR-ATUAL
                   MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
                   MOVE WRK-QTD-EMP TO WRK-SUB-EMP
               END-IF
           END-PERFORM.
           IF WRK-EMP-ACHADO = ZEROS
               MOVE WRK-PNT-DATA(WRK-SUB-PONTO) TO WRK-EXC-DATA
               MOVE ZEROS TO WRK-EXC-HORA
               MOVE 'MATRICULA INATIVA OU FORA DO EMPMAST'
                   TO WRK-EXC-MOTIVO
               PERFORM 0395-GRAVAR-EXCECAO
           ELSE
               MOVE 'S' TO WRK-EMP-MARCOU(WRK-EMP-ACHADO)
           END-IF.

       0406-INICIAR-DIA.
           MOVE ZEROS TO WRK-DIA-TRAB WRK-DIA-NOTURNO
               WRK-DIA-INTERVALO WRK-DIA-PARES WRK-DIA-ULT-SAIDA.
           MOVE 'N' TO WRK-DIA-IRREGULAR.

       0420-TRATAR-ENTRADA.
           IF WRK-TEM-ENTRADA = 'S'
               MOVE WRK-ENT-DATA TO WRK-EXC-DATA
               MOVE WRK-ENT-HORA TO WRK-EXC-HORA
               MOVE 'ENTRADA SEM SAIDA' TO WRK-EXC-MOTIVO
               PERFORM 0395-GRAVAR-EXCECAO
               MOVE 'S' TO WRK-DIA-IRREGULAR
           END-IF.
           IF WRK-PNT-DATA(WRK-SUB-PONTO) NOT = WRK-DIA-DATA
               PERFORM 0450-FECHAR-DIA
               MOVE WRK-PNT-DATA(WRK-SUB-PONTO) TO WRK-DIA-DATA
           END-IF.
           MOVE 'S' TO WRK-TEM-ENTRADA.
           MOVE WRK-PNT-DATA(WRK-SUB-PONTO) TO WRK-ENT-DATA.
           MOVE WRK-PNT-HORA(WRK-SUB-PONTO) TO WRK-ENT-HORA.
           MOVE WRK-ENT-HORA TO WRK-HORA-AUX.
           COMPUTE WRK-ENT-MIN-ABS =
               FUNCTION INTEGER-OF-DATE(WRK-ENT-DATA) * 1440
               + WRK-HORA-HH * 60 + WRK-HORA-MM.

       0430-TRATAR-SAIDA.
           IF WRK-TEM-ENTRADA = 'N'
      *        SAIDA DO DIA 1 ANTES DO MEIO-DIA SEM NADA ANTES FECHA
      *        O TURNO NOTURNO DA COMPETENCIA ANTERIOR.
               IF WRK-PNT-DATA(WRK-SUB-PONTO) = WRK-DATA-PRIMEIRO-DIA
                   AND WRK-PNT-HORA(WRK-SUB-PONTO) < 1200
                   AND WRK-DIA-DATA = ZEROS
                   CONTINUE
               ELSE
                   IF WRK-PNT-DATA(WRK-SUB-PONTO) NOT = WRK-DIA-DATA
                       PERFORM 0450-FECHAR-DIA
                       MOVE WRK-PNT-DATA(WRK-SUB-PONTO)
                           TO WRK-DIA-DATA
                   END-IF
                   MOVE WRK-PNT-DATA(WRK-SUB-PONTO) TO WRK-EXC-DATA
                   MOVE WRK-PNT-HORA(WRK-SUB-PONTO) TO WRK-EXC-HORA
                   MOVE 'SAIDA SEM ENTRADA' TO WRK-EXC-MOTIVO
                   PERFORM 0395-GRAVAR-EXCECAO
                   MOVE 'S' TO WRK-DIA-IRREGULAR
               END-IF
           ELSE
               MOVE 'N' TO WRK-TEM-ENTRADA
               MOVE WRK-PNT-HORA(WRK-SUB-PONTO) TO WRK-HORA-AUX
               COMPUTE WRK-SAI-MIN-ABS =
                   FUNCTION INTEGER-OF-DATE
                       (WRK-PNT-DATA(WRK-SUB-PONTO)) * 1440
                   + WRK-HORA-HH * 60 + WRK-HORA-MM
               COMPUTE WRK-PAR-DURACAO =
                   WRK-SAI-MIN-ABS - WRK-ENT-MIN-ABS
               IF WRK-PAR-DURACAO NOT > ZEROS
                   OR WRK-PAR-DURACAO > 960
                   MOVE WRK-ENT-DATA TO WRK-EXC-DATA
                   MOVE WRK-ENT-HORA TO WRK-EXC-HORA
                   MOVE 'PAR ENTRADA/SAIDA INVALIDO'
                       TO WRK-EXC-MOTIVO
                   PERFORM 0395-GRAVAR-EXCECAO
                   MOVE 'S' TO WRK-DIA-IRREGULAR
               ELSE
                   PERFORM 0440-ACUMULAR-PAR
               END-IF
           END-IF.

       0440-ACUMULAR-PAR.
           IF WRK-DIA-PARES > ZEROS
               COMPUTE WRK-DIA-INTERVALO = WRK-DIA-INTERVALO
                   + WRK-ENT-MIN-ABS - WRK-DIA-ULT-SAIDA
           END-IF.
           ADD 1 TO WRK-DIA-PARES.
           ADD WRK-PAR-DURACAO TO WRK-DIA-TRAB.
           MOVE WRK-SAI-MIN-ABS TO WRK-DIA-ULT-SAIDA.
      *    JANELA NOTURNA: 22H DO DIA D ATE 05H DO DIA D+1, PARA CADA
      *    DIA QUE O PAR TOCA (A PARTIR DA VESPERA DA ENTRADA).
           MOVE ZEROS TO WRK-PAR-NOTURNO.
           COMPUTE WRK-SERIAL-INI = WRK-ENT-MIN-ABS / 1440 - 1.
           COMPUTE WRK-SERIAL-FIM = WRK-SAI-MIN-ABS / 1440.
           PERFORM VARYING WRK-SERIAL FROM WRK-SERIAL-INI BY 1
               UNTIL WRK-SERIAL > WRK-SERIAL-FIM
               COMPUTE WRK-JAN-INI = WRK-SERIAL * 1440 + 1320
               COMPUTE WRK-JAN-FIM = WRK-SERIAL * 1440 + 1740
               IF WRK-ENT-MIN-ABS > WRK-JAN-INI
                   MOVE WRK-ENT-MIN-ABS TO WRK-SOBRA-INI
               ELSE
                   MOVE WRK-JAN-INI TO WRK-SOBRA-INI
               END-IF
               IF WRK-SAI-MIN-ABS < WRK-JAN-FIM
                   MOVE WRK-SAI-MIN-ABS TO WRK-SOBRA-FIM
               ELSE
                   MOVE WRK-JAN-FIM TO WRK-SOBRA-FIM
               END-IF
               IF WRK-SOBRA-FIM > WRK-SOBRA-INI
                   COMPUTE WRK-PAR-NOTURNO = WRK-PAR-NOTURNO
                       + WRK-SOBRA-FIM - WRK-SOBRA-INI
               END-IF
           END-PERFORM.
           ADD WRK-PAR-NOTURNO TO WRK-DIA-NOTURNO.

      *    FECHA O DIA CORRENTE: SO DIAS DA COMPETENCIA ENTRAM NA
      *    APURACAO; DIA IRREGULAR CONTA COMO PRESENCA (NAO E FALTA)
      *    MAS FICA SEM HORAS ATE O SUPERVISOR CORRIGIR AS MARCACOES.
       0450-FECHAR-DIA.
           IF WRK-DIA-DATA NOT = ZEROS
               AND WRK-DIA-DATA(1:6) = WRK-COMPETENCIA
               MOVE WRK-DIA-DATA(7:2) TO WRK-DIA-DO-MES
               MOVE 'S' TO WRK-PRESENTE(WRK-DIA-DO-MES)
               IF WRK-DIA-IRREGULAR = 'N'
                   AND WRK-DIA-PARES > ZEROS
                   PERFORM 0460-APURAR-DIA
               END-IF
           END-IF.
           PERFORM 0406-INICIAR-DIA.

       0460-APURAR-DIA.
           IF WRK-DIA-TRAB > 360
               IF WRK-DIA-PARES = 1
                   SUBTRACT WRK-INTERVALO-MIN FROM WRK-DIA-TRAB
               ELSE
                   IF WRK-DIA-INTERVALO < WRK-INTERVALO-MIN
                       MOVE WRK-DIA-DATA TO WRK-EXC-DATA
                       MOVE ZEROS TO WRK-EXC-HORA
                       MOVE 'INTERVALO ABAIXO DO MINIMO'
                           TO WRK-EXC-MOTIVO
                       PERFORM 0395-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRK-DIA-NOT-RED ROUNDED =
               WRK-DIA-NOTURNO * 60 / 52,5.
           COMPUTE WRK-DIA-TRAB = WRK-DIA-TRAB
               + WRK-DIA-NOT-RED - WRK-DIA-NOTURNO.
           ADD WRK-DIA-NOT-RED TO WRK-EMP-MIN-NOTURNO.
           MOVE 'N' TO WRK-DIA-UTIL.
           PERFORM VARYING WRK-SUB-DU FROM 1 BY 1
               UNTIL WRK-SUB-DU > WRK-QTD-DU
               IF WRK-DU-DATA(WRK-SUB-DU) = WRK-DIA-DATA
                   MOVE 'S' TO WRK-DIA-UTIL
                   MOVE WRK-QTD-DU TO WRK-SUB-DU
               END-IF
           END-PERFORM.
           IF WRK-DIA-UTIL = 'N'
               ADD WRK-DIA-TRAB TO WRK-EMP-MIN-EXTRA
           ELSE
           IF WRK-DIA-TRAB > WRK-JORNADA-MIN + WRK-TOLERANCIA-MIN
               ADD WRK-JORNADA-MIN TO WRK-EMP-MIN-NORMAL
               COMPUTE WRK-EMP-MIN-EXTRA = WRK-EMP-MIN-EXTRA
                   + WRK-DIA-TRAB - WRK-JORNADA-MIN
           ELSE
           IF WRK-DIA-TRAB + WRK-TOLERANCIA-MIN >= WRK-JORNADA-MIN
               ADD WRK-JORNADA-MIN TO WRK-EMP-MIN-NORMAL
           ELSE
               ADD WRK-DIA-TRAB TO WRK-EMP-MIN-NORMAL
           END-IF
           END-IF
           END-IF.

       0480-FECHAR-EMPREGADO.
           IF WRK-TEM-ENTRADA = 'S'
               MOVE WRK-ENT-DATA TO WRK-EXC-DATA
               MOVE WRK-ENT-HORA TO WRK-EXC-HORA
               MOVE 'ENTRADA SEM SAIDA' TO WRK-EXC-MOTIVO
               PERFORM 0395-GRAVAR-EXCECAO
               MOVE 'S' TO WRK-DIA-IRREGULAR
               MOVE 'N' TO WRK-TEM-ENTRADA
           END-IF.
           PERFORM 0450-FECHAR-DIA.
           IF WRK-EMP-ACHADO NOT = ZEROS
               PERFORM 0485-CONTAR-FALTA
                   VARYING WRK-SUB-DU FROM 1 BY 1
                   UNTIL WRK-SUB-DU > WRK-QTD-DU
               MOVE 'WRK-TAB-NOVO' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-NOVO TO WRK-TABCHK-QTD
               MOVE 200 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-NOVO
               MOVE WRK-MATR-ATUAL TO WRK-NOVO-MATRICULA(WRK-QTD-NOVO)
               COMPUTE WRK-NOVO-NORMAIS(WRK-QTD-NOVO) ROUNDED =
                   WRK-EMP-MIN-NORMAL / 60
               COMPUTE WRK-NOVO-EXTRAS(WRK-QTD-NOVO) ROUNDED =
                   WRK-EMP-MIN-EXTRA / 60
               COMPUTE WRK-NOVO-NOTURNAS(WRK-QTD-NOVO) ROUNDED =
                   WRK-EMP-MIN-NOTURNO / 60
               MOVE WRK-EMP-FALTAS TO WRK-NOVO-FALTAS(WRK-QTD-NOVO)
           END-IF.

      *    FALTA = DIA UTIL SEM MARCACAO, DENTRO DO CONTRATO E FORA DE
      *    AFASTAMENTO (DO INICIO ATE A VESPERA DO RETORNO EFETIVO,
      *    OU EM ABERTO).
       0485-CONTAR-FALTA.
           MOVE WRK-DU-DATA(WRK-SUB-DU)(7:2) TO WRK-DIA-DO-MES.
           IF WRK-PRESENTE(WRK-DIA-DO-MES) NOT = 'S'
               AND WRK-DU-DATA(WRK-SUB-DU)
               >= WRK-EMP-ADMISSAO(WRK-EMP-ACHADO)
               AND (WRK-EMP-DESLIG(WRK-EMP-ACHADO) = ZEROS
                   OR WRK-DU-DATA(WRK-SUB-DU)
                   <= WRK-EMP-DESLIG(WRK-EMP-ACHADO))
               MOVE 'N' TO WRK-EMP-AFASTADO
               PERFORM VARYING WRK-SUB-AFA FROM 1 BY 1
                   UNTIL WRK-SUB-AFA > WRK-QTD-AFA
                   IF WRK-AFA-MATRICULA(WRK-SUB-AFA) = WRK-MATR-ATUAL
                       AND WRK-DU-DATA(WRK-SUB-DU)
                       >= WRK-AFA-INICIO(WRK-SUB-AFA)
                       AND (WRK-AFA-EFETIVO(WRK-SUB-AFA) = ZEROS
                           OR WRK-DU-DATA(WRK-SUB-DU)
                           < WRK-AFA-EFETIVO(WRK-SUB-AFA))
                       MOVE 'S' TO WRK-EMP-AFASTADO
                       MOVE WRK-QTD-AFA TO WRK-SUB-AFA
                   END-IF
               END-PERFORM
               IF WRK-EMP-AFASTADO = 'N'
                   ADD 1 TO WRK-EMP-FALTAS
               END-IF
           END-IF.

       0490-LISTAR-SEM-MARCACAO.
           IF WRK-EMP-MARCOU(WRK-SUB-EMP) = 'N'
               MOVE WRK-EMP-MATRICULA(WRK-SUB-EMP) TO WRK-MATR-ATUAL
               MOVE ZEROS TO WRK-EXC-DATA WRK-EXC-HORA
               MOVE 'SEM MARCACOES - TIMESHEET MANTIDO'
                   TO WRK-EXC-MOTIVO
               PERFORM 0395-GRAVAR-EXCECAO
           END-IF.

      *    REGRAVA O TIMESHEET: LINHAS DE OUTRAS COMPETENCIAS E DE
      *    QUEM NAO PASSOU PELO RELOGIO SAO COPIADAS COMO ESTAO; AS
      *    APURADAS AGORA SUBSTITUEM AS DA COMPETENCIA.
       0500-REGRAVAR-TIMESHEET.
           OPEN OUTPUT TIMESHEET-FILE-NOVO.
           MOVE 'TSNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TSNEW,
               WRK-FSCHK-CHAVE.
           OPEN INPUT TIMESHEET-FILE.
           IF WRK-FS-TIMESHEET = '00'
               PERFORM 0510-COPIAR-TIMESHEET UNTIL WRK-FIM-TS
               CLOSE TIMESHEET-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-TIMESHEET
           END-IF.
           PERFORM 0520-GRAVAR-APURADO
               VARYING WRK-SUB-NOVO FROM 1 BY 1
               UNTIL WRK-SUB-NOVO > WRK-QTD-NOVO.
           CLOSE TIMESHEET-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-TIMESHEET,
               WRK-NOME-TSNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-TIMESHEET
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               MOVE 12 TO RETURN-CODE
           END-IF.

       0510-COPIAR-TIMESHEET.
           READ TIMESHEET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TIMESHEET
               NOT AT END
                   MOVE ZEROS TO WRK-NOVO-ACHADO
                   IF TS-COMPETENCIA = WRK-COMPETENCIA
                       PERFORM VARYING WRK-SUB-NOVO FROM 1 BY 1
                           UNTIL WRK-SUB-NOVO > WRK-QTD-NOVO
                           IF WRK-NOVO-MATRICULA(WRK-SUB-NOVO)
                               = TS-MATRICULA
                               MOVE WRK-SUB-NOVO TO WRK-NOVO-ACHADO
                               MOVE WRK-QTD-NOVO TO WRK-SUB-NOVO
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WRK-NOVO-ACHADO = ZEROS
                       MOVE TIMESHEET-RECORD TO TIMESHEET-RECORD-NOVO
                       WRITE TIMESHEET-RECORD-NOVO
                       MOVE 'TSNEW' TO WRK-FSCHK-ARQ
                       MOVE 'WRITE' TO WRK-FSCHK-OPER
                       CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                           WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                           WRK-FS-TSNEW,
                           WRK-FSCHK-CHAVE
                       ADD 1 TO WRK-QTD-MANTIDOS
                   END-IF
           END-READ.

       0520-GRAVAR-APURADO.
           MOVE WRK-NOVO-MATRICULA(WRK-SUB-NOVO) TO TSN-MATRICULA.
           MOVE WRK-COMPETENCIA TO TSN-COMPETENCIA.
           MOVE WRK-NOVO-NORMAIS(WRK-SUB-NOVO) TO TSN-HORAS-NORMAIS.
           MOVE WRK-NOVO-EXTRAS(WRK-SUB-NOVO) TO TSN-HORAS-EXTRAS.
           MOVE WRK-NOVO-NOTURNAS(WRK-SUB-NOVO)
               TO TSN-HORAS-NOTURNAS.
           MOVE WRK-NOVO-FALTAS(WRK-SUB-NOVO) TO TSN-DIAS-FALTA.
           WRITE TIMESHEET-RECORD-NOVO.
           MOVE 'TSNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TSNEW,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING 'APURADO ' TSN-MATRICULA
               ' NORMAIS ' TSN-HORAS-NORMAIS
               ' EXTRAS ' TSN-HORAS-EXTRAS
               ' NOTURNAS ' TSN-HORAS-NOTURNAS
               ' FALTAS ' TSN-DIAS-FALTA
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0900-ENCERRAR.
           IF WRK-QTD-EXCECAO = ZEROS
               MOVE 'NENHUMA MARCACAO A CORRIGIR.'
                   TO EXCEPTION-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY 'TIMESHEET APURADO PARA ' WRK-QTD-NOVO
               ' EMPREGADO(S), ' WRK-QTD-MANTIDOS
               ' LINHA(S) MANTIDA(S).'.
           DISPLAY 'EXCECOES DO PONTO: ' WRK-QTD-EXCECAO
               ' - REVISAR PONTOEXC.dat ANTES DA FOLHA.'.
           IF WRK-QTD-EXCECAO > ZEROS
               AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
