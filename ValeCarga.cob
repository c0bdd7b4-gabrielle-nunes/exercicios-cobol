       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALECARG.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: GERAR A CARGA MENSAL DE VALE-TRANSPORTE PARA A
      *          OPERADORA DE CARTAO (VTCARGA.dat) E DE VALE-REFEICAO
      *          PARA A EMPRESA DE CARTAO REFEICAO (VRCARGA.dat), COM
      *          HEADER, UMA LINHA POR EMPREGADO E TRAILER DE
      *          QUANTIDADE E VALOR. A CARGA E PARA O MES SEGUINTE A
      *          COMPETENCIA DO SALRUN.dat: DIAS UTEIS DO MES DA
      *          CARGA PELO CALL 'DIA-UTIL' (SEM OS DIAS ANTES DA
      *          ADMISSAO, DEPOIS DO DESLIGAMENTO E EM AFASTAMENTO),
      *          MENOS AS FALTAS DA COMPETENCIA NO TIMESHEET.dat
      *          (DESCONTO LEGAL DO DIA NAO TRABALHADO), VEZES A
      *          TARIFA DIARIA E O VALOR DIARIO DE REFEICAO DE CADA
      *          EMPREGADO NO BENEFICIOS.dat. O BENCUSTO.dat COMPARA
      *          POR CENTRO DE CUSTO O VALOR COMPRADO COM O QUE A
      *          FOLHA RECUPERA NOS DESCONTOS DO 0240-CALCULAR-
      *          BENEFICIOS DO SALARIO (VT ATE 6% DO SALARIO, VR
      *          PELO VR-VALOR-PADRAO) E O CUSTO QUE FICA PARA A
      *          EMPRESA.
      *DATA = 08/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-08 - CRIADO: A COMPRA DE VT E VR ERA CALCULADA NA MAO
      *             TODO MES A PARTIR DO CALENDARIO E DAS FALTAS.
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
           SELECT BENEFIT-FILE ASSIGN TO "BENEFICIOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BENEFICIOS.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHEET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TIMESHEET.
           SELECT LEAVE-FILE ASSIGN TO "AFASTAMENTOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AFASTAM.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT VT-LOAD-FILE ASSIGN TO "VTCARGA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VTCARGA.
           SELECT VR-LOAD-FILE ASSIGN TO "VRCARGA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VRCARGA.
           SELECT COST-REPORT-FILE ASSIGN TO "BENCUSTO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BENCUSTO.

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

       FD  BENEFIT-FILE.
       01  BENEFIT-RECORD.
           02 BNF-MATRICULA          PIC X(06).
           02 BNF-VT-OPTANTE         PIC X(01).
           02 BNF-VT-TARIFA-DIA      PIC 9(03)V99.
           02 BNF-VR-VALOR-DIA       PIC 9(03)V99.

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           02 TS-MATRICULA           PIC X(06).
           02 TS-COMPETENCIA         PIC 9(06).
           02 TS-HORAS-NORMAIS       PIC 9(03).
           02 TS-HORAS-EXTRAS        PIC 9(03).
           02 TS-HORAS-NOTURNAS      PIC 9(03).
           02 TS-DIAS-FALTA          PIC 9(02).

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

       FD  VT-LOAD-FILE.
       01  VT-LOAD-RECORD.
           02 VTC-MATRICULA          PIC X(06).
           02 VTC-NOME               PIC X(30).
           02 VTC-DIAS               PIC 9(02).
           02 VTC-VALOR-DIA          PIC 9(03)V99.
           02 VTC-VALOR              PIC 9(07)V99.
       01  VT-LOAD-HEADER.
           02 VTH-LITERAL            PIC X(07).
           02 VTH-COMPETENCIA        PIC 9(06).
           02 VTH-BENEFICIO          PIC X(02).
       01  VT-LOAD-TRAILER.
           02 VTT-LITERAL            PIC X(07).
           02 VTT-QTD                PIC 9(05).
           02 VTT-TOTAL              PIC 9(11)V99.

       FD  VR-LOAD-FILE.
       01  VR-LOAD-RECORD.
           02 VRC-MATRICULA          PIC X(06).
           02 VRC-NOME               PIC X(30).
           02 VRC-DIAS               PIC 9(02).
           02 VRC-VALOR-DIA          PIC 9(03)V99.
           02 VRC-VALOR              PIC 9(07)V99.
       01  VR-LOAD-HEADER.
           02 VRH-LITERAL            PIC X(07).
           02 VRH-COMPETENCIA        PIC 9(06).
           02 VRH-BENEFICIO          PIC X(02).
       01  VR-LOAD-TRAILER.
           02 VRT-LITERAL            PIC X(07).
           02 VRT-QTD                PIC 9(05).
           02 VRT-TOTAL              PIC 9(11)V99.

       FD  COST-REPORT-FILE.
       01  COST-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'VALECARG'.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BENEFICIOS      PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TIMESHEET       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AFASTAM         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALRUN          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-VTCARGA         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-VRCARGA         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BENCUSTO        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-BENEFICIOS     PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TAB-BENEF                 VALUE 'S'.
       77 WRK-FIM-TIMESHEET      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TS                        VALUE 'S'.
       77 WRK-FIM-AFASTAM        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-AFASTAMENTOS              VALUE 'S'.
       77 WRK-FIM-DIAS-UTEIS     PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CALENDARIO                VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-INICIO-CARGA  PIC 9(08)      VALUE ZEROS.
       77 WRK-DU-FUNCAO          PIC X(01)      VALUE 'N'.
       77 WRK-DU-DATA-BASE       PIC 9(08)      VALUE ZEROS.
       77 WRK-DU-QTD-DIAS        PIC 9(02)      VALUE ZEROS.
       77 WRK-DU-RESULTADO       PIC 9(08)      VALUE ZEROS.
       77 WRK-DU-UF              PIC X(02)      VALUE SPACES.
       77 WRK-QTD-DU             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-DU             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-BNF            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-BNF            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-BNF-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FALTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-FALTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-AFA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-AFA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CC             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-CC             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CC-ACHADO          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VT-PERC-LEGAL      PIC 9(01)V99   VALUE 0,06.
       77 WRK-VT-CUSTO-PADRAO    PIC 9(7)V99    VALUE ZEROS.
       77 WRK-VR-VALOR-PADRAO    PIC 9(7)V99    VALUE ZEROS.
       77 WRK-DIAS-ELEGIVEIS     PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-CARGA         PIC 9(02)      VALUE ZEROS.
       77 WRK-FALTAS-EMP         PIC 9(02)      VALUE ZEROS.
       77 WRK-EMP-AFASTADO       PIC X(01)      VALUE 'N'.
       77 WRK-VT-CARGA           PIC 9(7)V99    VALUE ZEROS.
       77 WRK-VR-CARGA           PIC 9(7)V99    VALUE ZEROS.
       77 WRK-VT-RECUPERADO      PIC 9(7)V99    VALUE ZEROS.
       77 WRK-VR-RECUPERADO      PIC 9(7)V99    VALUE ZEROS.
       77 WRK-QTD-LIDOS          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-VT             PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-VR             PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-VT           PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-VR           PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-VT-RECUP       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-VR-RECUP       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-CUSTO-EMPRESA      PIC S9(11)V99  VALUE ZEROS.
       77 WRK-ED-VT-CARGA        PIC ZZZZZZ9,99.
       77 WRK-ED-VT-RECUP        PIC ZZZZZZ9,99.
       77 WRK-ED-VR-CARGA        PIC ZZZZZZ9,99.
       77 WRK-ED-VR-RECUP        PIC ZZZZZZ9,99.
       77 WRK-ED-CUSTO           PIC -ZZZZZZ9,99.
       77 WRK-ED-QTD-DU          PIC Z9.

       01  WRK-COMP-CARGA.
           02 WRK-CARGA-ANO         PIC 9(04)    VALUE ZEROS.
           02 WRK-CARGA-MES         PIC 9(02)    VALUE ZEROS.
       01  WRK-COMP-CARGA-R REDEFINES WRK-COMP-CARGA
                                    PIC 9(06).

       01  WRK-TAB-DU VALUE ZEROS.
           02 WRK-DU-LINHA OCCURS 31 TIMES.
               03 WRK-DU-DATA        PIC 9(08).

       01  WRK-TAB-BNF VALUE SPACES.
           02 WRK-BNF-LINHA OCCURS 200 TIMES.
               03 WRK-BNF-MATRICULA  PIC X(06).
               03 WRK-BNF-VT-OPTANTE PIC X(01).
               03 WRK-BNF-VT-TARIFA  PIC 9(03)V99.
               03 WRK-BNF-VR-DIA     PIC 9(03)V99.

       01  WRK-TAB-FALTA VALUE SPACES.
           02 WRK-FALTA-LINHA OCCURS 200 TIMES.
               03 WRK-FAL-MATRICULA  PIC X(06).
               03 WRK-FAL-DIAS       PIC 9(02).

       01  WRK-TAB-AFA VALUE SPACES.
           02 WRK-AFA-LINHA OCCURS 500 TIMES.
               03 WRK-AFA-MATRICULA  PIC X(06).
               03 WRK-AFA-INICIO     PIC 9(08).
               03 WRK-AFA-PREVISTO   PIC 9(08).
               03 WRK-AFA-EFETIVO    PIC 9(08).

       01  WRK-TAB-CC VALUE ZEROS.
           02 WRK-CC-LINHA OCCURS 50 TIMES.
               03 WRK-CC-CODIGO      PIC X(04).
               03 WRK-CC-QTD         PIC 9(05).
               03 WRK-CC-VT-CARGA    PIC 9(9)V99.
               03 WRK-CC-VT-RECUP    PIC 9(9)V99.
               03 WRK-CC-VR-CARGA    PIC 9(9)V99.
               03 WRK-CC-VR-RECUP    PIC 9(9)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LER-EMPREGADOS.
           PERFORM 0300-EMITIR-CUSTO.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0102-LER-CARTAO-EXECUCAO.
           IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMPETENCIA DAS FALTAS (AAAAMM): '
               ACCEPT WRK-COMPETENCIA
           END-IF.
           MOVE WRK-COMPETENCIA(1:4) TO WRK-CARGA-ANO.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-CARGA-MES.
           IF WRK-CARGA-MES = 12
               ADD 1 TO WRK-CARGA-ANO
               MOVE 01 TO WRK-CARGA-MES
           ELSE
               ADD 1 TO WRK-CARGA-MES
           END-IF.
           MOVE WRK-COMP-CARGA-R TO WRK-DATA-INICIO-CARGA(1:6).
           MOVE '01' TO WRK-DATA-INICIO-CARGA(7:2).
           PERFORM 0110-CARREGAR-PARAMETROS.
           MOVE 'VT-CUSTO-PADRAO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-VT-CUSTO-PADRAO.
           MOVE 'VR-VALOR-PADRAO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-VR-VALOR-PADRAO.
           PERFORM 0120-MONTAR-DIAS-UTEIS.
           PERFORM 0130-CARREGAR-BENEFICIOS.
           PERFORM 0140-CARREGAR-FALTAS.
           PERFORM 0150-CARREGAR-AFASTAMENTOS.
           OPEN OUTPUT VT-LOAD-FILE.
           MOVE 'VTCARGA' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VTCARGA,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT VR-LOAD-FILE.
           MOVE 'VRCARGA' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VRCARGA,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT COST-REPORT-FILE.
           MOVE 'BENCUSTO' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BENCUSTO,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO VT-LOAD-HEADER.
           MOVE 'HEADER ' TO VTH-LITERAL.
           MOVE WRK-COMP-CARGA-R TO VTH-COMPETENCIA.
           MOVE 'VT' TO VTH-BENEFICIO.
           WRITE VT-LOAD-HEADER.
           MOVE 'VTCARGA' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VTCARGA,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO VR-LOAD-HEADER.
           MOVE 'HEADER ' TO VRH-LITERAL.
           MOVE WRK-COMP-CARGA-R TO VRH-COMPETENCIA.
           MOVE 'VR' TO VRH-BENEFICIO.
           WRITE VR-LOAD-HEADER.
           MOVE 'VRCARGA' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VRCARGA,
               WRK-FSCHK-CHAVE.
           MOVE WRK-QTD-DU TO WRK-ED-QTD-DU.
           MOVE SPACES TO COST-REPORT-RECORD.
           STRING 'CUSTO DE VT/VR - CARGA ' WRK-COMP-CARGA-R
               ' (' WRK-ED-QTD-DU ' DIAS UTEIS) - FALTAS DE '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO COST-REPORT-RECORD.
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
      *    N-ESIMO DIA UTIL DO MES DA CARGA ATE O RESULTADO CAIR NO
      *    MES SEGUINTE.
       0120-MONTAR-DIAS-UTEIS.
           MOVE 'N' TO WRK-DU-FUNCAO.
           MOVE ZEROS TO WRK-DU-DATA-BASE.
           MOVE ZEROS TO WRK-QTD-DU.
           MOVE 'N' TO WRK-FIM-DIAS-UTEIS.
           PERFORM UNTIL WRK-FIM-CALENDARIO
               COMPUTE WRK-DU-QTD-DIAS = WRK-QTD-DU + 1
               CALL 'DIA-UTIL' USING WRK-DU-FUNCAO,
                   WRK-COMP-CARGA-R, WRK-DU-DATA-BASE,
                   WRK-DU-QTD-DIAS, WRK-DU-RESULTADO,
                   WRK-DU-UF
               IF WRK-DU-RESULTADO(1:6) = WRK-COMP-CARGA-R
                   AND WRK-QTD-DU < 31
                   ADD 1 TO WRK-QTD-DU
                   MOVE WRK-DU-RESULTADO TO WRK-DU-DATA(WRK-QTD-DU)
               ELSE
                   MOVE 'S' TO WRK-FIM-DIAS-UTEIS
               END-IF
           END-PERFORM.

       0130-CARREGAR-BENEFICIOS.
           OPEN INPUT BENEFIT-FILE.
           MOVE 'BENEFICIOS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BENEFICIOS,
               WRK-FSCHK-CHAVE.
           PERFORM 0131-LER-BENEFICIO UNTIL WRK-FIM-TAB-BENEF.
           CLOSE BENEFIT-FILE.

       0131-LER-BENEFICIO.
           READ BENEFIT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-BENEFICIOS
               NOT AT END
                   MOVE 'WRK-TAB-BNF' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-BNF TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-BNF
                   MOVE BNF-MATRICULA
                       TO WRK-BNF-MATRICULA(WRK-QTD-BNF)
                   MOVE BNF-VT-OPTANTE
                       TO WRK-BNF-VT-OPTANTE(WRK-QTD-BNF)
                   MOVE BNF-VT-TARIFA-DIA
                       TO WRK-BNF-VT-TARIFA(WRK-QTD-BNF)
                   MOVE BNF-VR-VALOR-DIA
                       TO WRK-BNF-VR-DIA(WRK-QTD-BNF)
           END-READ.
           MOVE 'BENEFICIOS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BENEFICIOS,
               WRK-FSCHK-CHAVE.

       0140-CARREGAR-FALTAS.
           OPEN INPUT TIMESHEET-FILE.
           IF WRK-FS-TIMESHEET = '00'
               PERFORM 0141-LER-TIMESHEET UNTIL WRK-FIM-TS
               CLOSE TIMESHEET-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-TIMESHEET
               DISPLAY 'AVISO: TIMESHEET.dat AUSENTE - CARGA SEM '
                   'DESCONTO DE FALTAS.'
           END-IF.

       0141-LER-TIMESHEET.
           READ TIMESHEET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TIMESHEET
               NOT AT END
                   IF TS-COMPETENCIA = WRK-COMPETENCIA
                       AND TS-DIAS-FALTA > ZEROS
                       MOVE 'WRK-TAB-FALTA' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-FALTA TO WRK-TABCHK-QTD
                       MOVE 200 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-FALTA
                       MOVE TS-MATRICULA
                           TO WRK-FAL-MATRICULA(WRK-QTD-FALTA)
                       MOVE TS-DIAS-FALTA
                           TO WRK-FAL-DIAS(WRK-QTD-FALTA)
                   END-IF
           END-READ.

       0150-CARREGAR-AFASTAMENTOS.
           OPEN INPUT LEAVE-FILE.
           IF WRK-FS-AFASTAM = '00'
               PERFORM 0151-LER-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTOS
               CLOSE LEAVE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-AFASTAM
           END-IF.

       0151-LER-AFASTAMENTO.
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
                   MOVE AFA-RETORNO-PREVISTO
                       TO WRK-AFA-PREVISTO(WRK-QTD-AFA)
                   MOVE AFA-RETORNO-EFETIVO
                       TO WRK-AFA-EFETIVO(WRK-QTD-AFA)
           END-READ.

       0200-LER-EMPREGADOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0210-LER-EMPREGADO UNTIL WRK-FIM-EMPREGADOS.
           CLOSE EMPLOYEE-MASTER-FILE.

       0210-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPMAST
               NOT AT END
                   IF EMP-DATA-DESLIGAMENTO = ZEROS
                       OR EMP-DATA-DESLIGAMENTO
                       >= WRK-DATA-INICIO-CARGA
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0220-CALCULAR-CARGA
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0220-CALCULAR-CARGA.
           MOVE ZEROS TO WRK-BNF-ACHADO.
           PERFORM VARYING WRK-SUB-BNF FROM 1 BY 1
               UNTIL WRK-SUB-BNF > WRK-QTD-BNF
               IF WRK-BNF-MATRICULA(WRK-SUB-BNF) = EMP-MATRICULA
                   MOVE WRK-SUB-BNF TO WRK-BNF-ACHADO
                   MOVE WRK-QTD-BNF TO WRK-SUB-BNF
               END-IF
           END-PERFORM.
           IF WRK-BNF-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               MOVE SPACES TO COST-REPORT-RECORD
               STRING 'MATR ' EMP-MATRICULA ' ' EMP-NOME
                   ' SEM CADASTRO NO BENEFICIOS.dat'
                   DELIMITED BY SIZE INTO COST-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           ELSE
               MOVE ZEROS TO WRK-DIAS-ELEGIVEIS
               PERFORM 0225-CONFERIR-DIA-UTIL
                   VARYING WRK-SUB-DU FROM 1 BY 1
                   UNTIL WRK-SUB-DU > WRK-QTD-DU
               MOVE ZEROS TO WRK-FALTAS-EMP
               PERFORM VARYING WRK-SUB-FALTA FROM 1 BY 1
                   UNTIL WRK-SUB-FALTA > WRK-QTD-FALTA
                   IF WRK-FAL-MATRICULA(WRK-SUB-FALTA) = EMP-MATRICULA
                       MOVE WRK-FAL-DIAS(WRK-SUB-FALTA)
                           TO WRK-FALTAS-EMP
                       MOVE WRK-QTD-FALTA TO WRK-SUB-FALTA
                   END-IF
               END-PERFORM
               IF WRK-FALTAS-EMP >= WRK-DIAS-ELEGIVEIS
                   MOVE ZEROS TO WRK-DIAS-CARGA
               ELSE
                   COMPUTE WRK-DIAS-CARGA =
                       WRK-DIAS-ELEGIVEIS - WRK-FALTAS-EMP
               END-IF
               PERFORM 0230-GRAVAR-CARGAS
           END-IF.

      *    DIA UTIL DO MES DA CARGA ENTRA SE ESTA DENTRO DO CONTRATO E
      *    FORA DE AFASTAMENTO; AFASTAMENTO SEM RETORNO EFETIVO VALE
      *    ATE A VESPERA DO RETORNO PREVISTO (OU EM ABERTO).
       0225-CONFERIR-DIA-UTIL.
           IF WRK-DU-DATA(WRK-SUB-DU) >= EMP-DATA-ADMISSAO
               AND (EMP-DATA-DESLIGAMENTO = ZEROS
                   OR WRK-DU-DATA(WRK-SUB-DU)
                   <= EMP-DATA-DESLIGAMENTO)
               MOVE 'N' TO WRK-EMP-AFASTADO
               PERFORM VARYING WRK-SUB-AFA FROM 1 BY 1
                   UNTIL WRK-SUB-AFA > WRK-QTD-AFA
                   IF WRK-AFA-MATRICULA(WRK-SUB-AFA) = EMP-MATRICULA
                       AND WRK-DU-DATA(WRK-SUB-DU)
                       >= WRK-AFA-INICIO(WRK-SUB-AFA)
                       IF WRK-AFA-EFETIVO(WRK-SUB-AFA) NOT = ZEROS
                           IF WRK-DU-DATA(WRK-SUB-DU)
                               < WRK-AFA-EFETIVO(WRK-SUB-AFA)
                               MOVE 'S' TO WRK-EMP-AFASTADO
                           END-IF
                       ELSE
                       IF WRK-AFA-PREVISTO(WRK-SUB-AFA) = ZEROS
                           OR WRK-DU-DATA(WRK-SUB-DU)
                           < WRK-AFA-PREVISTO(WRK-SUB-AFA)
                           MOVE 'S' TO WRK-EMP-AFASTADO
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-EMP-AFASTADO = 'N'
                   ADD 1 TO WRK-DIAS-ELEGIVEIS
               END-IF
           END-IF.

      *    A RECUPERACAO ESPELHA O 0240-CALCULAR-BENEFICIOS DO SALARIO:
      *    VT LIMITADO A 6% DO SALARIO E AO VT-CUSTO-PADRAO, VR PELO
      *    VR-VALOR-PADRAO; NENHUM DOS DOIS PASSA DO VALOR COMPRADO.
       0230-GRAVAR-CARGAS.
           MOVE ZEROS TO WRK-VT-CARGA WRK-VT-RECUPERADO
               WRK-VR-CARGA WRK-VR-RECUPERADO.
           IF WRK-BNF-VT-OPTANTE(WRK-BNF-ACHADO) = 'S'
               AND WRK-DIAS-CARGA > ZEROS
               COMPUTE WRK-VT-CARGA ROUNDED = WRK-DIAS-CARGA
                   * WRK-BNF-VT-TARIFA(WRK-BNF-ACHADO)
               COMPUTE WRK-VT-RECUPERADO ROUNDED =
                   EMP-SALARIO-BRUTO * WRK-VT-PERC-LEGAL
               IF WRK-VT-RECUPERADO > WRK-VT-CUSTO-PADRAO
                   MOVE WRK-VT-CUSTO-PADRAO TO WRK-VT-RECUPERADO
               END-IF
               IF WRK-VT-RECUPERADO > WRK-VT-CARGA
                   MOVE WRK-VT-CARGA TO WRK-VT-RECUPERADO
               END-IF
               MOVE SPACES TO VT-LOAD-RECORD
               MOVE EMP-MATRICULA TO VTC-MATRICULA
               MOVE EMP-NOME TO VTC-NOME
               MOVE WRK-DIAS-CARGA TO VTC-DIAS
               MOVE WRK-BNF-VT-TARIFA(WRK-BNF-ACHADO) TO VTC-VALOR-DIA
               MOVE WRK-VT-CARGA TO VTC-VALOR
               WRITE VT-LOAD-RECORD
               MOVE 'VTCARGA' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-VTCARGA,
                   WRK-FSCHK-CHAVE
               ADD 1 TO WRK-QTD-VT
               ADD WRK-VT-CARGA TO WRK-TOTAL-VT
               ADD WRK-VT-RECUPERADO TO WRK-TOT-VT-RECUP
           END-IF.
           IF WRK-BNF-VR-DIA(WRK-BNF-ACHADO) > ZEROS
               AND WRK-DIAS-CARGA > ZEROS
               COMPUTE WRK-VR-CARGA ROUNDED = WRK-DIAS-CARGA
                   * WRK-BNF-VR-DIA(WRK-BNF-ACHADO)
               MOVE WRK-VR-VALOR-PADRAO TO WRK-VR-RECUPERADO
               IF WRK-VR-RECUPERADO > WRK-VR-CARGA
                   MOVE WRK-VR-CARGA TO WRK-VR-RECUPERADO
               END-IF
               MOVE SPACES TO VR-LOAD-RECORD
               MOVE EMP-MATRICULA TO VRC-MATRICULA
               MOVE EMP-NOME TO VRC-NOME
               MOVE WRK-DIAS-CARGA TO VRC-DIAS
               MOVE WRK-BNF-VR-DIA(WRK-BNF-ACHADO) TO VRC-VALOR-DIA
               MOVE WRK-VR-CARGA TO VRC-VALOR
               WRITE VR-LOAD-RECORD
               MOVE 'VRCARGA' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-VRCARGA,
                   WRK-FSCHK-CHAVE
               ADD 1 TO WRK-QTD-VR
               ADD WRK-VR-CARGA TO WRK-TOTAL-VR
               ADD WRK-VR-RECUPERADO TO WRK-TOT-VR-RECUP
           END-IF.
           PERFORM 0240-ACUMULAR-CENTRO-CUSTO.

       0240-ACUMULAR-CENTRO-CUSTO.
           MOVE ZEROS TO WRK-CC-ACHADO.
           PERFORM VARYING WRK-SUB-CC FROM 1 BY 1
               UNTIL WRK-SUB-CC > WRK-QTD-CC
               IF WRK-CC-CODIGO(WRK-SUB-CC) = EMP-CENTRO-CUSTO
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
               MOVE EMP-CENTRO-CUSTO TO WRK-CC-CODIGO(WRK-CC-ACHADO)
           END-IF.
           ADD 1 TO WRK-CC-QTD(WRK-CC-ACHADO).
           ADD WRK-VT-CARGA TO WRK-CC-VT-CARGA(WRK-CC-ACHADO).
           ADD WRK-VT-RECUPERADO TO WRK-CC-VT-RECUP(WRK-CC-ACHADO).
           ADD WRK-VR-CARGA TO WRK-CC-VR-CARGA(WRK-CC-ACHADO).
           ADD WRK-VR-RECUPERADO TO WRK-CC-VR-RECUP(WRK-CC-ACHADO).

       0300-EMITIR-CUSTO.
           MOVE SPACES TO COST-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'CC     VT COMPRA   VT RECUP.   VR COMPRA'
               TO COST-REPORT-RECORD.
           MOVE '   VR RECUP.  CUSTO EMPR.'
               TO COST-REPORT-RECORD(41:25).
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0310-EMITIR-CENTRO-CUSTO
               VARYING WRK-SUB-CC FROM 1 BY 1
               UNTIL WRK-SUB-CC > WRK-QTD-CC.
           MOVE WRK-TOTAL-VT TO WRK-ED-VT-CARGA.
           MOVE WRK-TOT-VT-RECUP TO WRK-ED-VT-RECUP.
           MOVE WRK-TOTAL-VR TO WRK-ED-VR-CARGA.
           MOVE WRK-TOT-VR-RECUP TO WRK-ED-VR-RECUP.
           COMPUTE WRK-CUSTO-EMPRESA = WRK-TOTAL-VT + WRK-TOTAL-VR
               - WRK-TOT-VT-RECUP - WRK-TOT-VR-RECUP.
           MOVE WRK-CUSTO-EMPRESA TO WRK-ED-CUSTO.
           MOVE SPACES TO COST-REPORT-RECORD.
           STRING 'TOTAL ' WRK-ED-VT-CARGA
               '  ' WRK-ED-VT-RECUP
               '  ' WRK-ED-VR-CARGA
               '  ' WRK-ED-VR-RECUP
               '  ' WRK-ED-CUSTO
               DELIMITED BY SIZE INTO COST-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0310-EMITIR-CENTRO-CUSTO.
           MOVE WRK-CC-VT-CARGA(WRK-SUB-CC) TO WRK-ED-VT-CARGA.
           MOVE WRK-CC-VT-RECUP(WRK-SUB-CC) TO WRK-ED-VT-RECUP.
           MOVE WRK-CC-VR-CARGA(WRK-SUB-CC) TO WRK-ED-VR-CARGA.
           MOVE WRK-CC-VR-RECUP(WRK-SUB-CC) TO WRK-ED-VR-RECUP.
           COMPUTE WRK-CUSTO-EMPRESA = WRK-CC-VT-CARGA(WRK-SUB-CC)
               + WRK-CC-VR-CARGA(WRK-SUB-CC)
               - WRK-CC-VT-RECUP(WRK-SUB-CC)
               - WRK-CC-VR-RECUP(WRK-SUB-CC).
           MOVE WRK-CUSTO-EMPRESA TO WRK-ED-CUSTO.
           MOVE SPACES TO COST-REPORT-RECORD.
           STRING WRK-CC-CODIGO(WRK-SUB-CC) '  '
               WRK-ED-VT-CARGA
               '  ' WRK-ED-VT-RECUP
               '  ' WRK-ED-VR-CARGA
               '  ' WRK-ED-VR-RECUP
               '  ' WRK-ED-CUSTO
               DELIMITED BY SIZE INTO COST-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0390-GRAVAR-LINHA.
           WRITE COST-REPORT-RECORD.
           MOVE 'BENCUSTO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BENCUSTO,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           MOVE SPACES TO VT-LOAD-TRAILER.
           MOVE 'TRAILER' TO VTT-LITERAL.
           MOVE WRK-QTD-VT TO VTT-QTD.
           MOVE WRK-TOTAL-VT TO VTT-TOTAL.
           WRITE VT-LOAD-TRAILER.
           MOVE 'VTCARGA' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VTCARGA,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO VR-LOAD-TRAILER.
           MOVE 'TRAILER' TO VRT-LITERAL.
           MOVE WRK-QTD-VR TO VRT-QTD.
           MOVE WRK-TOTAL-VR TO VRT-TOTAL.
           WRITE VR-LOAD-TRAILER.
           MOVE 'VRCARGA' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VRCARGA,
               WRK-FSCHK-CHAVE.
           CLOSE VT-LOAD-FILE.
           CLOSE VR-LOAD-FILE.
           CLOSE COST-REPORT-FILE.
           DISPLAY 'CARGA VT: ' WRK-QTD-VT ' EMPREGADO(S), TOTAL '
               WRK-TOTAL-VT.
           DISPLAY 'CARGA VR: ' WRK-QTD-VR ' EMPREGADO(S), TOTAL '
               WRK-TOTAL-VR.
           IF WRK-QTD-SEM-CADASTRO > ZEROS
               DISPLAY 'ATIVOS SEM CADASTRO DE BENEFICIOS: '
                   WRK-QTD-SEM-CADASTRO ' - VER BENCUSTO.dat'
               MOVE 4 TO RETURN-CODE
           END-IF.
