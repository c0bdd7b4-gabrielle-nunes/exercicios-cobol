      *          RECUSADA. OPCAO B REGISTRA BAIXA (PARCIAL OU TOTAL)
      *          SOBRE UMA COBRANCA. OPCAO I LISTA OS INADIMPLENTES
      *          (SALDO ABERTO POR ALUNO E RESPONSAVEL) NO
      *          INADIMPL.dat. OPCAO D LISTA OS DEVEDORES BLOQUEADOS
      *          PARA REMATRICULA E BOLETIM (BLOQREL.dat). NO
      *          ENCERRAMENTO O MENSREG E REGRAVADO VIA MENSRGNW.dat
      *          E PROMOVIDO.
      *DATA = 03/09/2026
      *******************************
      *MODIFICACOES
      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - LAYOUT DO MATRICULAS ESTENDIDO COM O SUPERVISOR QUE
      *             LIBEROU A MATRICULA SEM PRE-REQUISITO
      *             (MAT-AUTORIZADOR).
      *2026-10-15 - LAYOUT DO ALUMAST ESTENDIDO COM O CURSO DO ALUNO
      *             (ALU-CURSO).
      *2026-10-15 - NOVA OPCAO D - DEVEDORES BLOQUEADOS (BLOQREL.dat):
      *             ALUNOS COM COBRANCA EM ABERTO VENCIDA HA MAIS DE
      *             MENS-DIAS-BLOQ DIAS (PARMS, VENCIMENTO NO DIA
      *             MENS-DIA-VENC), QUE O ALUMNT E O BOLETIM BLOQUEIAM,
      *             COM RESPONSAVEL, VALOR EM ATRASO E MAIOR ATRASO,
      *             PARA O FINANCEIRO LIGAR.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEFAULTER-REPORT-FILE ASSIGN TO "INADIMPL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INADIMPL.
           SELECT BLOCKED-REPORT-FILE ASSIGN TO "BLOQREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BLOQREL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           02 MAT-PERIODO            PIC X(06).
           02 MAT-STATUS             PIC X(01).
           02 MAT-DATA               PIC 9(08).
           02 MAT-AUTORIZADOR        PIC X(06).

       FD  COURSE-FEE-FILE.
       01  COURSE-FEE-RECORD.
       FD  DEFAULTER-REPORT-FILE.
       01  DEFAULTER-REPORT-RECORD   PIC X(80).

       FD  BLOCKED-REPORT-FILE.
       01  BLOCKED-REPORT-RECORD     PIC X(80).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO         PIC X(15).
           02 PARM-REC-VALOR          PIC 9(07)V9999.

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'PARM-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'MENSALIDADE'.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MENSREG         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MENSRGNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-INADIMPL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BLOQREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ALUMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ALUNOS                    VALUE 'S'.
       77 WRK-FIM-MATRIC         PIC X(01)      VALUE 'N'.
           88 WRK-OPCAO-GERAR                   VALUE 'G'.
           88 WRK-OPCAO-BAIXAR                  VALUE 'B'.
           88 WRK-OPCAO-INADIMPL                VALUE 'I'.
           88 WRK-OPCAO-BLOQUEADOS              VALUE 'D'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-JA-GERADA     PIC X(01)      VALUE 'N'.
       77 WRK-TOTAL-ABERTO       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QTD-GERADAS        PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-INADIMPL       PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-BLOQUEADOS     PIC 9(04)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-DIA-VENC           PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-BLOQ          PIC 9(03)      VALUE ZEROS.
       77 WRK-DIAS-COB           PIC S9(05)     VALUE ZEROS.
       77 WRK-MAIOR-ATRASO       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-COB-ATRASO     PIC 9(03)      VALUE ZEROS.
       77 WRK-COMP-MAIS-ANTIGA   PIC 9(06)      VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-MENSREG       PIC X(20)      VALUE "MENSREG.dat".
       77 WRK-NOME-MENSRGNW      PIC X(20)      VALUE "MENSRGNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-VENCIMENTO.
           02 WRK-VENC-COMP          PIC 9(06).
           02 WRK-VENC-DIA           PIC 9(02).
       01  WRK-VENCIMENTO-R REDEFINES WRK-VENCIMENTO.
           02 WRK-VENC-ANO           PIC 9(04).
           02 WRK-VENC-MES           PIC 9(02).
           02 FILLER                 PIC 9(02).
       01  WRK-VENC-DATA REDEFINES WRK-VENCIMENTO PIC 9(08).

       01  WRK-TAB-ALUNO VALUE ZEROS.
           02 WRK-ALU-LINHA OCCURS 200 TIMES.
               03 WRK-ALU-ID         PIC X(06).
           PERFORM 0130-CARREGAR-VALORES.
           PERFORM 0140-CARREGAR-COBRANCAS.
           PERFORM 0150-LER-CONTADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0106-CARREGAR-PARAMETROS.
           MOVE 'MENS-DIA-VENC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-DIA-VENC.
           IF WRK-DIA-VENC = ZEROS OR WRK-DIA-VENC > 28
               MOVE 10 TO WRK-DIA-VENC
           END-IF.
           MOVE 'MENS-DIAS-BLOQ' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-DIAS-BLOQ.

       0106-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0106A-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0106A-LER-PARAMETRO.
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

       0106B-BUSCAR-PARAMETRO.
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

       0110-CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-MASTER-FILE.

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (G=GERAR B=BAIXAR I=INADIMPLENTES '
               'D=DEVEDORES BLOQUEADOS F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-GERAR
                   PERFORM 0400-BAIXAR-COBRANCA
               WHEN WRK-OPCAO-INADIMPL
                   PERFORM 0500-LISTAR-INADIMPLENTES
               WHEN WRK-OPCAO-BLOQUEADOS
                   PERFORM 0600-LISTAR-BLOQUEADOS
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
               WRK-FS-INADIMPL,
               WRK-FSCHK-CHAVE.

      *    ALUNOS COM MATRICULA E BOLETIM BLOQUEADOS: COBRANCA EM
      *    ABERTO VENCIDA (DIA MENS-DIA-VENC DO MES DA COMPETENCIA)
      *    HA MAIS DE MENS-DIAS-BLOQ DIAS - A MESMA REGRA DO CALL
      *    'MENS-CHECK', AQUI SOBRE A TABELA JA COM AS BAIXAS DA
      *    SESSAO. SAI NO BLOQREL.dat PARA O FINANCEIRO LIGAR.
       0600-LISTAR-BLOQUEADOS.
           OPEN OUTPUT BLOCKED-REPORT-FILE.
           MOVE 'BLOQREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BLOQREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO BLOCKED-REPORT-RECORD.
           STRING 'ALUNOS BLOQUEADOS POR MENSALIDADE - ATRASO ACIMA '
               'DE ' WRK-DIAS-BLOQ ' DIAS - ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO BLOCKED-REPORT-RECORD.
           PERFORM 0690-GRAVAR-BLOQUEADO.
           MOVE ZEROS TO WRK-TOTAL-ABERTO WRK-QTD-BLOQUEADOS.
           PERFORM 0610-APURAR-BLOQUEIO
               VARYING WRK-SUB-ALU FROM 1 BY 1
               UNTIL WRK-SUB-ALU > WRK-QTD-ALUNO.
           MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO BLOCKED-REPORT-RECORD.
           STRING 'TOTAL EM ATRASO: ' WRK-VALOR-ED
               ' ALUNOS BLOQUEADOS: ' WRK-QTD-BLOQUEADOS
               DELIMITED BY SIZE INTO BLOCKED-REPORT-RECORD.
           PERFORM 0690-GRAVAR-BLOQUEADO.
           CLOSE BLOCKED-REPORT-FILE.
           DISPLAY 'RELATORIO GRAVADO EM BLOQREL.dat'.

       0610-APURAR-BLOQUEIO.
           MOVE ZEROS TO WRK-SALDO-ALUNO WRK-MAIOR-ATRASO
               WRK-QTD-COB-ATRASO WRK-COMP-MAIS-ANTIGA.
           PERFORM 0620-CONFERIR-COBRANCA
               VARYING WRK-SUB-COB FROM 1 BY 1
               UNTIL WRK-SUB-COB > WRK-QTD-COB.
           IF WRK-QTD-COB-ATRASO > ZEROS
               ADD 1 TO WRK-QTD-BLOQUEADOS
               ADD WRK-SALDO-ALUNO TO WRK-TOTAL-ABERTO
               MOVE SPACES TO BLOCKED-REPORT-RECORD
               STRING WRK-ALU-ID(WRK-SUB-ALU) ' '
                   WRK-ALU-NOME(WRK-SUB-ALU) ' RESP '
                   WRK-ALU-RESP(WRK-SUB-ALU)
                   DELIMITED BY SIZE
                   INTO BLOCKED-REPORT-RECORD
               PERFORM 0690-GRAVAR-BLOQUEADO
               MOVE WRK-SALDO-ALUNO TO WRK-VALOR-ED
               MOVE SPACES TO BLOCKED-REPORT-RECORD
               STRING '  EM ATRASO: ' WRK-VALOR-ED
                   ' COBRANCAS: ' WRK-QTD-COB-ATRASO
                   ' DESDE ' WRK-COMP-MAIS-ANTIGA
                   ' ATRASO: ' WRK-MAIOR-ATRASO ' DIAS'
                   DELIMITED BY SIZE
                   INTO BLOCKED-REPORT-RECORD
               PERFORM 0690-GRAVAR-BLOQUEADO
           END-IF.

       0620-CONFERIR-COBRANCA.
           IF WRK-COB-ALUNO(WRK-SUB-COB) = WRK-ALU-ID(WRK-SUB-ALU)
               AND WRK-COB-STATUS(WRK-SUB-COB) = 'A'
               AND WRK-COB-VALOR(WRK-SUB-COB)
                   > WRK-COB-PAGO(WRK-SUB-COB)
               MOVE WRK-COB-COMP(WRK-SUB-COB) TO WRK-VENC-COMP
               MOVE WRK-DIA-VENC TO WRK-VENC-DIA
               IF WRK-VENC-ANO > 1600
                   AND WRK-VENC-MES >= 1 AND WRK-VENC-MES <= 12
                   COMPUTE WRK-DIAS-COB =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(WRK-VENC-DATA)
                   IF WRK-DIAS-COB > WRK-DIAS-BLOQ
                       ADD 1 TO WRK-QTD-COB-ATRASO
                       COMPUTE WRK-SALDO-ALUNO = WRK-SALDO-ALUNO +
                           WRK-COB-VALOR(WRK-SUB-COB) -
                           WRK-COB-PAGO(WRK-SUB-COB)
                       IF WRK-DIAS-COB > WRK-MAIOR-ATRASO
                           MOVE WRK-DIAS-COB TO WRK-MAIOR-ATRASO
                           MOVE WRK-VENC-COMP
                               TO WRK-COMP-MAIS-ANTIGA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0690-GRAVAR-BLOQUEADO.
           WRITE BLOCKED-REPORT-RECORD.
           MOVE 'BLOQREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BLOQREL,
               WRK-FSCHK-CHAVE.

       0900-FINALIZAR.
           OPEN OUTPUT TUITION-REGISTER-NOVO.
           MOVE 'MENSRGNW' TO WRK-FSCHK-ARQ.
