       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANOCON.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CONFERIR A FATURA MENSAL DA OPERADORA DO PLANO DE
      *          SAUDE (PLANOFAT.dat: MATRICULA, TIPO T TITULAR OU D
      *          DEPENDENTE, NOME DA VIDA E PREMIO) CONTRA A FOLHA.
      *          CADA VIDA E CASADA PELA MATRICULA NO EMPMAST.idx E,
      *          SE DEPENDENTE, PELO NOME NO DEPENDENTS.dat; O
      *          TITULAR PRECISA TER DESCONTO DE PLANO NO
      *          PAYSLIP.dat DA RODADA. LISTA NO PLANOCONC.dat AS
      *          VIDAS FATURADAS SEM CADASTRO, DE DESLIGADOS, DE
      *          DEPENDENTE NAO CADASTRADO E DE TITULAR FORA DA
      *          FOLHA, AS DIFERENCAS DE PREMIO CONTRA O CONTRATO
      *          (PLANO-PREM-TIT E PLANO-PREM-DEP DO PARMS) E OS
      *          DESCONTADOS NA FOLHA QUE NAO VIERAM NA FATURA.
      *          FECHA COM O VALOR A CONTESTAR E O CUSTO REAL DA
      *          EMPRESA CONTRA A COPARTICIPACAO DOS EMPREGADOS.
      *DATA = 09/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-09 - CRIADO: A FATURA DA OPERADORA ERA PAGA SEM
      *             NENHUMA CONFERENCIA CONTRA A FOLHA.
      *2026-10-10 - FD DO PAYSLIP ACOMPANHA A NOVA COLUNA PAY-REEMBOLSO.
      *2026-10-11 - FD DO PAYSLIP ACOMPANHA A NOVA COLUNA PAY-CONSUMO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEALTH-INVOICE-FILE ASSIGN TO "PLANOFAT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANOFAT.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYSLIP.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT DEPENDENTS-FILE ASSIGN TO "DEPENDENTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENTS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT RECONCILIATION-REPORT-FILE
               ASSIGN TO "PLANOCONC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANOCONC.

       DATA DIVISION.
       FILE SECTION.
       FD  HEALTH-INVOICE-FILE.
       01  HEALTH-INVOICE-RECORD.
           02 PF-MATRICULA          PIC X(06).
           02 PF-TIPO               PIC X(01).
               88 PF-TITULAR                   VALUE 'T'.
               88 PF-DEPENDENTE                VALUE 'D'.
           02 PF-NOME               PIC X(30).
           02 PF-PREMIO             PIC 9(05)V99.

       FD  PAYSLIP-FILE.
       01  PAYSLIP-RECORD.
           02 PAY-MATRICULA         PIC X(06).
           02 FILLER                PIC X(02).
           02 PAY-NOME              PIC X(30).
           02 FILLER                PIC X(02).
           02 PAY-SALARIO-BRUTO     PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-INSS              PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-IRRF              PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-EXTRA             PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-NOTURNO           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-LIQUIDO           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-VALE-TRANSPORTE   PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-VALE-REFEICAO     PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-PLANO-SAUDE       PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-DIAS-EMPREGADO    PIC ZZ9.
           02 FILLER                PIC X(02).
           02 PAY-PRORATA           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-DATA-PAGTO        PIC 9(08).
           02 FILLER                PIC X(02).
           02 PAY-DIAS-FALTA        PIC ZZ9.
           02 FILLER                PIC X(02).
           02 PAY-FALTA-DESC        PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-DSR-DESC          PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-PENSAO            PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-COMISSAO          PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-TIPO-AFASTAMENTO  PIC X(01).
           02 FILLER                PIC X(02).
           02 PAY-DIAS-AFASTADO     PIC ZZ9.
           02 FILLER                PIC X(02).
           02 PAY-AFASTAMENTO-DESC  PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-GRAU-RISCO        PIC X(01).
           02 FILLER                PIC X(02).
           02 PAY-ADIC-RISCO        PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-MODO              PIC X(01).
               88 PAY-MODO-PLR                 VALUE '5'.
           02 FILLER                PIC X(02).
           02 PAY-PLR               PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-COD-SINDICATO     PIC X(04).
           02 FILLER                PIC X(02).
           02 PAY-SINDICATO         PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-REEMBOLSO         PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-CONSUMO           PIC $ZZZ.ZZ9,99.

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

       FD  DEPENDENTS-FILE.
       01  DEPENDENT-RECORD.
           02 DEP-MATRICULA         PIC X(06).
           02 DEP-NOME              PIC X(30).
           02 DEP-NASCIMENTO        PIC 9(08).
           02 DEP-TIPO              PIC X(01).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO       PIC X(15).
           02 PARM-REC-VALOR        PIC 9(07)V9999.

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           02 SR-MODO               PIC X(01).
           02 SR-MOEDA              PIC X(03).
           02 SR-COMPETENCIA        PIC 9(06).

       FD  RECONCILIATION-REPORT-FILE.
       01  RECONCILIATION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PLANOCON'.
       77 WRK-FS-PLANOFAT        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAYSLIP         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DEPENDENTS      PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALRUN          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PLANOCONC       PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PLANOFAT       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FATURA                    VALUE 'S'.
       77 WRK-FIM-PAYSLIP        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTRACHEQUES             VALUE 'S'.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-DEPENDENTS     PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DEPENDENTES               VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-PRIMEIRO-DIA  PIC 9(08)      VALUE ZEROS.
       77 WRK-PREMIO-TITULAR     PIC 9(05)V99   VALUE ZEROS.
       77 WRK-PREMIO-DEPENDENTE  PIC 9(05)V99   VALUE ZEROS.
       77 WRK-PREMIO-CONTRATO    PIC 9(05)V99   VALUE ZEROS.
       77 WRK-PREMIO-DIFERENCA   PIC S9(05)V99  VALUE ZEROS.
       77 WRK-PLANO-DESCONTADO   PIC 9(07)V99   VALUE ZEROS.
       77 WRK-QTD-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-EMP-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-DEP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-DEP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEP-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-VIDAS          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CONTESTADAS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-DIFERENCAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-NAO-FATURADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-FATURA       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-CONTESTAR    PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-ACEITO       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-COPARTIC     PIC 9(09)V99   VALUE ZEROS.
       77 WRK-CUSTO-EMPRESA      PIC S9(09)V99  VALUE ZEROS.
       77 WRK-MOTIVO             PIC X(30)      VALUE SPACES.
       77 WRK-ED-PREMIO          PIC ZZZZ9,99.
       77 WRK-ED-CONTRATO        PIC ZZZZ9,99.
       77 WRK-ED-VALOR           PIC ZZZZZZZZ9,99.
       77 WRK-ED-CUSTO           PIC -ZZZZZZZZ9,99.

       01  WRK-TAB-EMP VALUE SPACES.
           02 WRK-EMP-LINHA OCCURS 200 TIMES.
               03 WRK-EMP-MATRICULA  PIC X(06).
               03 WRK-EMP-NOME       PIC X(30).
               03 WRK-EMP-DESLIG     PIC 9(08).
               03 WRK-EMP-DESCONTO   PIC 9(07)V99.
               03 WRK-EMP-NA-FOLHA   PIC X(01).
               03 WRK-EMP-FATURADO   PIC X(01).

       01  WRK-TAB-DEP VALUE SPACES.
           02 WRK-DEP-LINHA OCCURS 500 TIMES.
               03 WRK-DEP-MATRICULA  PIC X(06).
               03 WRK-DEP-NOME       PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONFERIR-FATURA.
           PERFORM 0300-LISTAR-NAO-FATURADOS.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0102-LER-CARTAO-EXECUCAO.
           IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMPETENCIA DA FATURA (AAAAMM): '
               ACCEPT WRK-COMPETENCIA
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-DATA-PRIMEIRO-DIA(1:6).
           MOVE '01' TO WRK-DATA-PRIMEIRO-DIA(7:2).
           PERFORM 0110-CARREGAR-PARAMETROS.
           MOVE 'PLANO-PREM-TIT' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PREMIO-TITULAR.
           MOVE 'PLANO-PREM-DEP' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PREMIO-DEPENDENTE.
           PERFORM 0120-CARREGAR-EMPREGADOS.
           PERFORM 0130-CARREGAR-DEPENDENTES.
           PERFORM 0140-CARREGAR-DESCONTOS.
           OPEN OUTPUT RECONCILIATION-REPORT-FILE.
           MOVE 'PLANOCONC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANOCONC,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           STRING 'CONFERENCIA DA FATURA DO PLANO DE SAUDE - '
               'COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'VIDAS CONTESTADAS E DIFERENCAS DE PREMIO:'
               TO RECONCILIATION-REPORT-RECORD.
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

       0121-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPMAST
               NOT AT END
                   MOVE 'WRK-TAB-EMP' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-EMP TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-EMP
                   MOVE EMP-MATRICULA TO WRK-EMP-MATRICULA(WRK-QTD-EMP)
                   MOVE EMP-NOME TO WRK-EMP-NOME(WRK-QTD-EMP)
                   MOVE EMP-DATA-DESLIGAMENTO
                       TO WRK-EMP-DESLIG(WRK-QTD-EMP)
                   MOVE ZEROS TO WRK-EMP-DESCONTO(WRK-QTD-EMP)
                   MOVE 'N' TO WRK-EMP-NA-FOLHA(WRK-QTD-EMP)
                   MOVE 'N' TO WRK-EMP-FATURADO(WRK-QTD-EMP)
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0130-CARREGAR-DEPENDENTES.
           OPEN INPUT DEPENDENTS-FILE.
           IF WRK-FS-DEPENDENTS = '00'
               PERFORM 0131-LER-DEPENDENTE UNTIL WRK-FIM-DEPENDENTES
               CLOSE DEPENDENTS-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-DEPENDENTS
               DISPLAY 'AVISO: DEPENDENTS.dat AUSENTE - TODO '
                   'DEPENDENTE FATURADO SERA CONTESTADO.'
           END-IF.

       0131-LER-DEPENDENTE.
           READ DEPENDENTS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-DEPENDENTS
               NOT AT END
                   MOVE 'WRK-TAB-DEP' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-DEP TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-DEP
                   MOVE DEP-MATRICULA TO WRK-DEP-MATRICULA(WRK-QTD-DEP)
                   MOVE DEP-NOME TO WRK-DEP-NOME(WRK-QTD-DEP)
           END-READ.

      *    O DESCONTO DO PLANO SO EXISTE NA FOLHA MENSAL; SOMA POR
      *    MATRICULA PORQUE A RODADA PODE TER MAIS DE UM CONTRACHEQUE.
       0140-CARREGAR-DESCONTOS.
           OPEN INPUT PAYSLIP-FILE.
           MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAYSLIP,
               WRK-FSCHK-CHAVE.
           PERFORM 0141-LER-CONTRACHEQUE UNTIL WRK-FIM-CONTRACHEQUES.
           CLOSE PAYSLIP-FILE.

       0141-LER-CONTRACHEQUE.
           READ PAYSLIP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAYSLIP
               NOT AT END
                   MOVE PAY-PLANO-SAUDE TO WRK-PLANO-DESCONTADO
                   IF WRK-PLANO-DESCONTADO > ZEROS
                       PERFORM 0145-LOCALIZAR-PELO-CONTRACHEQUE
                   END-IF
           END-READ.
           MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAYSLIP,
               WRK-FSCHK-CHAVE.

       0145-LOCALIZAR-PELO-CONTRACHEQUE.
           MOVE ZEROS TO WRK-EMP-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-MATRICULA(WRK-SUB-EMP) = PAY-MATRICULA
                   MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
                   MOVE WRK-QTD-EMP TO WRK-SUB-EMP
               END-IF
           END-PERFORM.
           IF WRK-EMP-ACHADO NOT = ZEROS
               MOVE 'S' TO WRK-EMP-NA-FOLHA(WRK-EMP-ACHADO)
               ADD WRK-PLANO-DESCONTADO
                   TO WRK-EMP-DESCONTO(WRK-EMP-ACHADO)
               ADD WRK-PLANO-DESCONTADO TO WRK-TOTAL-COPARTIC
           END-IF.

       0200-CONFERIR-FATURA.
           OPEN INPUT HEALTH-INVOICE-FILE.
           MOVE 'PLANOFAT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANOFAT,
               WRK-FSCHK-CHAVE.
           PERFORM 0210-LER-VIDA UNTIL WRK-FIM-FATURA.
           CLOSE HEALTH-INVOICE-FILE.

       0210-LER-VIDA.
           READ HEALTH-INVOICE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PLANOFAT
               NOT AT END
                   ADD 1 TO WRK-QTD-VIDAS
                   ADD PF-PREMIO TO WRK-TOTAL-FATURA
                   PERFORM 0220-CONFERIR-VIDA
           END-READ.
           MOVE 'PLANOFAT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANOFAT,
               WRK-FSCHK-CHAVE.

      *    VIDA CONTESTADA ENTRA PELO PREMIO INTEIRO; VIDA ACEITA SO
      *    CONTESTA O QUE PASSAR DO PREMIO DO CONTRATO.
       0220-CONFERIR-VIDA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-EMP-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-MATRICULA(WRK-SUB-EMP) = PF-MATRICULA
                   MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
                   MOVE WRK-QTD-EMP TO WRK-SUB-EMP
               END-IF
           END-PERFORM.
           IF WRK-EMP-ACHADO = ZEROS
               MOVE 'MATRICULA SEM CADASTRO' TO WRK-MOTIVO
           ELSE
               MOVE 'S' TO WRK-EMP-FATURADO(WRK-EMP-ACHADO)
               IF WRK-EMP-DESLIG(WRK-EMP-ACHADO) NOT = ZEROS
                   AND WRK-EMP-DESLIG(WRK-EMP-ACHADO)
                   < WRK-DATA-PRIMEIRO-DIA
                   STRING 'DESLIGADO EM '
                       WRK-EMP-DESLIG(WRK-EMP-ACHADO)
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               ELSE
               IF WRK-EMP-NA-FOLHA(WRK-EMP-ACHADO) = 'N'
                   MOVE 'TITULAR SEM DESCONTO NA FOLHA' TO WRK-MOTIVO
               ELSE
               IF PF-DEPENDENTE
                   PERFORM 0225-LOCALIZAR-DEPENDENTE
                   IF WRK-DEP-ACHADO = ZEROS
                       MOVE 'DEPENDENTE NAO CADASTRADO' TO WRK-MOTIVO
                   END-IF
               ELSE
               IF NOT PF-TITULAR
                   MOVE 'TIPO DE VIDA INVALIDO' TO WRK-MOTIVO
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           MOVE PF-PREMIO TO WRK-ED-PREMIO.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-CONTESTADAS
               ADD PF-PREMIO TO WRK-TOTAL-CONTESTAR
               MOVE SPACES TO RECONCILIATION-REPORT-RECORD
               STRING PF-MATRICULA ' ' PF-TIPO ' ' PF-NOME(1:25)
                   ' ' WRK-ED-PREMIO ' ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO RECONCILIATION-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           ELSE
               IF PF-TITULAR
                   MOVE WRK-PREMIO-TITULAR TO WRK-PREMIO-CONTRATO
               ELSE
                   MOVE WRK-PREMIO-DEPENDENTE TO WRK-PREMIO-CONTRATO
               END-IF
               COMPUTE WRK-PREMIO-DIFERENCA =
                   PF-PREMIO - WRK-PREMIO-CONTRATO
               IF WRK-PREMIO-DIFERENCA NOT = ZEROS
                   ADD 1 TO WRK-QTD-DIFERENCAS
                   IF WRK-PREMIO-DIFERENCA > ZEROS
                       ADD WRK-PREMIO-DIFERENCA TO WRK-TOTAL-CONTESTAR
                   END-IF
                   MOVE WRK-PREMIO-CONTRATO TO WRK-ED-CONTRATO
                   MOVE SPACES TO RECONCILIATION-REPORT-RECORD
                   STRING PF-MATRICULA ' ' PF-TIPO ' '
                       PF-NOME(1:25)
                       ' ' WRK-ED-PREMIO ' PREMIO DIFERE DO CONTRATO '
                       WRK-ED-CONTRATO
                       DELIMITED BY SIZE
                       INTO RECONCILIATION-REPORT-RECORD
                   PERFORM 0390-GRAVAR-LINHA
               END-IF
           END-IF.

       0225-LOCALIZAR-DEPENDENTE.
           MOVE ZEROS TO WRK-DEP-ACHADO.
           PERFORM VARYING WRK-SUB-DEP FROM 1 BY 1
               UNTIL WRK-SUB-DEP > WRK-QTD-DEP
               IF WRK-DEP-MATRICULA(WRK-SUB-DEP) = PF-MATRICULA
                   AND WRK-DEP-NOME(WRK-SUB-DEP) = PF-NOME
                   MOVE WRK-SUB-DEP TO WRK-DEP-ACHADO
                   MOVE WRK-QTD-DEP TO WRK-SUB-DEP
               END-IF
           END-PERFORM.

       0300-LISTAR-NAO-FATURADOS.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'DESCONTADOS NA FOLHA E NAO FATURADOS:'
               TO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0310-CONFERIR-NAO-FATURADO
               VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP.

       0310-CONFERIR-NAO-FATURADO.
           IF WRK-EMP-NA-FOLHA(WRK-SUB-EMP) = 'S'
               AND WRK-EMP-FATURADO(WRK-SUB-EMP) = 'N'
               ADD 1 TO WRK-QTD-NAO-FATURADOS
               MOVE WRK-EMP-DESCONTO(WRK-SUB-EMP) TO WRK-ED-VALOR
               MOVE SPACES TO RECONCILIATION-REPORT-RECORD
               STRING WRK-EMP-MATRICULA(WRK-SUB-EMP) ' '
                   WRK-EMP-NOME(WRK-SUB-EMP)
                   ' DESCONTO ' WRK-ED-VALOR
                   DELIMITED BY SIZE INTO RECONCILIATION-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0390-GRAVAR-LINHA.
           WRITE RECONCILIATION-REPORT-RECORD.
           MOVE 'PLANOCONC' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLANOCONC,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           COMPUTE WRK-TOTAL-ACEITO =
               WRK-TOTAL-FATURA - WRK-TOTAL-CONTESTAR.
           COMPUTE WRK-CUSTO-EMPRESA =
               WRK-TOTAL-ACEITO - WRK-TOTAL-COPARTIC.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOTAL-FATURA TO WRK-ED-VALOR.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           STRING 'TOTAL DA FATURA ............ ' WRK-ED-VALOR
               ' (' WRK-QTD-VIDAS ' VIDAS)'
               DELIMITED BY SIZE INTO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOTAL-CONTESTAR TO WRK-ED-VALOR.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           STRING 'VALOR A CONTESTAR .......... ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOTAL-ACEITO TO WRK-ED-VALOR.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           STRING 'VALOR ACEITO ............... ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOTAL-COPARTIC TO WRK-ED-VALOR.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           STRING 'COPARTICIPACAO DESCONTADA .. ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-CUSTO-EMPRESA TO WRK-ED-CUSTO.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
           STRING 'CUSTO REAL DA EMPRESA ......' WRK-ED-CUSTO
               DELIMITED BY SIZE INTO RECONCILIATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE RECONCILIATION-REPORT-FILE.
           DISPLAY 'VIDAS FATURADAS: ' WRK-QTD-VIDAS
               ' CONTESTADAS: ' WRK-QTD-CONTESTADAS
               ' DIFERENCAS DE PREMIO: ' WRK-QTD-DIFERENCAS.
           DISPLAY 'DESCONTADOS E NAO FATURADOS: '
               WRK-QTD-NAO-FATURADOS.
           DISPLAY 'VALOR A CONTESTAR: ' WRK-TOTAL-CONTESTAR.
           IF WRK-TOTAL-CONTESTAR > ZEROS
               OR WRK-QTD-NAO-FATURADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
