       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DOS PEDIDOS DE REEMBOLSO DE DESPESAS
      *          (REEMBOLSO.dat), NO MOLDE DO SINDMNT: MATRICULA
      *          (VALIDADA NO EMPMAST.idx), DATA DA DESPESA,
      *          CATEGORIA (K=QUILOMETRAGEM R=REFEICAO H=HOSPEDAGEM
      *          P=PEDAGIO), VALOR E NUMERO DO RECIBO. O VALOR DE
      *          CADA PEDIDO E LIMITADO PELO PARAMETRO DA CATEGORIA
      *          NO PARMS.dat (REEMB-LIM-KM, REEMB-LIM-REF,
      *          REEMB-LIM-HOSP, REEMB-LIM-PED). APROVACAO E
      *          REJEICAO EXIGEM ALCADA 9, DO OPERADOR OU DE UM
      *          SUPERVISOR ASSINANDO PELO OPER-CHECK. O PEDIDO
      *          APROVADO RECEBE A COMPETENCIA DA PROXIMA FOLHA
      *          MENSAL (A DO SALRUN.dat, OU A SEGUINTE SE ELA JA
      *          ESTIVER NO PAYHIST.dat) E ENTRA NO SALARIO COMO
      *          PROVENTO SEM INSS, IRRF OU FGTS. A OPCAO S GRAVA O
      *          REEMBREL.dat COM OS PEDIDOS PENDENTES E REJEITADOS.
      *          CADA MUDANCA E GRAVADA NO AUDITLOG E O ARQUIVO E
      *          REGRAVADO VIA REEMBNEW.dat NO ENCERRAMENTO.
      *DATA = 10/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-10 - CRIADO: KM E VIAGENS ERAM PAGOS EM DINHEIRO NO
      *             CAIXA SEM NENHUM VINCULO COM O EMPREGADO.
      *2026-10-11 - FD DO PAYHIST ACOMPANHA O NOVO CAMPO PH-CONSUMO
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
           SELECT CLAIM-FILE ASSIGN TO "REEMBOLSO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REEMBOLSO.
           SELECT CLAIM-FILE-NOVO ASSIGN TO "REEMBNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REEMBNEW.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.
           SELECT STATUS-REPORT-FILE ASSIGN TO "REEMBREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REEMBREL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

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

       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           02 REE-MATRICULA          PIC X(06).
           02 REE-DATA               PIC 9(08).
           02 REE-CATEGORIA          PIC X(01).
           02 REE-VALOR              PIC 9(7)V99.
           02 REE-RECIBO             PIC X(10).
           02 REE-STATUS             PIC X(01).
           02 REE-COMPETENCIA        PIC 9(06).
           02 REE-OPERADOR           PIC X(06).
           02 REE-AUTORIZADOR        PIC X(06).
           02 REE-MOTIVO             PIC X(30).

       FD  CLAIM-FILE-NOVO.
       01  CLAIM-RECORD-NOVO.
           02 REEN-MATRICULA         PIC X(06).
           02 REEN-DATA              PIC 9(08).
           02 REEN-CATEGORIA         PIC X(01).
           02 REEN-VALOR             PIC 9(7)V99.
           02 REEN-RECIBO            PIC X(10).
           02 REEN-STATUS            PIC X(01).
           02 REEN-COMPETENCIA       PIC 9(06).
           02 REEN-OPERADOR          PIC X(06).
           02 REEN-AUTORIZADOR       PIC X(06).
           02 REEN-MOTIVO            PIC X(30).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO       PIC X(15).
           02 PARM-REC-VALOR        PIC 9(07)V9999.

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

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-RECORD.
           02 RRL-MATRICULA          PIC X(06).
           02 FILLER                 PIC X(02).
           02 RRL-NOME               PIC X(30).
           02 FILLER                 PIC X(02).
           02 RRL-DATA               PIC 9(08).
           02 FILLER                 PIC X(02).
           02 RRL-CATEGORIA          PIC X(10).
           02 FILLER                 PIC X(02).
           02 RRL-RECIBO             PIC X(10).
           02 FILLER                 PIC X(02).
           02 RRL-VALOR              PIC $ZZZ.ZZ9,99.
           02 FILLER                 PIC X(02).
           02 RRL-STATUS             PIC X(09).
           02 FILLER                 PIC X(02).
           02 RRL-MOTIVO             PIC X(30).
       01  STATUS-REPORT-LINHA       PIC X(128).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
           02 AUD-SEQUENCIA         PIC 9(06).
           02 AUD-DATA              PIC 9(08).
           02 AUD-HORA              PIC 9(08).
           02 AUD-ENTRADA           PIC X(30).
           02 AUD-SAIDA             PIC X(30).
           02 AUD-OPERADOR          PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'PARM-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'REEMBMNT'.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-REEMBOLSO       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-REEMBNEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALRUN          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAYHIST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-REEMBREL        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-REEMBOLSO      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PEDIDOS                   VALUE 'S'.
       77 WRK-FIM-PAYHIST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-HISTORICO                 VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-APROVAR                 VALUE 'A'.
           88 WRK-OPCAO-REJEITAR                VALUE 'R'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-SITUACAO                VALUE 'S'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-CATEG-ENTRADA      PIC X(01)      VALUE SPACES.
           88 WRK-CATEG-VALIDA                  VALUE 'K' 'R' 'H' 'P'.
       77 WRK-QTD-EMP            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-EMP            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-EMP-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-REE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-REE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-REE-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MATRICULA          PIC X(06)      VALUE SPACES.
       77 WRK-RECIBO             PIC X(10)      VALUE SPACES.
       77 WRK-DATA-ENTRADA       PIC 9(08)      VALUE ZEROS.
       77 WRK-VALOR-ENTRADA      PIC 9(7)V99    VALUE ZEROS.
       77 WRK-LIMITE-CATEG       PIC 9(7)V99    VALUE ZEROS.
       77 WRK-LIM-KM             PIC 9(7)V99    VALUE ZEROS.
       77 WRK-LIM-REFEICAO       PIC 9(7)V99    VALUE ZEROS.
       77 WRK-LIM-HOSPEDAGEM     PIC 9(7)V99    VALUE ZEROS.
       77 WRK-LIM-PEDAGIO        PIC 9(7)V99    VALUE ZEROS.
       77 WRK-MOTIVO-ENTRADA     PIC X(30)      VALUE SPACES.
       77 WRK-COMP-PAGTO         PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-FECHADA       PIC X(01)      VALUE 'N'.
           88 WRK-FOLHA-FECHADA                 VALUE 'S'.
       77 WRK-AUTORIZACAO        PIC X(01)      VALUE 'N'.
           88 WRK-AUTORIZADO                    VALUE 'S'.
       77 WRK-AUTORIZADOR        PIC X(06)      VALUE SPACES.
       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-CATEG-DESC         PIC X(10)      VALUE SPACES.
       77 WRK-STATUS-DESC        PIC X(09)      VALUE SPACES.
       77 WRK-QTD-PENDENTES      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-REJEITADOS     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TOT-PENDENTES      PIC 9(9)V99    VALUE ZEROS.
       77 WRK-TOT-REJEITADOS     PIC 9(9)V99    VALUE ZEROS.
       77 WRK-ED-QTD             PIC ZZZ9.
       77 WRK-ED-TOTAL           PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-NOME-REEMBOLSO     PIC X(20)      VALUE "REEMBOLSO.dat".
       77 WRK-NOME-REEMBNEW      PIC X(20)      VALUE "REEMBNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-COMP-AUX.
           02 WRK-COMP-ANO           PIC 9(04).
           02 WRK-COMP-MES           PIC 9(02).
       01  WRK-COMP-AUX-R REDEFINES WRK-COMP-AUX PIC 9(06).

       01  WRK-TAB-EMP VALUE ZEROS.
           02 WRK-EMP-LINHA OCCURS 200 TIMES.
               03 WRK-EMP-MATRICULA  PIC X(06).
               03 WRK-EMP-NOME       PIC X(30).
               03 WRK-EMP-DESLIG     PIC 9(08).

       01  WRK-TAB-REE VALUE ZEROS.
           02 WRK-REE-LINHA OCCURS 500 TIMES.
               03 WRK-REE-MATRICULA  PIC X(06).
               03 WRK-REE-DATA       PIC 9(08).
               03 WRK-REE-CATEGORIA  PIC X(01).
               03 WRK-REE-VALOR      PIC 9(7)V99.
               03 WRK-REE-RECIBO     PIC X(10).
               03 WRK-REE-STATUS     PIC X(01).
               03 WRK-REE-COMPETENCIA PIC 9(06).
               03 WRK-REE-OPERADOR   PIC X(06).
               03 WRK-REE-AUTORIZADOR PIC X(06).
               03 WRK-REE-MOTIVO     PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           MOVE 'REEMBMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           PERFORM 0105-CARREGAR-PARAMETROS.
           MOVE 'REEMB-LIM-KM' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0107-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-LIM-KM.
           MOVE 'REEMB-LIM-REF' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0107-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-LIM-REFEICAO.
           MOVE 'REEMB-LIM-HOSP' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0107-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-LIM-HOSPEDAGEM.
           MOVE 'REEMB-LIM-PED' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0107-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-LIM-PEDAGIO.
           PERFORM 0120-CARREGAR-EMPREGADOS.
           PERFORM 0110-CARREGAR-PEDIDOS.
           PERFORM 0130-DEFINIR-COMPETENCIA.

       0103D-ASSINAR-OPERADOR.
           MOVE 'N' TO WRK-OPERCHK-RESULTADO.
           CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
               WRK-OPERADOR-ID, WRK-OPERADOR-NOME,
               WRK-OPERADOR-NIVEL, WRK-OPERCHK-RESULTADO.
           IF WRK-OPERCHK-RESULTADO NOT = 'S'
               DISPLAY 'SIGN-ON RECUSADO.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERADOR ' WRK-OPERADOR-NOME ' (NIVEL '
               WRK-OPERADOR-NIVEL ') IDENTIFICADO.'.

       0105-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0106-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0106-LER-PARAMETRO.
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

       0107-BUSCAR-PARAMETRO.
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

       0110-CARREGAR-PEDIDOS.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-REEMBOLSO = '00'
               PERFORM 0111-LER-PEDIDO UNTIL WRK-FIM-PEDIDOS
               CLOSE CLAIM-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-REEMBOLSO
           END-IF.
           DISPLAY 'PEDIDOS DE REEMBOLSO CARREGADOS: ' WRK-QTD-REE.

       0111-LER-PEDIDO.
           READ CLAIM-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-REEMBOLSO
               NOT AT END
                   MOVE 'WRK-TAB-REE' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-REE TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-REE
                   MOVE REE-MATRICULA
                       TO WRK-REE-MATRICULA(WRK-QTD-REE)
                   MOVE REE-DATA
                       TO WRK-REE-DATA(WRK-QTD-REE)
                   MOVE REE-CATEGORIA
                       TO WRK-REE-CATEGORIA(WRK-QTD-REE)
                   MOVE REE-VALOR
                       TO WRK-REE-VALOR(WRK-QTD-REE)
                   MOVE REE-RECIBO
                       TO WRK-REE-RECIBO(WRK-QTD-REE)
                   MOVE REE-STATUS
                       TO WRK-REE-STATUS(WRK-QTD-REE)
                   MOVE REE-COMPETENCIA
                       TO WRK-REE-COMPETENCIA(WRK-QTD-REE)
                   MOVE REE-OPERADOR
                       TO WRK-REE-OPERADOR(WRK-QTD-REE)
                   MOVE REE-AUTORIZADOR
                       TO WRK-REE-AUTORIZADOR(WRK-QTD-REE)
                   MOVE REE-MOTIVO
                       TO WRK-REE-MOTIVO(WRK-QTD-REE)
           END-READ.

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
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

      *    O PEDIDO APROVADO VAI PARA A PROXIMA FOLHA MENSAL: A
      *    COMPETENCIA DO SALRUN, SE A FOLHA DELA AINDA NAO FOI
      *    GRAVADA NO PAYHIST, SENAO O MES SEGUINTE.
       0130-DEFINIR-COMPETENCIA.
           OPEN INPUT RUN-PARAMETER-FILE.
           IF WRK-FS-SALRUN = '00'
               READ RUN-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SR-COMPETENCIA TO WRK-COMP-PAGTO
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.
           IF WRK-COMP-PAGTO = ZEROS
               DISPLAY 'COMPETENCIA DA PROXIMA FOLHA (AAAAMM): '
               ACCEPT WRK-COMP-PAGTO
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0131-LER-HISTORICO UNTIL WRK-FIM-HISTORICO
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WRK-FOLHA-FECHADA
               MOVE WRK-COMP-PAGTO TO WRK-COMP-AUX-R
               IF WRK-COMP-MES = 12
                   ADD 1 TO WRK-COMP-ANO
                   MOVE 01 TO WRK-COMP-MES
               ELSE
                   ADD 1 TO WRK-COMP-MES
               END-IF
               MOVE WRK-COMP-AUX-R TO WRK-COMP-PAGTO
           END-IF.
           DISPLAY 'APROVACOES SERAO PAGAS NA FOLHA DE '
               WRK-COMP-PAGTO.

       0131-LER-HISTORICO.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAYHIST
               NOT AT END
                   IF PH-COMPETENCIA = WRK-COMP-PAGTO
                       AND PH-MODO = '1'
                       MOVE 'S' TO WRK-COMP-FECHADA
                   END-IF
           END-READ.

       0140-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '00'
               PERFORM 0141-LER-SEQ-AUDITORIA
                   UNTIL WRK-FIM-SCAN-AUDIT
               CLOSE AUDIT-LOG-FILE
           END-IF.

       0141-LER-SEQ-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUDSEQ
               NOT AT END
                   IF AUD-PROGRAMA = WRK-AUDIT-PROGRAMA
                       AND AUD-SEQUENCIA > WRK-AUDIT-SEQ
                       MOVE AUD-SEQUENCIA TO WRK-AUDIT-SEQ
                   END-IF
           END-READ.

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (I=INCLUIR A=APROVAR R=REJEITAR '
               'L=LISTAR S=SITUACAO F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-PEDIDO
               WHEN WRK-OPCAO-APROVAR
                   PERFORM 0220-APROVAR-PEDIDO
               WHEN WRK-OPCAO-REJEITAR
                   PERFORM 0230-REJEITAR-PEDIDO
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR-PEDIDOS
               WHEN WRK-OPCAO-SITUACAO
                   PERFORM 0270-RELATORIO-SITUACAO
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-PEDIDO.
           MOVE ZEROS TO WRK-REE-ACHADO.
           PERFORM VARYING WRK-SUB-REE FROM 1 BY 1
               UNTIL WRK-SUB-REE > WRK-QTD-REE
               IF WRK-REE-MATRICULA(WRK-SUB-REE) = WRK-MATRICULA
                   AND WRK-REE-RECIBO(WRK-SUB-REE) = WRK-RECIBO
                   AND WRK-REE-STATUS(WRK-SUB-REE) NOT = 'R'
                   MOVE WRK-SUB-REE TO WRK-REE-ACHADO
                   MOVE WRK-QTD-REE TO WRK-SUB-REE
               END-IF
           END-PERFORM.

       0206-LOCALIZAR-EMPREGADO.
           MOVE ZEROS TO WRK-EMP-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-MATRICULA(WRK-SUB-EMP) = WRK-MATRICULA
                   MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
                   MOVE WRK-QTD-EMP TO WRK-SUB-EMP
               END-IF
           END-PERFORM.

       0210-INCLUIR-PEDIDO.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           PERFORM 0206-LOCALIZAR-EMPREGADO.
           IF WRK-EMP-ACHADO = ZEROS
               DISPLAY 'MATRICULA NAO CADASTRADA NO EMPMAST.'
           ELSE
               IF WRK-EMP-DESLIG(WRK-EMP-ACHADO) NOT = ZEROS
                   DISPLAY 'EMPREGADO DESLIGADO EM '
                       WRK-EMP-DESLIG(WRK-EMP-ACHADO)
                       ' - REEMBOLSO DEVE IR NA RESCISAO.'
               ELSE
                   DISPLAY WRK-EMP-NOME(WRK-EMP-ACHADO)
                   DISPLAY 'NUMERO DO RECIBO: '
                   ACCEPT WRK-RECIBO
                   PERFORM 0205-LOCALIZAR-PEDIDO
                   IF WRK-REE-ACHADO NOT = ZEROS
                       DISPLAY 'RECIBO JA LANCADO PARA A MATRICULA.'
                   ELSE
                       PERFORM 0211-SOLICITAR-DESPESA
                   END-IF
               END-IF
           END-IF.

       0211-SOLICITAR-DESPESA.
           DISPLAY 'DATA DA DESPESA (AAAAMMDD): '.
           ACCEPT WRK-DATA-ENTRADA.
           MOVE SPACES TO WRK-CATEG-ENTRADA.
           PERFORM UNTIL WRK-CATEG-VALIDA
               DISPLAY 'CATEGORIA (K-QUILOMETRAGEM R-REFEICAO '
                   'H-HOSPEDAGEM P-PEDAGIO): '
               ACCEPT WRK-CATEG-ENTRADA
               IF NOT WRK-CATEG-VALIDA
                   DISPLAY 'CATEGORIA INVALIDA.'
               END-IF
           END-PERFORM.
           DISPLAY 'VALOR (9(7)V99): '.
           ACCEPT WRK-VALOR-ENTRADA.
           EVALUATE WRK-CATEG-ENTRADA
               WHEN 'K'
                   MOVE WRK-LIM-KM TO WRK-LIMITE-CATEG
               WHEN 'R'
                   MOVE WRK-LIM-REFEICAO TO WRK-LIMITE-CATEG
               WHEN 'H'
                   MOVE WRK-LIM-HOSPEDAGEM TO WRK-LIMITE-CATEG
               WHEN OTHER
                   MOVE WRK-LIM-PEDAGIO TO WRK-LIMITE-CATEG
           END-EVALUATE.
           IF WRK-VALOR-ENTRADA = ZEROS
               DISPLAY 'VALOR ZERADO - PEDIDO NAO LANCADO.'
           ELSE
               IF WRK-VALOR-ENTRADA > WRK-LIMITE-CATEG
                   DISPLAY 'VALOR ACIMA DO LIMITE DA CATEGORIA ('
                       WRK-LIMITE-CATEG ') - PEDIDO NAO LANCADO.'
               ELSE
                   MOVE 'WRK-TAB-REE' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-REE TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-REE
                   MOVE WRK-QTD-REE TO WRK-REE-ACHADO
                   MOVE WRK-MATRICULA
                       TO WRK-REE-MATRICULA(WRK-REE-ACHADO)
                   MOVE WRK-DATA-ENTRADA
                       TO WRK-REE-DATA(WRK-REE-ACHADO)
                   MOVE WRK-CATEG-ENTRADA
                       TO WRK-REE-CATEGORIA(WRK-REE-ACHADO)
                   MOVE WRK-VALOR-ENTRADA
                       TO WRK-REE-VALOR(WRK-REE-ACHADO)
                   MOVE WRK-RECIBO
                       TO WRK-REE-RECIBO(WRK-REE-ACHADO)
                   MOVE 'P' TO WRK-REE-STATUS(WRK-REE-ACHADO)
                   MOVE ZEROS
                       TO WRK-REE-COMPETENCIA(WRK-REE-ACHADO)
                   MOVE WRK-OPERADOR-ID
                       TO WRK-REE-OPERADOR(WRK-REE-ACHADO)
                   MOVE SPACES
                       TO WRK-REE-AUTORIZADOR(WRK-REE-ACHADO)
                          WRK-REE-MOTIVO(WRK-REE-ACHADO)
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'INCLUSAO M=' WRK-MATRICULA
                       ' R=' WRK-RECIBO
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   PERFORM 0216-MONTAR-AUDIT-SAIDA
                   PERFORM 0250-REGISTRAR-AUDITORIA
                   DISPLAY 'PEDIDO INCLUIDO - PENDENTE DE APROVACAO.'
               END-IF
           END-IF.

       0216-MONTAR-AUDIT-SAIDA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'ST=' WRK-REE-STATUS(WRK-REE-ACHADO)
               ' C=' WRK-REE-CATEGORIA(WRK-REE-ACHADO)
               ' V=' WRK-REE-VALOR(WRK-REE-ACHADO)
               ' A=' WRK-REE-AUTORIZADOR(WRK-REE-ACHADO)
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.

       0218-SOLICITAR-PEDIDO.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'NUMERO DO RECIBO: '.
           ACCEPT WRK-RECIBO.
           PERFORM 0205-LOCALIZAR-PEDIDO.
           IF WRK-REE-ACHADO NOT = ZEROS
               IF WRK-REE-STATUS(WRK-REE-ACHADO) NOT = 'P'
                   DISPLAY 'PEDIDO JA APROVADO PARA A FOLHA DE '
                       WRK-REE-COMPETENCIA(WRK-REE-ACHADO) '.'
                   MOVE ZEROS TO WRK-REE-ACHADO
               ELSE
                   DISPLAY 'DESPESA ' WRK-REE-DATA(WRK-REE-ACHADO)
                       ' CATEGORIA '
                       WRK-REE-CATEGORIA(WRK-REE-ACHADO)
                       ' VALOR ' WRK-REE-VALOR(WRK-REE-ACHADO)
               END-IF
           ELSE
               DISPLAY 'PEDIDO NAO ENCONTRADO.'
           END-IF.

       0220-APROVAR-PEDIDO.
           PERFORM 0218-SOLICITAR-PEDIDO.
           IF WRK-REE-ACHADO NOT = ZEROS
               PERFORM 0261-AUTORIZAR-SUPERVISOR
               IF WRK-AUTORIZADO
                   MOVE 'A' TO WRK-REE-STATUS(WRK-REE-ACHADO)
                   MOVE WRK-COMP-PAGTO
                       TO WRK-REE-COMPETENCIA(WRK-REE-ACHADO)
                   MOVE WRK-AUTORIZADOR
                       TO WRK-REE-AUTORIZADOR(WRK-REE-ACHADO)
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'APROVACAO M=' WRK-MATRICULA
                       ' R=' WRK-RECIBO
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   PERFORM 0216-MONTAR-AUDIT-SAIDA
                   PERFORM 0250-REGISTRAR-AUDITORIA
                   DISPLAY 'PEDIDO APROVADO PARA A FOLHA DE '
                       WRK-COMP-PAGTO '.'
               END-IF
           END-IF.

       0230-REJEITAR-PEDIDO.
           PERFORM 0218-SOLICITAR-PEDIDO.
           IF WRK-REE-ACHADO NOT = ZEROS
               PERFORM 0261-AUTORIZAR-SUPERVISOR
               IF WRK-AUTORIZADO
                   DISPLAY 'MOTIVO DA REJEICAO: '
                   MOVE SPACES TO WRK-MOTIVO-ENTRADA
                   ACCEPT WRK-MOTIVO-ENTRADA
                   MOVE 'R' TO WRK-REE-STATUS(WRK-REE-ACHADO)
                   MOVE WRK-AUTORIZADOR
                       TO WRK-REE-AUTORIZADOR(WRK-REE-ACHADO)
                   MOVE WRK-MOTIVO-ENTRADA
                       TO WRK-REE-MOTIVO(WRK-REE-ACHADO)
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'REJEICAO M=' WRK-MATRICULA
                       ' R=' WRK-RECIBO
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   PERFORM 0216-MONTAR-AUDIT-SAIDA
                   PERFORM 0250-REGISTRAR-AUDITORIA
                   DISPLAY 'PEDIDO REJEITADO.'
               END-IF
           END-IF.

       0240-LISTAR-PEDIDOS.
           PERFORM VARYING WRK-SUB-REE FROM 1 BY 1
               UNTIL WRK-SUB-REE > WRK-QTD-REE
               DISPLAY WRK-REE-MATRICULA(WRK-SUB-REE) ' '
                   WRK-REE-DATA(WRK-SUB-REE) ' '
                   WRK-REE-CATEGORIA(WRK-SUB-REE) ' '
                   WRK-REE-RECIBO(WRK-SUB-REE) ' '
                   WRK-REE-VALOR(WRK-SUB-REE) ' ST '
                   WRK-REE-STATUS(WRK-SUB-REE) ' '
                   WRK-REE-COMPETENCIA(WRK-SUB-REE)
           END-PERFORM.

       0250-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-OPERADOR-ID    TO AUD-OPERADOR.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           WRITE AUDIT-LOG-RECORD.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.

       0261-AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WRK-AUTORIZACAO.
           MOVE SPACES TO WRK-AUTORIZADOR.
           IF WRK-OPERADOR-NIVEL = 9
               MOVE WRK-OPERADOR-ID TO WRK-AUTORIZADOR
               MOVE 'S' TO WRK-AUTORIZACAO
           ELSE
               DISPLAY 'AUTORIZACAO DE SUPERVISOR - ASSINE COM '
                   'ID E SENHA:'
               MOVE 'N' TO WRK-OPERCHK-RESULTADO
               CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
                   WRK-SUP-ID, WRK-SUP-NOME,
                   WRK-SUP-NIVEL, WRK-OPERCHK-RESULTADO
               IF WRK-OPERCHK-RESULTADO = 'S'
                   AND WRK-SUP-NIVEL = 9
                   MOVE WRK-SUP-ID TO WRK-AUTORIZADOR
                   MOVE 'S' TO WRK-AUTORIZACAO
               ELSE
                   DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                       'DE SUPERVISOR.'
               END-IF
           END-IF.

      *    RELATORIO DE SITUACAO: PEDIDOS AINDA PENDENTES DE
      *    APROVACAO E PEDIDOS REJEITADOS, COM O MOTIVO.
       0270-RELATORIO-SITUACAO.
           MOVE ZEROS TO WRK-QTD-PENDENTES WRK-QTD-REJEITADOS
                         WRK-TOT-PENDENTES WRK-TOT-REJEITADOS.
           OPEN OUTPUT STATUS-REPORT-FILE.
           MOVE 'REEMBREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-REEMBREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO STATUS-REPORT-LINHA.
           STRING 'PEDIDOS DE REEMBOLSO PENDENTES E REJEITADOS - '
               'PROXIMA FOLHA ' WRK-COMP-PAGTO
               DELIMITED BY SIZE INTO STATUS-REPORT-LINHA.
           PERFORM 0279-GRAVAR-LINHA.
           PERFORM 0271-LISTAR-SITUACAO
               VARYING WRK-SUB-REE FROM 1 BY 1
               UNTIL WRK-SUB-REE > WRK-QTD-REE.
           MOVE WRK-QTD-PENDENTES TO WRK-ED-QTD.
           MOVE WRK-TOT-PENDENTES TO WRK-ED-TOTAL.
           MOVE SPACES TO STATUS-REPORT-LINHA.
           STRING 'PENDENTES: ' WRK-ED-QTD '  VALOR: ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO STATUS-REPORT-LINHA.
           PERFORM 0279-GRAVAR-LINHA.
           MOVE WRK-QTD-REJEITADOS TO WRK-ED-QTD.
           MOVE WRK-TOT-REJEITADOS TO WRK-ED-TOTAL.
           MOVE SPACES TO STATUS-REPORT-LINHA.
           STRING 'REJEITADOS: ' WRK-ED-QTD '  VALOR: ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO STATUS-REPORT-LINHA.
           PERFORM 0279-GRAVAR-LINHA.
           CLOSE STATUS-REPORT-FILE.
           DISPLAY 'REEMBREL GRAVADO: ' WRK-QTD-PENDENTES
               ' PENDENTE(S), ' WRK-QTD-REJEITADOS ' REJEITADO(S).'.

       0271-LISTAR-SITUACAO.
           IF WRK-REE-STATUS(WRK-SUB-REE) = 'P'
               OR WRK-REE-STATUS(WRK-SUB-REE) = 'R'
               MOVE WRK-REE-MATRICULA(WRK-SUB-REE) TO WRK-MATRICULA
               PERFORM 0206-LOCALIZAR-EMPREGADO
               MOVE SPACES TO STATUS-REPORT-RECORD
               MOVE WRK-MATRICULA TO RRL-MATRICULA
               IF WRK-EMP-ACHADO NOT = ZEROS
                   MOVE WRK-EMP-NOME(WRK-EMP-ACHADO) TO RRL-NOME
               END-IF
               MOVE WRK-REE-DATA(WRK-SUB-REE) TO RRL-DATA
               EVALUATE WRK-REE-CATEGORIA(WRK-SUB-REE)
                   WHEN 'K'
                       MOVE 'KM' TO RRL-CATEGORIA
                   WHEN 'R'
                       MOVE 'REFEICAO' TO RRL-CATEGORIA
                   WHEN 'H'
                       MOVE 'HOSPEDAGEM' TO RRL-CATEGORIA
                   WHEN OTHER
                       MOVE 'PEDAGIO' TO RRL-CATEGORIA
               END-EVALUATE
               MOVE WRK-REE-RECIBO(WRK-SUB-REE) TO RRL-RECIBO
               MOVE WRK-REE-VALOR(WRK-SUB-REE) TO RRL-VALOR
               IF WRK-REE-STATUS(WRK-SUB-REE) = 'P'
                   MOVE 'PENDENTE' TO RRL-STATUS
                   ADD 1 TO WRK-QTD-PENDENTES
                   ADD WRK-REE-VALOR(WRK-SUB-REE)
                       TO WRK-TOT-PENDENTES
               ELSE
                   MOVE 'REJEITADO' TO RRL-STATUS
                   MOVE WRK-REE-MOTIVO(WRK-SUB-REE) TO RRL-MOTIVO
                   ADD 1 TO WRK-QTD-REJEITADOS
                   ADD WRK-REE-VALOR(WRK-SUB-REE)
                       TO WRK-TOT-REJEITADOS
               END-IF
               PERFORM 0279-GRAVAR-LINHA
           END-IF.

       0279-GRAVAR-LINHA.
           WRITE STATUS-REPORT-RECORD.
           MOVE 'REEMBREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-REEMBREL,
               WRK-FSCHK-CHAVE.

       0300-FINALIZAR.
           IF WRK-HOUVE-ALTERACAO = 'S'
               PERFORM 0310-REGRAVAR-PEDIDOS
           END-IF.
           DISPLAY 'MANUTENCAO DE REEMBOLSOS ENCERRADA.'.

       0310-REGRAVAR-PEDIDOS.
           OPEN OUTPUT CLAIM-FILE-NOVO.
           MOVE 'REEMBNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-REEMBNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-PEDIDO
               VARYING WRK-SUB-REE FROM 1 BY 1
               UNTIL WRK-SUB-REE > WRK-QTD-REE.
           CLOSE CLAIM-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-REEMBOLSO,
               WRK-NOME-REEMBNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-REEMBOLSO
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'PEDIDOS DE REEMBOLSO REGRAVADOS.'.

       0311-GRAVAR-PEDIDO.
           MOVE WRK-REE-MATRICULA(WRK-SUB-REE)   TO REEN-MATRICULA.
           MOVE WRK-REE-DATA(WRK-SUB-REE)        TO REEN-DATA.
           MOVE WRK-REE-CATEGORIA(WRK-SUB-REE)   TO REEN-CATEGORIA.
           MOVE WRK-REE-VALOR(WRK-SUB-REE)       TO REEN-VALOR.
           MOVE WRK-REE-RECIBO(WRK-SUB-REE)      TO REEN-RECIBO.
           MOVE WRK-REE-STATUS(WRK-SUB-REE)      TO REEN-STATUS.
           MOVE WRK-REE-COMPETENCIA(WRK-SUB-REE) TO REEN-COMPETENCIA.
           MOVE WRK-REE-OPERADOR(WRK-SUB-REE)    TO REEN-OPERADOR.
           MOVE WRK-REE-AUTORIZADOR(WRK-SUB-REE) TO REEN-AUTORIZADOR.
           MOVE WRK-REE-MOTIVO(WRK-SUB-REE)      TO REEN-MOTIVO.
           WRITE CLAIM-RECORD-NOVO.
           MOVE 'REEMBNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-REEMBNEW,
               WRK-FSCHK-CHAVE.
