       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENS-CHECK.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CONSULTA DE MENSALIDADE EM ATRASO POR ALUNO,
      *          CHAMADA PELA MATRICULA (ALUMNT), PELA LIBERACAO DE
      *          NOTAS (NOTAMNT) E PELO BOLETIM. UMA COBRANCA DO
      *          MENSREG.dat CONTA QUANDO ESTA EM ABERTO (STATUS A
      *          COM SALDO) E O VENCIMENTO - DIA MENS-DIA-VENC DO
      *          MES DA COMPETENCIA - FICOU MAIS DE MENS-DIAS-BLOQ
      *          DIAS PARA TRAS (PARMS). DEVOLVE O VALOR EM ATRASO,
      *          QUANTAS COBRANCAS, O MAIOR ATRASO EM DIAS E O
      *          RESULTADO S (BLOQUEADO) OU N. PARMS E MENSREG SAO
      *          LIDOS NA PRIMEIRA CHAMADA E FICAM EM MEMORIA.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O ALUMNT REMATRICULAVA ALUNO QUE CONSTAVA
      *             NO INADIMPL.dat E O BOLETIM SAIA COM O DEBITO EM
      *             ABERTO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT TUITION-REGISTER-FILE ASSIGN TO "MENSREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSREG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO         PIC X(15).
           02 PARM-REC-VALOR          PIC 9(07)V9999.

       FD  TUITION-REGISTER-FILE.
       01  TUITION-REGISTER-RECORD.
           02 MR-NUMERO              PIC 9(08).
           02 MR-ALUNO               PIC X(06).
           02 MR-TURMA               PIC X(06).
           02 MR-COMPETENCIA         PIC 9(06).
           02 MR-VALOR               PIC 9(07)V99.
           02 MR-VALOR-PAGO          PIC 9(07)V99.
           02 MR-STATUS              PIC X(01).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'PARM-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'MENS-CHECK'.
       77 WRK-FS-MENSREG         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-MENSREG        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-COBRANCAS                 VALUE 'S'.
       77 WRK-CARREGADO          PIC X(01)      VALUE 'N'.
       77 WRK-QTD-COB            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-COB            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-DIA-VENC           PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-BLOQ          PIC 9(03)      VALUE ZEROS.

       01  WRK-VENCIMENTO.
           02 WRK-VENC-COMP          PIC 9(06).
           02 WRK-VENC-DIA           PIC 9(02).
       01  WRK-VENCIMENTO-R REDEFINES WRK-VENCIMENTO.
           02 WRK-VENC-ANO           PIC 9(04).
           02 WRK-VENC-MES           PIC 9(02).
           02 FILLER                 PIC 9(02).
       01  WRK-VENC-DATA REDEFINES WRK-VENCIMENTO PIC 9(08).

       01  WRK-TAB-COB VALUE ZEROS.
           02 WRK-COB-LINHA OCCURS 900 TIMES.
               03 WRK-COB-ALUNO      PIC X(06).
               03 WRK-COB-SALDO      PIC 9(07)V99.
               03 WRK-COB-DIAS       PIC S9(05).

       LINKAGE SECTION.
       01  MC-ALUNO               PIC X(06).
       01  MC-VALOR-ATRASO        PIC 9(07)V99.
       01  MC-QTD-ATRASO          PIC 9(03).
       01  MC-DIAS-ATRASO         PIC 9(05).
       01  MC-RESULTADO           PIC X(01).

       PROCEDURE DIVISION USING MC-ALUNO
                                 MC-VALOR-ATRASO
                                 MC-QTD-ATRASO
                                 MC-DIAS-ATRASO
                                 MC-RESULTADO.
       0001-PRINCIPAL.
           IF WRK-CARREGADO = 'N'
               PERFORM 0100-CARREGAR
               MOVE 'S' TO WRK-CARREGADO
           END-IF.
           MOVE 'N' TO MC-RESULTADO.
           MOVE ZEROS TO MC-VALOR-ATRASO MC-QTD-ATRASO MC-DIAS-ATRASO.
           PERFORM 0200-APURAR-COBRANCA
               VARYING WRK-SUB-COB FROM 1 BY 1
               UNTIL WRK-SUB-COB > WRK-QTD-COB.
           IF MC-QTD-ATRASO > ZEROS
               MOVE 'S' TO MC-RESULTADO
           END-IF.

           GOBACK.

       0100-CARREGAR.
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
           OPEN INPUT TUITION-REGISTER-FILE.
           IF WRK-FS-MENSREG = '00'
               PERFORM 0110-LER-COBRANCA UNTIL WRK-FIM-COBRANCAS
               CLOSE TUITION-REGISTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-MENSREG
           END-IF.

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

      *    SO ENTRA NA TABELA A COBRANCA EM ABERTO COM COMPETENCIA
      *    VALIDA, JA COM OS DIAS CORRIDOS DESDE O VENCIMENTO.
       0110-LER-COBRANCA.
           READ TUITION-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-MENSREG
               NOT AT END
                   MOVE MR-COMPETENCIA TO WRK-VENC-COMP
                   MOVE WRK-DIA-VENC   TO WRK-VENC-DIA
                   IF MR-STATUS = 'A'
                       AND MR-VALOR > MR-VALOR-PAGO
                       AND WRK-VENC-ANO > 1600
                       AND WRK-VENC-MES >= 1 AND WRK-VENC-MES <= 12
                       PERFORM 0111-INCLUIR-COBRANCA
                   END-IF
           END-READ.
           MOVE 'MENSREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MENSREG,
               WRK-FSCHK-CHAVE.

       0111-INCLUIR-COBRANCA.
           MOVE 'WRK-TAB-COB' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-COB TO WRK-TABCHK-QTD.
           MOVE 900 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-COB.
           MOVE MR-ALUNO TO WRK-COB-ALUNO(WRK-QTD-COB).
           COMPUTE WRK-COB-SALDO(WRK-QTD-COB) =
               MR-VALOR - MR-VALOR-PAGO.
           COMPUTE WRK-COB-DIAS(WRK-QTD-COB) =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(WRK-VENC-DATA).

       0200-APURAR-COBRANCA.
           IF WRK-COB-ALUNO(WRK-SUB-COB) = MC-ALUNO
               AND WRK-COB-DIAS(WRK-SUB-COB) > WRK-DIAS-BLOQ
               ADD 1 TO MC-QTD-ATRASO
               ADD WRK-COB-SALDO(WRK-SUB-COB) TO MC-VALOR-ATRASO
               IF WRK-COB-DIAS(WRK-SUB-COB) > MC-DIAS-ATRASO
                   MOVE WRK-COB-DIAS(WRK-SUB-COB) TO MC-DIAS-ATRASO
               END-IF
           END-IF.
