       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CHECK.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CONSULTA A MATRIZ DE FUNCOES INCOMPATIVEIS
      *          (SODMAT.dat), CHAMADA NOS PONTOS EM QUE UM OPERADOR
      *          FAZ OS DOIS LADOS DE UM CONTROLE: AUTORIZACAO DE
      *          HORA EXTRA X FOLHA (SALARIO), LIMITE DO CLIENTE X
      *          LIBERACAO DO BLOQUEIO (CREDLIB), CONTAGEM X
      *          APROVACAO DO AJUSTE (ESTOQCONT) E ALTERACAO X
      *          APROVACAO DE PARAMETRO (PARMMNT). DEVOLVE S QUANDO A
      *          LINHA DO CONFLITO ESTA MARCADA COMO PROIBIDA; COM N
      *          O PROGRAMA ACEITA E O CONFLITO SO SAI NO RELATORIO
      *          MENSAL DO SEGFUNC. A MATRIZ E LIDA NA PRIMEIRA
      *          CHAMADA E FICA EM MEMORIA. SEM O SODMAT.dat NADA E
      *          PROIBIDO E O AVISO SAI UMA VEZ NO SYSOUT.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O MESMO OPERADOR PODIA FAZER OS DOIS LADOS
      *             DE UM CONTROLE QUE EXIGE SUPERVISOR.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUTY-MATRIX-FILE ASSIGN TO "SODMAT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SODMAT.

       DATA DIVISION.
       FILE SECTION.
       FD  DUTY-MATRIX-FILE.
       01  DUTY-MATRIX-RECORD.
           02 SOD-CODIGO             PIC X(03).
           02 SOD-PROIBIDO           PIC X(01).
           02 SOD-MESMO-DIA          PIC X(01).
           02 SOD-PROG-A             PIC X(15).
           02 SOD-ACAO-A             PIC X(23).
           02 SOD-POS-A              PIC 9(02).
           02 SOD-PROG-B             PIC X(15).
           02 SOD-ACAO-B             PIC X(23).
           02 SOD-POS-B              PIC 9(02).
           02 SOD-TAM-CHAVE          PIC 9(02).
           02 SOD-DESCRICAO          PIC X(40).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'SOD-CHECK'.
       77 WRK-FS-SODMAT          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-SODMAT         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MATRIZ                    VALUE 'S'.
       77 WRK-CARREGADO          PIC X(01)      VALUE 'N'.
       77 WRK-QTD-SOD            PIC 9(02) COMP VALUE ZEROS.

       01  WRK-TAB-SOD VALUE SPACES.
           02 WRK-SOD-LINHA OCCURS 30 TIMES
                             INDEXED BY WRK-IDX-SOD.
               03 WRK-SOD-CODIGO     PIC X(03).
               03 WRK-SOD-PROIBIDO   PIC X(01).

       LINKAGE SECTION.
       01  SC-CODIGO              PIC X(03).
       01  SC-RESULTADO           PIC X(01).

       PROCEDURE DIVISION USING SC-CODIGO
                                 SC-RESULTADO.
       0001-PRINCIPAL.
           IF WRK-CARREGADO = 'N'
               PERFORM 0100-CARREGAR
               MOVE 'S' TO WRK-CARREGADO
           END-IF.
           MOVE 'N' TO SC-RESULTADO.
           SET WRK-IDX-SOD TO 1.
           SEARCH WRK-SOD-LINHA
               AT END
                   CONTINUE
               WHEN WRK-IDX-SOD > WRK-QTD-SOD
                   CONTINUE
               WHEN WRK-SOD-CODIGO(WRK-IDX-SOD) = SC-CODIGO
                   MOVE WRK-SOD-PROIBIDO(WRK-IDX-SOD) TO SC-RESULTADO
           END-SEARCH.

           GOBACK.

       0100-CARREGAR.
           OPEN INPUT DUTY-MATRIX-FILE.
           IF WRK-FS-SODMAT = '35'
               DISPLAY 'AVISO: SODMAT.dat AUSENTE - NENHUM CONFLITO '
                   'DE FUNCOES SERA RECUSADO.'
           ELSE
               MOVE 'SODMAT' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-SODMAT,
                   WRK-FSCHK-CHAVE
               PERFORM 0110-LER-CONFLITO UNTIL WRK-FIM-MATRIZ
               CLOSE DUTY-MATRIX-FILE
           END-IF.

       0110-LER-CONFLITO.
           READ DUTY-MATRIX-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SODMAT
               NOT AT END
                   MOVE 'WRK-TAB-SOD' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-SOD TO WRK-TABCHK-QTD
                   MOVE 30 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-SOD
                   MOVE SOD-CODIGO   TO WRK-SOD-CODIGO(WRK-QTD-SOD)
                   MOVE SOD-PROIBIDO TO WRK-SOD-PROIBIDO(WRK-QTD-SOD)
           END-READ.
           MOVE 'SODMAT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SODMAT,
               WRK-FSCHK-CHAVE.
