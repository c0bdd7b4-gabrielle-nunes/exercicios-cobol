       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXASAL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: RELATORIO MENSAL DOS EMPREGADOS ATIVOS COM SALARIO
      *          FORA DA FAIXA DO CARGO (ABAIXO DO MINIMO OU ACIMA DO
      *          MAXIMO DO CARGOS.dat), AGRUPADOS POR CENTRO DE
      *          CUSTO, MAIS A LISTA DE QUEM ESTA SEM CARGO OU COM
      *          CARGO NAO CADASTRADO. LE O EMPMAST.idx EM SEQUENCIA
      *          E GRAVA O FORAFAIXA.dat. A COMPETENCIA VEM DO CARTAO
      *          SALRUN.dat QUANDO ELE EXISTE, SENAO DO DIALOGO.
      *DATA = 06/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-06 - CRIADO: EXCECAO DE FAIXA AUTORIZADA NO EMPMNT NAO
      *             TINHA ACOMPANHAMENTO NENHUM DEPOIS DE GRAVADA.
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
           SELECT JOB-POSITION-FILE ASSIGN TO "CARGOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT BAND-REPORT-FILE ASSIGN TO "FORAFAIXA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FORAFAIXA.

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

       FD  JOB-POSITION-FILE.
       01  JOB-POSITION-RECORD.
           02 CRG-CODIGO            PIC X(04).
           02 CRG-TITULO            PIC X(30).
           02 CRG-CBO               PIC 9(06).
           02 CRG-SALARIO-MIN       PIC 9(7)V99.
           02 CRG-SALARIO-MED       PIC 9(7)V99.
           02 CRG-SALARIO-MAX       PIC 9(7)V99.
           02 CRG-GRAU-RISCO        PIC X(01).

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           02 SR-MODO               PIC X(01).
           02 SR-MOEDA              PIC X(03).
           02 SR-COMPETENCIA        PIC 9(06).

       FD  BAND-REPORT-FILE.
       01  BAND-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'FAIXASAL'.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CARGOS          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALRUN          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FORAFAIXA       PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-CARGOS         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TAB-CARGOS                VALUE 'S'.
       77 WRK-COMPETENCIA        PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-CARGO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CARGO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARGO-ACHADO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FORA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-FORA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CC             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-CC             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CC-ACHADO          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-SEM-CARGO      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LIDOS          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ABAIXO         PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ACIMA          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-NO-CC          PIC 9(05)      VALUE ZEROS.
       77 WRK-ED-SALARIO         PIC ZZZZZZ9,99.
       77 WRK-ED-MIN             PIC ZZZZZZ9,99.
       77 WRK-ED-MAX             PIC ZZZZZZ9,99.

       01  WRK-TAB-CARGO VALUE ZEROS.
           02 WRK-CARGO-LINHA OCCURS 100 TIMES.
               03 WRK-CRG-CODIGO     PIC X(04).
               03 WRK-CRG-MIN        PIC 9(7)V99.
               03 WRK-CRG-MAX        PIC 9(7)V99.

       01  WRK-TAB-FORA VALUE ZEROS.
           02 WRK-FORA-LINHA OCCURS 200 TIMES.
               03 WRK-FOR-MATRICULA  PIC X(06).
               03 WRK-FOR-NOME       PIC X(20).
               03 WRK-FOR-CC         PIC X(04).
               03 WRK-FOR-CARGO      PIC X(04).
               03 WRK-FOR-SALARIO    PIC 9(7)V99.
               03 WRK-FOR-MIN        PIC 9(7)V99.
               03 WRK-FOR-MAX        PIC 9(7)V99.
               03 WRK-FOR-SITUACAO   PIC X(06).

       01  WRK-TAB-CC VALUE SPACES.
           02 WRK-CC-LINHA OCCURS 50 TIMES.
               03 WRK-CC-CODIGO      PIC X(04).

       01  WRK-TAB-SEM-CARGO VALUE SPACES.
           02 WRK-SEM-LINHA OCCURS 200 TIMES.
               03 WRK-SEM-MATRICULA  PIC X(06).
               03 WRK-SEM-CARGO      PIC X(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LER-EMPREGADOS.
           PERFORM 0300-EMITIR-RELATORIO.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0102-LER-CARTAO-EXECUCAO.
           IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM): '
               ACCEPT WRK-COMPETENCIA
           END-IF.
           PERFORM 0110-CARREGAR-CARGOS.
           OPEN OUTPUT BAND-REPORT-FILE.
           MOVE 'FORAFAIXA' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FORAFAIXA,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO BAND-REPORT-RECORD.
           STRING 'SALARIOS FORA DA FAIXA DO CARGO - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO BAND-REPORT-RECORD.
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

       0110-CARREGAR-CARGOS.
           OPEN INPUT JOB-POSITION-FILE.
           MOVE 'CARGOS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARGOS,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-CARGO UNTIL WRK-FIM-TAB-CARGOS.
           CLOSE JOB-POSITION-FILE.

       0111-LER-CARGO.
           READ JOB-POSITION-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CARGOS
               NOT AT END
                   MOVE 'WRK-TAB-CARGO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CARGO TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CARGO
                   MOVE CRG-CODIGO TO WRK-CRG-CODIGO(WRK-QTD-CARGO)
                   MOVE CRG-SALARIO-MIN TO WRK-CRG-MIN(WRK-QTD-CARGO)
                   MOVE CRG-SALARIO-MAX TO WRK-CRG-MAX(WRK-QTD-CARGO)
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
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0220-CONFERIR-FAIXA
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0220-CONFERIR-FAIXA.
           MOVE ZEROS TO WRK-CARGO-ACHADO.
           IF EMP-CARGO NOT = SPACES
               PERFORM VARYING WRK-SUB-CARGO FROM 1 BY 1
                   UNTIL WRK-SUB-CARGO > WRK-QTD-CARGO
                   IF WRK-CRG-CODIGO(WRK-SUB-CARGO) = EMP-CARGO
                       MOVE WRK-SUB-CARGO TO WRK-CARGO-ACHADO
                       MOVE WRK-QTD-CARGO TO WRK-SUB-CARGO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-CARGO-ACHADO = ZEROS
               MOVE 'WRK-TAB-SEM-CARGO' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-SEM-CARGO TO WRK-TABCHK-QTD
               MOVE 200 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-SEM-CARGO
               MOVE EMP-MATRICULA
                   TO WRK-SEM-MATRICULA(WRK-QTD-SEM-CARGO)
               MOVE EMP-CARGO TO WRK-SEM-CARGO(WRK-QTD-SEM-CARGO)
           ELSE
               IF EMP-SALARIO-BRUTO < WRK-CRG-MIN(WRK-CARGO-ACHADO)
                   OR EMP-SALARIO-BRUTO > WRK-CRG-MAX(WRK-CARGO-ACHADO)
                   PERFORM 0230-GUARDAR-FORA-FAIXA
               END-IF
           END-IF.

       0230-GUARDAR-FORA-FAIXA.
           MOVE 'WRK-TAB-FORA' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-FORA TO WRK-TABCHK-QTD.
           MOVE 200 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-FORA.
           MOVE EMP-MATRICULA     TO WRK-FOR-MATRICULA(WRK-QTD-FORA).
           MOVE EMP-NOME          TO WRK-FOR-NOME(WRK-QTD-FORA).
           MOVE EMP-CENTRO-CUSTO  TO WRK-FOR-CC(WRK-QTD-FORA).
           MOVE EMP-CARGO         TO WRK-FOR-CARGO(WRK-QTD-FORA).
           MOVE EMP-SALARIO-BRUTO TO WRK-FOR-SALARIO(WRK-QTD-FORA).
           MOVE WRK-CRG-MIN(WRK-CARGO-ACHADO)
               TO WRK-FOR-MIN(WRK-QTD-FORA).
           MOVE WRK-CRG-MAX(WRK-CARGO-ACHADO)
               TO WRK-FOR-MAX(WRK-QTD-FORA).
           IF EMP-SALARIO-BRUTO < WRK-CRG-MIN(WRK-CARGO-ACHADO)
               MOVE 'ABAIXO' TO WRK-FOR-SITUACAO(WRK-QTD-FORA)
               ADD 1 TO WRK-QTD-ABAIXO
           ELSE
               MOVE 'ACIMA' TO WRK-FOR-SITUACAO(WRK-QTD-FORA)
               ADD 1 TO WRK-QTD-ACIMA
           END-IF.
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
               MOVE EMP-CENTRO-CUSTO TO WRK-CC-CODIGO(WRK-QTD-CC)
           END-IF.

       0300-EMITIR-RELATORIO.
           PERFORM 0310-EMITIR-CENTRO-CUSTO
               VARYING WRK-SUB-CC FROM 1 BY 1
               UNTIL WRK-SUB-CC > WRK-QTD-CC.
           IF WRK-QTD-SEM-CARGO > ZEROS
               MOVE SPACES TO BAND-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
               MOVE 'SEM CARGO OU COM CARGO NAO CADASTRADO:'
                   TO BAND-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
               PERFORM 0330-EMITIR-SEM-CARGO
                   VARYING WRK-SUB-FORA FROM 1 BY 1
                   UNTIL WRK-SUB-FORA > WRK-QTD-SEM-CARGO
           END-IF.

       0310-EMITIR-CENTRO-CUSTO.
           MOVE ZEROS TO WRK-QTD-NO-CC.
           MOVE SPACES TO BAND-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO BAND-REPORT-RECORD.
           STRING 'CENTRO DE CUSTO ' WRK-CC-CODIGO(WRK-SUB-CC)
               DELIMITED BY SIZE INTO BAND-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0320-EMITIR-EMPREGADO
               VARYING WRK-SUB-FORA FROM 1 BY 1
               UNTIL WRK-SUB-FORA > WRK-QTD-FORA.
           MOVE SPACES TO BAND-REPORT-RECORD.
           STRING '  TOTAL DO CENTRO ' WRK-CC-CODIGO(WRK-SUB-CC)
               ': ' WRK-QTD-NO-CC ' EMPREGADO(S) FORA DA FAIXA'
               DELIMITED BY SIZE INTO BAND-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0320-EMITIR-EMPREGADO.
           IF WRK-FOR-CC(WRK-SUB-FORA) = WRK-CC-CODIGO(WRK-SUB-CC)
               ADD 1 TO WRK-QTD-NO-CC
               MOVE WRK-FOR-SALARIO(WRK-SUB-FORA) TO WRK-ED-SALARIO
               MOVE WRK-FOR-MIN(WRK-SUB-FORA) TO WRK-ED-MIN
               MOVE WRK-FOR-MAX(WRK-SUB-FORA) TO WRK-ED-MAX
               MOVE SPACES TO BAND-REPORT-RECORD
               STRING 'MATR ' WRK-FOR-MATRICULA(WRK-SUB-FORA)
                   ' ' WRK-FOR-NOME(WRK-SUB-FORA)
                   ' ' WRK-FOR-CARGO(WRK-SUB-FORA)
                   ' ' WRK-ED-SALARIO
                   ' ' WRK-ED-MIN
                   '-' WRK-ED-MAX
                   ' ' WRK-FOR-SITUACAO(WRK-SUB-FORA)
                   DELIMITED BY SIZE INTO BAND-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0330-EMITIR-SEM-CARGO.
           MOVE SPACES TO BAND-REPORT-RECORD.
           STRING 'MATR ' WRK-SEM-MATRICULA(WRK-SUB-FORA)
               ' CARGO [' WRK-SEM-CARGO(WRK-SUB-FORA) ']'
               DELIMITED BY SIZE INTO BAND-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0390-GRAVAR-LINHA.
           WRITE BAND-REPORT-RECORD.
           MOVE 'FORAFAIXA' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FORAFAIXA,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           IF WRK-QTD-FORA = ZEROS
               MOVE SPACES TO BAND-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
               MOVE 'NENHUM EMPREGADO FORA DA FAIXA DO CARGO.'
                   TO BAND-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO BAND-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO BAND-REPORT-RECORD.
           STRING 'ATIVOS LIDOS ' WRK-QTD-LIDOS
               ' ABAIXO ' WRK-QTD-ABAIXO
               ' ACIMA ' WRK-QTD-ACIMA
               DELIMITED BY SIZE INTO BAND-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE BAND-REPORT-FILE.
           DISPLAY 'FORA DA FAIXA: ' WRK-QTD-ABAIXO ' ABAIXO, '
               WRK-QTD-ACIMA ' ACIMA, ' WRK-QTD-SEM-CARGO
               ' SEM CARGO - VER FORAFAIXA.dat.'.
