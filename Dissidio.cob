      *             PELO MESMO CALL 'OPER-CHECK' DO SIGN-ON, E A
      *             TABELA LOCAL DE OPERADORES (QUE SO SERVIA A
      *             CONSULTA SEM SENHA) FOI REMOVIDA.
      *2026-10-03 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-GRAU-RISCO (GRAU DE
      *             INSALUBRIDADE/PERICULOSIDADE).
      *2026-10-05 - FD DO EMPLOYEE-MASTER ACOMPANHA OS NOVOS CAMPOS
      *             EMP-SINDICATO E EMP-OPOSICAO-SIND (CONTRIBUICAO
      *             SINDICAL).
      *2026-10-06 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-CARGO. A SIMULACAO CONFERE O SALARIO NOVO CONTRA
      *             O MAXIMO DA FAIXA DO CARGO (CARGOS.dat), MARCA QUEM
      *             O REAJUSTE TIRA DA FAIXA E RESUME QUANTOS POR FAIXA
      *             DO DISSBAND (OU PELO PERCENTUAL UNICO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ADJUSTMENT-BAND-FILE ASSIGN TO "DISSBAND.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISSBAND.
           SELECT JOB-POSITION-FILE ASSIGN TO "CARGOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT SIMULATION-REPORT-FILE ASSIGN TO "DISSIDIO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISSIDIO.
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  ADJUSTMENT-BAND-FILE.
       01  ADJUSTMENT-BAND-RECORD.
           02 BND-FAIXA-ATE         PIC 9(7)V99.
           02 BND-PERCENTUAL        PIC 9(02)V99.

       FD  JOB-POSITION-FILE.
       01  JOB-POSITION-RECORD.
           02 CRG-CODIGO            PIC X(04).
           02 CRG-TITULO            PIC X(30).
           02 CRG-CBO               PIC 9(06).
           02 CRG-SALARIO-MIN       PIC 9(7)V99.
           02 CRG-SALARIO-MED       PIC 9(7)V99.
           02 CRG-SALARIO-MAX       PIC 9(7)V99.
           02 CRG-GRAU-RISCO        PIC X(01).

       FD  SIMULATION-REPORT-FILE.
       01  SIMULATION-REPORT-RECORD PIC X(80).

       77 WRK-SUB-CC             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CC-ACHADO          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-APLICADOS      PIC 9(04)      VALUE ZEROS.
       77 WRK-FS-CARGOS          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CARGOS         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TAB-CARGOS                VALUE 'S'.
       77 WRK-QTD-CARGO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CARGO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARGO-ACHADO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-BANDA-APLICADA     PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-FORA-FAIXA     PIC 9(04)      VALUE ZEROS.
       77 WRK-PERC-ED            PIC Z9,99.

       01  WRK-TAB-BANDA VALUE ZEROS.
           02 WRK-BANDA-LINHA OCCURS 10 TIMES.
               03 WRK-BND-DE         PIC 9(7)V99.
               03 WRK-BND-ATE        PIC 9(7)V99.
               03 WRK-BND-PERC       PIC 9(02)V99.
               03 WRK-BND-FORA       PIC 9(04).

       01  WRK-TAB-AJUSTE VALUE ZEROS.
           02 WRK-AJUSTE-LINHA OCCURS 200 TIMES
               03 WRK-CC-CODIGO      PIC X(04).
               03 WRK-CC-AUMENTO     PIC 9(9)V99.

       01  WRK-TAB-CARGO VALUE ZEROS.
           02 WRK-CARGO-LINHA OCCURS 100 TIMES.
               03 WRK-CRG-CODIGO     PIC X(04).
               03 WRK-CRG-MAX        PIC 9(7)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DE VIGENCIA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           PERFORM 0110-CARREGAR-BANDAS.
           PERFORM 0115-CARREGAR-CARGOS.
           IF NOT WRK-USA-BANDAS
               DISPLAY 'PERCENTUAL DE REAJUSTE (99,99): '
               ACCEPT WRK-PERCENTUAL
                       TO WRK-BND-PERC(WRK-QTD-BANDA)
           END-READ.

       0115-CARREGAR-CARGOS.
           OPEN INPUT JOB-POSITION-FILE.
           IF WRK-FS-CARGOS = '00'
               PERFORM 0116-LER-CARGO UNTIL WRK-FIM-TAB-CARGOS
               CLOSE JOB-POSITION-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CARGOS
               DISPLAY 'AVISO: CARGOS.dat AUSENTE - SIMULACAO SEM '
                   'CONFERENCIA DE FAIXA SALARIAL.'
           END-IF.

       0116-LER-CARGO.
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
                   MOVE CRG-SALARIO-MAX TO WRK-CRG-MAX(WRK-QTD-CARGO)
           END-READ.

       0140-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.
           PERFORM 0210-LER-EMPREGADO UNTIL WRK-FIM-EMPREGADOS.
           CLOSE EMPLOYEE-MASTER-FILE.
           PERFORM 0230-RESUMO-CENTRO-CUSTO.
           PERFORM 0235-RESUMO-FORA-FAIXA.
           CLOSE SIMULATION-REPORT-FILE.

       0210-LER-EMPREGADO.
               ' DE ' WRK-VALOR-ED
               ' PARA ' WRK-VALOR-ED2
               DELIMITED BY SIZE INTO SIMULATION-REPORT-RECORD.
           PERFORM 0227-CONFERIR-FAIXA-CARGO.
           PERFORM 0290-GRAVAR-LINHA.

       0225-DETERMINAR-PERCENTUAL.
           MOVE WRK-PERCENTUAL TO WRK-PERC-APLICAR.
           MOVE ZEROS TO WRK-BANDA-APLICADA.
           IF WRK-USA-BANDAS
               PERFORM VARYING WRK-SUB-BANDA FROM 1 BY 1
                   UNTIL WRK-SUB-BANDA > WRK-QTD-BANDA
                       <= WRK-BND-ATE(WRK-SUB-BANDA)
                       MOVE WRK-BND-PERC(WRK-SUB-BANDA)
                           TO WRK-PERC-APLICAR
                       MOVE WRK-SUB-BANDA TO WRK-BANDA-APLICADA
                       MOVE WRK-QTD-BANDA TO WRK-SUB-BANDA
                   END-IF
               END-PERFORM
           END-IF.

       0227-CONFERIR-FAIXA-CARGO.
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
           IF WRK-CARGO-ACHADO NOT = ZEROS
               IF EMP-SALARIO-BRUTO
                   NOT > WRK-CRG-MAX(WRK-CARGO-ACHADO)
                   AND WRK-SALARIO-NOVO
                   > WRK-CRG-MAX(WRK-CARGO-ACHADO)
                   ADD 1 TO WRK-QTD-FORA-FAIXA
                   IF WRK-BANDA-APLICADA NOT = ZEROS
                       ADD 1 TO WRK-BND-FORA(WRK-BANDA-APLICADA)
                   END-IF
                   MOVE ' FORA DA FAIXA'
                       TO SIMULATION-REPORT-RECORD(60:14)
               END-IF
           END-IF.

       0228-ACUMULAR-CENTRO-CUSTO.
           MOVE ZEROS TO WRK-CC-ACHADO.
           PERFORM VARYING WRK-SUB-CC FROM 1 BY 1
               PERFORM 0290-GRAVAR-LINHA
           END-PERFORM.

       0235-RESUMO-FORA-FAIXA.
           MOVE SPACES TO SIMULATION-REPORT-RECORD.
           STRING 'EMPREGADOS LEVADOS ACIMA DO MAXIMO DA FAIXA DO '
               'CARGO:'
               DELIMITED BY SIZE INTO SIMULATION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-USA-BANDAS
               PERFORM VARYING WRK-SUB-BANDA FROM 1 BY 1
                   UNTIL WRK-SUB-BANDA > WRK-QTD-BANDA
                   MOVE WRK-BND-DE(WRK-SUB-BANDA) TO WRK-VALOR-ED
                   MOVE WRK-BND-ATE(WRK-SUB-BANDA) TO WRK-VALOR-ED2
                   MOVE WRK-BND-PERC(WRK-SUB-BANDA) TO WRK-PERC-ED
                   MOVE SPACES TO SIMULATION-REPORT-RECORD
                   STRING '  FAIXA ' WRK-VALOR-ED
                       ' A ' WRK-VALOR-ED2
                       ' (' WRK-PERC-ED '%): '
                       WRK-BND-FORA(WRK-SUB-BANDA)
                       DELIMITED BY SIZE INTO SIMULATION-REPORT-RECORD
                   PERFORM 0290-GRAVAR-LINHA
               END-PERFORM
           ELSE
               MOVE WRK-PERCENTUAL TO WRK-PERC-ED
               MOVE SPACES TO SIMULATION-REPORT-RECORD
               STRING '  REAJUSTE DE ' WRK-PERC-ED '%: '
                   WRK-QTD-FORA-FAIXA
                   DELIMITED BY SIZE INTO SIMULATION-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           DISPLAY 'EMPREGADOS QUE O REAJUSTE LEVA ACIMA DA FAIXA '
               'DO CARGO: ' WRK-QTD-FORA-FAIXA.

       0290-GRAVAR-LINHA.
           WRITE SIMULATION-REPORT-RECORD.
           MOVE 'DISSIDIO' TO WRK-FSCHK-ARQ.
