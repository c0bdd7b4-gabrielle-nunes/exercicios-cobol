      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-02 - A GERACAO DE PERIODOS LE O AFASTAMENTOS.dat: PERIODO
      *             AQUISITIVO COM MAIS DE 180 DIAS DE AUXILIO-DOENCA OU
      *             ACIDENTE PAGOS PELO INSS E GRAVADO COM DIREITO E
      *             SALDO ZERO (CLT ART. 133 IV).
      *2026-10-03 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-GRAU-RISCO (GRAU DE
      *             INSALUBRIDADE/PERICULOSIDADE).
      *2026-10-05 - FDS DO EMPLOYEE-MASTER E DO PAYHIST ACOMPANHAM OS
      *             NOVOS CAMPOS DA CONTRIBUICAO SINDICAL
      *             (EMP-SINDICATO, EMP-OPOSICAO-SIND E PH-SINDICATO).
      *2026-10-06 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-CARGO (TABELA DE CARGOS E SALARIOS).
      *2026-10-11 - FD DO PAYHIST ACOMPANHA O NOVO CAMPO PH-CONSUMO
      *2026-10-15 - LEITURA DO AFASTAMENTOS.dat PASSA PELO FS-CHECK.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ALERT-REPORT-FILE ASSIGN TO "VACALERT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VACALERT.
           SELECT LEAVE-FILE ASSIGN TO "AFASTAMENTOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AFASTAM.

       DATA DIVISION.
       FILE SECTION.
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  VACATION-REGISTER-FILE.
       01  VACATION-REGISTER-RECORD.
           02 PH-LIQUIDO            PIC 9(7)V99.
           02 PH-EMPRESTIMO         PIC 9(7)V99.
           02 PH-PENSAO             PIC 9(7)V99.
           02 PH-SINDICATO          PIC 9(7)V99.
           02 PH-CONSUMO            PIC 9(7)V99.

       FD  ALERT-REPORT-FILE.
       01  ALERT-REPORT-RECORD      PIC X(72).

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           02 AFA-MATRICULA         PIC X(06).
           02 AFA-TIPO              PIC X(01).
           02 AFA-DATA-INICIO       PIC 9(08).
           02 AFA-RETORNO-PREVISTO  PIC 9(08).
           02 AFA-RETORNO-EFETIVO   PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
       77 WRK-FS-VACREGNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAYHIST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-VACALERT        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AFASTAM         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-VACREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-PAYHIST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-HISTORICO                 VALUE 'S'.
       77 WRK-FIM-AFASTAM        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-AFASTAMENTOS              VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-GERAR                   VALUE 'G'.
           88 WRK-OPCAO-BAIXAR                  VALUE 'B'.
       77 WRK-NOME-VACREG        PIC X(20)      VALUE "VACREG.dat".
       77 WRK-NOME-VACREGNW      PIC X(20)      VALUE "VACREGNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
       77 WRK-QTD-AFA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-AFA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SERIAL-PER-INI     PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-PER-FIM     PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-AFA-INI     PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-AFA-FIM     PIC 9(07)      VALUE ZEROS.
       77 WRK-DIAS-BENEFICIO     PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-PERDIDOS       PIC 9(04)      VALUE ZEROS.

       01  WRK-DATA-BASE.
           02 WRK-BAS-ANO           PIC 9(04).
               03 WRK-VAC-GOZADOS    PIC 9(02).
               03 WRK-VAC-SALDO      PIC 9(02).

       01  WRK-TAB-AFA VALUE ZEROS.
           02 WRK-AFA-LINHA OCCURS 500 TIMES.
               03 WRK-AFA-MATRICULA  PIC X(06).
               03 WRK-AFA-TIPO       PIC X(01).
               03 WRK-AFA-INICIO     PIC 9(08).
               03 WRK-AFA-EFETIVO    PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           END-IF.
           MOVE WRK-DATA-BASE TO WRK-DATA-SOMADA.

       0120-CARREGAR-AFASTAMENTOS.
           OPEN INPUT LEAVE-FILE.
           IF WRK-FS-AFASTAM = '00'
               PERFORM 0121-LER-AFASTAMENTO UNTIL WRK-FIM-AFASTAMENTOS
               CLOSE LEAVE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-AFASTAM
           END-IF.

       0121-LER-AFASTAMENTO.
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
                   MOVE AFA-TIPO
                       TO WRK-AFA-TIPO(WRK-QTD-AFA)
                   MOVE AFA-DATA-INICIO
                       TO WRK-AFA-INICIO(WRK-QTD-AFA)
                   MOVE AFA-RETORNO-EFETIVO
                       TO WRK-AFA-EFETIVO(WRK-QTD-AFA)
           END-READ.
           MOVE 'AFASTAM' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AFASTAM,
               WRK-FSCHK-CHAVE.

       0200-GERAR-PERIODOS.
           PERFORM 0120-CARREGAR-AFASTAMENTOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY 'PERIODOS AQUISITIVOS GERADOS: '
               WRK-QTD-GERADOS.
           DISPLAY 'PERIODOS SEM DIREITO (ART. 133 IV):  '
               WRK-QTD-PERDIDOS.
           IF WRK-QTD-GERADOS > 0
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
           END-IF.
               MOVE 30 TO WRK-VAC-DIREITO(WRK-IDX-VAC)
               MOVE ZEROS TO WRK-VAC-GOZADOS(WRK-IDX-VAC)
               MOVE 30 TO WRK-VAC-SALDO(WRK-IDX-VAC)
               PERFORM 0230-SOMAR-DIAS-BENEFICIO
               IF WRK-DIAS-BENEFICIO > 180
                   MOVE ZEROS TO WRK-VAC-DIREITO(WRK-IDX-VAC)
                                 WRK-VAC-SALDO(WRK-IDX-VAC)
                   ADD 1 TO WRK-QTD-PERDIDOS
                   DISPLAY 'MATRICULA ' EMP-MATRICULA ' PERIODO '
                       WRK-PER-INICIO ': ' WRK-DIAS-BENEFICIO
                       ' DIAS DE BENEFICIO DO INSS - SEM DIREITO.'
               END-IF
           END-IF.

      *    CLT ART. 133 IV: DIAS DE AUXILIO-DOENCA OU ACIDENTE PAGOS
      *    PELO INSS (DO 16O DIA ATE A VESPERA DO RETORNO) DENTRO DO
      *    PERIODO AQUISITIVO; ACIMA DE 180 O PERIODO NAO DA DIREITO.
       0230-SOMAR-DIAS-BENEFICIO.
           MOVE ZEROS TO WRK-DIAS-BENEFICIO.
           COMPUTE WRK-SERIAL-PER-INI =
               FUNCTION INTEGER-OF-DATE(WRK-PER-INICIO).
           COMPUTE WRK-SERIAL-PER-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-PER-FIM) - 1.
           PERFORM VARYING WRK-SUB-AFA FROM 1 BY 1
               UNTIL WRK-SUB-AFA > WRK-QTD-AFA
               IF WRK-AFA-MATRICULA(WRK-SUB-AFA) = EMP-MATRICULA
                   AND WRK-AFA-TIPO(WRK-SUB-AFA) NOT = 'M'
                   PERFORM 0231-SOMAR-TRECHO-BENEFICIO
               END-IF
           END-PERFORM.

       0231-SOMAR-TRECHO-BENEFICIO.
           COMPUTE WRK-SERIAL-AFA-INI =
               FUNCTION INTEGER-OF-DATE(WRK-AFA-INICIO(WRK-SUB-AFA))
               + 15.
           IF WRK-AFA-EFETIVO(WRK-SUB-AFA) = ZEROS
               MOVE WRK-SERIAL-PER-FIM TO WRK-SERIAL-AFA-FIM
           ELSE
               COMPUTE WRK-SERIAL-AFA-FIM =
                   FUNCTION INTEGER-OF-DATE
                       (WRK-AFA-EFETIVO(WRK-SUB-AFA)) - 1
           END-IF.
           IF WRK-SERIAL-AFA-INI < WRK-SERIAL-PER-INI
               MOVE WRK-SERIAL-PER-INI TO WRK-SERIAL-AFA-INI
           END-IF.
           IF WRK-SERIAL-AFA-FIM > WRK-SERIAL-PER-FIM
               MOVE WRK-SERIAL-PER-FIM TO WRK-SERIAL-AFA-FIM
           END-IF.
           IF WRK-SERIAL-AFA-FIM >= WRK-SERIAL-AFA-INI
               COMPUTE WRK-DIAS-BENEFICIO = WRK-DIAS-BENEFICIO
                   + WRK-SERIAL-AFA-FIM - WRK-SERIAL-AFA-INI + 1
           END-IF.

       0400-BAIXAR-FERIAS-PAGAS.
