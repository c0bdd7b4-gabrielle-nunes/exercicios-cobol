      *          DENTRO DELA, E UM DE REMUNERACAO (S-1200) POR
      *          EMPREGADO PROCESSADO NO PAYHIST, COM BRUTO, INSS,
      *          IRRF E FGTS (PERCENTUAL FGTS-PERC DO PARMS SOBRE O
      *          BRUTO, A MESMA BASE QUE O SALARIO DEPOSITA), E UM DE
      *          AFASTAMENTO (S-2230) POR AFASTAMENTO DO
      *          AFASTAMENTOS.dat INICIADO OU ENCERRADO NELA. O
      *          ARQUIVO ESOCIAL.dat SAI COM HEADER E TRAILER E SO E
      *          GRAVADO SE A PASSADA DE VALIDACAO NAO ACUSAR EVENTO
      *          COM DADO OBRIGATORIO FALTANDO.
      *2026-09-02 - CRIADO: A REDIGITACAO DO PAYSLIP E DO RESCISAO NO
      *             PORTAL DO GOVERNO JA RENDEU DUAS MULTAS POR INSS
      *             DIVERGENTE.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-02 - EVENTO S-2230 DE AFASTAMENTO LIDO DO
      *             AFASTAMENTOS.dat, COM O TIPO (D/A/M) NO MOTIVO, A
      *             DATA DE INICIO E O RETORNO EFETIVO NO NOVO CAMPO
      *             ESR-DATA-FIM.
      *2026-10-03 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-GRAU-RISCO (GRAU DE
      *             INSALUBRIDADE/PERICULOSIDADE).
      *2026-10-04 - PAYHIST DO MODO 5 (PLR) NAO GERA FGTS NO S-1200.
      *2026-10-05 - FDS DO EMPLOYEE-MASTER E DO PAYHIST ACOMPANHAM OS
      *             NOVOS CAMPOS DA CONTRIBUICAO SINDICAL
      *             (EMP-SINDICATO, EMP-OPOSICAO-SIND E PH-SINDICATO).
      *2026-10-06 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-CARGO (TABELA DE CARGOS E SALARIOS).
      *2026-10-11 - FD DO PAYHIST ACOMPANHA O NOVO CAMPO PH-CONSUMO
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SOCIAL-EVENT-FILE ASSIGN TO "ESOCIAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESOCIAL.
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

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           02 PH-LIQUIDO            PIC 9(7)V99.
           02 PH-EMPRESTIMO         PIC 9(7)V99.
           02 PH-PENSAO             PIC 9(7)V99.
           02 PH-SINDICATO          PIC 9(7)V99.
           02 PH-CONSUMO            PIC 9(7)V99.

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           02 AFA-MATRICULA         PIC X(06).
           02 AFA-TIPO              PIC X(01).
           02 AFA-DATA-INICIO       PIC 9(08).
           02 AFA-RETORNO-PREVISTO  PIC 9(08).
           02 AFA-RETORNO-EFETIVO   PIC 9(08).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 ESR-IRRF              PIC 9(07)V99.
           02 FILLER                PIC X(02).
           02 ESR-FGTS              PIC 9(07)V99.
           02 FILLER                PIC X(02).
           02 ESR-DATA-FIM          PIC 9(08).
       01  SOCIAL-EVENT-TRAILER.
           02 EST-LITERAL           PIC X(07).
           02 FILLER                PIC X(02).
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAYHIST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ESOCIAL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AFASTAM         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-AFASTAM        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-AFASTAMENTOS              VALUE 'S'.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-PAYHIST        PIC X(01)      VALUE 'N'.
               03 WRK-EVT-INSS       PIC 9(07)V99.
               03 WRK-EVT-IRRF       PIC 9(07)V99.
               03 WRK-EVT-FGTS       PIC 9(07)V99.
               03 WRK-EVT-DATA-FIM   PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
       0200-COLETAR-EVENTOS.
           PERFORM 0210-COLETAR-MOVIMENTO-MASTER.
           PERFORM 0220-COLETAR-REMUNERACAO.
           PERFORM 0230-COLETAR-AFASTAMENTOS.

       0210-COLETAR-MOVIMENTO-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
                         WRK-EVT-BRUTO(WRK-IDX-EVT)
                         WRK-EVT-INSS(WRK-IDX-EVT)
                         WRK-EVT-IRRF(WRK-IDX-EVT)
                         WRK-EVT-FGTS(WRK-IDX-EVT)
                         WRK-EVT-DATA-FIM(WRK-IDX-EVT).

       0220-COLETAR-REMUNERACAO.
           OPEN INPUT PAY-HISTORY-FILE.
           ADD PH-BRUTO TO WRK-EVT-BRUTO(WRK-IDX-EVT).
           ADD PH-INSS  TO WRK-EVT-INSS(WRK-IDX-EVT).
           ADD PH-IRRF  TO WRK-EVT-IRRF(WRK-IDX-EVT).
           IF PH-MODO NOT = '5'
               COMPUTE WRK-EVT-FGTS(WRK-IDX-EVT) ROUNDED =
                   WRK-EVT-FGTS(WRK-IDX-EVT)
                   + (PH-BRUTO * WRK-FGTS-PERC)
           END-IF.

       0223-BUSCAR-NOME-EMPREGADO.
           MOVE SPACES TO WRK-NOME-ACHADO.
                       TO WRK-NOME-ACHADO
           END-SEARCH.

       0230-COLETAR-AFASTAMENTOS.
           OPEN INPUT LEAVE-FILE.
           IF WRK-FS-AFASTAM = '00'
               PERFORM 0231-LER-AFASTAMENTO UNTIL WRK-FIM-AFASTAMENTOS
               CLOSE LEAVE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-AFASTAM
           END-IF.

       0231-LER-AFASTAMENTO.
           READ LEAVE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAM
               NOT AT END
                   IF AFA-DATA-INICIO(1:6) = WRK-COMPETENCIA
                       OR (AFA-RETORNO-EFETIVO > 0
                           AND AFA-RETORNO-EFETIVO(1:6)
                               = WRK-COMPETENCIA)
                       PERFORM 0232-EVENTO-AFASTAMENTO
                   END-IF
           END-READ.
           MOVE 'AFASTAMENTOS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AFASTAM,
               WRK-FSCHK-CHAVE.

      *    S-2230: UM EVENTO POR AFASTAMENTO INICIADO OU ENCERRADO NA
      *    COMPETENCIA. O TIPO (D/A/M) VAI NO MOTIVO E O RETORNO
      *    EFETIVO SO SAI QUANDO JA OCORREU ATE O FIM DA COMPETENCIA.
       0232-EVENTO-AFASTAMENTO.
           PERFORM 0219-ABRIR-EVENTO.
           MOVE 'S-2230' TO WRK-EVT-TIPO(WRK-IDX-EVT).
           MOVE AFA-MATRICULA TO WRK-EVT-MATRICULA(WRK-IDX-EVT).
           MOVE SPACES TO WRK-NOME-ACHADO.
           SET WRK-IDX-EMP TO 1.
           SEARCH WRK-EMP-LINHA
               AT END
                   CONTINUE
               WHEN WRK-EMP-MATRICULA(WRK-IDX-EMP) = AFA-MATRICULA
                   MOVE WRK-EMP-NOME(WRK-IDX-EMP)
                       TO WRK-NOME-ACHADO
           END-SEARCH.
           MOVE WRK-NOME-ACHADO TO WRK-EVT-NOME(WRK-IDX-EVT).
           MOVE AFA-DATA-INICIO TO WRK-EVT-DATA(WRK-IDX-EVT).
           MOVE AFA-TIPO TO WRK-EVT-MOTIVO(WRK-IDX-EVT).
           IF AFA-RETORNO-EFETIVO > 0
               AND AFA-RETORNO-EFETIVO(1:6) NOT > WRK-COMPETENCIA
               MOVE AFA-RETORNO-EFETIVO
                   TO WRK-EVT-DATA-FIM(WRK-IDX-EVT)
           END-IF.

       0400-VALIDAR-EVENTOS.
           MOVE ZEROS TO WRK-QTD-ERROS.
           PERFORM 0410-VALIDAR-EVENTO
                           WRK-EVT-MATRICULA(WRK-SUB-EVENTO)
                           ' SEM MOTIVO DE DESLIGAMENTO.'
                   END-IF
               WHEN 'S-2230'
                   MOVE 'EVT-DATA' TO WRK-DTCHK-CAMPO
                   MOVE 'W' TO WRK-DTCHK-SEVERIDADE
                   MOVE WRK-EVT-DATA(WRK-SUB-EVENTO)
                       TO WRK-DTCHK-DATA
                   CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
                       WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
                       WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO
                   IF WRK-DTCHK-RESULTADO = 'N'
                       ADD 1 TO WRK-QTD-ERROS
                       DISPLAY 'EVENTO S-2230 MATRICULA '
                           WRK-EVT-MATRICULA(WRK-SUB-EVENTO)
                           ' COM DATA DE INICIO INVALIDA.'
                   END-IF
                   IF WRK-EVT-MOTIVO(WRK-SUB-EVENTO) NOT = 'D'
                       AND WRK-EVT-MOTIVO(WRK-SUB-EVENTO) NOT = 'A'
                       AND WRK-EVT-MOTIVO(WRK-SUB-EVENTO) NOT = 'M'
                       ADD 1 TO WRK-QTD-ERROS
                       DISPLAY 'EVENTO S-2230 MATRICULA '
                           WRK-EVT-MATRICULA(WRK-SUB-EVENTO)
                           ' SEM TIPO DE AFASTAMENTO.'
                   END-IF
               WHEN 'S-1200'
                   IF WRK-EVT-BRUTO(WRK-SUB-EVENTO) = ZEROS
                       ADD 1 TO WRK-QTD-ERROS
           MOVE WRK-EVT-INSS(WRK-SUB-EVENTO)      TO ESR-INSS.
           MOVE WRK-EVT-IRRF(WRK-SUB-EVENTO)      TO ESR-IRRF.
           MOVE WRK-EVT-FGTS(WRK-SUB-EVENTO)      TO ESR-FGTS.
           MOVE WRK-EVT-DATA-FIM(WRK-SUB-EVENTO)  TO ESR-DATA-FIM.
           WRITE SOCIAL-EVENT-RECORD.
           MOVE 'ESOCIAL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
