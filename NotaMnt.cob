      *2026-09-03 - REMOVIDOS A CARGA LOCAL DO OPERATORS.dat E O
      *             PARAGRAFO DE CONSULTA SEM SENHA, ORFAOS DESDE
      *             QUE O SIGN-ON PASSOU PELO CALL 'OPER-CHECK'.
      *2026-10-15 - LAYOUT DO MATRICULAS ESTENDIDO COM O SUPERVISOR QUE
      *             LIBEROU A MATRICULA SEM PRE-REQUISITO
      *             (MAT-AUTORIZADOR).
      *2026-10-15 - NOVA OPCAO B - LIBERACAO DO BOLETIM DE ALUNO COM
      *             MENSALIDADE VENCIDA HA MAIS DE MENS-DIAS-BLOQ DIAS
      *             (CALL 'MENS-CHECK'), QUE O BOLETIM RETEM: MOSTRA O
      *             VALOR DEVIDO E SO LIBERA COM ALCADA DE SUPERVISOR E
      *             MOTIVO, GRAVANDO O BOLLIB.dat E O AUDITLOG.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "NOTALTER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTALTER.
           SELECT REPORT-CARD-RELEASE-FILE ASSIGN TO "BOLLIB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLLIB.

       DATA DIVISION.
       FILE SECTION.
           02 MAT-PERIODO            PIC X(06).
           02 MAT-STATUS             PIC X(01).
           02 MAT-DATA               PIC 9(08).
           02 MAT-AUTORIZADOR        PIC X(06).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD      PIC X(100).

       FD  REPORT-CARD-RELEASE-FILE.
       01  REPORT-CARD-RELEASE-RECORD.
           02 BLB-TURMA              PIC X(06).
           02 BLB-PERIODO            PIC X(06).
           02 BLB-ALUNO              PIC X(06).
           02 BLB-DATA               PIC 9(08).
           02 BLB-AUTORIZADOR        PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'MENSCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'NOTAMNT'.
       77 WRK-FS-GRADES          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-GRADESNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MATRIC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-NOTALTER        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BOLLIB          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-GRADES         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-NOTAS                     VALUE 'S'.
       77 WRK-FIM-MATRIC         PIC X(01)      VALUE 'N'.
           88 WRK-OPCAO-LANCAR                  VALUE 'N'.
           88 WRK-OPCAO-RELATORIO               VALUE 'R'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-BOLETIM                 VALUE 'B'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-TURMA-ENTRADA      PIC X(06)      VALUE SPACES.
       77 WRK-PERIODO-ENTRADA    PIC X(06)      VALUE SPACES.
       77 WRK-NOTA-NOVA-ED       PIC Z9,9       VALUE ZEROS.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-QTD-ALTERACOES     PIC 9(04)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-LIBERAR            PIC X(01)      VALUE 'N'.
       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-AUTORIZACAO        PIC X(01)      VALUE 'N'.
           88 WRK-AUTORIZADO                    VALUE 'S'.
       77 WRK-AUTORIZADOR        PIC X(06)      VALUE SPACES.
       77 WRK-NOME-GRADES        PIC X(20)      VALUE "GRADES.dat".
       77 WRK-NOME-GRADESNW      PIC X(20)      VALUE "GRADESNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0103D-ASSINAR-OPERADOR.
           PERFORM 0110-CARREGAR-NOTAS.
           PERFORM 0120-CARREGAR-MATRICULAS.

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (N=NOTA R=RELATORIO DE ALTERACOES '
               'L=LISTAR B=LIBERAR BOLETIM F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-LANCAR
                   PERFORM 0400-RELATORIO-ALTERACOES
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0230-LISTAR-NOTAS
               WHEN WRK-OPCAO-BOLETIM
                   PERFORM 0260-LIBERAR-BOLETIM
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.

      *    BOLETIM DE ALUNO COM MENSALIDADE VENCIDA HA MAIS DE
      *    MENS-DIAS-BLOQ DIAS (CALL 'MENS-CHECK') FICA RETIDO NA
      *    EMISSAO. A LIBERACAO ANTES DA QUITACAO SO COM ALCADA DE
      *    SUPERVISOR E MOTIVO: GRAVA O BOLLIB.dat, QUE O BOLETIM
      *    RESPEITA, E DUAS LINHAS NO AUDITLOG.
       0260-LIBERAR-BOLETIM.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA-ENTRADA.
           DISPLAY 'PERIODO LETIVO: '.
           ACCEPT WRK-PERIODO-ENTRADA.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-ALUNO-ENTRADA.
           PERFORM 0215-CRITICAR-MATRICULA.
           IF WRK-MATRIC-ATIVA = 'N'
               DISPLAY 'ALUNO SEM MATRICULA ATIVA NA TURMA E '
                   'PERIODO.'
           ELSE
               CALL 'MENS-CHECK' USING WRK-ALUNO-ENTRADA,
                   WRK-MENSCHK-VALOR, WRK-MENSCHK-QTD,
                   WRK-MENSCHK-DIAS, WRK-MENSCHK-RESULTADO
               IF NOT WRK-MENSCHK-BLOQUEADO
                   DISPLAY 'SEM PENDENCIA FINANCEIRA - BOLETIM '
                       'LIBERADO NA EMISSAO.'
               ELSE
                   MOVE WRK-MENSCHK-VALOR TO WRK-MENSCHK-VALOR-ED
                   DISPLAY 'MENSALIDADE EM ATRASO: R$ '
                       WRK-MENSCHK-VALOR-ED ' EM ' WRK-MENSCHK-QTD
                       ' COBRANCA(S), ATRASO DE ATE '
                       WRK-MENSCHK-DIAS ' DIAS.'
                   DISPLAY 'BOLETIM RETIDO ATE A QUITACAO.'
                   DISPLAY 'LIBERAR COM AUTORIZACAO DE SUPERVISOR '
                       '(S/N): '
                   ACCEPT WRK-LIBERAR
                   IF WRK-LIBERAR = 'S'
                       PERFORM 0265-AUTORIZAR-SUPERVISOR
                       IF WRK-AUTORIZADO
                           PERFORM 0270-GRAVAR-LIBERACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0265-AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WRK-AUTORIZACAO.
           MOVE SPACES TO WRK-AUTORIZADOR.
           DISPLAY 'AUTORIZACAO DE SUPERVISOR - ASSINE COM '
               'ID E SENHA:'.
           MOVE 'N' TO WRK-OPERCHK-RESULTADO.
           CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
               WRK-SUP-ID, WRK-SUP-NOME,
               WRK-SUP-NIVEL, WRK-OPERCHK-RESULTADO.
           IF WRK-OPERCHK-RESULTADO = 'S'
               AND WRK-SUP-NIVEL = 9
               MOVE WRK-SUP-ID TO WRK-AUTORIZADOR
               MOVE 'S' TO WRK-AUTORIZACAO
           ELSE
               DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                   'DE SUPERVISOR.'
           END-IF.

       0270-GRAVAR-LIBERACAO.
           DISPLAY 'MOTIVO DA LIBERACAO: '.
           ACCEPT WRK-MENSCHK-MOTIVO.
           IF WRK-MENSCHK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - BOLETIM CONTINUA '
                   'RETIDO.'
           ELSE
               OPEN EXTEND REPORT-CARD-RELEASE-FILE
               IF WRK-FS-BOLLIB NOT = '00'
                   OPEN OUTPUT REPORT-CARD-RELEASE-FILE
                   MOVE 'BOLLIB' TO WRK-FSCHK-ARQ
                   MOVE 'OPEN' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-BOLLIB,
                       WRK-FSCHK-CHAVE
               END-IF
               MOVE WRK-TURMA-ENTRADA   TO BLB-TURMA
               MOVE WRK-PERIODO-ENTRADA TO BLB-PERIODO
               MOVE WRK-ALUNO-ENTRADA   TO BLB-ALUNO
               MOVE WRK-DATA-HOJE       TO BLB-DATA
               MOVE WRK-AUTORIZADOR     TO BLB-AUTORIZADOR
               WRITE REPORT-CARD-RELEASE-RECORD
               MOVE 'BOLLIB' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-BOLLIB,
                   WRK-FSCHK-CHAVE
               CLOSE REPORT-CARD-RELEASE-FILE
               MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA
               STRING 'BOLETIM ' WRK-TURMA-ENTRADA ' '
                   WRK-PERIODO-ENTRADA ' ' WRK-ALUNO-ENTRADA
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               STRING 'DEBITO ' WRK-MENSCHK-VALOR-ED
                   ' AUT=' WRK-AUTORIZADOR
                   DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'MOTIVO LIB. BOLETIM ' WRK-ALUNO-ENTRADA
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               MOVE WRK-MENSCHK-MOTIVO TO WRK-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
               DISPLAY 'BOLETIM LIBERADO POR ' WRK-AUTORIZADOR '.'
           END-IF.

       0400-RELATORIO-ALTERACOES.
           DISPLAY 'PERIODO LETIVO DO RELATORIO: '.
           ACCEPT WRK-PERIODO-ENTRADA.
