       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMATURA.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: AUDITORIA DE CONCLUSAO DE CURSO. CONFERE O
      *          HISTORICO (TRANSCRP.dat) DE CADA ALUNO ATIVO CONTRA
      *          O CURRICULO DO SEU CURSO (CURRICULO.dat: LINHA R COM
      *          CARGA HORARIA MINIMA, FREQUENCIA MINIMA E QUANTIDADE
      *          MINIMA DE ELETIVAS; LINHAS O E E COM AS DISCIPLINAS
      *          OBRIGATORIAS E ELETIVAS E A CARGA DE CADA UMA) E
      *          LISTA NO FORMREL.dat O QUE AINDA FALTA. ALUNO
      *          COMPLETO COM MENSALIDADE EM ABERTO NO MENSREG.dat
      *          FICA RETIDO ATE A QUITACAO; SEM PENDENCIA, RECEBE O
      *          CERTIFICADO DE CONCLUSAO NUMERADO, GRAVADO NO
      *          REGISTRO CERTREG.dat, QUE NAO ADMITE SEGUNDA VIA DO
      *          MESMO ALUNO E CURSO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: A SECRETARIA CONFERIA A CONCLUSAO LENDO A
      *             SAIDA DO HISTALUNO LINHA A LINHA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUMAST.
           SELECT CURRICULUM-FILE ASSIGN TO "CURRICULO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CURRICULO.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSCRP.
           SELECT TUITION-REGISTER-FILE ASSIGN TO "MENSREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSREG.
           SELECT CERTIFICATE-REGISTER-FILE ASSIGN TO "CERTREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CERTREG.
           SELECT GRADUATION-REPORT-FILE ASSIGN TO "FORMREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FORMREL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           02 ALU-ID                 PIC X(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  CURRICULUM-FILE.
       01  CURRICULUM-RECORD.
           02 CUR-CURSO              PIC X(06).
           02 CUR-TIPO               PIC X(01).
           02 CUR-TURMA              PIC X(06).
           02 CUR-CARGA-HORARIA      PIC 9(04).
           02 CUR-FREQ-MIN           PIC 9(03).
           02 CUR-QTD-ELETIVAS       PIC 9(02).

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD.
           02 HIST-ALUNO-ID          PIC X(06).
           02 HIST-PERIODO           PIC X(06).
           02 HIST-NOTA1             PIC 9(02).
           02 HIST-NOTA2             PIC 9(02).
           02 HIST-MEDIA             PIC 9(02)V9.
           02 HIST-FREQUENCIA        PIC 9(03).
           02 HIST-STATUS            PIC X(17).
               88 HIST-APROVADO         VALUE 'APROVADO'
                                              'APROVADO - BONUS'.
           02 HIST-TURMA             PIC X(06).

       FD  TUITION-REGISTER-FILE.
       01  TUITION-REGISTER-RECORD.
           02 MR-NUMERO              PIC 9(08).
           02 MR-ALUNO               PIC X(06).
           02 MR-TURMA               PIC X(06).
           02 MR-COMPETENCIA         PIC 9(06).
           02 MR-VALOR               PIC 9(07)V99.
           02 MR-VALOR-PAGO          PIC 9(07)V99.
           02 MR-STATUS              PIC X(01).

       FD  CERTIFICATE-REGISTER-FILE.
       01  CERTIFICATE-REGISTER-RECORD.
           02 CER-NUMERO             PIC 9(06).
           02 CER-ALUNO              PIC X(06).
           02 CER-CURSO              PIC X(06).
           02 CER-DATA               PIC 9(08).
           02 CER-CARGA-HORARIA      PIC 9(04).
           02 CER-FREQUENCIA         PIC 9(03).

       FD  GRADUATION-REPORT-FILE.
       01  GRADUATION-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'FORMATURA'.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CURRICULO       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRANSCRP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MENSREG         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CERTREG         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FORMREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ALUMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ALUNOS                    VALUE 'S'.
       77 WRK-FIM-CURRICULO      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CURRICULOS                VALUE 'S'.
       77 WRK-FIM-TRANSCRP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-HISTORICO                 VALUE 'S'.
       77 WRK-FIM-MENSREG        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-COBRANCAS                 VALUE 'S'.
       77 WRK-FIM-CERTREG        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CERTIFICADOS              VALUE 'S'.
       77 WRK-CURSO-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-EMITIR             PIC X(01)      VALUE 'N'.
           88 WRK-EMITIR-CERTIFICADOS           VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-CUR            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-HIS            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-SLD            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CER            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CUR            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-HIS            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-SLD            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CER            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-REGRA-ACHADA       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-HIS-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SLD-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CER-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ULTIMO-CERTIFICADO PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-PENDENCIAS     PIC 9(03)      VALUE ZEROS.
       77 WRK-CARGA-CUMPRIDA     PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-CURSADAS       PIC 9(03)      VALUE ZEROS.
       77 WRK-SOMA-FREQUENCIA    PIC 9(06)      VALUE ZEROS.
       77 WRK-FREQ-MEDIA         PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-ELETIVAS       PIC 9(02)      VALUE ZEROS.
       77 WRK-FALTAM-ELETIVAS    PIC 9(02)      VALUE ZEROS.
       77 WRK-SALDO-ABERTO       PIC 9(07)V99   VALUE ZEROS.
       77 WRK-SALDO-ED           PIC ZZZZZZ9,99.
       77 WRK-QTD-AUDITADOS      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-PENDENTES      PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-RETIDOS        PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-EMITIDOS       PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-JA-EMITIDOS    PIC 9(04)      VALUE ZEROS.

       01  WRK-TAB-CUR VALUE ZEROS.
           02 WRK-CUR-LINHA OCCURS 200 TIMES.
               03 WRK-CUR-CURSO      PIC X(06).
               03 WRK-CUR-TIPO       PIC X(01).
               03 WRK-CUR-TURMA      PIC X(06).
               03 WRK-CUR-CARGA      PIC 9(04).
               03 WRK-CUR-FREQ-MIN   PIC 9(03).
               03 WRK-CUR-ELETIVAS   PIC 9(02).

       01  WRK-TAB-HIS VALUE ZEROS.
           02 WRK-HIS-LINHA OCCURS 500 TIMES.
               03 WRK-HIS-ALUNO      PIC X(06).
               03 WRK-HIS-TURMA      PIC X(06).
               03 WRK-HIS-FREQUENCIA PIC 9(03).

       01  WRK-TAB-SLD VALUE ZEROS.
           02 WRK-SLD-LINHA OCCURS 200 TIMES.
               03 WRK-SLD-ALUNO      PIC X(06).
               03 WRK-SLD-VALOR      PIC 9(07)V99.

       01  WRK-TAB-CER VALUE ZEROS.
           02 WRK-CER-LINHA OCCURS 500 TIMES.
               03 WRK-CER-NUMERO     PIC 9(06).
               03 WRK-CER-ALUNO      PIC X(06).
               03 WRK-CER-CURSO      PIC X(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-AUDITAR-ALUNOS.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'CURSO A AUDITAR (BRANCO = TODOS): '.
           ACCEPT WRK-CURSO-BUSCA.
           DISPLAY 'EMITIR CERTIFICADOS DOS APTOS (S/N): '.
           ACCEPT WRK-EMITIR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-CURRICULO.
           PERFORM 0120-CARREGAR-HISTORICO.
           PERFORM 0130-CARREGAR-SALDOS.
           PERFORM 0140-CARREGAR-CERTIFICADOS.
           OPEN OUTPUT GRADUATION-REPORT-FILE.
           MOVE 'FORMREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FORMREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO GRADUATION-REPORT-RECORD.
           STRING 'AUDITORIA DE CONCLUSAO DE CURSO - ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-EMITIR-CERTIFICADOS
               OPEN EXTEND CERTIFICATE-REGISTER-FILE
               IF WRK-FS-CERTREG NOT = '00'
                   OPEN OUTPUT CERTIFICATE-REGISTER-FILE
               END-IF
               MOVE 'CERTREG' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CERTREG,
                   WRK-FSCHK-CHAVE
           END-IF.

       0110-CARREGAR-CURRICULO.
           OPEN INPUT CURRICULUM-FILE.
           MOVE 'CURRICULO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CURRICULO,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-CURRICULO UNTIL WRK-FIM-CURRICULOS.
           CLOSE CURRICULUM-FILE.

       0111-LER-CURRICULO.
           READ CURRICULUM-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CURRICULO
               NOT AT END
                   MOVE 'WRK-TAB-CUR' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CUR TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CUR
                   MOVE CUR-CURSO    TO WRK-CUR-CURSO(WRK-QTD-CUR)
                   MOVE CUR-TIPO     TO WRK-CUR-TIPO(WRK-QTD-CUR)
                   MOVE CUR-TURMA    TO WRK-CUR-TURMA(WRK-QTD-CUR)
                   MOVE CUR-CARGA-HORARIA
                       TO WRK-CUR-CARGA(WRK-QTD-CUR)
                   MOVE CUR-FREQ-MIN TO WRK-CUR-FREQ-MIN(WRK-QTD-CUR)
                   MOVE CUR-QTD-ELETIVAS
                       TO WRK-CUR-ELETIVAS(WRK-QTD-CUR)
           END-READ.
           MOVE 'CURRICULO' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CURRICULO,
               WRK-FSCHK-CHAVE.

      *    SO INTERESSA A DISCIPLINA APROVADA; LINHA ANTIGA SEM TURMA
      *    NAO PODE SER CASADA COM O CURRICULO E FICA DE FORA.
       0120-CARREGAR-HISTORICO.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-FS-TRANSCRP = '00'
               PERFORM 0121-LER-HISTORICO UNTIL WRK-FIM-HISTORICO
               CLOSE TRANSCRIPT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-TRANSCRP
           END-IF.

       0121-LER-HISTORICO.
           READ TRANSCRIPT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRANSCRP
               NOT AT END
                   IF HIST-APROVADO AND HIST-TURMA NOT = SPACES
                       MOVE 'WRK-TAB-HIS' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-HIS TO WRK-TABCHK-QTD
                       MOVE 500 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-HIS
                       MOVE HIST-ALUNO-ID
                           TO WRK-HIS-ALUNO(WRK-QTD-HIS)
                       MOVE HIST-TURMA
                           TO WRK-HIS-TURMA(WRK-QTD-HIS)
                       MOVE HIST-FREQUENCIA
                           TO WRK-HIS-FREQUENCIA(WRK-QTD-HIS)
                   END-IF
           END-READ.

      *    SALDO EM ABERTO POR ALUNO: COBRANCA NAO QUITADA (STATUS
      *    DIFERENTE DE P) COM VALOR PAGO ABAIXO DO COBRADO.
       0130-CARREGAR-SALDOS.
           OPEN INPUT TUITION-REGISTER-FILE.
           IF WRK-FS-MENSREG = '00'
               PERFORM 0131-LER-COBRANCA UNTIL WRK-FIM-COBRANCAS
               CLOSE TUITION-REGISTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-MENSREG
           END-IF.

       0131-LER-COBRANCA.
           READ TUITION-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-MENSREG
               NOT AT END
                   IF MR-STATUS NOT = 'P'
                       AND MR-VALOR > MR-VALOR-PAGO
                       PERFORM 0132-ACUMULAR-SALDO
                   END-IF
           END-READ.

       0132-ACUMULAR-SALDO.
           MOVE ZEROS TO WRK-SLD-ACHADO.
           PERFORM VARYING WRK-SUB-SLD FROM 1 BY 1
               UNTIL WRK-SUB-SLD > WRK-QTD-SLD
               IF WRK-SLD-ALUNO(WRK-SUB-SLD) = MR-ALUNO
                   MOVE WRK-SUB-SLD TO WRK-SLD-ACHADO
                   MOVE WRK-QTD-SLD TO WRK-SUB-SLD
               END-IF
           END-PERFORM.
           IF WRK-SLD-ACHADO = ZEROS
               MOVE 'WRK-TAB-SLD' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-SLD TO WRK-TABCHK-QTD
               MOVE 200 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-SLD
               MOVE WRK-QTD-SLD TO WRK-SLD-ACHADO
               MOVE MR-ALUNO TO WRK-SLD-ALUNO(WRK-SLD-ACHADO)
           END-IF.
           COMPUTE WRK-SLD-VALOR(WRK-SLD-ACHADO) =
               WRK-SLD-VALOR(WRK-SLD-ACHADO)
               + MR-VALOR - MR-VALOR-PAGO.

       0140-CARREGAR-CERTIFICADOS.
           OPEN INPUT CERTIFICATE-REGISTER-FILE.
           IF WRK-FS-CERTREG = '00'
               PERFORM 0141-LER-CERTIFICADO UNTIL WRK-FIM-CERTIFICADOS
               CLOSE CERTIFICATE-REGISTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CERTREG
           END-IF.
           DISPLAY 'CERTIFICADOS JA REGISTRADOS: ' WRK-QTD-CER.

       0141-LER-CERTIFICADO.
           READ CERTIFICATE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CERTREG
               NOT AT END
                   MOVE 'WRK-TAB-CER' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CER TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CER
                   MOVE CER-NUMERO TO WRK-CER-NUMERO(WRK-QTD-CER)
                   MOVE CER-ALUNO  TO WRK-CER-ALUNO(WRK-QTD-CER)
                   MOVE CER-CURSO  TO WRK-CER-CURSO(WRK-QTD-CER)
                   IF CER-NUMERO > WRK-ULTIMO-CERTIFICADO
                       MOVE CER-NUMERO TO WRK-ULTIMO-CERTIFICADO
                   END-IF
           END-READ.

       0200-AUDITAR-ALUNOS.
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0201-LER-ALUNO UNTIL WRK-FIM-ALUNOS.
           CLOSE STUDENT-MASTER-FILE.

       0201-LER-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ALUMAST
               NOT AT END
                   IF ALU-STATUS = 'A'
                       AND ALU-CURSO NOT = SPACES
                       AND (WRK-CURSO-BUSCA = SPACES
                           OR ALU-CURSO = WRK-CURSO-BUSCA)
                       PERFORM 0210-AUDITAR-ALUNO
                   END-IF
           END-READ.

       0210-AUDITAR-ALUNO.
           ADD 1 TO WRK-QTD-AUDITADOS.
           MOVE SPACES TO GRADUATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'ALUNO ' ALU-ID ' ' ALU-NOME ' CURSO ' ALU-CURSO
               DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-REGRA-ACHADA WRK-QTD-PENDENCIAS
                         WRK-CARGA-CUMPRIDA WRK-QTD-CURSADAS
                         WRK-SOMA-FREQUENCIA WRK-FREQ-MEDIA
                         WRK-QTD-ELETIVAS.
           PERFORM VARYING WRK-SUB-CUR FROM 1 BY 1
               UNTIL WRK-SUB-CUR > WRK-QTD-CUR
               IF WRK-CUR-CURSO(WRK-SUB-CUR) = ALU-CURSO
                   IF WRK-CUR-TIPO(WRK-SUB-CUR) = 'R'
                       MOVE WRK-SUB-CUR TO WRK-REGRA-ACHADA
                   ELSE
                       PERFORM 0220-CONFERIR-DISCIPLINA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-REGRA-ACHADA = ZEROS
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE '  CURSO SEM LINHA R NO CURRICULO - NAO AUDITADO.'
                   TO GRADUATION-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           ELSE
               PERFORM 0230-CONFERIR-MINIMOS
               PERFORM 0240-CONCLUIR-ALUNO
           END-IF.

       0220-CONFERIR-DISCIPLINA.
           MOVE ZEROS TO WRK-HIS-ACHADO.
           PERFORM VARYING WRK-SUB-HIS FROM 1 BY 1
               UNTIL WRK-SUB-HIS > WRK-QTD-HIS
               IF WRK-HIS-ALUNO(WRK-SUB-HIS) = ALU-ID
                   AND WRK-HIS-TURMA(WRK-SUB-HIS)
                       = WRK-CUR-TURMA(WRK-SUB-CUR)
                   MOVE WRK-SUB-HIS TO WRK-HIS-ACHADO
                   MOVE WRK-QTD-HIS TO WRK-SUB-HIS
               END-IF
           END-PERFORM.
           IF WRK-HIS-ACHADO > ZEROS
               ADD WRK-CUR-CARGA(WRK-SUB-CUR) TO WRK-CARGA-CUMPRIDA
               ADD 1 TO WRK-QTD-CURSADAS
               ADD WRK-HIS-FREQUENCIA(WRK-HIS-ACHADO)
                   TO WRK-SOMA-FREQUENCIA
               IF WRK-CUR-TIPO(WRK-SUB-CUR) = 'E'
                   ADD 1 TO WRK-QTD-ELETIVAS
               END-IF
           ELSE
               IF WRK-CUR-TIPO(WRK-SUB-CUR) = 'O'
                   ADD 1 TO WRK-QTD-PENDENCIAS
                   MOVE SPACES TO GRADUATION-REPORT-RECORD
                   STRING '  FALTA OBRIGATORIA '
                       WRK-CUR-TURMA(WRK-SUB-CUR)
                       ' (' WRK-CUR-CARGA(WRK-SUB-CUR) ' H)'
                       DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
                   PERFORM 0390-GRAVAR-LINHA
               END-IF
           END-IF.

       0230-CONFERIR-MINIMOS.
           IF WRK-QTD-ELETIVAS < WRK-CUR-ELETIVAS(WRK-REGRA-ACHADA)
               ADD 1 TO WRK-QTD-PENDENCIAS
               COMPUTE WRK-FALTAM-ELETIVAS =
                   WRK-CUR-ELETIVAS(WRK-REGRA-ACHADA)
                   - WRK-QTD-ELETIVAS
               MOVE SPACES TO GRADUATION-REPORT-RECORD
               STRING '  FALTAM ' WRK-FALTAM-ELETIVAS
                   ' ELETIVA(S) DO CURRICULO'
                   DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           IF WRK-CARGA-CUMPRIDA < WRK-CUR-CARGA(WRK-REGRA-ACHADA)
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE SPACES TO GRADUATION-REPORT-RECORD
               STRING '  CARGA HORARIA ' WRK-CARGA-CUMPRIDA
                   ' H ABAIXO DO MINIMO DE '
                   WRK-CUR-CARGA(WRK-REGRA-ACHADA) ' H'
                   DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           IF WRK-QTD-CURSADAS > ZEROS
               COMPUTE WRK-FREQ-MEDIA ROUNDED =
                   WRK-SOMA-FREQUENCIA / WRK-QTD-CURSADAS
           END-IF.
           IF WRK-FREQ-MEDIA < WRK-CUR-FREQ-MIN(WRK-REGRA-ACHADA)
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE SPACES TO GRADUATION-REPORT-RECORD
               STRING '  FREQUENCIA MEDIA ' WRK-FREQ-MEDIA
                   '% ABAIXO DO MINIMO DE '
                   WRK-CUR-FREQ-MIN(WRK-REGRA-ACHADA) '%'
                   DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0240-CONCLUIR-ALUNO.
           MOVE ZEROS TO WRK-CER-ACHADO WRK-SALDO-ABERTO.
           PERFORM VARYING WRK-SUB-CER FROM 1 BY 1
               UNTIL WRK-SUB-CER > WRK-QTD-CER
               IF WRK-CER-ALUNO(WRK-SUB-CER) = ALU-ID
                   AND WRK-CER-CURSO(WRK-SUB-CER) = ALU-CURSO
                   MOVE WRK-SUB-CER TO WRK-CER-ACHADO
                   MOVE WRK-QTD-CER TO WRK-SUB-CER
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-SLD FROM 1 BY 1
               UNTIL WRK-SUB-SLD > WRK-QTD-SLD
               IF WRK-SLD-ALUNO(WRK-SUB-SLD) = ALU-ID
                   MOVE WRK-SLD-VALOR(WRK-SUB-SLD) TO WRK-SALDO-ABERTO
                   MOVE WRK-QTD-SLD TO WRK-SUB-SLD
               END-IF
           END-PERFORM.
           MOVE SPACES TO GRADUATION-REPORT-RECORD.
           EVALUATE TRUE
               WHEN WRK-QTD-PENDENCIAS > ZEROS
                   ADD 1 TO WRK-QTD-PENDENTES
                   STRING '  SITUACAO: PENDENTE (' WRK-QTD-PENDENCIAS
                       ' ITEM(NS))'
                       DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
               WHEN WRK-CER-ACHADO > ZEROS
                   ADD 1 TO WRK-QTD-JA-EMITIDOS
                   STRING '  SITUACAO: CONCLUIDO - CERTIFICADO '
                       WRK-CER-NUMERO(WRK-CER-ACHADO)
                       ' JA EMITIDO, SEGUNDA EMISSAO RECUSADA'
                       DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
               WHEN WRK-SALDO-ABERTO > ZEROS
                   ADD 1 TO WRK-QTD-RETIDOS
                   MOVE WRK-SALDO-ABERTO TO WRK-SALDO-ED
                   STRING '  SITUACAO: RETIDO - MENSALIDADE EM ABERTO '
                       WRK-SALDO-ED
                       DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
               WHEN WRK-EMITIR-CERTIFICADOS
                   PERFORM 0250-EMITIR-CERTIFICADO
                   STRING '  SITUACAO: CONCLUIDO - CERTIFICADO '
                       WRK-ULTIMO-CERTIFICADO ' EMITIDO ('
                       WRK-CARGA-CUMPRIDA
                       ' H, FREQ ' WRK-FREQ-MEDIA '%)'
                       DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
               WHEN OTHER
                   STRING '  SITUACAO: APTO - CERTIFICADO NAO EMITIDO '
                       'NESTA EXECUCAO'
                       DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD
           END-EVALUATE.
           PERFORM 0390-GRAVAR-LINHA.

       0250-EMITIR-CERTIFICADO.
           ADD 1 TO WRK-ULTIMO-CERTIFICADO.
           MOVE WRK-ULTIMO-CERTIFICADO TO CER-NUMERO.
           MOVE ALU-ID                 TO CER-ALUNO.
           MOVE ALU-CURSO              TO CER-CURSO.
           MOVE WRK-DATA-HOJE          TO CER-DATA.
           MOVE WRK-CARGA-CUMPRIDA     TO CER-CARGA-HORARIA.
           MOVE WRK-FREQ-MEDIA         TO CER-FREQUENCIA.
           WRITE CERTIFICATE-REGISTER-RECORD.
           MOVE 'CERTREG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CERTREG,
               WRK-FSCHK-CHAVE.
           MOVE 'WRK-TAB-CER' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-CER TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-CER.
           MOVE WRK-ULTIMO-CERTIFICADO TO WRK-CER-NUMERO(WRK-QTD-CER).
           MOVE ALU-ID    TO WRK-CER-ALUNO(WRK-QTD-CER).
           MOVE ALU-CURSO TO WRK-CER-CURSO(WRK-QTD-CER).
           ADD 1 TO WRK-QTD-EMITIDOS.

       0390-GRAVAR-LINHA.
           WRITE GRADUATION-REPORT-RECORD.
           MOVE 'FORMREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FORMREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO GRADUATION-REPORT-RECORD.

       0900-ENCERRAR.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'AUDITADOS ' WRK-QTD-AUDITADOS
               ' PENDENTES ' WRK-QTD-PENDENTES
               ' RETIDOS ' WRK-QTD-RETIDOS
               ' EMITIDOS ' WRK-QTD-EMITIDOS
               ' JA EMITIDOS ' WRK-QTD-JA-EMITIDOS
               DELIMITED BY SIZE INTO GRADUATION-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE GRADUATION-REPORT-FILE.
           IF WRK-EMITIR-CERTIFICADOS
               CLOSE CERTIFICATE-REGISTER-FILE
           END-IF.
           DISPLAY 'ALUNOS AUDITADOS: ' WRK-QTD-AUDITADOS
               ', CERTIFICADOS EMITIDOS: ' WRK-QTD-EMITIDOS
               ' - VER FORMREL.dat'.
