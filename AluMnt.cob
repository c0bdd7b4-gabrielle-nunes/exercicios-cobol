      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - MATRICULA CRITICA OS PRE-REQUISITOS DA TURMA
      *             (PREREQ.dat: TURMA EXIGIDA E CRITERIO STATUS
      *             APROVADO OU MEDIA MINIMA) CONTRA O HISTORICO
      *             TRANSCRP DE PERIODOS ANTERIORES E RECUSA NOMEANDO O
      *             QUE FALTA; A SECRETARIA SO LIBERA COM ALCADA DE
      *             SUPERVISOR (CALL 'OPER-CHECK'), GRAVADA NA MATRICULA
      *             (MAT-AUTORIZADOR) E NO AUDITLOG. NOVA OPCAO P -
      *             RELATORIO DO PERIODO (PREREQREL.dat) DAS MATRICULAS
      *             ATIVAS COM PRE-REQUISITO PENDENTE.
      *2026-10-15 - CAPACIDADE POR TURMA E PERIODO (VAGAS.dat, NOVA
      *             OPCAO V; ZERO OU SEM LINHA = SEM LIMITE). MATRICULA
      *             EM TURMA LOTADA ENTRA NA LISTA DE ESPERA (MAT-STATUS
      *             E, ORDEM DE CHEGADA); CANCELAMENTO DE MATRICULADO OU
      *             AUMENTO DE CAPACIDADE PASSA A VAGA AO PRIMEIRO DA
      *             LISTA, COM AVISO PARA A SECRETARIA NO VAGAAVISO.dat.
      *             NOVA OPCAO O - OCUPACAO DAS TURMAS DO PERIODO
      *             (OCUPREL.dat: VAGAS, MATRICULADOS, ESPERA E LIVRES).
      *2026-10-15 - LAYOUT DO ALUMAST ESTENDIDO COM O CURSO DO ALUNO
      *             (ALU-CURSO), PROGRAMA DO CURRICULO.dat AUDITADO PELA
      *             FORMATURA; INFORMADO NA INCLUSAO E NA ALTERACAO DO
      *             ALUNO.
      *2026-10-15 - MATRICULA DE ALUNO COM MENSALIDADE VENCIDA HA MAIS
      *             DE MENS-DIAS-BLOQ DIAS (PARMS, CALL 'MENS-CHECK') E
      *             RECUSADA COM O VALOR DEVIDO NA TELA; SO ENTRA COM
      *             ALCADA DE SUPERVISOR E MOTIVO, AMBOS GRAVADOS NO
      *             AUDITLOG.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ENROLLMENT-FILE-NOVO ASSIGN TO "MATRICNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRICNW.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PREREQ.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSCRP.
           SELECT PREREQ-REPORT-FILE ASSIGN TO "PREREQREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PREREQREL.
           SELECT SEAT-FILE ASSIGN TO "VAGAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VAGAS.
           SELECT SEAT-FILE-NOVO ASSIGN TO "VAGASNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VAGASNW.
           SELECT SEAT-NOTICE-FILE ASSIGN TO "VAGAAVISO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VAGAAVISO.
           SELECT OCCUPANCY-REPORT-FILE ASSIGN TO "OCUPREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCUPREL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  STUDENT-MASTER-FILE-NOVO.
       01  STUDENT-MASTER-RECORD-NOVO.
           02 ALUN-RESPONSAVEL       PIC X(30).
           02 ALUN-STATUS            PIC X(01).
           02 ALUN-DESC-PERC         PIC 9(02)V99.
           02 ALUN-CURSO             PIC X(06).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           02 MAT-PERIODO            PIC X(06).
           02 MAT-STATUS             PIC X(01).
           02 MAT-DATA               PIC 9(08).
           02 MAT-AUTORIZADOR        PIC X(06).

       FD  ENROLLMENT-FILE-NOVO.
       01  ENROLLMENT-RECORD-NOVO.
           02 MATN-PERIODO           PIC X(06).
           02 MATN-STATUS            PIC X(01).
           02 MATN-DATA              PIC 9(08).
           02 MATN-AUTORIZADOR       PIC X(06).

       FD  PREREQ-FILE.
       01  PREREQ-RECORD.
           02 PRE-TURMA              PIC X(06).
           02 PRE-REQUISITO          PIC X(06).
           02 PRE-CRITERIO           PIC X(01).
           02 PRE-NOTA-MIN           PIC 9(02)V9.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD.
           02 HIST-ALUNO-ID          PIC X(06).
           02 HIST-PERIODO           PIC X(06).
           02 HIST-NOTA1             PIC 9(02).
           02 HIST-NOTA2             PIC 9(02).
           02 HIST-MEDIA             PIC 9(02)V9.
           02 HIST-FREQUENCIA        PIC 9(03).
           02 HIST-STATUS            PIC X(17).
           02 HIST-TURMA             PIC X(06).

       FD  PREREQ-REPORT-FILE.
       01  PREREQ-REPORT-RECORD      PIC X(80).

       FD  SEAT-FILE.
       01  SEAT-RECORD.
           02 VAG-TURMA              PIC X(06).
           02 VAG-PERIODO            PIC X(06).
           02 VAG-CAPACIDADE         PIC 9(03).

       FD  SEAT-FILE-NOVO.
       01  SEAT-RECORD-NOVO.
           02 VAGN-TURMA             PIC X(06).
           02 VAGN-PERIODO           PIC X(06).
           02 VAGN-CAPACIDADE        PIC 9(03).

       FD  SEAT-NOTICE-FILE.
       01  SEAT-NOTICE-RECORD        PIC X(72).

       FD  OCCUPANCY-REPORT-FILE.
       01  OCCUPANCY-REPORT-RECORD   PIC X(80).

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
           COPY 'MENSCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'ALUMNT'.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MATRIC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MATRICNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PREREQ          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRANSCRP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PREREQREL       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-VAGAS           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-VAGASNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-VAGAAVISO       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-OCUPREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-VAGAS          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CAPACIDADES               VALUE 'S'.
       77 WRK-FIM-ALUMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ALUNOS                    VALUE 'S'.
       77 WRK-FIM-MATRIC         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MATRICULAS                VALUE 'S'.
       77 WRK-FIM-PREREQ         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PREREQUISITOS             VALUE 'S'.
       77 WRK-FIM-TRANSCRP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-HISTORICO                 VALUE 'S'.
       77 WRK-QTD-ALUNO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-MATRIC         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-PREREQ         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-HIST           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-VAGA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-ALTERAR                 VALUE 'A'.
           88 WRK-OPCAO-MATRICULAR              VALUE 'M'.
           88 WRK-OPCAO-CANCELAR                VALUE 'C'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-PENDENCIAS              VALUE 'P'.
           88 WRK-OPCAO-VAGAS                   VALUE 'V'.
           88 WRK-OPCAO-OCUPACAO                VALUE 'O'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-ID-BUSCA           PIC X(06)      VALUE SPACES.
       77 WRK-TURMA-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-MATRIC-ACHADA      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ALU            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-MAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PRE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-HIS            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-VAG            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-OCP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-REL            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VAGA-ACHADA        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ESPERA-ACHADA      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAPACIDADE         PIC 9(03)      VALUE ZEROS.
       77 WRK-CAPAC-ENTRADA      PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-ATIVOS         PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-ESPERA         PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-LIVRES         PIC 9(03)      VALUE ZEROS.
       77 WRK-STATUS-CANCELADO   PIC X(01)      VALUE SPACES.
       77 WRK-JA-RELATADA        PIC X(01)      VALUE 'N'.
       77 WRK-FIM-ESPERA         PIC X(01)      VALUE 'N'.
           88 WRK-ESPERA-ATENDIDA               VALUE 'S'.
       77 WRK-QTD-AVISOS         PIC 9(03)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-REQ-CUMPRIDO       PIC X(01)      VALUE 'N'.
           88 WRK-REQUISITO-OK                  VALUE 'S'.
       77 WRK-MODO-VERIFICACAO   PIC X(01)      VALUE 'M'.
           88 WRK-VERIFICA-MATRICULA            VALUE 'M'.
           88 WRK-VERIFICA-RELATORIO            VALUE 'R'.
       77 WRK-QTD-FALTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-REQ-FALTANTE       PIC X(06)      VALUE SPACES.
       77 WRK-AUTORIZADOR-MAT    PIC X(06)      VALUE SPACES.
       77 WRK-QTD-REL-LINHAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-REL-LIBERADAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-NOTA-MIN-ED        PIC Z9,9.
       77 WRK-LIBERAR            PIC X(01)      VALUE 'N'.
       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-AUTORIZACAO        PIC X(01)      VALUE 'N'.
           88 WRK-AUTORIZADO                    VALUE 'S'.
       77 WRK-AUTORIZADOR        PIC X(06)      VALUE SPACES.
       77 WRK-DEBITO-OK          PIC X(01)      VALUE 'S'.
       77 WRK-NOME-ALUMAST       PIC X(20)      VALUE "ALUMAST.dat".
       77 WRK-NOME-ALUNEW        PIC X(20)      VALUE "ALUNEW.dat".
       77 WRK-NOME-MATRIC        PIC X(20)      VALUE "MATRICULAS.dat".
       77 WRK-NOME-MATRICNW      PIC X(20)      VALUE "MATRICNW.dat".
       77 WRK-NOME-VAGAS         PIC X(20)      VALUE "VAGAS.dat".
       77 WRK-NOME-VAGASNW       PIC X(20)      VALUE "VAGASNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-ALUNO VALUE ZEROS.
               03 WRK-ALU-RESP       PIC X(30).
               03 WRK-ALU-STATUS     PIC X(01).
               03 WRK-ALU-DESC-PERC  PIC 9(02)V99.
               03 WRK-ALU-CURSO      PIC X(06).

       01  WRK-TAB-MATRIC VALUE ZEROS.
           02 WRK-MAT-LINHA OCCURS 500 TIMES
               03 WRK-MAT-PERIODO    PIC X(06).
               03 WRK-MAT-STATUS     PIC X(01).
               03 WRK-MAT-DATA       PIC 9(08).
               03 WRK-MAT-AUTORIZ    PIC X(06).

       01  WRK-TAB-VAGA VALUE ZEROS.
           02 WRK-VAG-LINHA OCCURS 100 TIMES.
               03 WRK-VAG-TURMA      PIC X(06).
               03 WRK-VAG-PERIODO    PIC X(06).
               03 WRK-VAG-CAPAC      PIC 9(03).

       01  WRK-TAB-PREREQ VALUE ZEROS.
           02 WRK-PRE-LINHA OCCURS 100 TIMES.
               03 WRK-PRE-TURMA      PIC X(06).
               03 WRK-PRE-REQUISITO  PIC X(06).
               03 WRK-PRE-CRITERIO   PIC X(01).
                   88 WRK-PRE-POR-STATUS           VALUE 'S'.
                   88 WRK-PRE-POR-NOTA             VALUE 'N'.
               03 WRK-PRE-NOTA-MIN   PIC 9(02)V9.

       01  WRK-TAB-HIST VALUE ZEROS.
           02 WRK-HIS-LINHA OCCURS 500 TIMES.
               03 WRK-HIS-ALUNO      PIC X(06).
               03 WRK-HIS-PERIODO    PIC X(06).
               03 WRK-HIS-TURMA      PIC X(06).
               03 WRK-HIS-MEDIA      PIC 9(02)V9.
               03 WRK-HIS-STATUS     PIC X(17).
                   88 WRK-HIS-APROVADO
                       VALUE 'APROVADO' 'APROVADO - BONUS'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ELSE
               MOVE 'S' TO WRK-FIM-MATRIC
           END-IF.
           PERFORM 0130-CARREGAR-PREREQUISITOS.
           PERFORM 0140-CARREGAR-HISTORICO.
           PERFORM 0160-CARREGAR-VAGAS.
           MOVE 'ALUMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0150-OBTER-SEQ-AUDITORIA.
           DISPLAY 'ALUNOS CARREGADOS: ' WRK-QTD-ALUNO
               ' MATRICULAS: ' WRK-QTD-MATRIC.
           DISPLAY 'PRE-REQUISITOS: ' WRK-QTD-PREREQ
               ' LINHAS DE HISTORICO: ' WRK-QTD-HIST.

       0110-LER-ALUNO.
           READ STUDENT-MASTER-FILE
                       TO WRK-ALU-STATUS(WRK-IDX-ALU)
                   MOVE ALU-DESC-PERC
                       TO WRK-ALU-DESC-PERC(WRK-IDX-ALU)
                   MOVE ALU-CURSO
                       TO WRK-ALU-CURSO(WRK-IDX-ALU)
           END-READ.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
                       TO WRK-MAT-STATUS(WRK-IDX-MAT)
                   MOVE MAT-DATA
                       TO WRK-MAT-DATA(WRK-IDX-MAT)
                   MOVE MAT-AUTORIZADOR
                       TO WRK-MAT-AUTORIZ(WRK-IDX-MAT)
           END-READ.
           MOVE 'MATRICULAS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               WRK-FS-MATRIC,
               WRK-FSCHK-CHAVE.

      *    PRE-REQUISITOS POR TURMA (PREREQ.dat): TURMA, TURMA
      *    EXIGIDA, CRITERIO S (STATUS APROVADO NO HISTORICO) OU N
      *    (MEDIA MINIMA) E A MEDIA MINIMA DO CRITERIO N.
       0130-CARREGAR-PREREQUISITOS.
           OPEN INPUT PREREQ-FILE.
           IF WRK-FS-PREREQ = '00'
               PERFORM 0131-LER-PREREQUISITO
                   UNTIL WRK-FIM-PREREQUISITOS
               CLOSE PREREQ-FILE
           ELSE
               DISPLAY 'PREREQ.dat AUSENTE - MATRICULA SEM CRITICA '
                   'DE PRE-REQUISITO.'
               MOVE 'S' TO WRK-FIM-PREREQ
           END-IF.

       0131-LER-PREREQUISITO.
           READ PREREQ-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PREREQ
               NOT AT END
                   MOVE 'WRK-TAB-PREREQ' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PREREQ TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PREREQ
                   MOVE PRE-TURMA
                       TO WRK-PRE-TURMA(WRK-QTD-PREREQ)
                   MOVE PRE-REQUISITO
                       TO WRK-PRE-REQUISITO(WRK-QTD-PREREQ)
                   MOVE PRE-CRITERIO
                       TO WRK-PRE-CRITERIO(WRK-QTD-PREREQ)
                   MOVE PRE-NOTA-MIN
                       TO WRK-PRE-NOTA-MIN(WRK-QTD-PREREQ)
           END-READ.
           MOVE 'PREREQ' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PREREQ,
               WRK-FSCHK-CHAVE.

      *    HISTORICO GRAVADO PELO MEDIA-ALUNO-2 E PELO PARAGRAFO.
      *    LINHA ANTIGA SEM A TURMA NAO SERVE DE PRE-REQUISITO.
       0140-CARREGAR-HISTORICO.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-FS-TRANSCRP = '00'
               PERFORM 0141-LER-HISTORICO UNTIL WRK-FIM-HISTORICO
               CLOSE TRANSCRIPT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-TRANSCRP
           END-IF.

       0141-LER-HISTORICO.
           READ TRANSCRIPT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRANSCRP
               NOT AT END
                   IF HIST-TURMA NOT = SPACES
                       MOVE 'WRK-TAB-HIST' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-HIST TO WRK-TABCHK-QTD
                       MOVE 500 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-HIST
                       MOVE HIST-ALUNO-ID
                           TO WRK-HIS-ALUNO(WRK-QTD-HIST)
                       MOVE HIST-PERIODO
                           TO WRK-HIS-PERIODO(WRK-QTD-HIST)
                       MOVE HIST-TURMA
                           TO WRK-HIS-TURMA(WRK-QTD-HIST)
                       MOVE HIST-MEDIA
                           TO WRK-HIS-MEDIA(WRK-QTD-HIST)
                       MOVE HIST-STATUS
                           TO WRK-HIS-STATUS(WRK-QTD-HIST)
                   END-IF
           END-READ.
           MOVE 'TRANSCRP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRANSCRP,
               WRK-FSCHK-CHAVE.

       0150-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '00'
               PERFORM 0151-LER-SEQ-AUDITORIA
                   UNTIL WRK-FIM-SCAN-AUDIT
               CLOSE AUDIT-LOG-FILE
           END-IF.

       0151-LER-SEQ-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUDSEQ
               NOT AT END
                   IF AUD-PROGRAMA = WRK-AUDIT-PROGRAMA
                       AND AUD-SEQUENCIA > WRK-AUDIT-SEQ
                       MOVE AUD-SEQUENCIA TO WRK-AUDIT-SEQ
                   END-IF
           END-READ.

      *    VAGAS POR TURMA E PERIODO (VAGAS.dat). TURMA SEM LINHA
      *    NO ARQUIVO OU COM CAPACIDADE ZERO NAO TEM LIMITE.
       0160-CARREGAR-VAGAS.
           OPEN INPUT SEAT-FILE.
           IF WRK-FS-VAGAS = '00'
               PERFORM 0161-LER-VAGA UNTIL WRK-FIM-CAPACIDADES
               CLOSE SEAT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-VAGAS
           END-IF.

       0161-LER-VAGA.
           READ SEAT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-VAGAS
               NOT AT END
                   MOVE 'WRK-TAB-VAGA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-VAGA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-VAGA
                   MOVE VAG-TURMA
                       TO WRK-VAG-TURMA(WRK-QTD-VAGA)
                   MOVE VAG-PERIODO
                       TO WRK-VAG-PERIODO(WRK-QTD-VAGA)
                   MOVE VAG-CAPACIDADE
                       TO WRK-VAG-CAPAC(WRK-QTD-VAGA)
           END-READ.
           MOVE 'VAGAS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VAGAS,
               WRK-FSCHK-CHAVE.

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR M=MATRICULAR '
               'C=CANCELAR MATRICULA L=LISTAR P=PENDENCIAS DE '
               'PRE-REQUISITO V=VAGAS DA TURMA O=OCUPACAO F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0240-CANCELAR-MATRICULA
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0250-LISTAR-ALUNOS
               WHEN WRK-OPCAO-PENDENCIAS
                   PERFORM 0260-RELATAR-PENDENCIAS
               WHEN WRK-OPCAO-VAGAS
                   PERFORM 0245-DEFINIR-VAGAS
               WHEN WRK-OPCAO-OCUPACAO
                   PERFORM 0280-RELATAR-OCUPACAO
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
               MOVE 'A' TO WRK-ALU-STATUS(WRK-IDX-ALU)
               DISPLAY 'DESCONTO DE MENSALIDADE (9(02)V99 PCT): '
               ACCEPT WRK-ALU-DESC-PERC(WRK-IDX-ALU)
               DISPLAY 'CURSO (PROGRAMA DO CURRICULO): '
               ACCEPT WRK-ALU-CURSO(WRK-IDX-ALU)
               DISPLAY 'ALUNO INCLUIDO.'
           END-IF.

               ACCEPT WRK-ALU-STATUS(WRK-IDX-ALU)
               DISPLAY 'DESCONTO DE MENSALIDADE (9(02)V99 PCT): '
               ACCEPT WRK-ALU-DESC-PERC(WRK-IDX-ALU)
               DISPLAY 'CURSO (PROGRAMA DO CURRICULO): '
               ACCEPT WRK-ALU-CURSO(WRK-IDX-ALU)
               DISPLAY 'ALUNO ALTERADO.'
           END-IF.

                   DISPLAY 'ALUNO JA MATRICULADO NESTA TURMA '
                       'E PERIODO.'
               ELSE
                   PERFORM 0233-VERIFICAR-DEBITO
               END-IF
               IF WRK-MATRIC-ACHADA = ZEROS
                   AND WRK-DEBITO-OK = 'S'
                   MOVE 'M' TO WRK-MODO-VERIFICACAO
                   PERFORM 0236-VERIFICAR-PREREQUISITOS
                   MOVE SPACES TO WRK-AUTORIZADOR-MAT
                   IF WRK-QTD-FALTA = ZEROS
                       PERFORM 0239-INCLUIR-MATRICULA
                   ELSE
                       PERFORM 0238-LIBERAR-MATRICULA
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    MENSALIDADE VENCIDA HA MAIS DE MENS-DIAS-BLOQ DIAS
      *    (CALL 'MENS-CHECK') BLOQUEIA A MATRICULA, MOSTRANDO O
      *    VALOR DEVIDO. A SECRETARIA SO LIBERA COM ALCADA DE
      *    SUPERVISOR E MOTIVO, QUE VAO PARA O AUDITLOG.
       0233-VERIFICAR-DEBITO.
           MOVE 'S' TO WRK-DEBITO-OK.
           CALL 'MENS-CHECK' USING WRK-ID-BUSCA,
               WRK-MENSCHK-VALOR, WRK-MENSCHK-QTD,
               WRK-MENSCHK-DIAS, WRK-MENSCHK-RESULTADO.
           IF WRK-MENSCHK-BLOQUEADO
               MOVE 'N' TO WRK-DEBITO-OK
               MOVE WRK-MENSCHK-VALOR TO WRK-MENSCHK-VALOR-ED
               DISPLAY 'MENSALIDADE EM ATRASO: R$ '
                   WRK-MENSCHK-VALOR-ED ' EM ' WRK-MENSCHK-QTD
                   ' COBRANCA(S), ATRASO DE ATE ' WRK-MENSCHK-DIAS
                   ' DIAS.'
               DISPLAY 'MATRICULA RECUSADA - PROCURE O FINANCEIRO.'
               DISPLAY 'LIBERAR COM AUTORIZACAO DE SUPERVISOR (S/N): '
               ACCEPT WRK-LIBERAR
               IF WRK-LIBERAR = 'S'
                   PERFORM 0238A-AUTORIZAR-SUPERVISOR
                   IF WRK-AUTORIZADO
                       PERFORM 0234-LIBERAR-DEBITO
                   END-IF
               END-IF
           END-IF.

       0234-LIBERAR-DEBITO.
           DISPLAY 'MOTIVO DA LIBERACAO: '.
           ACCEPT WRK-MENSCHK-MOTIVO.
           IF WRK-MENSCHK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - MATRICULA RECUSADA.'
           ELSE
               MOVE 'S' TO WRK-DEBITO-OK
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'MATRIC ' WRK-ID-BUSCA ' '
                   WRK-TURMA-BUSCA ' ' WRK-PERIODO-BUSCA
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               MOVE SPACES TO WRK-AUDIT-SAIDA
               STRING 'DEBITO ' WRK-MENSCHK-VALOR-ED
                   ' AUT=' WRK-AUTORIZADOR
                   DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               PERFORM 0270-REGISTRAR-AUDITORIA
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'MOTIVO LIB. DEBITO ' WRK-ID-BUSCA
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               MOVE WRK-MENSCHK-MOTIVO TO WRK-AUDIT-SAIDA
               PERFORM 0270-REGISTRAR-AUDITORIA
               DISPLAY 'DEBITO LIBERADO POR ' WRK-AUTORIZADOR '.'
           END-IF.

       0235-LOCALIZAR-MATRICULA.
           MOVE ZEROS TO WRK-MATRIC-ACHADA.
           PERFORM VARYING WRK-SUB-MAT FROM 1 BY 1
                   AND WRK-MAT-TURMA(WRK-SUB-MAT) = WRK-TURMA-BUSCA
                   AND WRK-MAT-PERIODO(WRK-SUB-MAT)
                       = WRK-PERIODO-BUSCA
                   AND (WRK-MAT-STATUS(WRK-SUB-MAT) = 'A'
                       OR WRK-MAT-STATUS(WRK-SUB-MAT) = 'E')
                   MOVE WRK-SUB-MAT TO WRK-MATRIC-ACHADA
                   MOVE WRK-QTD-MATRIC TO WRK-SUB-MAT
               END-IF
           END-PERFORM.

      *    CONFERE CADA PRE-REQUISITO DA WRK-TURMA-BUSCA CONTRA O
      *    HISTORICO DO WRK-ID-BUSCA EM PERIODO ANTERIOR AO
      *    WRK-PERIODO-BUSCA. NA MATRICULA GUARDA O PRIMEIRO QUE
      *    FALTA; NO RELATORIO GRAVA UMA LINHA POR FALTA.
       0236-VERIFICAR-PREREQUISITOS.
           MOVE ZEROS TO WRK-QTD-FALTA.
           MOVE SPACES TO WRK-REQ-FALTANTE.
           PERFORM VARYING WRK-SUB-PRE FROM 1 BY 1
               UNTIL WRK-SUB-PRE > WRK-QTD-PREREQ
               IF WRK-PRE-TURMA(WRK-SUB-PRE) = WRK-TURMA-BUSCA
                   PERFORM 0237-CONFERIR-HISTORICO
                   IF NOT WRK-REQUISITO-OK
                       ADD 1 TO WRK-QTD-FALTA
                       IF WRK-REQ-FALTANTE = SPACES
                           MOVE WRK-PRE-REQUISITO(WRK-SUB-PRE)
                               TO WRK-REQ-FALTANTE
                       END-IF
                       IF WRK-VERIFICA-RELATORIO
                           PERFORM 0262-GRAVAR-PENDENCIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0237-CONFERIR-HISTORICO.
           MOVE 'N' TO WRK-REQ-CUMPRIDO.
           PERFORM VARYING WRK-SUB-HIS FROM 1 BY 1
               UNTIL WRK-SUB-HIS > WRK-QTD-HIST
               IF WRK-HIS-ALUNO(WRK-SUB-HIS) = WRK-ID-BUSCA
                   AND WRK-HIS-TURMA(WRK-SUB-HIS)
                       = WRK-PRE-REQUISITO(WRK-SUB-PRE)
                   AND WRK-HIS-PERIODO(WRK-SUB-HIS)
                       < WRK-PERIODO-BUSCA
                   IF WRK-PRE-POR-NOTA(WRK-SUB-PRE)
                       IF WRK-HIS-MEDIA(WRK-SUB-HIS)
                           >= WRK-PRE-NOTA-MIN(WRK-SUB-PRE)
                           MOVE 'S' TO WRK-REQ-CUMPRIDO
                       END-IF
                   ELSE
                       IF WRK-HIS-APROVADO(WRK-SUB-HIS)
                           MOVE 'S' TO WRK-REQ-CUMPRIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    PRE-REQUISITO NAO CUMPRIDO: A MATRICULA SO ENTRA COM
      *    ALCADA DE SUPERVISOR, QUE FICA NA PROPRIA MATRICULA
      *    (MAT-AUTORIZADOR) E NO AUDITLOG.
       0238-LIBERAR-MATRICULA.
           DISPLAY 'PRE-REQUISITO NAO CUMPRIDO: ' WRK-REQ-FALTANTE
               ' (' WRK-QTD-FALTA ' PENDENTE(S)).'.
           DISPLAY 'LIBERAR COM AUTORIZACAO DE SUPERVISOR (S/N): '.
           ACCEPT WRK-LIBERAR.
           IF WRK-LIBERAR NOT = 'S'
               DISPLAY 'MATRICULA RECUSADA.'
           ELSE
               PERFORM 0238A-AUTORIZAR-SUPERVISOR
               IF WRK-AUTORIZADO
                   MOVE WRK-AUTORIZADOR TO WRK-AUTORIZADOR-MAT
                   PERFORM 0239-INCLUIR-MATRICULA
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'MATRIC ' WRK-ID-BUSCA ' '
                       WRK-TURMA-BUSCA ' ' WRK-PERIODO-BUSCA
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   MOVE SPACES TO WRK-AUDIT-SAIDA
                   STRING 'SEM PRE-REQ ' WRK-REQ-FALTANTE
                       ' AUT=' WRK-AUTORIZADOR
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                   PERFORM 0270-REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'MATRICULA RECUSADA.'
               END-IF
           END-IF.

       0238A-AUTORIZAR-SUPERVISOR.
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

       0239-INCLUIR-MATRICULA.
           MOVE 'WRK-TAB-MATRIC' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-MATRIC TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-MATRIC.
           SET WRK-IDX-MAT TO WRK-QTD-MATRIC.
           MOVE WRK-ID-BUSCA
               TO WRK-MAT-ALUNO(WRK-IDX-MAT).
           MOVE WRK-TURMA-BUSCA
               TO WRK-MAT-TURMA(WRK-IDX-MAT).
           MOVE WRK-PERIODO-BUSCA
               TO WRK-MAT-PERIODO(WRK-IDX-MAT).
           MOVE WRK-DATA-HOJE
               TO WRK-MAT-DATA(WRK-IDX-MAT).
           MOVE WRK-AUTORIZADOR-MAT
               TO WRK-MAT-AUTORIZ(WRK-IDX-MAT).
           PERFORM 0241-CONTAR-OCUPACAO.
           IF WRK-CAPACIDADE > ZEROS
               AND WRK-QTD-ATIVOS >= WRK-CAPACIDADE
               MOVE 'E' TO WRK-MAT-STATUS(WRK-IDX-MAT)
               ADD 1 TO WRK-QTD-ESPERA
               DISPLAY 'TURMA LOTADA (' WRK-CAPACIDADE ' VAGAS) - '
                   'ALUNO NA LISTA DE ESPERA, POSICAO '
                   WRK-QTD-ESPERA '.'
           ELSE
               MOVE 'A' TO WRK-MAT-STATUS(WRK-IDX-MAT)
               DISPLAY 'MATRICULA REGISTRADA.'
           END-IF.

       0240-CANCELAR-MATRICULA.
           DISPLAY 'ID DO ALUNO: '.
           ACCEPT WRK-ID-BUSCA.
           IF WRK-MATRIC-ACHADA = ZEROS
               DISPLAY 'MATRICULA ATIVA NAO ENCONTRADA.'
           ELSE
               MOVE WRK-MAT-STATUS(WRK-MATRIC-ACHADA)
                   TO WRK-STATUS-CANCELADO
               MOVE 'C' TO WRK-MAT-STATUS(WRK-MATRIC-ACHADA)
               IF WRK-STATUS-CANCELADO = 'E'
                   DISPLAY 'ALUNO RETIRADO DA LISTA DE ESPERA.'
               ELSE
                   DISPLAY 'MATRICULA CANCELADA.'
                   PERFORM 0242-OFERECER-VAGA
               END-IF
           END-IF.

      *    OCUPACAO DA WRK-TURMA-BUSCA NO WRK-PERIODO-BUSCA:
      *    CAPACIDADE (ZERO = SEM LIMITE), MATRICULADOS E ESPERA.
       0241-CONTAR-OCUPACAO.
           MOVE ZEROS TO WRK-VAGA-ACHADA WRK-CAPACIDADE
                         WRK-QTD-ATIVOS WRK-QTD-ESPERA.
           PERFORM VARYING WRK-SUB-VAG FROM 1 BY 1
               UNTIL WRK-SUB-VAG > WRK-QTD-VAGA
               IF WRK-VAG-TURMA(WRK-SUB-VAG) = WRK-TURMA-BUSCA
                   AND WRK-VAG-PERIODO(WRK-SUB-VAG)
                       = WRK-PERIODO-BUSCA
                   MOVE WRK-SUB-VAG TO WRK-VAGA-ACHADA
                   MOVE WRK-VAG-CAPAC(WRK-SUB-VAG) TO WRK-CAPACIDADE
                   MOVE WRK-QTD-VAGA TO WRK-SUB-VAG
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-OCP FROM 1 BY 1
               UNTIL WRK-SUB-OCP > WRK-QTD-MATRIC
               IF WRK-MAT-TURMA(WRK-SUB-OCP) = WRK-TURMA-BUSCA
                   AND WRK-MAT-PERIODO(WRK-SUB-OCP)
                       = WRK-PERIODO-BUSCA
                   IF WRK-MAT-STATUS(WRK-SUB-OCP) = 'A'
                       ADD 1 TO WRK-QTD-ATIVOS
                   END-IF
                   IF WRK-MAT-STATUS(WRK-SUB-OCP) = 'E'
                       ADD 1 TO WRK-QTD-ESPERA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-CAPACIDADE > WRK-QTD-ATIVOS
               COMPUTE WRK-QTD-LIVRES =
                   WRK-CAPACIDADE - WRK-QTD-ATIVOS
           ELSE
               MOVE ZEROS TO WRK-QTD-LIVRES
           END-IF.

      *    VAGA LIBERADA VAI PARA O PRIMEIRO DA LISTA DE ESPERA (ORDEM
      *    DE CHEGADA NO MATRICULAS), QUE PASSA A MATRICULADO; A
      *    SECRETARIA RECEBE O AVISO NO VAGAAVISO.dat PARA CONFIRMAR
      *    COM O RESPONSAVEL.
       0242-OFERECER-VAGA.
           PERFORM 0241-CONTAR-OCUPACAO.
           MOVE ZEROS TO WRK-ESPERA-ACHADA.
           IF WRK-QTD-ESPERA > ZEROS
               AND (WRK-CAPACIDADE = ZEROS
                   OR WRK-QTD-ATIVOS < WRK-CAPACIDADE)
               PERFORM VARYING WRK-SUB-OCP FROM 1 BY 1
                   UNTIL WRK-SUB-OCP > WRK-QTD-MATRIC
                   IF WRK-MAT-TURMA(WRK-SUB-OCP) = WRK-TURMA-BUSCA
                       AND WRK-MAT-PERIODO(WRK-SUB-OCP)
                           = WRK-PERIODO-BUSCA
                       AND WRK-MAT-STATUS(WRK-SUB-OCP) = 'E'
                       MOVE WRK-SUB-OCP TO WRK-ESPERA-ACHADA
                       MOVE WRK-QTD-MATRIC TO WRK-SUB-OCP
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-ESPERA-ACHADA > ZEROS
               MOVE 'A' TO WRK-MAT-STATUS(WRK-ESPERA-ACHADA)
               MOVE WRK-DATA-HOJE TO WRK-MAT-DATA(WRK-ESPERA-ACHADA)
               PERFORM 0243-GRAVAR-AVISO
           END-IF.

       0243-GRAVAR-AVISO.
           OPEN EXTEND SEAT-NOTICE-FILE.
           IF WRK-FS-VAGAAVISO NOT = '00'
               OPEN OUTPUT SEAT-NOTICE-FILE
               MOVE 'VAGAAVISO' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-VAGAAVISO,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE SPACES TO SEAT-NOTICE-RECORD.
           STRING WRK-DATA-HOJE ' VAGA NA TURMA ' WRK-TURMA-BUSCA
               '/' WRK-PERIODO-BUSCA ' PARA O ALUNO '
               WRK-MAT-ALUNO(WRK-ESPERA-ACHADA)
               ' - CONFIRMAR'
               DELIMITED BY SIZE INTO SEAT-NOTICE-RECORD.
           WRITE SEAT-NOTICE-RECORD.
           MOVE 'VAGAAVISO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VAGAAVISO,
               WRK-FSCHK-CHAVE.
           CLOSE SEAT-NOTICE-FILE.
           ADD 1 TO WRK-QTD-AVISOS.
           DISPLAY 'VAGA OFERECIDA AO ALUNO '
               WRK-MAT-ALUNO(WRK-ESPERA-ACHADA)
               ' DA LISTA DE ESPERA - AVISO EM VAGAAVISO.dat.'.

      *    CAPACIDADE DA TURMA NO PERIODO. AUMENTO CHAMA A LISTA DE
      *    ESPERA; REDUCAO ABAIXO DOS JA MATRICULADOS SO E AVISADA.
       0245-DEFINIR-VAGAS.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA-BUSCA.
           DISPLAY 'PERIODO LETIVO: '.
           ACCEPT WRK-PERIODO-BUSCA.
           DISPLAY 'CAPACIDADE (000 = SEM LIMITE): '.
           ACCEPT WRK-CAPAC-ENTRADA.
           PERFORM 0241-CONTAR-OCUPACAO.
           IF WRK-VAGA-ACHADA = ZEROS
               MOVE 'WRK-TAB-VAGA' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-VAGA TO WRK-TABCHK-QTD
               MOVE 100 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-VAGA
               MOVE WRK-QTD-VAGA TO WRK-VAGA-ACHADA
               MOVE WRK-TURMA-BUSCA
                   TO WRK-VAG-TURMA(WRK-VAGA-ACHADA)
               MOVE WRK-PERIODO-BUSCA
                   TO WRK-VAG-PERIODO(WRK-VAGA-ACHADA)
           END-IF.
           MOVE WRK-CAPAC-ENTRADA TO WRK-VAG-CAPAC(WRK-VAGA-ACHADA).
           DISPLAY 'CAPACIDADE REGISTRADA.'.
           IF WRK-CAPAC-ENTRADA > ZEROS
               AND WRK-QTD-ATIVOS > WRK-CAPAC-ENTRADA
               DISPLAY 'ATENCAO: ' WRK-QTD-ATIVOS ' MATRICULADOS, '
                   'ACIMA DA NOVA CAPACIDADE.'
           END-IF.
           MOVE 'N' TO WRK-FIM-ESPERA.
           PERFORM 0246-CHAMAR-ESPERA UNTIL WRK-ESPERA-ATENDIDA.

       0246-CHAMAR-ESPERA.
           PERFORM 0242-OFERECER-VAGA.
           IF WRK-ESPERA-ACHADA = ZEROS
               MOVE 'S' TO WRK-FIM-ESPERA
           END-IF.

       0250-LISTAR-ALUNOS.
                   WRK-ALU-NOME(WRK-IDX-ALU) ' '
                   WRK-ALU-STATUS(WRK-IDX-ALU) ' DESC '
                   WRK-ALU-DESC-PERC(WRK-IDX-ALU)
                   ' CURSO ' WRK-ALU-CURSO(WRK-IDX-ALU)
           END-PERFORM.
           PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
               UNTIL WRK-IDX-MAT > WRK-QTD-MATRIC
                   WRK-MAT-STATUS(WRK-IDX-MAT)
           END-PERFORM.

      *    RELATORIO DO PERIODO PARA LIMPEZA: CADA MATRICULA ATIVA
      *    COM PRE-REQUISITO NAO CUMPRIDO, UMA LINHA POR REQUISITO,
      *    INDICANDO SE ENTROU COM LIBERACAO DE SUPERVISOR.
       0260-RELATAR-PENDENCIAS.
           DISPLAY 'PERIODO LETIVO: '.
           ACCEPT WRK-PERIODO-BUSCA.
           MOVE ZEROS TO WRK-QTD-REL-LINHAS WRK-QTD-REL-LIBERADAS.
           OPEN OUTPUT PREREQ-REPORT-FILE.
           MOVE 'PREREQREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PREREQREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO PREREQ-REPORT-RECORD.
           STRING 'MATRICULAS COM PRE-REQUISITO PENDENTE - PERIODO '
               WRK-PERIODO-BUSCA
               DELIMITED BY SIZE INTO PREREQ-REPORT-RECORD.
           PERFORM 0263-ESCREVER-RELATORIO.
           MOVE 'R' TO WRK-MODO-VERIFICACAO.
           PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
               UNTIL WRK-IDX-MAT > WRK-QTD-MATRIC
               IF WRK-MAT-PERIODO(WRK-IDX-MAT) = WRK-PERIODO-BUSCA
                   AND WRK-MAT-STATUS(WRK-IDX-MAT) = 'A'
                   PERFORM 0261-CONFERIR-MATRICULA
               END-IF
           END-PERFORM.
           MOVE 'M' TO WRK-MODO-VERIFICACAO.
           MOVE SPACES TO PREREQ-REPORT-RECORD.
           STRING 'PENDENCIAS: ' WRK-QTD-REL-LINHAS
               '  COM LIBERACAO DE SUPERVISOR: '
               WRK-QTD-REL-LIBERADAS
               DELIMITED BY SIZE INTO PREREQ-REPORT-RECORD.
           PERFORM 0263-ESCREVER-RELATORIO.
           CLOSE PREREQ-REPORT-FILE.
           DISPLAY 'PREREQREL.dat GRAVADO: ' WRK-QTD-REL-LINHAS
               ' PENDENCIA(S).'.

       0261-CONFERIR-MATRICULA.
           MOVE WRK-MAT-ALUNO(WRK-IDX-MAT) TO WRK-ID-BUSCA.
           MOVE WRK-MAT-TURMA(WRK-IDX-MAT) TO WRK-TURMA-BUSCA.
           PERFORM 0236-VERIFICAR-PREREQUISITOS.

       0262-GRAVAR-PENDENCIA.
           ADD 1 TO WRK-QTD-REL-LINHAS.
           MOVE SPACES TO PREREQ-REPORT-RECORD.
           IF WRK-PRE-POR-NOTA(WRK-SUB-PRE)
               MOVE WRK-PRE-NOTA-MIN(WRK-SUB-PRE) TO WRK-NOTA-MIN-ED
               STRING 'ALUNO ' WRK-ID-BUSCA
                   ' TURMA ' WRK-TURMA-BUSCA
                   ' FALTA ' WRK-PRE-REQUISITO(WRK-SUB-PRE)
                   ' MEDIA ' WRK-NOTA-MIN-ED
                   DELIMITED BY SIZE INTO PREREQ-REPORT-RECORD
           ELSE
               STRING 'ALUNO ' WRK-ID-BUSCA
                   ' TURMA ' WRK-TURMA-BUSCA
                   ' FALTA ' WRK-PRE-REQUISITO(WRK-SUB-PRE)
                   ' APROVADO'
                   DELIMITED BY SIZE INTO PREREQ-REPORT-RECORD
           END-IF.
           IF WRK-MAT-AUTORIZ(WRK-IDX-MAT) NOT = SPACES
               ADD 1 TO WRK-QTD-REL-LIBERADAS
               MOVE 'LIBERADA POR' TO PREREQ-REPORT-RECORD(50:12)
               MOVE WRK-MAT-AUTORIZ(WRK-IDX-MAT)
                   TO PREREQ-REPORT-RECORD(63:6)
           ELSE
               MOVE 'SEM LIBERACAO' TO PREREQ-REPORT-RECORD(50:13)
           END-IF.
           PERFORM 0263-ESCREVER-RELATORIO.

       0263-ESCREVER-RELATORIO.
           WRITE PREREQ-REPORT-RECORD.
           MOVE 'PREREQREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PREREQREL,
               WRK-FSCHK-CHAVE.

      *    OCUPACAO DAS TURMAS DO PERIODO: AS COM CAPACIDADE NO
      *    VAGAS.dat E AS DEMAIS QUE TEM MATRICULA, SEM LIMITE.
       0280-RELATAR-OCUPACAO.
           DISPLAY 'PERIODO LETIVO: '.
           ACCEPT WRK-PERIODO-BUSCA.
           OPEN OUTPUT OCCUPANCY-REPORT-FILE.
           MOVE 'OCUPREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-OCUPREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO OCCUPANCY-REPORT-RECORD.
           STRING 'OCUPACAO DAS TURMAS - PERIODO ' WRK-PERIODO-BUSCA
               DELIMITED BY SIZE INTO OCCUPANCY-REPORT-RECORD.
           PERFORM 0283-ESCREVER-OCUPACAO.
           PERFORM VARYING WRK-SUB-REL FROM 1 BY 1
               UNTIL WRK-SUB-REL > WRK-QTD-VAGA
               IF WRK-VAG-PERIODO(WRK-SUB-REL) = WRK-PERIODO-BUSCA
                   MOVE WRK-VAG-TURMA(WRK-SUB-REL) TO WRK-TURMA-BUSCA
                   PERFORM 0282-LINHA-OCUPACAO
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
               UNTIL WRK-IDX-MAT > WRK-QTD-MATRIC
               IF WRK-MAT-PERIODO(WRK-IDX-MAT) = WRK-PERIODO-BUSCA
                   PERFORM 0281-TURMA-SEM-LIMITE
               END-IF
           END-PERFORM.
           CLOSE OCCUPANCY-REPORT-FILE.
           DISPLAY 'OCUPREL.dat GRAVADO.'.

      *    TURMA DO MATRICULAS AINDA NAO RELATADA: SEM LINHA NO
      *    VAGAS.dat E PRIMEIRA OCORRENCIA NO PERIODO.
       0281-TURMA-SEM-LIMITE.
           MOVE WRK-MAT-TURMA(WRK-IDX-MAT) TO WRK-TURMA-BUSCA.
           MOVE 'N' TO WRK-JA-RELATADA.
           PERFORM VARYING WRK-SUB-VAG FROM 1 BY 1
               UNTIL WRK-SUB-VAG > WRK-QTD-VAGA
               IF WRK-VAG-TURMA(WRK-SUB-VAG) = WRK-TURMA-BUSCA
                   AND WRK-VAG-PERIODO(WRK-SUB-VAG)
                       = WRK-PERIODO-BUSCA
                   MOVE 'S' TO WRK-JA-RELATADA
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-OCP FROM 1 BY 1
               UNTIL WRK-SUB-OCP >= WRK-IDX-MAT
               IF WRK-MAT-TURMA(WRK-SUB-OCP) = WRK-TURMA-BUSCA
                   AND WRK-MAT-PERIODO(WRK-SUB-OCP)
                       = WRK-PERIODO-BUSCA
                   MOVE 'S' TO WRK-JA-RELATADA
               END-IF
           END-PERFORM.
           IF WRK-JA-RELATADA = 'N'
               PERFORM 0282-LINHA-OCUPACAO
           END-IF.

       0282-LINHA-OCUPACAO.
           PERFORM 0241-CONTAR-OCUPACAO.
           MOVE SPACES TO OCCUPANCY-REPORT-RECORD.
           IF WRK-CAPACIDADE = ZEROS
               STRING 'TURMA ' WRK-TURMA-BUSCA
                   ' VAGAS SEM LIMITE'
                   ' MATRICULADOS ' WRK-QTD-ATIVOS
                   ' ESPERA ' WRK-QTD-ESPERA
                   DELIMITED BY SIZE INTO OCCUPANCY-REPORT-RECORD
           ELSE
               STRING 'TURMA ' WRK-TURMA-BUSCA
                   ' VAGAS ' WRK-CAPACIDADE
                   ' MATRICULADOS ' WRK-QTD-ATIVOS
                   ' ESPERA ' WRK-QTD-ESPERA
                   ' LIVRES ' WRK-QTD-LIVRES
                   DELIMITED BY SIZE INTO OCCUPANCY-REPORT-RECORD
           END-IF.
           PERFORM 0283-ESCREVER-OCUPACAO.

       0283-ESCREVER-OCUPACAO.
           WRITE OCCUPANCY-REPORT-RECORD.
           MOVE 'OCUPREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-OCUPREL,
               WRK-FSCHK-CHAVE.

       0270-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-AUTORIZADOR    TO AUD-OPERADOR.
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

       0300-FINALIZAR.
           OPEN OUTPUT STUDENT-MASTER-FILE-NOVO.
           MOVE 'ALUNEW' TO WRK-FSCHK-ARQ.
               DISPLAY 'PROMOCAO DE ' WRK-NOME-MATRIC
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           OPEN OUTPUT SEAT-FILE-NOVO.
           MOVE 'VAGASNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VAGASNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0330-GRAVAR-VAGA
               VARYING WRK-SUB-VAG FROM 1 BY 1
               UNTIL WRK-SUB-VAG > WRK-QTD-VAGA.
           CLOSE SEAT-FILE-NOVO.
           IF WRK-QTD-VAGA > ZEROS
               CALL 'PROMOVE' USING WRK-NOME-VAGAS,
                   WRK-NOME-VAGASNW, WRK-RESULT-PROMOCAO
               IF WRK-RESULT-PROMOCAO NOT = 'S'
                   DISPLAY 'PROMOCAO DE ' WRK-NOME-VAGAS
                       ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               END-IF
           END-IF.
           IF WRK-QTD-AVISOS > ZEROS
               DISPLAY 'VAGAS OFERECIDAS DA LISTA DE ESPERA: '
                   WRK-QTD-AVISOS
           END-IF.
           DISPLAY 'CADASTRO DE ALUNOS E MATRICULAS REGRAVADOS.'.

       0310-GRAVAR-ALUNO.
           MOVE WRK-ALU-RESP(WRK-IDX-ALU)      TO ALUN-RESPONSAVEL.
           MOVE WRK-ALU-STATUS(WRK-IDX-ALU)    TO ALUN-STATUS.
           MOVE WRK-ALU-DESC-PERC(WRK-IDX-ALU) TO ALUN-DESC-PERC.
           MOVE WRK-ALU-CURSO(WRK-IDX-ALU)     TO ALUN-CURSO.
           WRITE STUDENT-MASTER-RECORD-NOVO.
           MOVE 'ALUNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           MOVE WRK-MAT-PERIODO(WRK-IDX-MAT) TO MATN-PERIODO.
           MOVE WRK-MAT-STATUS(WRK-IDX-MAT)  TO MATN-STATUS.
           MOVE WRK-MAT-DATA(WRK-IDX-MAT)    TO MATN-DATA.
           MOVE WRK-MAT-AUTORIZ(WRK-IDX-MAT) TO MATN-AUTORIZADOR.
           WRITE ENROLLMENT-RECORD-NOVO.
           MOVE 'MATRICNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MATRICNW,
               WRK-FSCHK-CHAVE.

       0330-GRAVAR-VAGA.
           MOVE WRK-VAG-TURMA(WRK-SUB-VAG)   TO VAGN-TURMA.
           MOVE WRK-VAG-PERIODO(WRK-SUB-VAG) TO VAGN-PERIODO.
           MOVE WRK-VAG-CAPAC(WRK-SUB-VAG)   TO VAGN-CAPACIDADE.
           WRITE SEAT-RECORD-NOVO.
           MOVE 'VAGASNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-VAGASNW,
               WRK-FSCHK-CHAVE.
