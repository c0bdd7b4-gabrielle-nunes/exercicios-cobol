       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTYMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DO CADASTRO UNICO DE PESSOAS
      *          (PARTYMAST.dat) E DOS VINCULOS COM OS CADASTROS
      *          DONOS (PARTYXRF.dat). OPERACOES: R = REVISAR OS
      *          VINCULOS PROPOSTOS PELO PARTYMAT (CONFIRMA OU
      *          RECUSA), I = INCLUIR PESSOA (CPF/CNPJ CONFERIDO PELO
      *          CALL 'CPF-CHECK'), A = ALTERAR NOME/ENDERECO, V =
      *          VINCULAR A MAO UM REGISTRO DE CADASTRO A UMA PESSOA,
      *          L = LISTAR UMA PESSOA COM OS VINCULOS. A ALTERACAO E
      *          FEITA UMA VEZ AQUI E VAI PARA OS CADASTROS DONOS DOS
      *          VINCULOS CONFIRMADOS: NOME NO CUSTMAST, NO ACCMAST
      *          (TITULAR) E NO ALUMAST (RESPONSAVEL) E UF NO CUSTMAST
      *          SAO REGRAVADOS NO ENCERRAMENTO; NOME DE EMPREGADO
      *          FICA PENDENTE PARA O RH (EVENTO DO ESOCIAL). CADA
      *          CADASTRO AFETADO GANHA UMA LINHA NO PARTYAVS.dat
      *          (APLICADO OU PENDENTE). ARQUIVOS REGRAVADOS PASSAM
      *          PELO CALL 'PROMOVE'.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO JUNTO COM O CADASTRO UNICO DE PESSOAS: A
      *             MUDANCA DE NOME OU ENDERECO ERA FEITA EM CADA
      *             CADASTRO, QUANDO ERA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYMAST.
           SELECT PARTY-MASTER-FILE-NOVO ASSIGN TO "PARTYNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYNEW.
           SELECT PARTY-XREF-FILE ASSIGN TO "PARTYXRF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYXRF.
           SELECT PARTY-XREF-FILE-NOVO ASSIGN TO "PARTYXNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYXNW.
           SELECT PARTY-NOTICE-FILE ASSIGN TO "PARTYAVS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYAVS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT CUSTOMER-MASTER-FILE-NOVO ASSIGN TO "CUSTNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTNEW.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT ACCOUNT-MASTER-FILE-NOVO ASSIGN TO "ACCNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCNEW.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUMAST.
           SELECT STUDENT-MASTER-FILE-NOVO ASSIGN TO "ALUNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUNEW.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTY-MASTER-FILE.
       01  PARTY-MASTER-RECORD.
           02 PTY-CPFCNPJ            PIC 9(14).
           02 PTY-TIPO               PIC X(01).
           02 PTY-NOME               PIC X(30).
           02 PTY-ENDERECO           PIC X(40).
           02 PTY-CIDADE             PIC X(20).
           02 PTY-UF                 PIC X(02).
           02 PTY-CEP                PIC 9(08).
           02 PTY-SITUACAO           PIC X(01).
           02 PTY-DATA-ALT           PIC 9(08).
           02 PTY-OPERADOR           PIC X(06).

       FD  PARTY-MASTER-FILE-NOVO.
       01  PARTY-MASTER-RECORD-NOVO  PIC X(130).

       FD  PARTY-XREF-FILE.
       01  PARTY-XREF-RECORD.
           02 XRF-CPFCNPJ            PIC 9(14).
           02 XRF-ORIGEM             PIC X(08).
           02 XRF-CHAVE              PIC X(06).
           02 XRF-PAPEL              PIC X(01).
           02 XRF-SITUACAO           PIC X(01).
           02 XRF-CRITERIO           PIC X(01).
           02 XRF-NOME               PIC X(30).
           02 XRF-DATA               PIC 9(08).
           02 XRF-OPERADOR           PIC X(06).

       FD  PARTY-XREF-FILE-NOVO.
       01  PARTY-XREF-RECORD-NOVO    PIC X(75).

       FD  PARTY-NOTICE-FILE.
       01  PARTY-NOTICE-RECORD.
           02 AVS-DATA               PIC 9(08).
           02 AVS-CPFCNPJ            PIC 9(14).
           02 AVS-ORIGEM             PIC X(08).
           02 AVS-CHAVE              PIC X(06).
           02 AVS-CAMPO              PIC X(04).
           02 AVS-ANTES              PIC X(30).
           02 AVS-DEPOIS             PIC X(30).
           02 AVS-SITUACAO           PIC X(10).
           02 AVS-OPERADOR           PIC X(06).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           02 CM-CODIGO              PIC X(06).
           02 CM-NOME                PIC X(30).
           02 CM-CPFCNPJ             PIC 9(14).
           02 CM-UF                  PIC X(02).
           02 CM-SEGURO-PREF         PIC X(01).
           02 CM-LIMITE-CREDITO      PIC 9(09)V99.
           02 CM-CONTRIB-ICMS        PIC X(01).
           02 CM-EXIGE-POD           PIC X(01).

       FD  CUSTOMER-MASTER-FILE-NOVO.
       01  CUSTOMER-MASTER-RECORD-NOVO PIC X(66).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           02 AC-CONTA                PIC X(06).
           02 AC-TITULAR              PIC X(30).
           02 AC-STATUS               PIC X(01).
           02 AC-SALDO                PIC S9(09)V99.
           02 AC-SALDO-BLOQ           PIC 9(09)V99.
           02 AC-CPFCNPJ              PIC 9(14).
           02 AC-LIMITE-CHEQUE        PIC 9(09)V99.
           02 AC-DATA-NEGATIVO        PIC 9(08).
           02 AC-JUROS-CHEQ-ACUM      PIC 9(07)V99.
           02 AC-IOF-CHEQ-ACUM        PIC 9(07)V99.
           02 AC-TIPO-CONTA           PIC X(01).
           02 AC-POUP-ANIV            PIC 9(08).
           02 AC-POUP-SALDO-MIN       PIC 9(09)V99.
           02 AC-POUP-RESGATE         PIC X(01).

       FD  ACCOUNT-MASTER-FILE-NOVO.
       01  ACCOUNT-MASTER-RECORD-NOVO PIC X(131).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           02 ALU-ID                 PIC X(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  STUDENT-MASTER-FILE-NOVO.
       01  STUDENT-MASTER-RECORD-NOVO PIC X(77).

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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA            PIC X(15).
           02 AUD-SEQUENCIA           PIC 9(06).
           02 AUD-DATA                PIC 9(08).
           02 AUD-HORA                PIC 9(08).
           02 AUD-ENTRADA             PIC X(30).
           02 AUD-SAIDA               PIC X(30).
           02 AUD-OPERADOR            PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'AUDIT-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'CPFCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PARTYMNT'.
       77 WRK-FS-PARTYMAST       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYNEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYXRF        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYXNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYAVS        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-AUDIT-OPERADOR     PIC X(06)      VALUE SPACES.
       77 WRK-FIM-ARQ            PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQUIVO                   VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-MARCA-ANONIMO      PIC X(30)
                                 VALUE 'ANONIMIZADO LGPD'.

       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-REVISAR                 VALUE 'R'.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-ALTERAR                 VALUE 'A'.
           88 WRK-OPCAO-VINCULAR                VALUE 'V'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-RESPOSTA           PIC X(01)      VALUE SPACES.
       77 WRK-PARAR-REVISAO      PIC X(01)      VALUE 'N'.
       77 WRK-TODOS-DOC          PIC X(01)      VALUE 'N'.
       77 WRK-PESSOAS-ALTERADAS  PIC X(01)      VALUE 'N'.
       77 WRK-VINCULOS-ALTERADOS PIC X(01)      VALUE 'N'.

       77 WRK-CPF-BUSCA          PIC 9(14)      VALUE ZEROS.
       77 WRK-PAPEL-BUSCA        PIC X(01)      VALUE SPACES.
       77 WRK-ORIGEM-BUSCA       PIC X(08)      VALUE SPACES.
       77 WRK-CHAVE-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-NOME-CADASTRO      PIC X(30)      VALUE SPACES.
       77 WRK-ACHOU-CADASTRO     PIC X(01)      VALUE 'N'.
       77 WRK-NOVO-NOME          PIC X(30)      VALUE SPACES.
       77 WRK-NOVO-ENDERECO      PIC X(40)      VALUE SPACES.
       77 WRK-NOVA-CIDADE        PIC X(20)      VALUE SPACES.
       77 WRK-NOVA-UF            PIC X(02)      VALUE SPACES.
       77 WRK-NOVO-CEP           PIC 9(08)      VALUE ZEROS.
       77 WRK-TROCOU-NOME        PIC X(01)      VALUE 'N'.
       77 WRK-TROCOU-UF          PIC X(01)      VALUE 'N'.
       77 WRK-NOME-ANTERIOR      PIC X(30)      VALUE SPACES.
       77 WRK-UF-ANTERIOR        PIC X(02)      VALUE SPACES.

       77 WRK-SUB-PES            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-PES            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PES-ACHADA         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-XRF            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-XRF            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-XRF-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-MUD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-MUD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MUD-ACHADA         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CONFIRMADOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-RECUSADOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-AVISOS         PIC 9(05)      VALUE ZEROS.

       77 WRK-NOME-PARTYMAST     PIC X(20)      VALUE "PARTYMAST.dat".
       77 WRK-NOME-PARTYNEW      PIC X(20)      VALUE "PARTYNEW.dat".
       77 WRK-NOME-PARTYXRF      PIC X(20)      VALUE "PARTYXRF.dat".
       77 WRK-NOME-PARTYXNW      PIC X(20)      VALUE "PARTYXNW.dat".
       77 WRK-NOME-CUSTMAST      PIC X(20)      VALUE "CUSTMAST.dat".
       77 WRK-NOME-CUSTNEW       PIC X(20)      VALUE "CUSTNEW.dat".
       77 WRK-NOME-ACCMAST       PIC X(20)      VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20)      VALUE "ACCNEW.dat".
       77 WRK-NOME-ALUMAST       PIC X(20)      VALUE "ALUMAST.dat".
       77 WRK-NOME-ALUNEW        PIC X(20)      VALUE "ALUNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-PESSOA.
           02 WRK-PES-LINHA OCCURS 2000 TIMES.
               03 WRK-PES-REGISTRO.
                   04 WRK-PES-CPFCNPJ    PIC 9(14).
                   04 WRK-PES-TIPO       PIC X(01).
                   04 WRK-PES-NOME       PIC X(30).
                   04 WRK-PES-ENDERECO   PIC X(40).
                   04 WRK-PES-CIDADE     PIC X(20).
                   04 WRK-PES-UF         PIC X(02).
                   04 WRK-PES-CEP        PIC 9(08).
                   04 WRK-PES-SITUACAO   PIC X(01).
                   04 WRK-PES-DATA-ALT   PIC 9(08).
                   04 WRK-PES-OPERADOR   PIC X(06).

       01  WRK-TAB-VINCULO.
           02 WRK-XRF-LINHA OCCURS 4000 TIMES.
               03 WRK-XRF-REGISTRO.
                   04 WRK-XRF-CPFCNPJ    PIC 9(14).
                   04 WRK-XRF-ORIGEM     PIC X(08).
                   04 WRK-XRF-CHAVE      PIC X(06).
                   04 WRK-XRF-PAPEL      PIC X(01).
                   04 WRK-XRF-SITUACAO   PIC X(01).
                   04 WRK-XRF-CRITERIO   PIC X(01).
                   04 WRK-XRF-NOME       PIC X(30).
                   04 WRK-XRF-DATA       PIC 9(08).
                   04 WRK-XRF-OPERADOR   PIC X(06).

      *    MUDANCAS A LEVAR AOS CADASTROS DONOS NO ENCERRAMENTO; A
      *    SITUACAO VAI PARA O AVISO (APLICADO/PENDENTE/NAO ACHADO).
       01  WRK-TAB-MUDANCA.
           02 WRK-MUD-LINHA OCCURS 500 TIMES.
               03 WRK-MUD-CPFCNPJ        PIC 9(14).
               03 WRK-MUD-ORIGEM         PIC X(08).
               03 WRK-MUD-CHAVE          PIC X(06).
               03 WRK-MUD-TROCA-NOME     PIC X(01).
               03 WRK-MUD-NOME-ANTES     PIC X(30).
               03 WRK-MUD-NOME           PIC X(30).
               03 WRK-MUD-TROCA-UF       PIC X(01).
               03 WRK-MUD-UF-ANTES       PIC X(02).
               03 WRK-MUD-UF             PIC X(02).
               03 WRK-MUD-SITUACAO       PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'PARTYMNT' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-MASTER-FILE.
           IF WRK-FS-PARTYMAST = '00'
               PERFORM 0110-LER-PESSOA UNTIL WRK-FIM-ARQUIVO
               CLOSE PARTY-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-XREF-FILE.
           IF WRK-FS-PARTYXRF = '00'
               PERFORM 0120-LER-VINCULO UNTIL WRK-FIM-ARQUIVO
               CLOSE PARTY-XREF-FILE
           END-IF.
           DISPLAY 'PESSOAS: ' WRK-QTD-PES ' VINCULOS: ' WRK-QTD-XRF.

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

       0110-LER-PESSOA.
           READ PARTY-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'WRK-TAB-PESSOA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PES TO WRK-TABCHK-QTD
                   MOVE 2000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PES
                   MOVE PARTY-MASTER-RECORD
                       TO WRK-PES-REGISTRO(WRK-QTD-PES)
           END-READ.
           MOVE 'PARTYMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYMAST,
               WRK-FSCHK-CHAVE.

       0120-LER-VINCULO.
           READ PARTY-XREF-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'WRK-TAB-VINCULO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-XRF TO WRK-TABCHK-QTD
                   MOVE 4000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-XRF
                   MOVE PARTY-XREF-RECORD
                       TO WRK-XRF-REGISTRO(WRK-QTD-XRF)
           END-READ.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.

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
           DISPLAY 'OPERACAO (R=REVISAR I=INCLUIR A=ALTERAR '
               'V=VINCULAR L=LISTAR F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-REVISAR
                   PERFORM 0210-REVISAR-VINCULOS
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0220-INCLUIR-PESSOA
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 0230-ALTERAR-PESSOA
               WHEN WRK-OPCAO-VINCULAR
                   PERFORM 0240-VINCULAR-CADASTRO
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0250-LISTAR-PESSOA
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ***************************************************************
      * REVISAO DOS VINCULOS PROPOSTOS (SITUACAO P): S CONFIRMA, N   *
      * RECUSA, T CONFIRMA ESTE E TODOS OS PROPOSTOS PELO DOCUMENTO, *
      * X PARA A REVISAO (O RESTO FICA PROPOSTO).                    *
      ***************************************************************
       0210-REVISAR-VINCULOS.
           MOVE 'N' TO WRK-PARAR-REVISAO WRK-TODOS-DOC.
           MOVE ZEROS TO WRK-QTD-CONFIRMADOS WRK-QTD-RECUSADOS.
           PERFORM 0211-REVISAR-VINCULO
               VARYING WRK-SUB-XRF FROM 1 BY 1
               UNTIL WRK-SUB-XRF > WRK-QTD-XRF
                  OR WRK-PARAR-REVISAO = 'S'.
           DISPLAY 'CONFIRMADOS: ' WRK-QTD-CONFIRMADOS
               ' RECUSADOS: ' WRK-QTD-RECUSADOS.
           IF WRK-QTD-CONFIRMADOS > ZEROS
               OR WRK-QTD-RECUSADOS > ZEROS
               MOVE 'S' TO WRK-VINCULOS-ALTERADOS
               MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA
               STRING 'REVISAO VINCULOS PESSOA'
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               STRING 'CONF=' WRK-QTD-CONFIRMADOS ' RECUS='
                   WRK-QTD-RECUSADOS
                   DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               PERFORM 0450-REGISTRAR-AUDITORIA
           END-IF.

       0211-REVISAR-VINCULO.
           IF WRK-XRF-SITUACAO(WRK-SUB-XRF) = 'P'
               IF WRK-TODOS-DOC = 'S'
                   AND WRK-XRF-CRITERIO(WRK-SUB-XRF) = 'D'
                   MOVE 'S' TO WRK-RESPOSTA
               ELSE
                   PERFORM 0212-PERGUNTAR-VINCULO
               END-IF
               EVALUATE WRK-RESPOSTA
                   WHEN 'S'
                       MOVE 'C' TO WRK-XRF-SITUACAO(WRK-SUB-XRF)
                       PERFORM 0213-CARIMBAR-VINCULO
                       ADD 1 TO WRK-QTD-CONFIRMADOS
                   WHEN 'N'
                       MOVE 'R' TO WRK-XRF-SITUACAO(WRK-SUB-XRF)
                       PERFORM 0213-CARIMBAR-VINCULO
                       ADD 1 TO WRK-QTD-RECUSADOS
                   WHEN 'X'
                       MOVE 'S' TO WRK-PARAR-REVISAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0212-PERGUNTAR-VINCULO.
           MOVE WRK-XRF-CPFCNPJ(WRK-SUB-XRF) TO WRK-CPF-BUSCA.
           PERFORM 0260-LOCALIZAR-PESSOA.
           DISPLAY WRK-XRF-ORIGEM(WRK-SUB-XRF) ' '
               WRK-XRF-CHAVE(WRK-SUB-XRF) ' '
               WRK-XRF-NOME(WRK-SUB-XRF) ' (CRITERIO '
               WRK-XRF-CRITERIO(WRK-SUB-XRF) ')'.
           IF WRK-PES-ACHADA > ZEROS
               DISPLAY '    -> PESSOA ' WRK-XRF-CPFCNPJ(WRK-SUB-XRF)
                   ' ' WRK-PES-NOME(WRK-PES-ACHADA)
           END-IF.
           DISPLAY 'CONFIRMA (S=SIM N=NAO T=TODOS POR DOCUMENTO '
               'X=PARAR): '.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'T'
               MOVE 'S' TO WRK-TODOS-DOC
               MOVE 'S' TO WRK-RESPOSTA
           END-IF.

       0213-CARIMBAR-VINCULO.
           MOVE WRK-DATA-HOJE TO WRK-XRF-DATA(WRK-SUB-XRF).
           MOVE WRK-OPERADOR-ID TO WRK-XRF-OPERADOR(WRK-SUB-XRF).

      ***************************************************************
      * INCLUSAO DE PESSOA: SO COM CPF/CNPJ CONFERIDO E NAO REPETIDO.*
      ***************************************************************
       0220-INCLUIR-PESSOA.
           DISPLAY 'CPF/CNPJ (SOMENTE NUMEROS): '.
           ACCEPT WRK-CPF-BUSCA.
           MOVE WRK-CPF-BUSCA TO WRK-CPFCHK-DOCUMENTO.
           CALL 'CPF-CHECK' USING WRK-CPFCHK-DOCUMENTO,
               WRK-CPFCHK-TIPO, WRK-CPFCHK-RESULTADO.
           PERFORM 0260-LOCALIZAR-PESSOA.
           EVALUATE TRUE
               WHEN NOT WRK-CPFCHK-VALIDO
                   DISPLAY 'CPF/CNPJ INVALIDO - DIGITO NAO CONFERE.'
               WHEN WRK-PES-ACHADA > ZEROS
                   DISPLAY 'PESSOA JA CADASTRADA: '
                       WRK-PES-NOME(WRK-PES-ACHADA)
               WHEN OTHER
                   PERFORM 0221-GRAVAR-INCLUSAO
           END-EVALUATE.

       0221-GRAVAR-INCLUSAO.
           MOVE 'WRK-TAB-PESSOA' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-PES TO WRK-TABCHK-QTD.
           MOVE 2000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-PES.
           MOVE WRK-QTD-PES TO WRK-PES-ACHADA.
           MOVE WRK-CPF-BUSCA TO WRK-PES-CPFCNPJ(WRK-PES-ACHADA).
           MOVE WRK-CPFCHK-TIPO TO WRK-PES-TIPO(WRK-PES-ACHADA).
           DISPLAY 'NOME: '.
           ACCEPT WRK-PES-NOME(WRK-PES-ACHADA).
           DISPLAY 'ENDERECO: '.
           ACCEPT WRK-PES-ENDERECO(WRK-PES-ACHADA).
           DISPLAY 'CIDADE: '.
           ACCEPT WRK-PES-CIDADE(WRK-PES-ACHADA).
           DISPLAY 'UF: '.
           ACCEPT WRK-PES-UF(WRK-PES-ACHADA).
           DISPLAY 'CEP (SOMENTE NUMEROS): '.
           ACCEPT WRK-PES-CEP(WRK-PES-ACHADA).
           INSPECT WRK-PES-REGISTRO(WRK-PES-ACHADA) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'A' TO WRK-PES-SITUACAO(WRK-PES-ACHADA).
           MOVE WRK-DATA-HOJE TO WRK-PES-DATA-ALT(WRK-PES-ACHADA).
           MOVE WRK-OPERADOR-ID TO WRK-PES-OPERADOR(WRK-PES-ACHADA).
           MOVE 'S' TO WRK-PESSOAS-ALTERADAS.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'INCLUSAO PESSOA=' WRK-CPF-BUSCA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'TIPO=' WRK-CPFCHK-TIPO
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0450-REGISTRAR-AUDITORIA.
           DISPLAY 'PESSOA INCLUIDA.'.

      ***************************************************************
      * ALTERACAO DE NOME/ENDERECO: EM BRANCO (CEP ZERO) MANTEM O    *
      * CAMPO. NOME E UF NOVOS VAO PARA OS VINCULOS CONFIRMADOS.     *
      ***************************************************************
       0230-ALTERAR-PESSOA.
           DISPLAY 'CPF/CNPJ DA PESSOA: '.
           ACCEPT WRK-CPF-BUSCA.
           PERFORM 0260-LOCALIZAR-PESSOA.
           EVALUATE TRUE
               WHEN WRK-PES-ACHADA = ZEROS
                   DISPLAY 'PESSOA NAO CADASTRADA.'
               WHEN WRK-PES-SITUACAO(WRK-PES-ACHADA) NOT = 'A'
                   DISPLAY 'PESSOA ANONIMIZADA - SEM ALTERACAO.'
               WHEN OTHER
                   PERFORM 0231-RECEBER-ALTERACAO
           END-EVALUATE.

       0231-RECEBER-ALTERACAO.
           DISPLAY 'ATUAL: ' WRK-PES-NOME(WRK-PES-ACHADA).
           DISPLAY '       ' WRK-PES-ENDERECO(WRK-PES-ACHADA) ' '
               WRK-PES-CIDADE(WRK-PES-ACHADA) ' '
               WRK-PES-UF(WRK-PES-ACHADA) ' '
               WRK-PES-CEP(WRK-PES-ACHADA).
           MOVE SPACES TO WRK-NOVO-NOME WRK-NOVO-ENDERECO
                          WRK-NOVA-CIDADE WRK-NOVA-UF.
           MOVE ZEROS TO WRK-NOVO-CEP.
           DISPLAY 'NOVO NOME (BRANCO = MANTEM): '.
           ACCEPT WRK-NOVO-NOME.
           DISPLAY 'NOVO ENDERECO (BRANCO = MANTEM): '.
           ACCEPT WRK-NOVO-ENDERECO.
           DISPLAY 'NOVA CIDADE (BRANCO = MANTEM): '.
           ACCEPT WRK-NOVA-CIDADE.
           DISPLAY 'NOVA UF (BRANCO = MANTEM): '.
           ACCEPT WRK-NOVA-UF.
           DISPLAY 'NOVO CEP (ZERO = MANTEM): '.
           ACCEPT WRK-NOVO-CEP.
           INSPECT WRK-NOVO-NOME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-NOVO-ENDERECO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-NOVA-CIDADE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-NOVA-UF CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'N' TO WRK-TROCOU-NOME WRK-TROCOU-UF.
           MOVE WRK-PES-NOME(WRK-PES-ACHADA) TO WRK-NOME-ANTERIOR.
           MOVE WRK-PES-UF(WRK-PES-ACHADA) TO WRK-UF-ANTERIOR.
           IF WRK-NOVO-NOME NOT = SPACES
               AND WRK-NOVO-NOME NOT = WRK-PES-NOME(WRK-PES-ACHADA)
               MOVE WRK-NOVO-NOME TO WRK-PES-NOME(WRK-PES-ACHADA)
               MOVE 'S' TO WRK-TROCOU-NOME
           END-IF.
           IF WRK-NOVO-ENDERECO NOT = SPACES
               MOVE WRK-NOVO-ENDERECO
                   TO WRK-PES-ENDERECO(WRK-PES-ACHADA)
           END-IF.
           IF WRK-NOVA-CIDADE NOT = SPACES
               MOVE WRK-NOVA-CIDADE TO WRK-PES-CIDADE(WRK-PES-ACHADA)
           END-IF.
           IF WRK-NOVA-UF NOT = SPACES
               AND WRK-NOVA-UF NOT = WRK-PES-UF(WRK-PES-ACHADA)
               MOVE WRK-NOVA-UF TO WRK-PES-UF(WRK-PES-ACHADA)
               MOVE 'S' TO WRK-TROCOU-UF
           END-IF.
           IF WRK-NOVO-CEP NOT = ZEROS
               MOVE WRK-NOVO-CEP TO WRK-PES-CEP(WRK-PES-ACHADA)
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-PES-DATA-ALT(WRK-PES-ACHADA).
           MOVE WRK-OPERADOR-ID TO WRK-PES-OPERADOR(WRK-PES-ACHADA).
           MOVE 'S' TO WRK-PESSOAS-ALTERADAS.
           IF WRK-TROCOU-NOME = 'S' OR WRK-TROCOU-UF = 'S'
               PERFORM 0232-PROGRAMAR-MUDANCA
                   VARYING WRK-SUB-XRF FROM 1 BY 1
                   UNTIL WRK-SUB-XRF > WRK-QTD-XRF
           END-IF.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'ALTERA PESSOA=' WRK-CPF-BUSCA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'NOME=' WRK-TROCOU-NOME ' UF=' WRK-TROCOU-UF
               ' ENDERECO'
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0450-REGISTRAR-AUDITORIA.
           DISPLAY 'PESSOA ALTERADA - CADASTROS DONOS ATUALIZADOS '
               'NO ENCERRAMENTO (F).'.

      *    SO O VINCULO CONFIRMADO LEVA A MUDANCA. A UF SO EXISTE NO
      *    CUSTMAST; O NOME VAI AO CUSTMAST, ACCMAST E ALUMAST E FICA
      *    PENDENTE PARA O RH NO EMPMAST.
       0232-PROGRAMAR-MUDANCA.
           IF WRK-XRF-CPFCNPJ(WRK-SUB-XRF) = WRK-CPF-BUSCA
               AND WRK-XRF-SITUACAO(WRK-SUB-XRF) = 'C'
               AND (WRK-TROCOU-NOME = 'S'
                    OR WRK-XRF-ORIGEM(WRK-SUB-XRF) = 'CUSTMAST')
               PERFORM 0233-LOCALIZAR-MUDANCA
               IF WRK-MUD-ACHADA = ZEROS
                   PERFORM 0234-INCLUIR-MUDANCA
               END-IF
               IF WRK-TROCOU-NOME = 'S'
                   MOVE 'S' TO WRK-MUD-TROCA-NOME(WRK-MUD-ACHADA)
                   MOVE WRK-PES-NOME(WRK-PES-ACHADA)
                       TO WRK-MUD-NOME(WRK-MUD-ACHADA)
                   IF WRK-XRF-ORIGEM(WRK-SUB-XRF) NOT = 'EMPMAST'
                       MOVE WRK-PES-NOME(WRK-PES-ACHADA)
                           TO WRK-XRF-NOME(WRK-SUB-XRF)
                       MOVE 'S' TO WRK-VINCULOS-ALTERADOS
                   END-IF
               END-IF
               IF WRK-TROCOU-UF = 'S'
                   AND WRK-XRF-ORIGEM(WRK-SUB-XRF) = 'CUSTMAST'
                   MOVE 'S' TO WRK-MUD-TROCA-UF(WRK-MUD-ACHADA)
                   MOVE WRK-PES-UF(WRK-PES-ACHADA)
                       TO WRK-MUD-UF(WRK-MUD-ACHADA)
               END-IF
           END-IF.

       0233-LOCALIZAR-MUDANCA.
           MOVE ZEROS TO WRK-MUD-ACHADA.
           PERFORM VARYING WRK-SUB-MUD FROM 1 BY 1
               UNTIL WRK-SUB-MUD > WRK-QTD-MUD
               IF WRK-MUD-ORIGEM(WRK-SUB-MUD)
                       = WRK-XRF-ORIGEM(WRK-SUB-XRF)
                   AND WRK-MUD-CHAVE(WRK-SUB-MUD)
                       = WRK-XRF-CHAVE(WRK-SUB-XRF)
                   MOVE WRK-SUB-MUD TO WRK-MUD-ACHADA
                   MOVE WRK-QTD-MUD TO WRK-SUB-MUD
               END-IF
           END-PERFORM.

       0234-INCLUIR-MUDANCA.
           MOVE 'WRK-TAB-MUDANCA' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-MUD TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-MUD.
           MOVE WRK-QTD-MUD TO WRK-MUD-ACHADA.
           MOVE WRK-CPF-BUSCA TO WRK-MUD-CPFCNPJ(WRK-MUD-ACHADA).
           MOVE WRK-XRF-ORIGEM(WRK-SUB-XRF)
               TO WRK-MUD-ORIGEM(WRK-MUD-ACHADA).
           MOVE WRK-XRF-CHAVE(WRK-SUB-XRF)
               TO WRK-MUD-CHAVE(WRK-MUD-ACHADA).
           MOVE 'N' TO WRK-MUD-TROCA-NOME(WRK-MUD-ACHADA)
                       WRK-MUD-TROCA-UF(WRK-MUD-ACHADA).
           MOVE WRK-XRF-NOME(WRK-SUB-XRF)
               TO WRK-MUD-NOME-ANTES(WRK-MUD-ACHADA).
           MOVE WRK-NOME-ANTERIOR TO WRK-MUD-NOME(WRK-MUD-ACHADA).
           MOVE WRK-UF-ANTERIOR TO WRK-MUD-UF-ANTES(WRK-MUD-ACHADA)
                                   WRK-MUD-UF(WRK-MUD-ACHADA).
           IF WRK-MUD-ORIGEM(WRK-MUD-ACHADA) = 'EMPMAST'
               MOVE 'PENDENTE' TO WRK-MUD-SITUACAO(WRK-MUD-ACHADA)
           ELSE
               MOVE 'NAO ACHADO' TO WRK-MUD-SITUACAO(WRK-MUD-ACHADA)
           END-IF.

      ***************************************************************
      * VINCULO MANUAL (CRITERIO M, JA CONFIRMADO): O REGISTRO TEM   *
      * QUE EXISTIR NO CADASTRO DONO, NAO ESTAR ANONIMIZADO E NAO    *
      * TER OUTRO VINCULO VALIDO.                                    *
      ***************************************************************
       0240-VINCULAR-CADASTRO.
           DISPLAY 'CPF/CNPJ DA PESSOA: '.
           ACCEPT WRK-CPF-BUSCA.
           PERFORM 0260-LOCALIZAR-PESSOA.
           IF WRK-PES-ACHADA = ZEROS
               DISPLAY 'PESSOA NAO CADASTRADA.'
           ELSE
               PERFORM 0241-RECEBER-VINCULO
           END-IF.

       0241-RECEBER-VINCULO.
           DISPLAY 'PAPEL (C=CLIENTE T=TITULAR DE CONTA '
               'R=RESPONSAVEL DE ALUNO E=EMPREGADO): '.
           ACCEPT WRK-PAPEL-BUSCA.
           EVALUATE WRK-PAPEL-BUSCA
               WHEN 'C'
                   MOVE 'CUSTMAST' TO WRK-ORIGEM-BUSCA
               WHEN 'T'
                   MOVE 'ACCMAST' TO WRK-ORIGEM-BUSCA
               WHEN 'R'
                   MOVE 'ALUMAST' TO WRK-ORIGEM-BUSCA
               WHEN 'E'
                   MOVE 'EMPMAST' TO WRK-ORIGEM-BUSCA
               WHEN OTHER
                   MOVE SPACES TO WRK-ORIGEM-BUSCA
           END-EVALUATE.
           IF WRK-ORIGEM-BUSCA = SPACES
               DISPLAY 'PAPEL INVALIDO.'
           ELSE
               DISPLAY 'CHAVE NO CADASTRO (CODIGO/CONTA/ALUNO/'
                   'MATRICULA): '
               ACCEPT WRK-CHAVE-BUSCA
               PERFORM 0242-CONFERIR-CADASTRO
               PERFORM 0243-LOCALIZAR-VINCULO
               EVALUATE TRUE
                   WHEN WRK-ACHOU-CADASTRO = 'N'
                       DISPLAY 'REGISTRO NAO ENCONTRADO EM '
                           WRK-ORIGEM-BUSCA
                   WHEN WRK-NOME-CADASTRO = WRK-MARCA-ANONIMO
                       DISPLAY 'REGISTRO ANONIMIZADO - SEM VINCULO.'
                   WHEN WRK-XRF-ACHADO > ZEROS
                       DISPLAY 'JA VINCULADO A PESSOA '
                           WRK-XRF-CPFCNPJ(WRK-XRF-ACHADO)
                   WHEN OTHER
                       PERFORM 0244-GRAVAR-VINCULO
               END-EVALUATE
           END-IF.

       0242-CONFERIR-CADASTRO.
           MOVE 'N' TO WRK-ACHOU-CADASTRO.
           MOVE SPACES TO WRK-NOME-CADASTRO.
           MOVE 'N' TO WRK-FIM-ARQ.
           EVALUATE WRK-ORIGEM-BUSCA
               WHEN 'CUSTMAST'
                   OPEN INPUT CUSTOMER-MASTER-FILE
                   IF WRK-FS-CUSTMAST = '00'
                       PERFORM 0245-PROCURAR-CLIENTE
                           UNTIL WRK-FIM-ARQUIVO
                       CLOSE CUSTOMER-MASTER-FILE
                   END-IF
               WHEN 'ACCMAST'
                   OPEN INPUT ACCOUNT-MASTER-FILE
                   IF WRK-FS-ACCMAST = '00'
                       PERFORM 0246-PROCURAR-CONTA
                           UNTIL WRK-FIM-ARQUIVO
                       CLOSE ACCOUNT-MASTER-FILE
                   END-IF
               WHEN 'ALUMAST'
                   OPEN INPUT STUDENT-MASTER-FILE
                   IF WRK-FS-ALUMAST = '00'
                       PERFORM 0247-PROCURAR-ALUNO
                           UNTIL WRK-FIM-ARQUIVO
                       CLOSE STUDENT-MASTER-FILE
                   END-IF
               WHEN 'EMPMAST'
                   OPEN INPUT EMPLOYEE-MASTER-FILE
                   IF WRK-FS-EMPMAST = '00'
                       PERFORM 0248-PROCURAR-EMPREGADO
                           UNTIL WRK-FIM-ARQUIVO
                       CLOSE EMPLOYEE-MASTER-FILE
                   END-IF
           END-EVALUATE.

       0243-LOCALIZAR-VINCULO.
           MOVE ZEROS TO WRK-XRF-ACHADO.
           PERFORM VARYING WRK-SUB-XRF FROM 1 BY 1
               UNTIL WRK-SUB-XRF > WRK-QTD-XRF
               IF WRK-XRF-ORIGEM(WRK-SUB-XRF) = WRK-ORIGEM-BUSCA
                   AND WRK-XRF-CHAVE(WRK-SUB-XRF) = WRK-CHAVE-BUSCA
                   AND WRK-XRF-SITUACAO(WRK-SUB-XRF) NOT = 'R'
                   MOVE WRK-SUB-XRF TO WRK-XRF-ACHADO
                   MOVE WRK-QTD-XRF TO WRK-SUB-XRF
               END-IF
           END-PERFORM.

       0244-GRAVAR-VINCULO.
           MOVE 'WRK-TAB-VINCULO' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-XRF TO WRK-TABCHK-QTD.
           MOVE 4000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-XRF.
           MOVE WRK-CPF-BUSCA TO WRK-XRF-CPFCNPJ(WRK-QTD-XRF).
           MOVE WRK-ORIGEM-BUSCA TO WRK-XRF-ORIGEM(WRK-QTD-XRF).
           MOVE WRK-CHAVE-BUSCA TO WRK-XRF-CHAVE(WRK-QTD-XRF).
           MOVE WRK-PAPEL-BUSCA TO WRK-XRF-PAPEL(WRK-QTD-XRF).
           MOVE 'C' TO WRK-XRF-SITUACAO(WRK-QTD-XRF).
           MOVE 'M' TO WRK-XRF-CRITERIO(WRK-QTD-XRF).
           MOVE WRK-NOME-CADASTRO TO WRK-XRF-NOME(WRK-QTD-XRF).
           MOVE WRK-DATA-HOJE TO WRK-XRF-DATA(WRK-QTD-XRF).
           MOVE WRK-OPERADOR-ID TO WRK-XRF-OPERADOR(WRK-QTD-XRF).
           MOVE 'S' TO WRK-VINCULOS-ALTERADOS.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'VINCULO PESSOA=' WRK-CPF-BUSCA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING WRK-ORIGEM-BUSCA ' ' WRK-CHAVE-BUSCA
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0450-REGISTRAR-AUDITORIA.
           DISPLAY 'VINCULO GRAVADO: ' WRK-NOME-CADASTRO.

       0245-PROCURAR-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CM-CODIGO = WRK-CHAVE-BUSCA
                       MOVE 'S' TO WRK-ACHOU-CADASTRO
                       MOVE CM-NOME TO WRK-NOME-CADASTRO
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

       0246-PROCURAR-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF AC-CONTA = WRK-CHAVE-BUSCA
                       MOVE 'S' TO WRK-ACHOU-CADASTRO
                       MOVE AC-TITULAR TO WRK-NOME-CADASTRO
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

       0247-PROCURAR-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ALU-ID = WRK-CHAVE-BUSCA
                       MOVE 'S' TO WRK-ACHOU-CADASTRO
                       MOVE ALU-RESPONSAVEL TO WRK-NOME-CADASTRO
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.

       0248-PROCURAR-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF EMP-MATRICULA = WRK-CHAVE-BUSCA
                       MOVE 'S' TO WRK-ACHOU-CADASTRO
                       MOVE EMP-NOME TO WRK-NOME-CADASTRO
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0250-LISTAR-PESSOA.
           DISPLAY 'CPF/CNPJ DA PESSOA: '.
           ACCEPT WRK-CPF-BUSCA.
           PERFORM 0260-LOCALIZAR-PESSOA.
           IF WRK-PES-ACHADA = ZEROS
               DISPLAY 'PESSOA NAO CADASTRADA.'
           ELSE
               DISPLAY WRK-PES-CPFCNPJ(WRK-PES-ACHADA) ' '
                   WRK-PES-TIPO(WRK-PES-ACHADA) ' '
                   WRK-PES-NOME(WRK-PES-ACHADA) ' SITUACAO '
                   WRK-PES-SITUACAO(WRK-PES-ACHADA)
               DISPLAY '    ' WRK-PES-ENDERECO(WRK-PES-ACHADA) ' '
                   WRK-PES-CIDADE(WRK-PES-ACHADA) ' '
                   WRK-PES-UF(WRK-PES-ACHADA) ' '
                   WRK-PES-CEP(WRK-PES-ACHADA)
               PERFORM VARYING WRK-SUB-XRF FROM 1 BY 1
                   UNTIL WRK-SUB-XRF > WRK-QTD-XRF
                   IF WRK-XRF-CPFCNPJ(WRK-SUB-XRF) = WRK-CPF-BUSCA
                       DISPLAY '    ' WRK-XRF-ORIGEM(WRK-SUB-XRF) ' '
                           WRK-XRF-CHAVE(WRK-SUB-XRF) ' PAPEL '
                           WRK-XRF-PAPEL(WRK-SUB-XRF) ' SITUACAO '
                           WRK-XRF-SITUACAO(WRK-SUB-XRF) ' '
                           WRK-XRF-NOME(WRK-SUB-XRF)
                   END-IF
               END-PERFORM
           END-IF.

       0260-LOCALIZAR-PESSOA.
           MOVE ZEROS TO WRK-PES-ACHADA.
           PERFORM VARYING WRK-SUB-PES FROM 1 BY 1
               UNTIL WRK-SUB-PES > WRK-QTD-PES
               IF WRK-PES-CPFCNPJ(WRK-SUB-PES) = WRK-CPF-BUSCA
                   MOVE WRK-SUB-PES TO WRK-PES-ACHADA
                   MOVE WRK-QTD-PES TO WRK-SUB-PES
               END-IF
           END-PERFORM.

      ***************************************************************
      * ENCERRAMENTO: REGRAVA PESSOAS E VINCULOS, LEVA AS MUDANCAS   *
      * AOS CADASTROS DONOS E GRAVA OS AVISOS.                       *
      ***************************************************************
       0300-FINALIZAR.
           IF WRK-PESSOAS-ALTERADAS = 'S'
               PERFORM 0310-REGRAVAR-PESSOAS
           END-IF.
           IF WRK-VINCULOS-ALTERADOS = 'S'
               PERFORM 0320-REGRAVAR-VINCULOS
           END-IF.
           IF WRK-QTD-MUD > ZEROS
               PERFORM 0330-APLICAR-CLIENTES
               PERFORM 0340-APLICAR-CONTAS
               PERFORM 0350-APLICAR-ALUNOS
               PERFORM 0360-GRAVAR-AVISOS
           END-IF.
           DISPLAY 'CADASTRO DE PESSOAS ENCERRADO - AVISOS: '
               WRK-QTD-AVISOS.

       0310-REGRAVAR-PESSOAS.
           OPEN OUTPUT PARTY-MASTER-FILE-NOVO.
           MOVE 'PARTYNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYNEW,
               WRK-FSCHK-CHAVE.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           PERFORM VARYING WRK-SUB-PES FROM 1 BY 1
               UNTIL WRK-SUB-PES > WRK-QTD-PES
               MOVE WRK-PES-REGISTRO(WRK-SUB-PES)
                   TO PARTY-MASTER-RECORD-NOVO
               WRITE PARTY-MASTER-RECORD-NOVO
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-PARTYNEW,
                   WRK-FSCHK-CHAVE
           END-PERFORM.
           CLOSE PARTY-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-PARTYMAST,
               WRK-NOME-PARTYNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-PARTYMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0320-REGRAVAR-VINCULOS.
           OPEN OUTPUT PARTY-XREF-FILE-NOVO.
           MOVE 'PARTYXNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXNW,
               WRK-FSCHK-CHAVE.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           PERFORM VARYING WRK-SUB-XRF FROM 1 BY 1
               UNTIL WRK-SUB-XRF > WRK-QTD-XRF
               MOVE WRK-XRF-REGISTRO(WRK-SUB-XRF)
                   TO PARTY-XREF-RECORD-NOVO
               WRITE PARTY-XREF-RECORD-NOVO
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-PARTYXNW,
                   WRK-FSCHK-CHAVE
           END-PERFORM.
           CLOSE PARTY-XREF-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-PARTYXRF,
               WRK-NOME-PARTYXNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-PARTYXRF
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0330-APLICAR-CLIENTES.
           MOVE 'CUSTMAST' TO WRK-ORIGEM-BUSCA.
           PERFORM 0370-CONTAR-MUDANCAS.
           IF WRK-MUD-ACHADA > ZEROS
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT CUSTOMER-MASTER-FILE
               MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CUSTMAST,
                   WRK-FSCHK-CHAVE
               OPEN OUTPUT CUSTOMER-MASTER-FILE-NOVO
               MOVE 'CUSTNEW' TO WRK-FSCHK-ARQ
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CUSTNEW,
                   WRK-FSCHK-CHAVE
               PERFORM 0331-COPIAR-CLIENTE UNTIL WRK-FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER-FILE
                     CUSTOMER-MASTER-FILE-NOVO
               CALL 'PROMOVE' USING WRK-NOME-CUSTMAST,
                   WRK-NOME-CUSTNEW, WRK-RESULT-PROMOCAO
               PERFORM 0380-CONFERIR-PROMOCAO
           END-IF.

       0331-COPIAR-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE CM-CODIGO TO WRK-CHAVE-BUSCA
                   PERFORM 0375-LOCALIZAR-MUDANCA-CHAVE
                   IF WRK-MUD-ACHADA > ZEROS
                       MOVE 'APLICADO'
                           TO WRK-MUD-SITUACAO(WRK-MUD-ACHADA)
                       MOVE CM-NOME
                           TO WRK-MUD-NOME-ANTES(WRK-MUD-ACHADA)
                       MOVE CM-UF
                           TO WRK-MUD-UF-ANTES(WRK-MUD-ACHADA)
                       IF WRK-MUD-TROCA-NOME(WRK-MUD-ACHADA) = 'S'
                           MOVE WRK-MUD-NOME(WRK-MUD-ACHADA)
                               TO CM-NOME
                       END-IF
                       IF WRK-MUD-TROCA-UF(WRK-MUD-ACHADA) = 'S'
                           MOVE WRK-MUD-UF(WRK-MUD-ACHADA) TO CM-UF
                       END-IF
                   END-IF
                   MOVE CUSTOMER-MASTER-RECORD
                       TO CUSTOMER-MASTER-RECORD-NOVO
                   WRITE CUSTOMER-MASTER-RECORD-NOVO
                   MOVE 'CUSTNEW' TO WRK-FSCHK-ARQ
                   MOVE 'WRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-CUSTNEW,
                       WRK-FSCHK-CHAVE
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

       0340-APLICAR-CONTAS.
           MOVE 'ACCMAST' TO WRK-ORIGEM-BUSCA.
           PERFORM 0370-CONTAR-MUDANCAS.
           IF WRK-MUD-ACHADA > ZEROS
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT ACCOUNT-MASTER-FILE
               MOVE 'ACCMAST' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ACCMAST,
                   WRK-FSCHK-CHAVE
               OPEN OUTPUT ACCOUNT-MASTER-FILE-NOVO
               MOVE 'ACCNEW' TO WRK-FSCHK-ARQ
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ACCNEW,
                   WRK-FSCHK-CHAVE
               PERFORM 0341-COPIAR-CONTA UNTIL WRK-FIM-ARQUIVO
               CLOSE ACCOUNT-MASTER-FILE
                     ACCOUNT-MASTER-FILE-NOVO
               CALL 'PROMOVE' USING WRK-NOME-ACCMAST,
                   WRK-NOME-ACCNEW, WRK-RESULT-PROMOCAO
               PERFORM 0380-CONFERIR-PROMOCAO
           END-IF.

       0341-COPIAR-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE AC-CONTA TO WRK-CHAVE-BUSCA
                   PERFORM 0375-LOCALIZAR-MUDANCA-CHAVE
                   IF WRK-MUD-ACHADA > ZEROS
                       MOVE 'APLICADO'
                           TO WRK-MUD-SITUACAO(WRK-MUD-ACHADA)
                       MOVE AC-TITULAR
                           TO WRK-MUD-NOME-ANTES(WRK-MUD-ACHADA)
                       MOVE WRK-MUD-NOME(WRK-MUD-ACHADA)
                           TO AC-TITULAR
                   END-IF
                   MOVE ACCOUNT-MASTER-RECORD
                       TO ACCOUNT-MASTER-RECORD-NOVO
                   WRITE ACCOUNT-MASTER-RECORD-NOVO
                   MOVE 'ACCNEW' TO WRK-FSCHK-ARQ
                   MOVE 'WRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-ACCNEW,
                       WRK-FSCHK-CHAVE
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

       0350-APLICAR-ALUNOS.
           MOVE 'ALUMAST' TO WRK-ORIGEM-BUSCA.
           PERFORM 0370-CONTAR-MUDANCAS.
           IF WRK-MUD-ACHADA > ZEROS
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT STUDENT-MASTER-FILE
               MOVE 'ALUMAST' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ALUMAST,
                   WRK-FSCHK-CHAVE
               OPEN OUTPUT STUDENT-MASTER-FILE-NOVO
               MOVE 'ALUNEW' TO WRK-FSCHK-ARQ
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ALUNEW,
                   WRK-FSCHK-CHAVE
               PERFORM 0351-COPIAR-ALUNO UNTIL WRK-FIM-ARQUIVO
               CLOSE STUDENT-MASTER-FILE
                     STUDENT-MASTER-FILE-NOVO
               CALL 'PROMOVE' USING WRK-NOME-ALUMAST,
                   WRK-NOME-ALUNEW, WRK-RESULT-PROMOCAO
               PERFORM 0380-CONFERIR-PROMOCAO
           END-IF.

       0351-COPIAR-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE ALU-ID TO WRK-CHAVE-BUSCA
                   PERFORM 0375-LOCALIZAR-MUDANCA-CHAVE
                   IF WRK-MUD-ACHADA > ZEROS
                       MOVE 'APLICADO'
                           TO WRK-MUD-SITUACAO(WRK-MUD-ACHADA)
                       MOVE ALU-RESPONSAVEL
                           TO WRK-MUD-NOME-ANTES(WRK-MUD-ACHADA)
                       MOVE WRK-MUD-NOME(WRK-MUD-ACHADA)
                           TO ALU-RESPONSAVEL
                   END-IF
                   MOVE STUDENT-MASTER-RECORD
                       TO STUDENT-MASTER-RECORD-NOVO
                   WRITE STUDENT-MASTER-RECORD-NOVO
                   MOVE 'ALUNEW' TO WRK-FSCHK-ARQ
                   MOVE 'WRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-ALUNEW,
                       WRK-FSCHK-CHAVE
           END-READ.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.

       0360-GRAVAR-AVISOS.
           OPEN EXTEND PARTY-NOTICE-FILE.
           IF WRK-FS-PARTYAVS = '35'
               OPEN OUTPUT PARTY-NOTICE-FILE
           END-IF.
           MOVE 'PARTYAVS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYAVS,
               WRK-FSCHK-CHAVE.
           PERFORM 0361-GRAVAR-AVISO
               VARYING WRK-SUB-MUD FROM 1 BY 1
               UNTIL WRK-SUB-MUD > WRK-QTD-MUD.
           CLOSE PARTY-NOTICE-FILE.

       0361-GRAVAR-AVISO.
           MOVE WRK-DATA-HOJE TO AVS-DATA.
           MOVE WRK-MUD-CPFCNPJ(WRK-SUB-MUD) TO AVS-CPFCNPJ.
           MOVE WRK-MUD-ORIGEM(WRK-SUB-MUD) TO AVS-ORIGEM.
           MOVE WRK-MUD-CHAVE(WRK-SUB-MUD) TO AVS-CHAVE.
           MOVE WRK-MUD-SITUACAO(WRK-SUB-MUD) TO AVS-SITUACAO.
           MOVE WRK-OPERADOR-ID TO AVS-OPERADOR.
           IF WRK-MUD-TROCA-NOME(WRK-SUB-MUD) = 'S'
               MOVE 'NOME' TO AVS-CAMPO
               MOVE WRK-MUD-NOME-ANTES(WRK-SUB-MUD) TO AVS-ANTES
               MOVE WRK-MUD-NOME(WRK-SUB-MUD) TO AVS-DEPOIS
               PERFORM 0362-ESCREVER-AVISO
           END-IF.
           IF WRK-MUD-TROCA-UF(WRK-SUB-MUD) = 'S'
               MOVE 'UF' TO AVS-CAMPO
               MOVE WRK-MUD-UF-ANTES(WRK-SUB-MUD) TO AVS-ANTES
               MOVE WRK-MUD-UF(WRK-SUB-MUD) TO AVS-DEPOIS
               PERFORM 0362-ESCREVER-AVISO
           END-IF.

       0362-ESCREVER-AVISO.
           WRITE PARTY-NOTICE-RECORD.
           MOVE 'PARTYAVS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYAVS,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-AVISOS.
           IF AVS-SITUACAO NOT = 'APLICADO'
               DISPLAY 'AVISO ' AVS-SITUACAO ': ' AVS-ORIGEM ' '
                   AVS-CHAVE ' ' AVS-CAMPO ' ' AVS-DEPOIS
           END-IF.

      *    WRK-MUD-ACHADA > 0 QUANDO HA MUDANCA PARA O CADASTRO EM
      *    WRK-ORIGEM-BUSCA.
       0370-CONTAR-MUDANCAS.
           MOVE ZEROS TO WRK-MUD-ACHADA.
           PERFORM VARYING WRK-SUB-MUD FROM 1 BY 1
               UNTIL WRK-SUB-MUD > WRK-QTD-MUD
               IF WRK-MUD-ORIGEM(WRK-SUB-MUD) = WRK-ORIGEM-BUSCA
                   MOVE WRK-SUB-MUD TO WRK-MUD-ACHADA
                   MOVE WRK-QTD-MUD TO WRK-SUB-MUD
               END-IF
           END-PERFORM.

       0375-LOCALIZAR-MUDANCA-CHAVE.
           MOVE ZEROS TO WRK-MUD-ACHADA.
           PERFORM VARYING WRK-SUB-MUD FROM 1 BY 1
               UNTIL WRK-SUB-MUD > WRK-QTD-MUD
               IF WRK-MUD-ORIGEM(WRK-SUB-MUD) = WRK-ORIGEM-BUSCA
                   AND WRK-MUD-CHAVE(WRK-SUB-MUD) = WRK-CHAVE-BUSCA
                   MOVE WRK-SUB-MUD TO WRK-MUD-ACHADA
                   MOVE WRK-QTD-MUD TO WRK-SUB-MUD
               END-IF
           END-PERFORM.

      *    PROMOCAO RECUSADA: O CADASTRO DONO FICOU COMO ESTAVA E O
      *    AVISO SAI COMO PENDENTE.
       0380-CONFERIR-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-ORIGEM-BUSCA
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               PERFORM VARYING WRK-SUB-MUD FROM 1 BY 1
                   UNTIL WRK-SUB-MUD > WRK-QTD-MUD
                   IF WRK-MUD-ORIGEM(WRK-SUB-MUD) = WRK-ORIGEM-BUSCA
                       MOVE 'PENDENTE' TO WRK-MUD-SITUACAO(WRK-SUB-MUD)
                   END-IF
               END-PERFORM
           END-IF.

       0450-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-AUDIT-OPERADOR TO AUD-OPERADOR.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           WRITE AUDIT-LOG-RECORD.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.
