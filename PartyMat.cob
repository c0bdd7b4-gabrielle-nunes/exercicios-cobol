       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTYMAT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CASAMENTO INICIAL DO CADASTRO UNICO DE PESSOAS
      *          (PARTYMAST.dat, CHAVE = CPF/CNPJ CONFERIDO PELO CALL
      *          'CPF-CHECK'). RODA UMA VEZ: MONTA AS PESSOAS PELO
      *          CPF/CNPJ DO CUSTMAST E DO ACCMAST E PROCURA PELO NOME
      *          OS RESPONSAVEIS DO ALUMAST E OS EMPREGADOS DO EMPMAST,
      *          QUE NAO TEM DOCUMENTO. CADA LIGACAO ACHADA VAI PARA O
      *          PARTYXRF.dat COMO PROPOSTA (SITUACAO P) PARA REVISAO
      *          NO PARTYMNT; O PARTYREL.dat LISTA AS PROPOSTAS, OS
      *          NOMES QUE DIVERGEM DA PESSOA, OS DOCUMENTOS QUE NAO
      *          CONFEREM, OS NOMES AMBIGUOS E OS SEM PESSOA. REGISTRO
      *          ANONIMIZADO PELO LGPDRET FICA DE FORA. COM O PARTYXRF
      *          JA GRAVADO O PROGRAMA RECUSA RODAR DE NOVO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: A MESMA PESSOA ESTAVA NO CUSTMAST, NO
      *             ACCMAST, NO ALUMAST E NO EMPMAST COM O NOME ESCRITO
      *             DE JEITOS DIFERENTES E SEM LIGACAO ENTRE ELES.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUMAST.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYMAST.
           SELECT PARTY-XREF-FILE ASSIGN TO "PARTYXRF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYXRF.
           SELECT MATCH-REPORT-FILE ASSIGN TO "PARTYREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYREL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           02 ALU-ID                 PIC X(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

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

       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-RECORD       PIC X(132).

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

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PARTYMAT'.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYMAST       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYXRF        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYREL        PIC X(02)      VALUE ZEROS.
       77 WRK-AUDIT-OPERADOR     PIC X(06)      VALUE SPACES.
       77 WRK-FIM-ARQ            PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQUIVO                   VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-MARCA-ANONIMO      PIC X(30)
                                 VALUE 'ANONIMIZADO LGPD'.

      *    REGISTRO DO CADASTRO DE ORIGEM EM EXAME.
       77 WRK-ORIGEM             PIC X(08)      VALUE SPACES.
       77 WRK-CHAVE-ORIGEM       PIC X(06)      VALUE SPACES.
       77 WRK-PAPEL              PIC X(01)      VALUE SPACES.
       77 WRK-CRITERIO           PIC X(01)      VALUE SPACES.
       77 WRK-NOME-ORIGEM        PIC X(30)      VALUE SPACES.
       77 WRK-UF-ORIGEM          PIC X(02)      VALUE SPACES.

       77 WRK-SUB-PTE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-PTE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PTE-ACHADA         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-IGUAL          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-PARECIDO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PTE-IGUAL          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PTE-PARECIDO       PIC 9(04) COMP VALUE ZEROS.

       77 WRK-QTD-PESSOAS        PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-INVALIDOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-AMBIGUOS       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-PARTE      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.

      *    NOME NORMALIZADO: PALAVRAS SEPARADAS POR UM BRANCO, SEM AS
      *    PARTICULAS (DA, DE, DO, DAS, DOS, E); PRIMEIRO E ULTIMO
      *    NOME PARA O CASAMENTO APROXIMADO.
       77 WRK-NOME-CONF          PIC X(30)      VALUE SPACES.
       77 WRK-NOME-CHAVE         PIC X(30)      VALUE SPACES.
       77 WRK-NOME-PRIM          PIC X(15)      VALUE SPACES.
       77 WRK-NOME-ULT           PIC X(15)      VALUE SPACES.
       77 WRK-PTR-NOME           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-PAL            PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-PALAVRA VALUE SPACES.
           02 WRK-PALAVRA OCCURS 8 TIMES PIC X(15).
               88 WRK-PARTICULA VALUE 'DA' 'DE' 'DO' 'DAS' 'DOS' 'E'.

       01  WRK-TAB-PARTE.
           02 WRK-PTE-LINHA OCCURS 2000 TIMES.
               03 WRK-PTE-CPFCNPJ    PIC 9(14).
               03 WRK-PTE-TIPO       PIC X(01).
               03 WRK-PTE-NOME       PIC X(30).
               03 WRK-PTE-UF         PIC X(02).
               03 WRK-PTE-CHAVE-NOME PIC X(30).
               03 WRK-PTE-PRIM       PIC X(15).
               03 WRK-PTE-ULT        PIC X(15).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PESSOAS-POR-DOCUMENTO.
           PERFORM 0300-PESSOAS-POR-NOME.
           PERFORM 0400-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'PARTYMAT' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
      *    O CASAMENTO E FEITO UMA VEZ SO: DEPOIS DELE AS LIGACOES SAO
      *    MANTIDAS NO PARTYMNT E UMA NOVA RODADA APAGARIA A REVISAO.
           OPEN INPUT PARTY-XREF-FILE.
           IF WRK-FS-PARTYXRF = '00'
               READ PARTY-XREF-FILE
               IF WRK-FS-PARTYXRF = '00'
                   DISPLAY 'PARTYXRF.dat JA GRAVADO - O CASAMENTO '
                       'INICIAL JA FOI FEITO. USE O PARTYMNT.'
                   CLOSE PARTY-XREF-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PARTY-XREF-FILE
           END-IF.
           OPEN OUTPUT PARTY-XREF-FILE.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT MATCH-REPORT-FILE.
           MOVE 'PARTYREL' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'CADASTRO UNICO DE PESSOAS - CASAMENTO INICIAL EM '
               WRK-DATA-HOJE ' - OPERADOR ' WRK-OPERADOR-ID
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

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

      ***************************************************************
      * CADASTROS COM CPF/CNPJ: A PESSOA NASCE DO PRIMEIRO REGISTRO  *
      * COM O DOCUMENTO CONFERIDO (NOME E UF DO CUSTMAST TEM         *
      * PRECEDENCIA, POR SER O CADASTRO COM ENDERECO).               *
      ***************************************************************
       0200-PESSOAS-POR-DOCUMENTO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WRK-FS-CUSTMAST = '00'
               PERFORM 0210-LER-CLIENTE UNTIL WRK-FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WRK-FS-ACCMAST = '00'
               PERFORM 0220-LER-CONTA UNTIL WRK-FIM-ARQUIVO
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       0210-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CM-NOME NOT = WRK-MARCA-ANONIMO
                       MOVE 'CUSTMAST' TO WRK-ORIGEM
                       MOVE CM-CODIGO TO WRK-CHAVE-ORIGEM
                       MOVE 'C' TO WRK-PAPEL
                       MOVE CM-NOME TO WRK-NOME-ORIGEM
                       MOVE CM-UF TO WRK-UF-ORIGEM
                       MOVE CM-CPFCNPJ TO WRK-CPFCHK-DOCUMENTO
                       PERFORM 0230-CASAR-POR-DOCUMENTO
                   END-IF
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

       0220-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF AC-TITULAR NOT = WRK-MARCA-ANONIMO
                       MOVE 'ACCMAST' TO WRK-ORIGEM
                       MOVE AC-CONTA TO WRK-CHAVE-ORIGEM
                       MOVE 'T' TO WRK-PAPEL
                       MOVE AC-TITULAR TO WRK-NOME-ORIGEM
                       MOVE SPACES TO WRK-UF-ORIGEM
                       MOVE AC-CPFCNPJ TO WRK-CPFCHK-DOCUMENTO
                       PERFORM 0230-CASAR-POR-DOCUMENTO
                   END-IF
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

       0230-CASAR-POR-DOCUMENTO.
           CALL 'CPF-CHECK' USING WRK-CPFCHK-DOCUMENTO,
               WRK-CPFCHK-TIPO, WRK-CPFCHK-RESULTADO.
           IF NOT WRK-CPFCHK-VALIDO
               ADD 1 TO WRK-QTD-INVALIDOS
               MOVE SPACES TO MATCH-REPORT-RECORD
               STRING 'DOCUMENTO INVALIDO  ' WRK-ORIGEM ' '
                   WRK-CHAVE-ORIGEM ' ' WRK-NOME-ORIGEM ' CPF/CNPJ '
                   WRK-CPFCHK-DOCUMENTO
                   ' - CORRIGIR NO CADASTRO DE ORIGEM'
                   DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           ELSE
               PERFORM 0231-LOCALIZAR-PARTE
               MOVE WRK-NOME-ORIGEM TO WRK-NOME-CONF
               PERFORM 0900-NORMALIZAR-NOME
               IF WRK-PTE-ACHADA = ZEROS
                   PERFORM 0232-INCLUIR-PARTE
               ELSE
                   IF WRK-PTE-CHAVE-NOME(WRK-PTE-ACHADA)
                           NOT = WRK-NOME-CHAVE
                       PERFORM 0233-RELATAR-DIVERGENCIA
                   END-IF
               END-IF
               MOVE 'D' TO WRK-CRITERIO
               PERFORM 0280-PROPOR-VINCULO
           END-IF.

       0231-LOCALIZAR-PARTE.
           MOVE ZEROS TO WRK-PTE-ACHADA.
           PERFORM VARYING WRK-SUB-PTE FROM 1 BY 1
               UNTIL WRK-SUB-PTE > WRK-QTD-PTE
               IF WRK-PTE-CPFCNPJ(WRK-SUB-PTE) = WRK-CPFCHK-DOCUMENTO
                   MOVE WRK-SUB-PTE TO WRK-PTE-ACHADA
                   MOVE WRK-QTD-PTE TO WRK-SUB-PTE
               END-IF
           END-PERFORM.

       0232-INCLUIR-PARTE.
           MOVE 'WRK-TAB-PARTE' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-PTE TO WRK-TABCHK-QTD.
           MOVE 2000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-PTE.
           MOVE WRK-QTD-PTE TO WRK-PTE-ACHADA.
           MOVE WRK-CPFCHK-DOCUMENTO TO WRK-PTE-CPFCNPJ(WRK-PTE-ACHADA).
           MOVE WRK-CPFCHK-TIPO TO WRK-PTE-TIPO(WRK-PTE-ACHADA).
           MOVE WRK-NOME-ORIGEM TO WRK-PTE-NOME(WRK-PTE-ACHADA).
           MOVE WRK-UF-ORIGEM TO WRK-PTE-UF(WRK-PTE-ACHADA).
           MOVE WRK-NOME-CHAVE TO WRK-PTE-CHAVE-NOME(WRK-PTE-ACHADA).
           MOVE WRK-NOME-PRIM TO WRK-PTE-PRIM(WRK-PTE-ACHADA).
           MOVE WRK-NOME-ULT TO WRK-PTE-ULT(WRK-PTE-ACHADA).

       0233-RELATAR-DIVERGENCIA.
           ADD 1 TO WRK-QTD-DIVERGENTES.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'NOME DIVERGENTE     ' WRK-ORIGEM ' '
               WRK-CHAVE-ORIGEM ' ' WRK-NOME-ORIGEM ' PESSOA '
               WRK-PTE-CPFCNPJ(WRK-PTE-ACHADA) ' '
               WRK-PTE-NOME(WRK-PTE-ACHADA)
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

      ***************************************************************
      * VINCULO PROPOSTO: VAI PARA O PARTYXRF COM SITUACAO P E PARA  *
      * O RELATORIO. CRITERIO D = DOCUMENTO, N = NOME NORMALIZADO    *
      * IGUAL, S = PRIMEIRO E ULTIMO NOME IGUAIS.                    *
      ***************************************************************
       0280-PROPOR-VINCULO.
           ADD 1 TO WRK-QTD-PROPOSTAS.
           MOVE WRK-PTE-CPFCNPJ(WRK-PTE-ACHADA) TO XRF-CPFCNPJ.
           MOVE WRK-ORIGEM TO XRF-ORIGEM.
           MOVE WRK-CHAVE-ORIGEM TO XRF-CHAVE.
           MOVE WRK-PAPEL TO XRF-PAPEL.
           MOVE 'P' TO XRF-SITUACAO.
           MOVE WRK-CRITERIO TO XRF-CRITERIO.
           MOVE WRK-NOME-ORIGEM TO XRF-NOME.
           MOVE WRK-DATA-HOJE TO XRF-DATA.
           MOVE WRK-OPERADOR-ID TO XRF-OPERADOR.
           WRITE PARTY-XREF-RECORD.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'VINCULO PROPOSTO    ' WRK-ORIGEM ' '
               WRK-CHAVE-ORIGEM ' ' WRK-NOME-ORIGEM ' PESSOA '
               XRF-CPFCNPJ ' CRITERIO ' WRK-CRITERIO
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE MATCH-REPORT-RECORD.
           MOVE 'PARTYREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYREL,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * CADASTROS SEM DOCUMENTO: RESPONSAVEL DO ALUNO E EMPREGADO    *
      * SAO PROCURADOS PELO NOME ENTRE AS PESSOAS FISICAS.           *
      ***************************************************************
       0300-PESSOAS-POR-NOME.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-FS-ALUMAST = '00'
               PERFORM 0310-LER-ALUNO UNTIL WRK-FIM-ARQUIVO
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPMAST = '00'
               PERFORM 0320-LER-EMPREGADO UNTIL WRK-FIM-ARQUIVO
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       0310-LER-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ALU-RESPONSAVEL NOT = WRK-MARCA-ANONIMO
                       AND ALU-RESPONSAVEL NOT = SPACES
                       MOVE 'ALUMAST' TO WRK-ORIGEM
                       MOVE ALU-ID TO WRK-CHAVE-ORIGEM
                       MOVE 'R' TO WRK-PAPEL
                       MOVE ALU-RESPONSAVEL TO WRK-NOME-ORIGEM
                       PERFORM 0330-CASAR-POR-NOME
                   END-IF
           END-READ.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.

       0320-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF EMP-NOME NOT = WRK-MARCA-ANONIMO
                       MOVE 'EMPMAST' TO WRK-ORIGEM
                       MOVE EMP-MATRICULA TO WRK-CHAVE-ORIGEM
                       MOVE 'E' TO WRK-PAPEL
                       MOVE EMP-NOME TO WRK-NOME-ORIGEM
                       PERFORM 0330-CASAR-POR-NOME
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

      *    NOME NORMALIZADO IGUAL A UMA SO PESSOA: CRITERIO N. SEM
      *    NENHUM IGUAL, PRIMEIRO E ULTIMO NOME IGUAIS A UMA SO PESSOA:
      *    CRITERIO S. MAIS DE UMA PESSOA POSSIVEL: AMBIGUO, SEM
      *    PROPOSTA - O VINCULO E FEITO A MAO NO PARTYMNT.
       0330-CASAR-POR-NOME.
           MOVE WRK-NOME-ORIGEM TO WRK-NOME-CONF.
           PERFORM 0900-NORMALIZAR-NOME.
           MOVE ZEROS TO WRK-QTD-IGUAL WRK-QTD-PARECIDO
                         WRK-PTE-IGUAL WRK-PTE-PARECIDO.
           PERFORM VARYING WRK-SUB-PTE FROM 1 BY 1
               UNTIL WRK-SUB-PTE > WRK-QTD-PTE
               IF WRK-PTE-TIPO(WRK-SUB-PTE) = 'F'
                   IF WRK-PTE-CHAVE-NOME(WRK-SUB-PTE) = WRK-NOME-CHAVE
                       ADD 1 TO WRK-QTD-IGUAL
                       MOVE WRK-SUB-PTE TO WRK-PTE-IGUAL
                   ELSE
                       IF WRK-PTE-PRIM(WRK-SUB-PTE) = WRK-NOME-PRIM
                           AND WRK-PTE-ULT(WRK-SUB-PTE) = WRK-NOME-ULT
                           ADD 1 TO WRK-QTD-PARECIDO
                           MOVE WRK-SUB-PTE TO WRK-PTE-PARECIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-QTD-IGUAL = 1
                   MOVE WRK-PTE-IGUAL TO WRK-PTE-ACHADA
                   MOVE 'N' TO WRK-CRITERIO
                   PERFORM 0280-PROPOR-VINCULO
               WHEN WRK-QTD-IGUAL = ZEROS AND WRK-QTD-PARECIDO = 1
                   MOVE WRK-PTE-PARECIDO TO WRK-PTE-ACHADA
                   MOVE 'S' TO WRK-CRITERIO
                   PERFORM 0280-PROPOR-VINCULO
               WHEN WRK-QTD-IGUAL > 1 OR WRK-QTD-PARECIDO > 1
                   ADD 1 TO WRK-QTD-AMBIGUOS
                   MOVE SPACES TO MATCH-REPORT-RECORD
                   STRING 'NOME AMBIGUO        ' WRK-ORIGEM ' '
                       WRK-CHAVE-ORIGEM ' ' WRK-NOME-ORIGEM
                       ' - MAIS DE UMA PESSOA POSSIVEL'
                       DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
                   PERFORM 0290-GRAVAR-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-SEM-PARTE
                   MOVE SPACES TO MATCH-REPORT-RECORD
                   STRING 'SEM PESSOA          ' WRK-ORIGEM ' '
                       WRK-CHAVE-ORIGEM ' ' WRK-NOME-ORIGEM
                       ' - INCLUIR/VINCULAR NO PARTYMNT'
                       DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
                   PERFORM 0290-GRAVAR-LINHA
           END-EVALUATE.

       0400-FINALIZAR.
           CLOSE PARTY-XREF-FILE.
           OPEN OUTPUT PARTY-MASTER-FILE.
           MOVE 'PARTYMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0410-GRAVAR-PARTE
               VARYING WRK-SUB-PTE FROM 1 BY 1
               UNTIL WRK-SUB-PTE > WRK-QTD-PTE.
           CLOSE PARTY-MASTER-FILE.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-PTE TO WRK-QTD-ED.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'PESSOAS CADASTRADAS........: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-PROPOSTAS TO WRK-QTD-ED.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'VINCULOS PROPOSTOS.........: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-DIVERGENTES TO WRK-QTD-ED.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'NOMES DIVERGENTES..........: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-INVALIDOS TO WRK-QTD-ED.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'DOCUMENTOS INVALIDOS.......: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-AMBIGUOS TO WRK-QTD-ED.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'NOMES AMBIGUOS.............: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-SEM-PARTE TO WRK-QTD-ED.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING 'SEM PESSOA.................: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           CLOSE MATCH-REPORT-FILE.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'CASAMENTO INICIAL PESSOAS'
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE WRK-QTD-PTE TO WRK-QTD-PESSOAS.
           STRING 'PESSOAS=' WRK-QTD-PESSOAS ' PROP=' WRK-QTD-PROPOSTAS
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0450-REGISTRAR-AUDITORIA.
           DISPLAY 'CASAMENTO INICIAL CONCLUIDO - VER PARTYREL.dat.'.
           DISPLAY 'REVISAR OS VINCULOS PROPOSTOS NO PARTYMNT.'.

       0410-GRAVAR-PARTE.
           MOVE SPACES TO PARTY-MASTER-RECORD.
           MOVE WRK-PTE-CPFCNPJ(WRK-SUB-PTE) TO PTY-CPFCNPJ.
           MOVE WRK-PTE-TIPO(WRK-SUB-PTE) TO PTY-TIPO.
           MOVE WRK-PTE-NOME(WRK-SUB-PTE) TO PTY-NOME.
           MOVE WRK-PTE-UF(WRK-SUB-PTE) TO PTY-UF.
           MOVE ZEROS TO PTY-CEP.
           MOVE 'A' TO PTY-SITUACAO.
           MOVE WRK-DATA-HOJE TO PTY-DATA-ALT.
           MOVE WRK-OPERADOR-ID TO PTY-OPERADOR.
           WRITE PARTY-MASTER-RECORD.
           MOVE 'PARTYMAST' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYMAST,
               WRK-FSCHK-CHAVE.

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

      ***************************************************************
      * NORMALIZACAO DO NOME PARA O CASAMENTO: WRK-NOME-CONF ->      *
      * WRK-NOME-CHAVE, WRK-NOME-PRIM E WRK-NOME-ULT.                *
      ***************************************************************
       0900-NORMALIZAR-NOME.
           MOVE SPACES TO WRK-TAB-PALAVRA WRK-NOME-CHAVE
                          WRK-NOME-PRIM WRK-NOME-ULT.
           INSPECT WRK-NOME-CONF CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           UNSTRING WRK-NOME-CONF DELIMITED BY ALL SPACE
               INTO WRK-PALAVRA(1) WRK-PALAVRA(2) WRK-PALAVRA(3)
                    WRK-PALAVRA(4) WRK-PALAVRA(5) WRK-PALAVRA(6)
                    WRK-PALAVRA(7) WRK-PALAVRA(8).
           MOVE 1 TO WRK-PTR-NOME.
           PERFORM 0910-JUNTAR-PALAVRA
               VARYING WRK-SUB-PAL FROM 1 BY 1
               UNTIL WRK-SUB-PAL > 8.

       0910-JUNTAR-PALAVRA.
           IF WRK-PALAVRA(WRK-SUB-PAL) NOT = SPACES
               AND NOT WRK-PARTICULA(WRK-SUB-PAL)
               IF WRK-NOME-PRIM = SPACES
                   MOVE WRK-PALAVRA(WRK-SUB-PAL) TO WRK-NOME-PRIM
               END-IF
               MOVE WRK-PALAVRA(WRK-SUB-PAL) TO WRK-NOME-ULT
               STRING WRK-PALAVRA(WRK-SUB-PAL) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WRK-NOME-CHAVE WITH POINTER WRK-PTR-NOME
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.
