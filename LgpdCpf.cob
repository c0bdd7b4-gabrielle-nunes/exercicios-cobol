       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCPF.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: ATENDIMENTO AO TITULAR (LGPD): PARA UM CPF/CNPJ
      *          INFORMADO, LISTA NO LGPDCPF.dat TUDO O QUE O SISTEMA
      *          GUARDA DELE - CADASTRO DE CLIENTES (CUSTMAST), CONTAS
      *          (ACCMAST), CREDIARIO (CREDPARC), PONTOS (FIDELID) E
      *          CUPONS (SALESDET VIVO E ARQUIVADOS); PELAS CHAVES
      *          ACHADAS, AS FATURAS (FATREG), OS PEDIDOS (FRETELOG) E
      *          O MOVIMENTO DE CAIXA (TELLERTX). EMPMAST, DEPENDENTS E
      *          ALUMAST NAO TEM CPF: SAO CONFERIDOS PELO NOME ACHADO
      *          NOS CADASTROS ACIMA E MARCADOS 'POR NOME - CONFERIR'.
      *          A CONSULTA FICA NO AUDITLOG COM O PROTOCOLO DO PEDIDO.
      *          O CADASTRO UNICO DE PESSOAS (PARTYMAST) E OS VINCULOS
      *          DELE (PARTYXRF) SAEM PELO MESMO CPF/CNPJ.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO PARA OS PEDIDOS DE ACESSO DO TITULAR.
      *2026-10-15 - FD DO CREDPARC COM O CP-LOCAL E O CP-FORMA (O
      *             REGISTRO INTEIRO, COMO NO CRDREL).
      *2026-10-15 - LISTA A PESSOA DO CADASTRO UNICO (PARTYMAST) E OS
      *             VINCULOS DELA COM OS CADASTROS (PARTYXRF).
      *2026-10-15 - FD DO FRETELOG COM O TAMANHO DO REGISTRO DO FRETE
      *             (114 POSICOES).
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
           SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYMAST.
           SELECT PARTY-XREF-FILE ASSIGN TO "PARTYXRF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYXRF.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDPARC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPARC.
           SELECT LOYALTY-LEDGER-FILE ASSIGN TO "FIDELID.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FIDELID.
           SELECT SALES-DETAIL-FILE ASSIGN USING WRK-NOME-VENDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESDET.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "FATREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREG.
           SELECT FREIGHT-LOG-FILE ASSIGN USING WRK-NOME-FRETE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT TELLER-TRANSACTIONS-FILE ASSIGN USING WRK-NOME-CAIXA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TELLERTX.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANKMAST.
           SELECT DEPENDENTS-FILE ASSIGN TO "DEPENDENTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPEND.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUMAST.
           SELECT SUBJECT-REPORT-FILE ASSIGN TO "LGPDCPF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDCPF.
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

       FD  INSTALLMENT-FILE.
       01  INSTALLMENT-RECORD.
           02 CP-CPF                 PIC 9(11).
           02 CP-DATA-VENDA          PIC 9(08).
           02 CP-TERMINAL            PIC X(04).
           02 CP-CUPOM               PIC 9(06).
           02 CP-PARCELA             PIC 9(02).
           02 CP-QTD-PARC            PIC 9(02).
           02 CP-TIPO                PIC X(01).
           02 CP-DATA-MOVTO          PIC 9(08).
           02 CP-VENCIMENTO          PIC 9(08).
           02 CP-PRINCIPAL           PIC 9(07)V99.
           02 CP-JUROS               PIC 9(07)V99.
           02 CP-ENCARGOS            PIC 9(07)V99.
           02 CP-ORIGEM              PIC X(01).
           02 CP-LOCAL               PIC X(06).
           02 CP-FORMA               PIC X(01).

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

       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-RECORD.
           02 FID-CPF                PIC 9(11).
           02 FID-DATA               PIC 9(08).
           02 FID-TERMINAL           PIC X(04).
           02 FID-CUPOM              PIC 9(06).
           02 FID-TIPO               PIC X(01).
           02 FID-PONTOS             PIC 9(07).
           02 FID-VALIDADE           PIC 9(08).

       FD  SALES-DETAIL-FILE.
       01  SALES-DETAIL-RECORD.
           02 SD-DATA                PIC 9(08).
           02 SD-HORA                PIC 9(06).
           02 SD-TERMINAL            PIC X(04).
           02 SD-TIPO-TRANSACAO      PIC X(01).
           02 SD-ITEM-CODIGO         PIC X(06).
           02 SD-VENDEDOR-CODIGO     PIC X(06).
           02 SD-FORMA-PAGTO         PIC X(01).
           02 SD-VALOR               PIC 9(07)V99.
           02 SD-VALOR-BRUTO         PIC 9(07)V99.
           02 SD-DESCONTO            PIC 9(07)V99.
           02 SD-PROMO-ID            PIC X(04).
           02 SD-CUPOM               PIC 9(06).
           02 SD-QTDE                PIC 9(03).
           02 SD-REF-DATA            PIC 9(08).
           02 SD-REF-TERM            PIC X(04).
           02 SD-REF-CUPOM           PIC 9(06).
           02 SD-CPF                 PIC 9(11).
           02 SD-PONTOS              PIC 9(07).

       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD.
           02 FAT-NUMERO             PIC 9(08).
           02 FAT-CLIENTE            PIC X(06).
           02 FAT-DATA-EMISSAO       PIC 9(08).
           02 FAT-VALOR              PIC 9(09)V99.
           02 FAT-STATUS             PIC X(01).
           02 FAT-VALOR-PAGO         PIC 9(09)V99.
           02 FAT-NOSSO-NUMERO       PIC 9(09).
           02 FAT-DATA-VENCIMENTO    PIC 9(08).
           02 FAT-BOLETO-STATUS      PIC X(01).

       FD  FREIGHT-LOG-FILE.
       01  FREIGHT-LOG-RECORD.
           02 LOG-DATA               PIC 9(08).
           02 LOG-PEDIDO             PIC X(06).
           02 LOG-CLIENTE-COD        PIC X(06).
           02 FILLER                 PIC X(94).

       FD  TELLER-TRANSACTIONS-FILE.
       01  TELLER-TX-RECORD.
           02 TX-DATA                PIC 9(08).
           02 TX-TELLER              PIC X(06).
           02 TX-CONTA               PIC X(06).
           02 FILLER                 PIC X(141).

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

       FD  BANK-MASTER-FILE.
       01  BANK-MASTER-RECORD.
           02 BK-MATRICULA          PIC X(06).
           02 BK-BANCO              PIC X(03).
           02 BK-AGENCIA            PIC X(04).
           02 BK-CONTA              PIC X(10).
           02 BK-DV                 PIC X(01).
           02 BK-TIPO-CONTA         PIC X(01).

       FD  DEPENDENTS-FILE.
       01  DEPENDENT-RECORD.
           02 DEP-MATRICULA          PIC X(06).
           02 DEP-NOME               PIC X(30).
           02 DEP-NASCIMENTO         PIC 9(08).
           02 DEP-TIPO               PIC X(01).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           02 ALU-ID                 PIC X(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  SUBJECT-REPORT-FILE.
       01  SUBJECT-REPORT-RECORD     PIC X(132).

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

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'LGPDCPF'.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYMAST       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYXRF        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CREDPARC        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FIDELID         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALESDET        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FRETELOG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TELLERTX        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BANKMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DEPEND          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LGPDCPF         PIC X(02)      VALUE ZEROS.
       77 WRK-AUDIT-OPERADOR     PIC X(06)      VALUE SPACES.
       77 WRK-FIM-ARQ            PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQUIVO                   VALUE 'S'.

       77 WRK-NOME-VENDA         PIC X(20)      VALUE SPACES.
       77 WRK-NOME-FRETE         PIC X(20)      VALUE SPACES.
       77 WRK-NOME-CAIXA         PIC X(20)      VALUE SPACES.
       77 WRK-NOME-AUX           PIC X(20)      VALUE SPACES.
       77 WRK-MARCA-ANONIMO      PIC X(30)
                                 VALUE 'ANONIMIZADO LGPD'.
      *    PRIMEIRA COMPETENCIA EM QUE PODE HAVER LOG ARQUIVADO PELO
      *    ARQUIVA; OS MESES SEM ARQUIVO SAO PULADOS.
       77 WRK-COMP-INICIO        PIC 9(06)      VALUE 202001.
       77 WRK-COMP-VARRE         PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-HOJE          PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.

       77 WRK-CPF-TITULAR        PIC 9(14)      VALUE ZEROS.
       77 WRK-PROTOCOLO          PIC X(10)      VALUE SPACES.
       77 WRK-CHAVE-AUX          PIC X(06)      VALUE SPACES.
       77 WRK-NOME-CONF          PIC X(30)      VALUE SPACES.
       77 WRK-ACHADO             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CTA            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CTA            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-NOM            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-NOM            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-MAT            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-MAT            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-ARQ            PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-ABERTO         PIC 9(07)      VALUE ZEROS.
       77 WRK-VALOR-AUX          PIC S9(11)V99  VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ED             PIC ZZZ.ZZ9.
       77 WRK-VALOR-ED           PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-COMP-VARRE-R.
           02 WRK-VARRE-ANO          PIC 9(04).
           02 WRK-VARRE-MES          PIC 9(02).

      *    CHAVES ACHADAS PELO CPF E NOMES PARA A CONFERENCIA NOS
      *    CADASTROS SEM CPF.
       01  WRK-TAB-CLI VALUE SPACES.
           02 WRK-CLI-CODIGO OCCURS 50 TIMES PIC X(06).
       01  WRK-TAB-CTA VALUE SPACES.
           02 WRK-CTA-CONTA OCCURS 50 TIMES PIC X(06).
       01  WRK-TAB-NOM VALUE SPACES.
           02 WRK-NOM-NOME OCCURS 50 TIMES PIC X(30).
       01  WRK-TAB-MAT VALUE SPACES.
           02 WRK-MAT-MATRICULA OCCURS 50 TIMES PIC X(06).

       01  WRK-LINHA-DET.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-DET-ORIGEM         PIC X(20).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-CHAVE          PIC X(10).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-DADOS          PIC X(70).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-NOTA           PIC X(24).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CADASTROS-POR-CPF.
           PERFORM 0300-MOVIMENTOS-POR-CPF.
           PERFORM 0400-MOVIMENTOS-VINCULADOS.
           PERFORM 0500-CONFERENCIA-POR-NOME.
           PERFORM 0600-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-COMP-HOJE.
           MOVE 'LGPDCPF' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           DISPLAY 'PROTOCOLO DO PEDIDO DO TITULAR: '.
           ACCEPT WRK-PROTOCOLO.
           DISPLAY 'CPF/CNPJ DO TITULAR (SO NUMEROS): '.
           ACCEPT WRK-CPF-TITULAR.
      *    CPF ZERADO E O DE REGISTRO JA ANONIMIZADO: NAO E TITULAR.
           IF WRK-CPF-TITULAR = ZEROS
               DISPLAY 'CPF/CNPJ INVALIDO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUBJECT-REPORT-FILE.
           MOVE 'LGPDCPF' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LGPDCPF,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO SUBJECT-REPORT-RECORD.
           STRING 'DADOS PESSOAIS DO TITULAR CPF/CNPJ '
               WRK-CPF-TITULAR ' - PROTOCOLO ' WRK-PROTOCOLO
               ' - EMITIDO EM ' WRK-DATA-HOJE ' POR '
               WRK-OPERADOR-ID
               DELIMITED BY SIZE INTO SUBJECT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO SUBJECT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO SUBJECT-REPORT-RECORD.
           STRING '  ORIGEM               CHAVE      DADOS'
               DELIMITED BY SIZE INTO SUBJECT-REPORT-RECORD.
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
      * CADASTROS COM O CPF/CNPJ: CLIENTES E CONTAS.                *
      ***************************************************************
       0200-CADASTROS-POR-CPF.
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
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-MASTER-FILE.
           IF WRK-FS-PARTYMAST = '00'
               PERFORM 0230-LER-PESSOA UNTIL WRK-FIM-ARQUIVO
               CLOSE PARTY-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-XREF-FILE.
           IF WRK-FS-PARTYXRF = '00'
               PERFORM 0240-LER-VINCULO UNTIL WRK-FIM-ARQUIVO
               CLOSE PARTY-XREF-FILE
           END-IF.

       0210-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CM-CPFCNPJ = WRK-CPF-TITULAR
                       PERFORM 0211-LISTAR-CLIENTE
                   END-IF
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

       0211-LISTAR-CLIENTE.
           MOVE 'WRK-TAB-CLI' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-CLI TO WRK-TABCHK-QTD.
           MOVE 50 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-CLI.
           MOVE CM-CODIGO TO WRK-CLI-CODIGO(WRK-QTD-CLI).
           MOVE CM-NOME TO WRK-NOME-CONF.
           PERFORM 0280-GUARDAR-NOME.
           MOVE CM-LIMITE-CREDITO TO WRK-VALOR-ED.
           MOVE 'CUSTMAST' TO WRK-DET-ORIGEM.
           MOVE CM-CODIGO TO WRK-DET-CHAVE.
           MOVE SPACES TO WRK-DET-DADOS WRK-DET-NOTA.
           STRING CM-NOME ' UF ' CM-UF ' LIMITE ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-DET-DADOS.
           PERFORM 0285-GRAVAR-DETALHE.

       0220-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF AC-CPFCNPJ = WRK-CPF-TITULAR
                       PERFORM 0221-LISTAR-CONTA
                   END-IF
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

       0221-LISTAR-CONTA.
           MOVE 'WRK-TAB-CTA' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-CTA TO WRK-TABCHK-QTD.
           MOVE 50 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-CTA.
           MOVE AC-CONTA TO WRK-CTA-CONTA(WRK-QTD-CTA).
           MOVE AC-TITULAR TO WRK-NOME-CONF.
           PERFORM 0280-GUARDAR-NOME.
           MOVE AC-SALDO TO WRK-VALOR-ED.
           MOVE 'ACCMAST' TO WRK-DET-ORIGEM.
           MOVE AC-CONTA TO WRK-DET-CHAVE.
           MOVE SPACES TO WRK-DET-DADOS WRK-DET-NOTA.
           STRING AC-TITULAR ' STATUS ' AC-STATUS ' SALDO '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-DET-DADOS.
           PERFORM 0285-GRAVAR-DETALHE.

       0230-LER-PESSOA.
           READ PARTY-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PTY-CPFCNPJ = WRK-CPF-TITULAR
                       MOVE 'PARTYMAST' TO WRK-DET-ORIGEM
                       MOVE PTY-TIPO TO WRK-DET-CHAVE
                       MOVE SPACES TO WRK-DET-DADOS WRK-DET-NOTA
                       STRING PTY-NOME ' ' PTY-ENDERECO
                           DELIMITED BY SIZE INTO WRK-DET-DADOS
                       PERFORM 0285-GRAVAR-DETALHE
                       MOVE SPACES TO WRK-DET-ORIGEM WRK-DET-CHAVE
                                      WRK-DET-DADOS
                       STRING PTY-CIDADE ' ' PTY-UF ' CEP ' PTY-CEP
                           ' ALTERADO EM ' PTY-DATA-ALT
                           DELIMITED BY SIZE INTO WRK-DET-DADOS
                       PERFORM 0285-GRAVAR-DETALHE
                   END-IF
           END-READ.
           MOVE 'PARTYMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYMAST,
               WRK-FSCHK-CHAVE.

       0240-LER-VINCULO.
           READ PARTY-XREF-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF XRF-CPFCNPJ = WRK-CPF-TITULAR
                       MOVE 'PARTYXRF' TO WRK-DET-ORIGEM
                       MOVE XRF-CHAVE TO WRK-DET-CHAVE
                       MOVE SPACES TO WRK-DET-DADOS
                       STRING XRF-ORIGEM ' ' XRF-NOME ' PAPEL '
                           XRF-PAPEL
                           DELIMITED BY SIZE INTO WRK-DET-DADOS
                       EVALUATE XRF-SITUACAO
                           WHEN 'C'
                               MOVE 'VINCULO CONFIRMADO'
                                   TO WRK-DET-NOTA
                           WHEN 'P'
                               MOVE 'VINCULO PROPOSTO'
                                   TO WRK-DET-NOTA
                           WHEN OTHER
                               MOVE 'VINCULO RECUSADO'
                                   TO WRK-DET-NOTA
                       END-EVALUATE
                       PERFORM 0285-GRAVAR-DETALHE
                   END-IF
           END-READ.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.

       0280-GUARDAR-NOME.
           IF WRK-NOME-CONF NOT = WRK-MARCA-ANONIMO
               AND WRK-NOME-CONF NOT = SPACES
               MOVE ZEROS TO WRK-ACHADO
               PERFORM VARYING WRK-SUB-NOM FROM 1 BY 1
                   UNTIL WRK-SUB-NOM > WRK-QTD-NOM
                   IF WRK-NOM-NOME(WRK-SUB-NOM) = WRK-NOME-CONF
                       MOVE WRK-SUB-NOM TO WRK-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-ACHADO = ZEROS
                   MOVE 'WRK-TAB-NOM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-NOM TO WRK-TABCHK-QTD
                   MOVE 50 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-NOM
                   MOVE WRK-NOME-CONF TO WRK-NOM-NOME(WRK-QTD-NOM)
               END-IF
           END-IF.

       0285-GRAVAR-DETALHE.
           ADD 1 TO WRK-QTD-OCORRENCIAS.
           MOVE WRK-LINHA-DET TO SUBJECT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE SUBJECT-REPORT-RECORD.
           MOVE 'LGPDCPF' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LGPDCPF,
               WRK-FSCHK-CHAVE.

       0295-AVANCAR-MES.
           MOVE WRK-COMP-VARRE TO WRK-COMP-VARRE-R.
           IF WRK-VARRE-MES = 12
               ADD 1 TO WRK-VARRE-ANO
               MOVE 1 TO WRK-VARRE-MES
           ELSE
               ADD 1 TO WRK-VARRE-MES
           END-IF.
           MOVE WRK-COMP-VARRE-R TO WRK-COMP-VARRE.

      ***************************************************************
      * MOVIMENTOS GRAVADOS COM O CPF: CREDIARIO, PONTOS E CUPONS.  *
      * ESSES ARQUIVOS SO TEM CPF (11 DIGITOS).                     *
      ***************************************************************
       0300-MOVIMENTOS-POR-CPF.
           MOVE ZEROS TO WRK-QTD-ARQ WRK-VALOR-AUX.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CREDPARC = '00'
               PERFORM 0310-LER-PARCELA UNTIL WRK-FIM-ARQUIVO
               CLOSE INSTALLMENT-FILE
           END-IF.
           IF WRK-QTD-ARQ > ZEROS
               MOVE WRK-QTD-ARQ TO WRK-QTD-ED
               MOVE WRK-VALOR-AUX TO WRK-VALOR-ED
               MOVE 'CREDPARC' TO WRK-DET-ORIGEM
               MOVE SPACES TO WRK-DET-CHAVE WRK-DET-DADOS WRK-DET-NOTA
               STRING WRK-QTD-ED ' LANCAMENTO(S) DE CREDIARIO - '
                   'PRINCIPAL ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-DET-DADOS
               PERFORM 0285-GRAVAR-DETALHE
           END-IF.
           MOVE ZEROS TO WRK-QTD-ARQ WRK-VALOR-AUX.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT LOYALTY-LEDGER-FILE.
           IF WRK-FS-FIDELID = '00'
               PERFORM 0320-LER-PONTOS UNTIL WRK-FIM-ARQUIVO
               CLOSE LOYALTY-LEDGER-FILE
           END-IF.
           IF WRK-QTD-ARQ > ZEROS
               MOVE WRK-QTD-ARQ TO WRK-QTD-ED
               MOVE 'FIDELID' TO WRK-DET-ORIGEM
               MOVE SPACES TO WRK-DET-CHAVE WRK-DET-DADOS WRK-DET-NOTA
               STRING WRK-QTD-ED ' LANCAMENTO(S) DE PONTOS'
                   DELIMITED BY SIZE INTO WRK-DET-DADOS
               PERFORM 0285-GRAVAR-DETALHE
           END-IF.
           MOVE WRK-COMP-INICIO TO WRK-COMP-VARRE.
           PERFORM 0330-VARRER-MES-VENDA
               UNTIL WRK-COMP-VARRE > WRK-COMP-HOJE.
           MOVE "SALESDET.dat" TO WRK-NOME-VENDA.
           PERFORM 0331-LER-ARQ-VENDA.

       0310-LER-PARCELA.
           READ INSTALLMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CP-CPF = WRK-CPF-TITULAR
                       ADD 1 TO WRK-QTD-ARQ
                       ADD CP-PRINCIPAL TO WRK-VALOR-AUX
                   END-IF
           END-READ.
           MOVE 'CREDPARC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDPARC,
               WRK-FSCHK-CHAVE.

       0320-LER-PONTOS.
           READ LOYALTY-LEDGER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FID-CPF = WRK-CPF-TITULAR
                       ADD 1 TO WRK-QTD-ARQ
                   END-IF
           END-READ.
           MOVE 'FIDELID' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDELID,
               WRK-FSCHK-CHAVE.

       0330-VARRER-MES-VENDA.
           MOVE SPACES TO WRK-NOME-VENDA.
           STRING 'SALESDET.' WRK-COMP-VARRE '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-VENDA.
           PERFORM 0331-LER-ARQ-VENDA.
           PERFORM 0295-AVANCAR-MES.

       0331-LER-ARQ-VENDA.
           MOVE ZEROS TO WRK-QTD-ARQ WRK-VALOR-AUX.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WRK-FS-SALESDET = '00'
               PERFORM 0332-LER-VENDA UNTIL WRK-FIM-ARQUIVO
               CLOSE SALES-DETAIL-FILE
           END-IF.
           IF WRK-QTD-ARQ > ZEROS
               MOVE WRK-QTD-ARQ TO WRK-QTD-ED
               MOVE WRK-VALOR-AUX TO WRK-VALOR-ED
               MOVE WRK-NOME-VENDA TO WRK-DET-ORIGEM
               MOVE SPACES TO WRK-DET-CHAVE WRK-DET-DADOS WRK-DET-NOTA
               STRING WRK-QTD-ED ' CUPOM(NS) COM O CPF - VALOR '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-DET-DADOS
               PERFORM 0285-GRAVAR-DETALHE
           END-IF.

       0332-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF SD-CPF = WRK-CPF-TITULAR
                       ADD 1 TO WRK-QTD-ARQ
                       ADD SD-VALOR TO WRK-VALOR-AUX
                   END-IF
           END-READ.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESDET,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * MOVIMENTOS LIGADOS AS CHAVES ACHADAS: FATURAS E PEDIDOS DOS *
      * CLIENTES, MOVIMENTO DE CAIXA DAS CONTAS.                    *
      ***************************************************************
       0400-MOVIMENTOS-VINCULADOS.
           IF WRK-QTD-CLI > ZEROS
               PERFORM 0410-FATURAS-DO-CLIENTE
                   VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI > WRK-QTD-CLI
               MOVE WRK-COMP-INICIO TO WRK-COMP-VARRE
               PERFORM 0420-VARRER-MES-FRETE
                   UNTIL WRK-COMP-VARRE > WRK-COMP-HOJE
               MOVE "FRETELOG.dat" TO WRK-NOME-FRETE
               PERFORM 0421-LER-ARQ-FRETE
           END-IF.
           IF WRK-QTD-CTA > ZEROS
               MOVE WRK-COMP-INICIO TO WRK-COMP-VARRE
               PERFORM 0430-VARRER-MES-CAIXA
                   UNTIL WRK-COMP-VARRE > WRK-COMP-HOJE
               MOVE "TELLERTX.dat" TO WRK-NOME-CAIXA
               PERFORM 0431-LER-ARQ-CAIXA
           END-IF.

       0410-FATURAS-DO-CLIENTE.
           MOVE ZEROS TO WRK-QTD-ARQ WRK-QTD-ABERTO WRK-VALOR-AUX.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF WRK-FS-FATREG = '00'
               PERFORM 0411-LER-FATURA UNTIL WRK-FIM-ARQUIVO
               CLOSE INVOICE-REGISTER-FILE
           END-IF.
           IF WRK-QTD-ARQ > ZEROS
               MOVE WRK-QTD-ARQ TO WRK-QTD-ED
               MOVE WRK-VALOR-AUX TO WRK-VALOR-ED
               MOVE 'FATREG' TO WRK-DET-ORIGEM
               MOVE WRK-CLI-CODIGO(WRK-SUB-CLI) TO WRK-DET-CHAVE
               MOVE SPACES TO WRK-DET-DADOS WRK-DET-NOTA
               STRING WRK-QTD-ED ' FATURA(S) - EM ABERTO '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-DET-DADOS
               PERFORM 0285-GRAVAR-DETALHE
           END-IF.

       0411-LER-FATURA.
           READ INVOICE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FAT-CLIENTE = WRK-CLI-CODIGO(WRK-SUB-CLI)
                       ADD 1 TO WRK-QTD-ARQ
                       IF FAT-STATUS NOT = 'P'
                           AND FAT-VALOR > FAT-VALOR-PAGO
                           COMPUTE WRK-VALOR-AUX = WRK-VALOR-AUX
                               + FAT-VALOR - FAT-VALOR-PAGO
                       END-IF
                   END-IF
           END-READ.
           MOVE 'FATREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATREG,
               WRK-FSCHK-CHAVE.

       0420-VARRER-MES-FRETE.
           MOVE SPACES TO WRK-NOME-FRETE.
           STRING 'FRETELOG.' WRK-COMP-VARRE '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-FRETE.
           PERFORM 0421-LER-ARQ-FRETE.
           PERFORM 0295-AVANCAR-MES.

       0421-LER-ARQ-FRETE.
           MOVE ZEROS TO WRK-QTD-ARQ.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT FREIGHT-LOG-FILE.
           IF WRK-FS-FRETELOG = '00'
               PERFORM 0422-LER-PEDIDO UNTIL WRK-FIM-ARQUIVO
               CLOSE FREIGHT-LOG-FILE
           END-IF.
           IF WRK-QTD-ARQ > ZEROS
               MOVE WRK-QTD-ARQ TO WRK-QTD-ED
               MOVE WRK-NOME-FRETE TO WRK-DET-ORIGEM
               MOVE SPACES TO WRK-DET-CHAVE WRK-DET-DADOS WRK-DET-NOTA
               STRING WRK-QTD-ED ' PEDIDO(S) DOS CLIENTES ACIMA'
                   DELIMITED BY SIZE INTO WRK-DET-DADOS
               PERFORM 0285-GRAVAR-DETALHE
           END-IF.

       0422-LER-PEDIDO.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                       UNTIL WRK-SUB-CLI > WRK-QTD-CLI
                       IF WRK-CLI-CODIGO(WRK-SUB-CLI) = LOG-CLIENTE-COD
                           ADD 1 TO WRK-QTD-ARQ
                           MOVE WRK-QTD-CLI TO WRK-SUB-CLI
                       END-IF
                   END-PERFORM
           END-READ.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETELOG,
               WRK-FSCHK-CHAVE.

       0430-VARRER-MES-CAIXA.
           MOVE SPACES TO WRK-NOME-CAIXA.
           STRING 'TELLERTX.' WRK-COMP-VARRE '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-CAIXA.
           PERFORM 0431-LER-ARQ-CAIXA.
           PERFORM 0295-AVANCAR-MES.

       0431-LER-ARQ-CAIXA.
           MOVE ZEROS TO WRK-QTD-ARQ.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TELLER-TRANSACTIONS-FILE.
           IF WRK-FS-TELLERTX = '00'
               PERFORM 0432-LER-MOVIMENTO UNTIL WRK-FIM-ARQUIVO
               CLOSE TELLER-TRANSACTIONS-FILE
           END-IF.
           IF WRK-QTD-ARQ > ZEROS
               MOVE WRK-QTD-ARQ TO WRK-QTD-ED
               MOVE WRK-NOME-CAIXA TO WRK-DET-ORIGEM
               MOVE SPACES TO WRK-DET-CHAVE WRK-DET-DADOS WRK-DET-NOTA
               STRING WRK-QTD-ED ' MOVIMENTO(S) DAS CONTAS ACIMA'
                   DELIMITED BY SIZE INTO WRK-DET-DADOS
               PERFORM 0285-GRAVAR-DETALHE
           END-IF.

       0432-LER-MOVIMENTO.
           READ TELLER-TRANSACTIONS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM VARYING WRK-SUB-CTA FROM 1 BY 1
                       UNTIL WRK-SUB-CTA > WRK-QTD-CTA
                       IF WRK-CTA-CONTA(WRK-SUB-CTA) = TX-CONTA
                           ADD 1 TO WRK-QTD-ARQ
                           MOVE WRK-QTD-CTA TO WRK-SUB-CTA
                       END-IF
                   END-PERFORM
           END-READ.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TELLERTX,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * CADASTROS SEM CPF: CONFERIDOS PELOS NOMES ACHADOS ACIMA.    *
      * NOME IGUAL NAO PROVA QUE E A MESMA PESSOA - VAI MARCADO     *
      * PARA CONFERENCIA ANTES DE SAIR NA RESPOSTA AO TITULAR.      *
      ***************************************************************
       0500-CONFERENCIA-POR-NOME.
           IF WRK-QTD-NOM > ZEROS
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF WRK-FS-EMPMAST = '00'
                   PERFORM 0510-LER-EMPREGADO UNTIL WRK-FIM-ARQUIVO
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               IF WRK-QTD-MAT > ZEROS
                   MOVE 'N' TO WRK-FIM-ARQ
                   OPEN INPUT BANK-MASTER-FILE
                   IF WRK-FS-BANKMAST = '00'
                       PERFORM 0520-LER-BANCO UNTIL WRK-FIM-ARQUIVO
                       CLOSE BANK-MASTER-FILE
                   END-IF
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT DEPENDENTS-FILE
               IF WRK-FS-DEPEND = '00'
                   PERFORM 0530-LER-DEPENDENTE UNTIL WRK-FIM-ARQUIVO
                   CLOSE DEPENDENTS-FILE
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT STUDENT-MASTER-FILE
               IF WRK-FS-ALUMAST = '00'
                   PERFORM 0540-LER-ALUNO UNTIL WRK-FIM-ARQUIVO
                   CLOSE STUDENT-MASTER-FILE
               END-IF
           END-IF.

       0510-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE EMP-NOME TO WRK-NOME-CONF
                   PERFORM 0590-CONFERIR-NOME
                   IF WRK-ACHADO > ZEROS
                       PERFORM 0511-LISTAR-EMPREGADO
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0511-LISTAR-EMPREGADO.
           MOVE 'WRK-TAB-MAT' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-MAT TO WRK-TABCHK-QTD.
           MOVE 50 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-MAT.
           MOVE EMP-MATRICULA TO WRK-MAT-MATRICULA(WRK-QTD-MAT).
           MOVE 'EMPMAST' TO WRK-DET-ORIGEM.
           MOVE EMP-MATRICULA TO WRK-DET-CHAVE.
           MOVE SPACES TO WRK-DET-DADOS.
           STRING EMP-NOME ' ADMISSAO ' EMP-DATA-ADMISSAO
               ' DESLIG. ' EMP-DATA-DESLIGAMENTO
               DELIMITED BY SIZE INTO WRK-DET-DADOS.
           MOVE 'POR NOME - CONFERIR' TO WRK-DET-NOTA.
           PERFORM 0285-GRAVAR-DETALHE.

       0520-LER-BANCO.
           READ BANK-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM VARYING WRK-SUB-MAT FROM 1 BY 1
                       UNTIL WRK-SUB-MAT > WRK-QTD-MAT
                       IF WRK-MAT-MATRICULA(WRK-SUB-MAT)
                               = BK-MATRICULA
                           PERFORM 0521-LISTAR-BANCO
                           MOVE WRK-QTD-MAT TO WRK-SUB-MAT
                       END-IF
                   END-PERFORM
           END-READ.
           MOVE 'BANKMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BANKMAST,
               WRK-FSCHK-CHAVE.

       0521-LISTAR-BANCO.
           MOVE 'BANKMAST' TO WRK-DET-ORIGEM.
           MOVE BK-MATRICULA TO WRK-DET-CHAVE.
           MOVE SPACES TO WRK-DET-DADOS.
           STRING 'BANCO ' BK-BANCO ' AGENCIA ' BK-AGENCIA
               ' CONTA ' BK-CONTA '-' BK-DV
               DELIMITED BY SIZE INTO WRK-DET-DADOS.
           MOVE 'POR NOME - CONFERIR' TO WRK-DET-NOTA.
           PERFORM 0285-GRAVAR-DETALHE.

       0530-LER-DEPENDENTE.
           READ DEPENDENTS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE DEP-NOME TO WRK-NOME-CONF
                   PERFORM 0590-CONFERIR-NOME
                   IF WRK-ACHADO > ZEROS
                       MOVE 'DEPENDENTS' TO WRK-DET-ORIGEM
                       MOVE DEP-MATRICULA TO WRK-DET-CHAVE
                       MOVE SPACES TO WRK-DET-DADOS
                       STRING DEP-NOME ' NASCIMENTO ' DEP-NASCIMENTO
                           DELIMITED BY SIZE INTO WRK-DET-DADOS
                       MOVE 'POR NOME - CONFERIR' TO WRK-DET-NOTA
                       PERFORM 0285-GRAVAR-DETALHE
                   END-IF
           END-READ.
           MOVE 'DEPENDEN' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DEPEND,
               WRK-FSCHK-CHAVE.

      *    O TITULAR PODE SER O ALUNO OU O RESPONSAVEL PELO ALUNO.
       0540-LER-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE ALU-NOME TO WRK-NOME-CONF
                   PERFORM 0590-CONFERIR-NOME
                   IF WRK-ACHADO = ZEROS
                       MOVE ALU-RESPONSAVEL TO WRK-NOME-CONF
                       PERFORM 0590-CONFERIR-NOME
                   END-IF
                   IF WRK-ACHADO > ZEROS
                       MOVE 'ALUMAST' TO WRK-DET-ORIGEM
                       MOVE ALU-ID TO WRK-DET-CHAVE
                       MOVE SPACES TO WRK-DET-DADOS
                       STRING ALU-NOME ' RESP. ' ALU-RESPONSAVEL
                           DELIMITED BY SIZE INTO WRK-DET-DADOS
                       MOVE 'POR NOME - CONFERIR' TO WRK-DET-NOTA
                       PERFORM 0285-GRAVAR-DETALHE
                   END-IF
           END-READ.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.

       0590-CONFERIR-NOME.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-SUB-NOM FROM 1 BY 1
               UNTIL WRK-SUB-NOM > WRK-QTD-NOM
               IF WRK-NOM-NOME(WRK-SUB-NOM) = WRK-NOME-CONF
                   MOVE WRK-SUB-NOM TO WRK-ACHADO
                   MOVE WRK-QTD-NOM TO WRK-SUB-NOM
               END-IF
           END-PERFORM.

       0600-FINALIZAR.
           MOVE SPACES TO SUBJECT-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-OCORRENCIAS TO WRK-QTD-ED.
           MOVE SPACES TO SUBJECT-REPORT-RECORD.
           IF WRK-QTD-OCORRENCIAS = ZEROS
               STRING 'NENHUM DADO ENCONTRADO PARA O CPF/CNPJ '
                   'INFORMADO.'
                   DELIMITED BY SIZE INTO SUBJECT-REPORT-RECORD
           ELSE
               STRING 'TOTAL DE OCORRENCIAS: ' WRK-QTD-ED
                   DELIMITED BY SIZE INTO SUBJECT-REPORT-RECORD
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.
           CLOSE SUBJECT-REPORT-FILE.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'CONSULTA LGPD PROT=' WRK-PROTOCOLO
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'OCORRENCIAS=' WRK-QTD-OCORRENCIAS
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0650-REGISTRAR-AUDITORIA.
           DISPLAY 'CONSULTA DO TITULAR - ' WRK-QTD-ED
               ' OCORRENCIA(S) - VER LGPDCPF.dat.'.

       0650-REGISTRAR-AUDITORIA.
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
