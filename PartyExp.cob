       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTYEXP.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: EXPOSICAO CONSOLIDADA POR PESSOA DO CADASTRO UNICO
      *          (PARTYMAST.dat), PARA COBRANCA E COMPLIANCE. SOMA O
      *          QUE A PESSOA DEVE EM TODAS AS FRENTES PELOS VINCULOS
      *          CONFIRMADOS DO PARTYXRF.dat: FATURAS EM ABERTO DOS
      *          CLIENTES (FATREG), SALDO DEVEDOR DAS CONTAS DE QUE E
      *          TITULAR (ACCMAST), CREDIARIO EM ABERTO PELO CPF
      *          (CREDPARC, MESMA REGRA DO CRDREL), MENSALIDADES EM
      *          ABERTO DOS ALUNOS DE QUE E RESPONSAVEL (MENSREG) E
      *          SALDO DE EMPRESTIMO CONSIGNADO COMO EMPREGADO
      *          (LOANS). SALDO CREDOR EM CONTA SAI NA LINHA MAS NAO
      *          ABATE A EXPOSICAO. VINCULOS AINDA PROPOSTOS NAO ENTRAM
      *          NA SOMA - A QUANTIDADE SAI NO CABECALHO DA PESSOA PARA
      *          LEMBRAR A REVISAO NO PARTYMNT. CPF/CNPJ ZERO NA
      *          ENTRADA = TODAS AS PESSOAS. RELATORIO EM PARTYEXP.dat.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO JUNTO COM O CADASTRO UNICO DE PESSOAS.
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
           SELECT PARTY-XREF-FILE ASSIGN TO "PARTYXRF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYXRF.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "FATREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREG.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDPARC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPARC.
           SELECT TUITION-REGISTER-FILE ASSIGN TO "MENSREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSREG.
           SELECT LOANS-FILE ASSIGN TO "LOANS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOANS.
           SELECT EXPOSURE-REPORT-FILE ASSIGN TO "PARTYEXP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYEXP.
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

       FD  TUITION-REGISTER-FILE.
       01  TUITION-REGISTER-RECORD.
           02 MR-NUMERO              PIC 9(08).
           02 MR-ALUNO               PIC X(06).
           02 MR-TURMA               PIC X(06).
           02 MR-COMPETENCIA         PIC 9(06).
           02 MR-VALOR               PIC 9(07)V99.
           02 MR-VALOR-PAGO          PIC 9(07)V99.
           02 MR-STATUS              PIC X(01).

       FD  LOANS-FILE.
       01  LOAN-RECORD.
           02 LN-MATRICULA           PIC X(06).
           02 LN-PRINCIPAL           PIC 9(7)V99.
           02 LN-PARCELA             PIC 9(7)V99.
           02 LN-PARCELAS-REST       PIC 9(03).

       FD  EXPOSURE-REPORT-FILE.
       01  EXPOSURE-REPORT-RECORD    PIC X(132).

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

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PARTYEXP'.
       77 WRK-FS-PARTYMAST       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYXRF        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CREDPARC        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MENSREG         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOANS           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYEXP        PIC X(02)      VALUE ZEROS.
       77 WRK-AUDIT-OPERADOR     PIC X(06)      VALUE SPACES.
       77 WRK-FIM-ARQ            PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQUIVO                   VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-CPF-PEDIDO         PIC 9(14)      VALUE ZEROS.
       77 WRK-CPF-BUSCA          PIC 9(14)      VALUE ZEROS.
       77 WRK-ORIGEM-BUSCA       PIC X(08)      VALUE SPACES.
       77 WRK-CHAVE-BUSCA        PIC X(06)      VALUE SPACES.
       77 WRK-VALOR              PIC S9(11)V99  VALUE ZEROS.

       77 WRK-SUB-PES            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-PES            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PES-ACHADA         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-XRF            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-XRF            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-PESSOAS        PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-COM-EXPOSICAO  PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-GERAL          PIC S9(13)V99  VALUE ZEROS.

       01  WRK-TAB-PESSOA.
           02 WRK-PES-LINHA OCCURS 2000 TIMES.
               03 WRK-PES-CPFCNPJ        PIC 9(14).
               03 WRK-PES-TIPO           PIC X(01).
               03 WRK-PES-NOME           PIC X(30).
               03 WRK-PES-PENDENTES      PIC 9(03).
               03 WRK-PES-FATURAS        PIC S9(11)V99.
               03 WRK-PES-CONTA-DEVEDOR  PIC S9(11)V99.
               03 WRK-PES-CONTA-CREDOR   PIC S9(11)V99.
               03 WRK-PES-CREDIARIO      PIC S9(11)V99.
               03 WRK-PES-MENSALIDADES   PIC S9(11)V99.
               03 WRK-PES-EMPRESTIMO     PIC S9(11)V99.
               03 WRK-PES-TOTAL          PIC S9(11)V99.

      *    SO VINCULOS CONFIRMADOS, JA COM A POSICAO DA PESSOA.
       01  WRK-TAB-VINCULO.
           02 WRK-XRF-LINHA OCCURS 4000 TIMES.
               03 WRK-XRF-ORIGEM         PIC X(08).
               03 WRK-XRF-CHAVE          PIC X(06).
               03 WRK-XRF-PESSOA         PIC 9(04) COMP.

       01  WRK-LINHA-CAB.
           02 FILLER                 PIC X(08) VALUE 'PESSOA: '.
           02 WRK-CAB-CPFCNPJ        PIC 9(14).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-CAB-TIPO           PIC X(01).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-CAB-NOME           PIC X(30).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-CAB-PENDENTES      PIC ZZ9.
           02 FILLER                 PIC X(20)
                                     VALUE ' VINCULO(S) A REVER'.

       01  WRK-LINHA-DET.
           02 FILLER                 PIC X(04) VALUE SPACES.
           02 WRK-DET-DESCRICAO      PIC X(40).
           02 WRK-DET-VALOR          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WRK-LINHA-TOT.
           02 FILLER                 PIC X(04) VALUE SPACES.
           02 WRK-TOT-DESCRICAO      PIC X(40).
           02 WRK-TOT-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-FATURAS.
           PERFORM 0300-CONTAS.
           PERFORM 0400-CREDIARIO.
           PERFORM 0500-MENSALIDADES.
           PERFORM 0600-EMPRESTIMOS.
           PERFORM 0700-RELATORIO.
           PERFORM 0800-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'PARTYEXP' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           DISPLAY 'CPF/CNPJ DA PESSOA (ZERO = TODAS): '.
           ACCEPT WRK-CPF-PEDIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-MASTER-FILE.
           MOVE 'PARTYMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0110-LER-PESSOA UNTIL WRK-FIM-ARQUIVO.
           CLOSE PARTY-MASTER-FILE.
           IF WRK-QTD-PES = ZEROS
               DISPLAY 'PESSOA NAO CADASTRADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-XREF-FILE.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.
           PERFORM 0120-LER-VINCULO UNTIL WRK-FIM-ARQUIVO.
           CLOSE PARTY-XREF-FILE.
           OPEN OUTPUT EXPOSURE-REPORT-FILE.
           MOVE 'PARTYEXP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYEXP,
               WRK-FSCHK-CHAVE.

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

      *    PESSOA ANONIMIZADA NAO TEM MAIS EXPOSICAO A CONSOLIDAR.
       0110-LER-PESSOA.
           READ PARTY-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PTY-SITUACAO = 'A'
                       AND (WRK-CPF-PEDIDO = ZEROS
                            OR PTY-CPFCNPJ = WRK-CPF-PEDIDO)
                       PERFORM 0111-GUARDAR-PESSOA
                   END-IF
           END-READ.
           MOVE 'PARTYMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYMAST,
               WRK-FSCHK-CHAVE.

       0111-GUARDAR-PESSOA.
           MOVE 'WRK-TAB-PESSOA' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-PES TO WRK-TABCHK-QTD.
           MOVE 2000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-PES.
           MOVE PTY-CPFCNPJ TO WRK-PES-CPFCNPJ(WRK-QTD-PES).
           MOVE PTY-TIPO TO WRK-PES-TIPO(WRK-QTD-PES).
           MOVE PTY-NOME TO WRK-PES-NOME(WRK-QTD-PES).
           MOVE ZEROS TO WRK-PES-PENDENTES(WRK-QTD-PES)
                         WRK-PES-FATURAS(WRK-QTD-PES)
                         WRK-PES-CONTA-DEVEDOR(WRK-QTD-PES)
                         WRK-PES-CONTA-CREDOR(WRK-QTD-PES)
                         WRK-PES-CREDIARIO(WRK-QTD-PES)
                         WRK-PES-MENSALIDADES(WRK-QTD-PES)
                         WRK-PES-EMPRESTIMO(WRK-QTD-PES)
                         WRK-PES-TOTAL(WRK-QTD-PES).

       0120-LER-VINCULO.
           READ PARTY-XREF-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE XRF-CPFCNPJ TO WRK-CPF-BUSCA
                   PERFORM 0900-LOCALIZAR-PESSOA
                   IF WRK-PES-ACHADA > ZEROS
                       EVALUATE XRF-SITUACAO
                           WHEN 'C'
                               PERFORM 0121-GUARDAR-VINCULO
                           WHEN 'P'
                               ADD 1 TO
                                   WRK-PES-PENDENTES(WRK-PES-ACHADA)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.

       0121-GUARDAR-VINCULO.
           MOVE 'WRK-TAB-VINCULO' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-XRF TO WRK-TABCHK-QTD.
           MOVE 4000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-XRF.
           MOVE XRF-ORIGEM TO WRK-XRF-ORIGEM(WRK-QTD-XRF).
           MOVE XRF-CHAVE TO WRK-XRF-CHAVE(WRK-QTD-XRF).
           MOVE WRK-PES-ACHADA TO WRK-XRF-PESSOA(WRK-QTD-XRF).

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
      * FATURAS EM ABERTO (STATUS A) DOS CLIENTES VINCULADOS.        *
      ***************************************************************
       0200-FATURAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF WRK-FS-FATREG = '00'
               PERFORM 0210-LER-FATURA UNTIL WRK-FIM-ARQUIVO
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       0210-LER-FATURA.
           READ INVOICE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FAT-STATUS = 'A'
                       AND FAT-VALOR > FAT-VALOR-PAGO
                       MOVE 'CUSTMAST' TO WRK-ORIGEM-BUSCA
                       MOVE FAT-CLIENTE TO WRK-CHAVE-BUSCA
                       PERFORM 0910-LOCALIZAR-VINCULO
                       IF WRK-PES-ACHADA > ZEROS
                           COMPUTE WRK-PES-FATURAS(WRK-PES-ACHADA) =
                               WRK-PES-FATURAS(WRK-PES-ACHADA)
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

      ***************************************************************
      * CONTAS DO TITULAR: SALDO NEGATIVO E EXPOSICAO, POSITIVO E    *
      * SO INFORMATIVO.                                              *
      ***************************************************************
       0300-CONTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WRK-FS-ACCMAST = '00'
               PERFORM 0310-LER-CONTA UNTIL WRK-FIM-ARQUIVO
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       0310-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'ACCMAST' TO WRK-ORIGEM-BUSCA
                   MOVE AC-CONTA TO WRK-CHAVE-BUSCA
                   PERFORM 0910-LOCALIZAR-VINCULO
                   IF WRK-PES-ACHADA > ZEROS
                       IF AC-SALDO < ZEROS
                           SUBTRACT AC-SALDO FROM
                               WRK-PES-CONTA-DEVEDOR(WRK-PES-ACHADA)
                       ELSE
                           ADD AC-SALDO TO
                               WRK-PES-CONTA-CREDOR(WRK-PES-ACHADA)
                       END-IF
                   END-IF
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * CREDIARIO PELO CPF: VENDA SOMA, PAGAMENTO/ESTORNO ABATE.     *
      ***************************************************************
       0400-CREDIARIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CREDPARC = '00'
               PERFORM 0410-LER-PARCELA UNTIL WRK-FIM-ARQUIVO
               CLOSE INSTALLMENT-FILE
           END-IF.

       0410-LER-PARCELA.
           READ INSTALLMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE CP-CPF TO WRK-CPF-BUSCA
                   PERFORM 0900-LOCALIZAR-PESSOA
                   IF WRK-PES-ACHADA > ZEROS
                       IF CP-TIPO = 'V'
                           ADD CP-PRINCIPAL CP-JUROS TO
                               WRK-PES-CREDIARIO(WRK-PES-ACHADA)
                       ELSE
                           SUBTRACT CP-PRINCIPAL CP-JUROS FROM
                               WRK-PES-CREDIARIO(WRK-PES-ACHADA)
                       END-IF
                   END-IF
           END-READ.
           MOVE 'CREDPARC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDPARC,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * MENSALIDADES EM ABERTO DOS ALUNOS DE QUE E RESPONSAVEL.      *
      ***************************************************************
       0500-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TUITION-REGISTER-FILE.
           IF WRK-FS-MENSREG = '00'
               PERFORM 0510-LER-MENSALIDADE UNTIL WRK-FIM-ARQUIVO
               CLOSE TUITION-REGISTER-FILE
           END-IF.

       0510-LER-MENSALIDADE.
           READ TUITION-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MR-STATUS = 'A'
                       AND MR-VALOR > MR-VALOR-PAGO
                       MOVE 'ALUMAST' TO WRK-ORIGEM-BUSCA
                       MOVE MR-ALUNO TO WRK-CHAVE-BUSCA
                       PERFORM 0910-LOCALIZAR-VINCULO
                       IF WRK-PES-ACHADA > ZEROS
                           COMPUTE
                               WRK-PES-MENSALIDADES(WRK-PES-ACHADA) =
                               WRK-PES-MENSALIDADES(WRK-PES-ACHADA)
                               + MR-VALOR - MR-VALOR-PAGO
                       END-IF
                   END-IF
           END-READ.
           MOVE 'MENSREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MENSREG,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * EMPRESTIMO CONSIGNADO DO EMPREGADO: PARCELA X RESTANTES.     *
      ***************************************************************
       0600-EMPRESTIMOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT LOANS-FILE.
           IF WRK-FS-LOANS = '00'
               PERFORM 0610-LER-EMPRESTIMO UNTIL WRK-FIM-ARQUIVO
               CLOSE LOANS-FILE
           END-IF.

       0610-LER-EMPRESTIMO.
           READ LOANS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'EMPMAST' TO WRK-ORIGEM-BUSCA
                   MOVE LN-MATRICULA TO WRK-CHAVE-BUSCA
                   PERFORM 0910-LOCALIZAR-VINCULO
                   IF WRK-PES-ACHADA > ZEROS
                       COMPUTE WRK-PES-EMPRESTIMO(WRK-PES-ACHADA) =
                           WRK-PES-EMPRESTIMO(WRK-PES-ACHADA)
                           + LN-PARCELA * LN-PARCELAS-REST
                   END-IF
           END-READ.
           MOVE 'LOANS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOANS,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * RELATORIO: CABECALHO, LINHAS NAO ZERADAS E TOTAL POR PESSOA. *
      ***************************************************************
       0700-RELATORIO.
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           STRING 'EXPOSICAO CONSOLIDADA POR PESSOA EM '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-RECORD.
           PERFORM 0790-GRAVAR-LINHA.
           PERFORM 0710-RELATAR-PESSOA
               VARYING WRK-SUB-PES FROM 1 BY 1
               UNTIL WRK-SUB-PES > WRK-QTD-PES.
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE 'TOTAL GERAL DE EXPOSICAO' TO WRK-TOT-DESCRICAO.
           MOVE WRK-TOT-GERAL TO WRK-TOT-VALOR.
           MOVE WRK-LINHA-TOT TO EXPOSURE-REPORT-RECORD.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           STRING 'PESSOAS: ' WRK-QTD-PESSOAS
               '  COM EXPOSICAO: ' WRK-QTD-COM-EXPOSICAO
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-RECORD.
           PERFORM 0790-GRAVAR-LINHA.

       0710-RELATAR-PESSOA.
           ADD 1 TO WRK-QTD-PESSOAS.
      *    CREDIARIO PAGO A MAIOR NAO ABATE A EXPOSICAO DAS OUTRAS
      *    FRENTES.
           IF WRK-PES-CREDIARIO(WRK-SUB-PES) < ZEROS
               MOVE ZEROS TO WRK-PES-CREDIARIO(WRK-SUB-PES)
           END-IF.
           COMPUTE WRK-PES-TOTAL(WRK-SUB-PES) =
               WRK-PES-FATURAS(WRK-SUB-PES)
               + WRK-PES-CONTA-DEVEDOR(WRK-SUB-PES)
               + WRK-PES-CREDIARIO(WRK-SUB-PES)
               + WRK-PES-MENSALIDADES(WRK-SUB-PES)
               + WRK-PES-EMPRESTIMO(WRK-SUB-PES).
           IF WRK-PES-TOTAL(WRK-SUB-PES) > ZEROS
               ADD 1 TO WRK-QTD-COM-EXPOSICAO
           END-IF.
           ADD WRK-PES-TOTAL(WRK-SUB-PES) TO WRK-TOT-GERAL.
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE WRK-PES-CPFCNPJ(WRK-SUB-PES) TO WRK-CAB-CPFCNPJ.
           MOVE WRK-PES-TIPO(WRK-SUB-PES) TO WRK-CAB-TIPO.
           MOVE WRK-PES-NOME(WRK-SUB-PES) TO WRK-CAB-NOME.
           MOVE WRK-PES-PENDENTES(WRK-SUB-PES) TO WRK-CAB-PENDENTES.
           MOVE WRK-LINHA-CAB TO EXPOSURE-REPORT-RECORD.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE 'FATURAS EM ABERTO' TO WRK-DET-DESCRICAO.
           MOVE WRK-PES-FATURAS(WRK-SUB-PES) TO WRK-VALOR.
           PERFORM 0720-RELATAR-VALOR.
           MOVE 'SALDO DEVEDOR EM CONTA' TO WRK-DET-DESCRICAO.
           MOVE WRK-PES-CONTA-DEVEDOR(WRK-SUB-PES) TO WRK-VALOR.
           PERFORM 0720-RELATAR-VALOR.
           MOVE 'CREDIARIO EM ABERTO' TO WRK-DET-DESCRICAO.
           MOVE WRK-PES-CREDIARIO(WRK-SUB-PES) TO WRK-VALOR.
           PERFORM 0720-RELATAR-VALOR.
           MOVE 'MENSALIDADES EM ABERTO (RESPONSAVEL)'
               TO WRK-DET-DESCRICAO.
           MOVE WRK-PES-MENSALIDADES(WRK-SUB-PES) TO WRK-VALOR.
           PERFORM 0720-RELATAR-VALOR.
           MOVE 'EMPRESTIMO CONSIGNADO A VENCER' TO WRK-DET-DESCRICAO.
           MOVE WRK-PES-EMPRESTIMO(WRK-SUB-PES) TO WRK-VALOR.
           PERFORM 0720-RELATAR-VALOR.
           MOVE 'SALDO CREDOR EM CONTA (NAO ABATE)'
               TO WRK-DET-DESCRICAO.
           MOVE WRK-PES-CONTA-CREDOR(WRK-SUB-PES) TO WRK-VALOR.
           PERFORM 0720-RELATAR-VALOR.
           MOVE 'EXPOSICAO TOTAL' TO WRK-TOT-DESCRICAO.
           MOVE WRK-PES-TOTAL(WRK-SUB-PES) TO WRK-TOT-VALOR.
           MOVE WRK-LINHA-TOT TO EXPOSURE-REPORT-RECORD.
           PERFORM 0790-GRAVAR-LINHA.

       0720-RELATAR-VALOR.
           IF WRK-VALOR NOT = ZEROS
               MOVE WRK-VALOR TO WRK-DET-VALOR
               MOVE WRK-LINHA-DET TO EXPOSURE-REPORT-RECORD
               PERFORM 0790-GRAVAR-LINHA
           END-IF.

       0790-GRAVAR-LINHA.
           WRITE EXPOSURE-REPORT-RECORD.
           MOVE 'PARTYEXP' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYEXP,
               WRK-FSCHK-CHAVE.

       0800-FINALIZAR.
           CLOSE EXPOSURE-REPORT-FILE.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'EXPOSICAO CPF=' WRK-CPF-PEDIDO
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'PESSOAS=' WRK-QTD-PESSOAS
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0850-REGISTRAR-AUDITORIA.
           DISPLAY 'EXPOSICAO CONSOLIDADA - PESSOAS: ' WRK-QTD-PESSOAS
               ' COM EXPOSICAO: ' WRK-QTD-COM-EXPOSICAO.

       0850-REGISTRAR-AUDITORIA.
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

       0900-LOCALIZAR-PESSOA.
           MOVE ZEROS TO WRK-PES-ACHADA.
           PERFORM VARYING WRK-SUB-PES FROM 1 BY 1
               UNTIL WRK-SUB-PES > WRK-QTD-PES
               IF WRK-PES-CPFCNPJ(WRK-SUB-PES) = WRK-CPF-BUSCA
                   MOVE WRK-SUB-PES TO WRK-PES-ACHADA
                   MOVE WRK-QTD-PES TO WRK-SUB-PES
               END-IF
           END-PERFORM.

       0910-LOCALIZAR-VINCULO.
           MOVE ZEROS TO WRK-PES-ACHADA.
           PERFORM VARYING WRK-SUB-XRF FROM 1 BY 1
               UNTIL WRK-SUB-XRF > WRK-QTD-XRF
               IF WRK-XRF-ORIGEM(WRK-SUB-XRF) = WRK-ORIGEM-BUSCA
                   AND WRK-XRF-CHAVE(WRK-SUB-XRF) = WRK-CHAVE-BUSCA
                   MOVE WRK-XRF-PESSOA(WRK-SUB-XRF) TO WRK-PES-ACHADA
                   MOVE WRK-QTD-XRF TO WRK-SUB-XRF
               END-IF
           END-PERFORM.
