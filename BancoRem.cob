      *          BANKMAST-FILE. SAI UMA LINHA DE REMESSA POR
      *          CONTRACHEQUE (SALCRED), COM TRAILER DE QUANTIDADE E
      *          VALOR TOTAL, E UMA LISTA DE REJEITADOS (BANKREJ)
      *          PARA OS EMPREGADOS SEM DADOS BANCARIOS. EMPREGADO
      *          COM CONTA NO CAIXA (BK-TIPO-CONTA = I) SAI NO
      *          SALINT.dat PARA O CREDSAL, E O SALCTL.dat CONCILIA
      *          AS DUAS METADES COM O LIQUIDO DOS CONTRACHEQUES.
      *DATA = 22/08/2026
      *******************************
      *MODIFICACOES
      *             DADOS BANCARIOS COM O BANKMAST JA CORRIGIDO, E
      *             CONSOME O ARQUIVO DE RECICLAGEM NO ENCERRAMENTO
      *             PARA O MESMO CREDITO NAO SAIR DUAS VEZES.
      *2026-10-04 - FD DO PAYSLIP ACOMPANHA OS CAMPOS NOVOS DO
      *             CONTRACHEQUE. HEADER, CREDITO E RECICLAGEM GANHAM A
      *             FINALIDADE (SAL/PLR) PARA A PLR SAIR COMO CREDITO
      *             SEPARADO DO SALARIO.
      *2026-10-05 - FD DO PAYSLIP ACOMPANHA AS NOVAS COLUNAS DE CODIGO E
      *             VALOR DA CONTRIBUICAO SINDICAL.
      *2026-10-10 - FD DO PAYSLIP ACOMPANHA A NOVA COLUNA PAY-REEMBOLSO
      *             (REEMBOLSO DE DESPESAS, JA INCLUIDO NO LIQUIDO
      *             CREDITADO).
      *2026-10-11 - FD DO PAYSLIP ACOMPANHA A NOVA COLUNA PAY-CONSUMO
      *2026-10-15 - EMPREGADO COM CONTA NO PROPRIO CAIXA (NOVO
      *             BK-TIPO-CONTA = I NO BANKMAST) SAI DA REMESSA: O
      *             CREDITO VAI PARA O SALINT.dat, LANCADO NA CONTA PELO
      *             CREDSAL NA DATA DE PAGAMENTO; CONTA AUSENTE OU
      *             INATIVA NO ACCMAST E REJEITADA. NOVO SALCTL.dat
      *             CONCILIA REMESSA, CREDITO EM CONTA E REJEITADOS COM
      *             O LIQUIDO DOS CONTRACHEQUES.
      *2026-10-15 - CONTA DORMENTE (STATUS D) DO CAIXA CONTINUA ACEITA
      *             PARA O CREDITO INTERNO DE SALARIO.
      *2026-10-15 - REGISTRO DO ACCMAST CRESCE COM O TIPO DA CONTA E OS
      *             CAMPOS DO RENDIMENTO DA POUPANCA (AC-TIPO-CONTA,
      *             AC-POUP-ANIV, AC-POUP-SALDO-MIN, AC-POUP-RESGATE).
      *2026-10-15 - NO FIM DA RODADA GRAVA OS TOTAIS DE CONTROLE
      *             (CALL 'CTL-TOTAL'): LIQUIDO DOS CONTRACHEQUES LIDOS
      *             E, SO DESTA FOLHA, REMESSA (SALCRED), CREDITO EM
      *             CONTA CAIXA (SALINT) E REJEITADOS (BANKREJ), PARA O
      *             BALANCO CONFERIR CONTRA O TOTAL DO SALARIO. OS
      *             RECICLADOS FICAM DE FORA, COMO NO SALCTL.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECYCLE-FILE ASSIGN TO "SALRECICLO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRECICLO.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT IN-HOUSE-CREDIT-FILE ASSIGN TO "SALINT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALINT.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "SALCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALCTL.

       DATA DIVISION.
       FILE SECTION.
           02 PAY-PENSAO            PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-COMISSAO          PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-TIPO-AFASTAMENTO  PIC X(01).
           02 FILLER                PIC X(02).
           02 PAY-DIAS-AFASTADO     PIC ZZ9.
           02 FILLER                PIC X(02).
           02 PAY-AFASTAMENTO-DESC  PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-GRAU-RISCO        PIC X(01).
           02 FILLER                PIC X(02).
           02 PAY-ADIC-RISCO        PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-MODO              PIC X(01).
               88 PAY-MODO-PLR                 VALUE '5'.
           02 FILLER                PIC X(02).
           02 PAY-PLR               PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-COD-SINDICATO     PIC X(04).
           02 FILLER                PIC X(02).
           02 PAY-SINDICATO         PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-REEMBOLSO         PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-CONSUMO           PIC $ZZZ.ZZ9,99.

       FD  BANK-MASTER-FILE.
       01  BANK-MASTER-RECORD.
           02 BK-AGENCIA            PIC X(04).
           02 BK-CONTA              PIC X(10).
           02 BK-DV                 PIC X(01).
           02 BK-TIPO-CONTA         PIC X(01).

       FD  SALARY-CREDIT-FILE.
       01  SALARY-CREDIT-RECORD.
           02 SC-MATRICULA          PIC X(06).
           02 SC-NOME               PIC X(30).
           02 SC-VALOR              PIC 9(09)V99.
           02 SC-FINALIDADE         PIC X(03).
       01  SALARY-CREDIT-HEADER.
           02 SCH-LITERAL           PIC X(07).
           02 SCH-DATA-PAGTO        PIC 9(08).
           02 SCH-FINALIDADE        PIC X(03).
       01  SALARY-CREDIT-TRAILER.
           02 SCT-LITERAL           PIC X(07).
           02 SCT-QTD               PIC 9(05).
           02 RCY-MATRICULA         PIC X(06).
           02 RCY-NOME              PIC X(30).
           02 RCY-VALOR             PIC 9(09)V99.
           02 RCY-FINALIDADE        PIC X(03).

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

       FD  IN-HOUSE-CREDIT-FILE.
       01  IN-HOUSE-CREDIT-RECORD.
           02 SI-CONTA              PIC X(06).
           02 SI-MATRICULA          PIC X(06).
           02 SI-NOME               PIC X(30).
           02 SI-VALOR              PIC 9(09)V99.
           02 SI-FINALIDADE         PIC X(03).
           02 SI-DATA-PAGTO         PIC 9(08).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD    PIC X(72).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'CTLTOT-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'BANCOREM'.
       77 WRK-FS-PAYSLIP         PIC X(02)      VALUE ZEROS.
       77 WRK-QTD-RECICLADOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-NOME-SALRECICLO    PIC X(20)      VALUE "SALRECICLO.dat".
       77 WRK-RC-PROMOCAO        PIC 9(9)       COMP-5.
       77 WRK-FINALIDADE         PIC X(03)      VALUE 'SAL'.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALINT          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALCTL          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ACCMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTAS                    VALUE 'S'.
       77 WRK-QTD-CONTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CONTA-ATIVA        PIC X(01)      VALUE 'N'.
           88 WRK-CONTA-CAIXA-ATIVA             VALUE 'S'.
       77 WRK-DATA-PAGTO         PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-LIQUIDO        PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-REMESSA        PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-REMESSA      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-CAIXA          PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-CAIXA        PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-REJ-FOLHA      PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-REJ-FOLHA    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-RECICLADOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-RECICL-CAIXA   PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-RECICL-CAIXA PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-RECICL-REJ     PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-RECICL-REJ   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-DIFERENCA          PIC S9(11)V99  VALUE ZEROS.
       77 WRK-CTL-DESCRICAO      PIC X(34)      VALUE SPACES.
       77 WRK-CTL-QTD            PIC 9(05)      VALUE ZEROS.
       77 WRK-CTL-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-CTL-QTD-ED         PIC ZZ.ZZ9.
       77 WRK-CTL-VALOR-ED       PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-CTL-DIFERENCA-ED   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-TAB-BANCO VALUE ZEROS.
           02 WRK-BANCO-LINHA OCCURS 200 TIMES
               03 WRK-BANCO-AGENCIA   PIC X(04).
               03 WRK-BANCO-CONTA     PIC X(10).
               03 WRK-BANCO-DV        PIC X(01).
               03 WRK-BANCO-TIPO      PIC X(01).
                   88 WRK-BANCO-CONTA-CAIXA      VALUE 'I'.

       01  WRK-TAB-CONTA.
           02 WRK-CONTA-LINHA OCCURS 100 TIMES
                               INDEXED BY WRK-IDX-CTA.
               03 WRK-CTA-CONTA       PIC X(06).
               03 WRK-CTA-STATUS      PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-BANCOS.
           PERFORM 0120-CARREGAR-CONTAS.
           OPEN INPUT PAYSLIP-FILE.
           MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BANKREJ,
               WRK-FSCHK-CHAVE.
           OPEN EXTEND IN-HOUSE-CREDIT-FILE.
           IF WRK-FS-SALINT NOT = '00'
               OPEN OUTPUT IN-HOUSE-CREDIT-FILE
           END-IF.
           MOVE 'SALINT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALINT,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE 'SALCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALCTL,
               WRK-FSCHK-CHAVE.

       0110-CARREGAR-BANCOS.
           OPEN INPUT BANK-MASTER-FILE.
                       TO WRK-BANCO-CONTA(WRK-IDX-BANCO)
                   MOVE BK-DV
                       TO WRK-BANCO-DV(WRK-IDX-BANCO)
                   MOVE BK-TIPO-CONTA
                       TO WRK-BANCO-TIPO(WRK-IDX-BANCO)
           END-READ.
           MOVE 'BANKMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               WRK-FS-BANKMAST,
               WRK-FSCHK-CHAVE.

      *    SO CONTA E SITUACAO: O CREDITO EM CONTA DO CAIXA SO SAI
      *    PARA CONTA ATIVA NO ACCMAST.
       0120-CARREGAR-CONTAS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-CONTA UNTIL WRK-FIM-CONTAS.
           CLOSE ACCOUNT-MASTER-FILE.

       0121-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ACCMAST
               NOT AT END
                   MOVE 'WRK-TAB-CONTA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CONTA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CONTA
                   SET WRK-IDX-CTA TO WRK-QTD-CONTA
                   MOVE AC-CONTA  TO WRK-CTA-CONTA(WRK-IDX-CTA)
                   MOVE AC-STATUS TO WRK-CTA-STATUS(WRK-IDX-CTA)
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

       0150-LER-CONTRACHEQUE.
           IF NOT WRK-FIM-CONTRACHEQUES
               READ PAYSLIP-FILE
           END-IF.

       0200-PROCESSAR.
           IF PAY-MODO-PLR
               MOVE 'PLR' TO WRK-FINALIDADE
           ELSE
               MOVE 'SAL' TO WRK-FINALIDADE
           END-IF.
           MOVE PAY-LIQUIDO TO WRK-VALOR-LIQUIDO.
           ADD 1 TO WRK-QTD-LIQUIDO.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           IF WRK-HEADER-GRAVADO = 'N'
               MOVE 'S' TO WRK-HEADER-GRAVADO
               MOVE PAY-DATA-PAGTO TO WRK-DATA-PAGTO
               MOVE SPACES TO SALARY-CREDIT-HEADER
               MOVE 'HEADER ' TO SCH-LITERAL
               MOVE PAY-DATA-PAGTO TO SCH-DATA-PAGTO
               MOVE WRK-FINALIDADE TO SCH-FINALIDADE
               WRITE SALARY-CREDIT-HEADER
               MOVE 'SALCRED' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               WHEN WRK-BANCO-MATRICULA(WRK-IDX-BANCO)
                   = PAY-MATRICULA
                   MOVE 'S' TO WRK-BANCO-ACHADO
                   IF WRK-BANCO-CONTA-CAIXA(WRK-IDX-BANCO)
                       PERFORM 0230-CREDITAR-CONTA-CAIXA
                   ELSE
                       PERFORM 0210-GRAVAR-CREDITO
                   END-IF
           END-SEARCH.

       0210-GRAVAR-CREDITO.
           MOVE SPACES TO SALARY-CREDIT-RECORD.
           MOVE WRK-BANCO-BANCO(WRK-IDX-BANCO)   TO SC-BANCO.
           MOVE WRK-BANCO-AGENCIA(WRK-IDX-BANCO) TO SC-AGENCIA.
           MOVE PAY-MATRICULA                    TO SC-MATRICULA.
           MOVE PAY-NOME                         TO SC-NOME.
           MOVE WRK-VALOR-LIQUIDO                TO SC-VALOR.
           MOVE WRK-FINALIDADE                   TO SC-FINALIDADE.
           WRITE SALARY-CREDIT-RECORD.
           MOVE 'SALCRED' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-CREDITOS.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-CREDITOS.
           ADD 1 TO WRK-QTD-REMESSA.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-REMESSA.

       0220-GRAVAR-REJEITADO.
           MOVE SPACES TO BANK-REJECT-RECORD.
           MOVE 'SEM DADOS BANCARIOS' TO REJ-MOTIVO.
           PERFORM 0221-GRAVAR-REJEITADO-MOTIVO.

       0221-GRAVAR-REJEITADO-MOTIVO.
           MOVE PAY-MATRICULA TO REJ-MATRICULA.
           MOVE PAY-NOME      TO REJ-NOME.
           WRITE BANK-REJECT-RECORD.
           MOVE 'BANKREJ' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FS-BANKREJ,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-REJEITADOS.
           ADD 1 TO WRK-QTD-REJ-FOLHA.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-REJ-FOLHA.
           DISPLAY 'MATRICULA ' PAY-MATRICULA ' ' REJ-MOTIVO
               ' - REJEITADA.'.

      *    EMPREGADO COM CONTA NO PROPRIO CAIXA (BK-TIPO-CONTA = I,
      *    NUMERO DA CONTA DO ACCMAST NO BK-CONTA) NAO VAI PARA A
      *    REMESSA: O CREDITO SAI NO SALINT.dat PARA O CREDSAL LANCAR
      *    NA CONTA NA DATA DE PAGAMENTO.
       0230-CREDITAR-CONTA-CAIXA.
           PERFORM 0235-VERIFICAR-CONTA-CAIXA.
           IF WRK-CONTA-CAIXA-ATIVA
               MOVE PAY-DATA-PAGTO TO SI-DATA-PAGTO
               MOVE PAY-MATRICULA  TO SI-MATRICULA
               MOVE PAY-NOME       TO SI-NOME
               MOVE WRK-VALOR-LIQUIDO TO SI-VALOR
               MOVE WRK-FINALIDADE TO SI-FINALIDADE
               PERFORM 0236-GRAVAR-CREDITO-CAIXA
               ADD 1 TO WRK-QTD-CAIXA
               ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-CAIXA
           ELSE
               MOVE SPACES TO BANK-REJECT-RECORD
               MOVE 'CONTA CAIXA AUSENTE OU INATIVA' TO REJ-MOTIVO
               PERFORM 0221-GRAVAR-REJEITADO-MOTIVO
           END-IF.

       0235-VERIFICAR-CONTA-CAIXA.
           MOVE 'N' TO WRK-CONTA-ATIVA.
           SET WRK-IDX-CTA TO 1.
           SEARCH WRK-CONTA-LINHA
               AT END
                   CONTINUE
               WHEN WRK-CTA-CONTA(WRK-IDX-CTA)
                   = WRK-BANCO-CONTA(WRK-IDX-BANCO)(1:6)
                   IF WRK-CTA-STATUS(WRK-IDX-CTA) = 'A'
                       OR WRK-CTA-STATUS(WRK-IDX-CTA) = 'D'
                       MOVE 'S' TO WRK-CONTA-ATIVA
                   END-IF
           END-SEARCH.

       0236-GRAVAR-CREDITO-CAIXA.
           MOVE WRK-BANCO-CONTA(WRK-IDX-BANCO)(1:6) TO SI-CONTA.
           WRITE IN-HOUSE-CREDIT-RECORD.
           MOVE 'SALINT' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALINT,
               WRK-FSCHK-CHAVE.

       0250-PROCESSAR-RECICLAGEM.
           OPEN INPUT RECYCLE-FILE.
                       WRK-FS-BANKREJ,
                       WRK-FSCHK-CHAVE
                   ADD 1 TO WRK-QTD-REJEITADOS
                   ADD 1 TO WRK-QTD-RECICL-REJ
                   ADD RCY-VALOR TO WRK-TOTAL-RECICL-REJ
               WHEN WRK-BANCO-MATRICULA(WRK-IDX-BANCO)
                   = RCY-MATRICULA
                   MOVE 'S' TO WRK-BANCO-ACHADO
                   IF WRK-BANCO-CONTA-CAIXA(WRK-IDX-BANCO)
                       PERFORM 0253-RECICLAR-CONTA-CAIXA
                   ELSE
                       PERFORM 0254-REENVIAR-REMESSA
                   END-IF
           END-SEARCH.

      *    EMPREGADO QUE PASSOU A TER CONTA NO CAIXA DEPOIS DA
      *    DEVOLUCAO DO BANCO: O CREDITO RECICLADO VAI PARA A CONTA,
      *    COM DATA ZERADA PARA SER LANCADO NA PRIMEIRA RODADA.
       0253-RECICLAR-CONTA-CAIXA.
           PERFORM 0235-VERIFICAR-CONTA-CAIXA.
           IF WRK-CONTA-CAIXA-ATIVA
               MOVE ZEROS         TO SI-DATA-PAGTO
               MOVE RCY-MATRICULA TO SI-MATRICULA
               MOVE RCY-NOME      TO SI-NOME
               MOVE RCY-VALOR     TO SI-VALOR
               IF RCY-FINALIDADE = SPACES
                   MOVE 'SAL' TO SI-FINALIDADE
               ELSE
                   MOVE RCY-FINALIDADE TO SI-FINALIDADE
               END-IF
               PERFORM 0236-GRAVAR-CREDITO-CAIXA
               ADD 1 TO WRK-QTD-RECICL-CAIXA
               ADD RCY-VALOR TO WRK-TOTAL-RECICL-CAIXA
           ELSE
               MOVE SPACES TO BANK-REJECT-RECORD
               MOVE RCY-MATRICULA TO REJ-MATRICULA
               MOVE RCY-NOME      TO REJ-NOME
               MOVE 'RECICLADO CONTA CAIXA INATIVA' TO REJ-MOTIVO
               WRITE BANK-REJECT-RECORD
               MOVE 'BANKREJ' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-BANKREJ,
                   WRK-FSCHK-CHAVE
               ADD 1 TO WRK-QTD-REJEITADOS
               ADD 1 TO WRK-QTD-RECICL-REJ
               ADD RCY-VALOR TO WRK-TOTAL-RECICL-REJ
           END-IF.

       0254-REENVIAR-REMESSA.
           MOVE SPACES TO SALARY-CREDIT-RECORD.
           MOVE WRK-BANCO-BANCO(WRK-IDX-BANCO)   TO SC-BANCO.
           MOVE WRK-BANCO-AGENCIA(WRK-IDX-BANCO) TO SC-AGENCIA.
           MOVE WRK-BANCO-CONTA(WRK-IDX-BANCO)   TO SC-CONTA.
           MOVE WRK-BANCO-DV(WRK-IDX-BANCO)      TO SC-DV.
           MOVE RCY-MATRICULA TO SC-MATRICULA.
           MOVE RCY-NOME      TO SC-NOME.
           MOVE RCY-VALOR     TO SC-VALOR.
           IF RCY-FINALIDADE = SPACES
               MOVE 'SAL' TO SC-FINALIDADE
           ELSE
               MOVE RCY-FINALIDADE TO SC-FINALIDADE
           END-IF.
           WRITE SALARY-CREDIT-RECORD.
           MOVE 'SALCRED' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALCRED,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-CREDITOS.
           ADD 1 TO WRK-QTD-RECICLADOS.
           ADD RCY-VALOR TO WRK-TOTAL-CREDITOS.
           ADD RCY-VALOR TO WRK-TOTAL-RECICLADOS.

       0300-FINALIZAR.
           MOVE SPACES             TO SALARY-CREDIT-TRAILER.
           MOVE 'TRAILER'          TO SCT-LITERAL.
           CLOSE PAYSLIP-FILE.
           CLOSE SALARY-CREDIT-FILE.
           CLOSE BANK-REJECT-FILE.
           CLOSE IN-HOUSE-CREDIT-FILE.
           PERFORM 0310-GRAVAR-CONTROLE.
           CLOSE CONTROL-REPORT-FILE.
           PERFORM 0320-GRAVAR-TOTAIS-CONTROLE.
           DISPLAY 'REMESSA GERADA: ' WRK-QTD-CREDITOS
               ' CREDITO(S), TOTAL ' WRK-TOTAL-CREDITOS.
           DISPLAY 'CREDITO EM CONTA CAIXA: ' WRK-QTD-CAIXA
               ' CREDITO(S), TOTAL ' WRK-TOTAL-CAIXA.
           DISPLAY 'REJEITADOS: ' WRK-QTD-REJEITADOS.

      *    CONTROLE DO CREDITO DE SALARIO: O LIQUIDO DOS CONTRACHEQUES
      *    TEM DE FECHAR COM A REMESSA AO BANCO MAIS O CREDITO EM
      *    CONTA DO CAIXA MAIS OS REJEITADOS. OS RECICLADOS DO
      *    BANCORET NAO SAO DESTA FOLHA E SAEM EM SEPARADO. O CREDSAL
      *    ACRESCENTA AO MESMO SALCTL O RESULTADO DO LANCAMENTO.
       0310-GRAVAR-CONTROLE.
           COMPUTE WRK-DIFERENCA = WRK-TOTAL-LIQUIDO
               - WRK-TOTAL-REMESSA - WRK-TOTAL-CAIXA
               - WRK-TOTAL-REJ-FOLHA.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'CONTROLE DO CREDITO DE SALARIO - PAGAMENTO EM '
               WRK-DATA-PAGTO ' ' WRK-FINALIDADE
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           PERFORM 0315-GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'ORIGEM                                QTD'
               '              VALOR'
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           PERFORM 0315-GRAVAR-LINHA-CONTROLE.
           MOVE 'LIQUIDO DOS CONTRACHEQUES' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-LIQUIDO   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-CTL-VALOR.
           PERFORM 0316-GRAVAR-LINHA-VALOR.
           MOVE 'REMESSA BANCARIA (SALCRED)' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-REMESSA   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-REMESSA TO WRK-CTL-VALOR.
           PERFORM 0316-GRAVAR-LINHA-VALOR.
           MOVE 'CREDITO EM CONTA CAIXA (SALINT)' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-CAIXA     TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-CAIXA   TO WRK-CTL-VALOR.
           PERFORM 0316-GRAVAR-LINHA-VALOR.
           MOVE 'REJEITADOS (BANKREJ)' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-REJ-FOLHA   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-REJ-FOLHA TO WRK-CTL-VALOR.
           PERFORM 0316-GRAVAR-LINHA-VALOR.
           MOVE WRK-DIFERENCA TO WRK-CTL-DIFERENCA-ED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'DIFERENCA                                 '
               WRK-CTL-DIFERENCA-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           PERFORM 0315-GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'SITUACAO: CONCILIADO' TO CONTROL-REPORT-RECORD
           ELSE
               MOVE 'SITUACAO: DIVERGENTE' TO CONTROL-REPORT-RECORD
               DISPLAY 'CONTROLE DO CREDITO DE SALARIO DIVERGENTE: '
                   WRK-CTL-DIFERENCA-ED
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0315-GRAVAR-LINHA-CONTROLE.
           MOVE 'RECICLADOS - REMESSA BANCARIA' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-RECICLADOS   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-RECICLADOS TO WRK-CTL-VALOR.
           PERFORM 0316-GRAVAR-LINHA-VALOR.
           MOVE 'RECICLADOS - CONTA CAIXA' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-RECICL-CAIXA   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-RECICL-CAIXA TO WRK-CTL-VALOR.
           PERFORM 0316-GRAVAR-LINHA-VALOR.
           MOVE 'RECICLADOS - REJEITADOS' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-RECICL-REJ   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-RECICL-REJ TO WRK-CTL-VALOR.
           PERFORM 0316-GRAVAR-LINHA-VALOR.
           MOVE 'TRAILER DA REMESSA (SALCRED)' TO WRK-CTL-DESCRICAO.
           MOVE WRK-QTD-CREDITOS   TO WRK-CTL-QTD.
           MOVE WRK-TOTAL-CREDITOS TO WRK-CTL-VALOR.
           PERFORM 0316-GRAVAR-LINHA-VALOR.

       0315-GRAVAR-LINHA-CONTROLE.
           WRITE CONTROL-REPORT-RECORD.
           MOVE 'SALCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALCTL,
               WRK-FSCHK-CHAVE.

       0316-GRAVAR-LINHA-VALOR.
           MOVE WRK-CTL-QTD   TO WRK-CTL-QTD-ED.
           MOVE WRK-CTL-VALOR TO WRK-CTL-VALOR-ED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING WRK-CTL-DESCRICAO ' ' WRK-CTL-QTD-ED ' '
               WRK-CTL-VALOR-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           PERFORM 0315-GRAVAR-LINHA-CONTROLE.

      *    TOTAIS DE CONTROLE PARA O BALANCO, NAS MESMAS ORIGENS DO
      *    SALCTL: ENTRADA = SALCRED + SALINT + BANKREJ DESTA FOLHA.
       0320-GRAVAR-TOTAIS-CONTROLE.
           MOVE 'ENTRADA' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-LIQUIDO   TO WRK-CTLTOT-QTD.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'SALCRED' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-REMESSA   TO WRK-CTLTOT-QTD.
           MOVE WRK-TOTAL-REMESSA TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'SALINT' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-CAIXA     TO WRK-CTLTOT-QTD.
           MOVE WRK-TOTAL-CAIXA   TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'BANKREJ' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-REJ-FOLHA   TO WRK-CTLTOT-QTD.
           MOVE WRK-TOTAL-REJ-FOLHA TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
