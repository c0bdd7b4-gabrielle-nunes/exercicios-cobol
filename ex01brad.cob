      *             PELO MESMO CALL 'OPER-CHECK' DO SIGN-ON, E A
      *             TABELA LOCAL DE OPERADORES (QUE SO SERVIA A
      *             CONSULTA SEM SENHA) FOI REMOVIDA.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-15 - SAQUE E TRANSFERENCIA PASSAM A SER ACEITOS ATE O
      *             LIMITE DE CHEQUE ESPECIAL DA CONTA (DISPONIVEL =
      *             SALDO - BLOQUEADO + AC-LIMITE-CHEQUE); O AC-SALDO
      *             PASSA A TER SINAL E OS CAMPOS NOVOS DO ACCMAST SAO
      *             PRESERVADOS NA REGRAVACAO. O FECHAMENTO IGNORA OS
      *             TIPOS C E I (JUROS E IOF DO CHEQUE ESPECIAL) NOS
      *             TOTAIS DE DINHEIRO.
      *2026-10-15 - NOVA TRANSACAO P (PAGAMENTO DE CONTA): LE CODIGO DE
      *             BARRAS OU LINHA DIGITAVEL DE BOLETO E CONTA DE
      *             CONSUMO, CONFERE OS DV (MODULO 10/11), EXTRAI
      *             VENCIMENTO E VALOR, COBRA MULTA-PERC E
      *             JUROS-DIA-PERC DEPOIS DO VENCIMENTO UTIL E RECEBE EM
      *             DINHEIRO (CENTAVOS ABONADOS, TROCO GRAVADO COMO TIPO
      *             R) OU POR DEBITO EM CONTA. NOVO CAMPO TX-CENTAVOS NO
      *             TELLERTX. GRAVA PAGCONT.dat E REFAZ A REMESSA DO DIA
      *             POR FAVORECIDO EM PAGREM.dat; PAGAMENTOS ENTRAM NO
      *             FECHAMENTO E NO BALANCO DA SESSAO.
      *2026-10-15 - FECHAMENTO IGNORA O CREDITO DE SALARIO EM CONTA
      *             (TIPO F, LANCADO PELO CREDSAL), QUE NAO PASSA PELA
      *             GAVETA.
      *2026-10-15 - CONTA DORMENTE (STATUS D, MARCADA PELO CTADORM)
      *             ACEITA CREDITO NORMALMENTE; SAQUE, TRANSFERENCIA E
      *             DEBITO DE PAGAMENTO PEDEM ALCADA DE SUPERVISOR PELO
      *             OPER-CHECK E REATIVAM A CONTA COM LINHA DE
      *             AUDITORIA. NA FILA CXQUEUE O SAQUE EM CONTA DORMENTE
      *             E REJEITADO.
      *2026-10-15 - RENDIMENTO DA POUPANCA (TIPO N) DO POUPREND FICA
      *             FORA DOS TOTAIS E DAS CEDULAS DO FECHAMENTO DO
      *             CAIXA. ACCMAST CRESCE COM O TIPO DA CONTA E OS
      *             CAMPOS DA POUPANCA.
      *2026-10-15 - PAGAMENTO DE CONTA ACEITA TAMBEM A PARCELA DO CARNE
      *             DO CREDIARIO DA LOJA (L NO LUGAR DO CODIGO DE
      *             BARRAS): LOCALIZADA NO CREDPARC PELO CPF, VENDA E
      *             NUMERO, COBRADA PELO EM ABERTO COM OS MESMOS
      *             ENCARGOS DE ATRASO E BAIXADA NO CREDPARC COM ORIGEM
      *             C; A LOJA E O FAVORECIDO NA REMESSA.
      *************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CHECK-PENDING-FILE ASSIGN TO "CHEQPEND.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQPEND.
           SELECT PAYMENT-LOG-FILE ASSIGN TO "PAGCONT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGCONT.
           SELECT PAYEE-REMITTANCE-FILE ASSIGN TO "PAGREM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGREM.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDPARC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPARC.

       DATA DIVISION.
       FILE SECTION.
           02 TX-REF-HORA            PIC 9(08).
           02 TX-OPERADOR            PIC X(06).
           02 TX-CONTA-DESTINO       PIC X(06).
           02 TX-CENTAVOS            PIC 9(02).

       FD  CAIXA-REPORT-FILE.
       01  CAIXA-REPORT-RECORD       PIC X(60).
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
       01  ACCOUNT-MASTER-RECORD-NOVO.
           02 AC-NOVO-CONTA           PIC X(06).
           02 AC-NOVO-TITULAR         PIC X(30).
           02 AC-NOVO-STATUS          PIC X(01).
           02 AC-NOVO-SALDO           PIC S9(09)V99.
           02 AC-NOVO-SALDO-BLOQ      PIC 9(09)V99.
           02 AC-NOVO-CPFCNPJ         PIC 9(14).
           02 AC-NOVO-LIMITE-CHEQUE   PIC 9(09)V99.
           02 AC-NOVO-DATA-NEGATIVO   PIC 9(08).
           02 AC-NOVO-JUROS-CHEQ-ACUM PIC 9(07)V99.
           02 AC-NOVO-IOF-CHEQ-ACUM   PIC 9(07)V99.
           02 AC-NOVO-TIPO-CONTA      PIC X(01).
           02 AC-NOVO-POUP-ANIV       PIC 9(08).
           02 AC-NOVO-POUP-SALDO-MIN  PIC 9(09)V99.
           02 AC-NOVO-POUP-RESGATE    PIC X(01).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02 FILLER                  PIC X(02).
           02 QJ-MOTIVO               PIC X(30).

       FD  PAYMENT-LOG-FILE.
       01  PAYMENT-LOG-RECORD.
           02 PG-DATA                 PIC 9(08).
           02 PG-HORA                 PIC 9(08).
           02 PG-TIPO-DOC             PIC X(01).
           02 PG-FAVORECIDO           PIC X(06).
           02 PG-CODIGO-BARRAS        PIC X(44).
           02 PG-VENCIMENTO           PIC 9(08).
           02 PG-VALOR-DOC            PIC 9(09)V99.
           02 PG-ENCARGOS             PIC 9(07)V99.
           02 PG-VALOR-PAGO           PIC 9(09)V99.
           02 PG-FORMA                PIC X(01).
           02 PG-CONTA                PIC X(06).
           02 PG-TELLER               PIC X(06).
           02 PG-OPERADOR             PIC X(06).

       FD  PAYEE-REMITTANCE-FILE.
       01  PAYEE-REMITTANCE-RECORD.
           02 REM-FAVORECIDO          PIC X(06).
           02 REM-TIPO-DOC            PIC X(01).
           02 REM-CODIGO-BARRAS       PIC X(44).
           02 REM-VENCIMENTO          PIC 9(08).
           02 REM-DATA-PAGTO          PIC 9(08).
           02 REM-VALOR-DOC           PIC 9(09)V99.
           02 REM-ENCARGOS            PIC 9(07)V99.
           02 REM-VALOR-PAGO          PIC 9(09)V99.
       01  PAYEE-REMITTANCE-HEADER.
           02 REMH-LITERAL            PIC X(07).
           02 REMH-DATA-PAGTO         PIC 9(08).
       01  PAYEE-REMITTANCE-SUBTOTAL.
           02 REMS-LITERAL            PIC X(07).
           02 REMS-FAVORECIDO         PIC X(06).
           02 REMS-QTD                PIC 9(05).
           02 REMS-TOTAL              PIC 9(11)V99.
       01  PAYEE-REMITTANCE-TRAILER.
           02 REMT-LITERAL            PIC X(07).
           02 REMT-QTD                PIC 9(05).
           02 REMT-TOTAL              PIC 9(11)V99.

      *    REGISTRO DE PARCELAS DO CREDIARIO DA LOJA (PERFORM-TIMES):
      *    V=GERADA, P=PAGA, C=CANCELADA; O EM ABERTO E V - P - C.
       FD  INSTALLMENT-FILE.
       01  INSTALLMENT-RECORD.
           02 CP-CPF                  PIC 9(11).
           02 CP-DATA-VENDA           PIC 9(08).
           02 CP-TERMINAL             PIC X(04).
           02 CP-CUPOM                PIC 9(06).
           02 CP-PARCELA              PIC 9(02).
           02 CP-QTD-PARC             PIC 9(02).
           02 CP-TIPO                 PIC X(01).
           02 CP-DATA-MOVTO           PIC 9(08).
           02 CP-VENCIMENTO           PIC 9(08).
           02 CP-PRINCIPAL            PIC 9(07)V99.
           02 CP-JUROS                PIC 9(07)V99.
           02 CP-ENCARGOS             PIC 9(07)V99.
           02 CP-ORIGEM               PIC X(01).
           02 CP-LOCAL                PIC X(06).
           02 CP-FORMA                PIC X(01).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'AUDIT-CPY.COB'.
           88 WRK-ESTORNO-TRANSACAO         VALUE 'E'.
           88 WRK-TRANSFER-TRANSACAO        VALUE 'T'.
           88 WRK-CHEQUE-TRANSACAO          VALUE 'Q'.
           88 WRK-PAGTO-TRANSACAO           VALUE 'P'.
           88 WRK-TROCO-TRANSACAO           VALUE 'R'.
       77 WRK-CONTA-DESTINO       PIC X(06) VALUE SPACES.
       77 WRK-IDX-DESTINO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VALOR-TRANSFER      PIC 9(06) VALUE ZEROS.
           88 WRK-FIM-CONTAS                VALUE 'S'.
       77 WRK-QTD-CONTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CONTA-ACHADA   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SALDO-CONTA        PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-CONTA-ED     PIC ----.---.--9,99.
       77 WRK-CONTA-DORMENTE     PIC X(01) VALUE 'N'.
           88 WRK-CONTA-INATIVADA           VALUE 'S'.
       77 WRK-VALOR-PAGO         PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-ACCMAST       PIC X(20) VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20) VALUE "ACCNEW.dat".
               03 WRK-CTA-CONTA      PIC X(06).
               03 WRK-CTA-TITULAR    PIC X(30).
               03 WRK-CTA-STATUS     PIC X(01).
               03 WRK-CTA-SALDO      PIC S9(09)V99.
               03 WRK-CTA-BLOQ       PIC 9(09)V99.
               03 WRK-CTA-CPFCNPJ    PIC 9(14).
               03 WRK-CTA-LIMITE     PIC 9(09)V99.
               03 WRK-CTA-DATA-NEG   PIC 9(08).
               03 WRK-CTA-JUROS-CE   PIC 9(07)V99.
               03 WRK-CTA-IOF-CE     PIC 9(07)V99.
               03 WRK-CTA-TIPO       PIC X(01).
               03 WRK-CTA-POUP-ANIV  PIC 9(08).
               03 WRK-CTA-POUP-MIN   PIC 9(09)V99.
               03 WRK-CTA-POUP-RESG  PIC X(01).

       77 WRK-FS-CXQUEUE         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CXRESULT        PIC X(02) VALUE ZEROS.
       01  WRK-TOTAIS-NOTAS.
           02 WRK-TOTAL-NOTA-QTD OCCURS 12 TIMES PIC 9(07)
               VALUE ZEROS.
       77 WRK-QTD-PAGTOS         PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PAGTOS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PAGTOS-DIN   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PAGTOS-CTA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ABONO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-TX-PAGTO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED           PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-SES-QTD-PAGTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-SES-PAGTOS-DIN     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SES-PAGTOS-CTA     PIC 9(09)V99 VALUE ZEROS.

      *    PAGAMENTO DE CONTAS (BOLETO BANCARIO E CONTA DE CONSUMO)
       77 WRK-FS-PAGCONT         PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGREM          PIC X(02) VALUE ZEROS.
       77 WRK-FIM-PAGCONT        PIC X(01) VALUE 'N'.
           88 WRK-FIM-PAGAMENTOS            VALUE 'S'.
       77 WRK-PAG-CANCELADO      PIC X(01) VALUE 'N'.
           88 WRK-PAGTO-CANCELADO           VALUE 'S'.
       77 WRK-PAG-CODIGO-OK      PIC X(01) VALUE 'N'.
           88 WRK-PAG-CODIGO-VALIDO         VALUE 'S'.
       77 WRK-PAG-ENTRADA        PIC X(60) VALUE SPACES.
       77 WRK-PAG-DIGITOS        PIC X(48) VALUE SPACES.
       77 WRK-PAG-QTD-DIGITOS    PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PAG-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PAG-BLOCO          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PAG-POS            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PAG-CODIGO-BARRAS  PIC X(44) VALUE SPACES.
       77 WRK-PAG-TIPO-DOC       PIC X(01) VALUE SPACES.
           88 WRK-PAG-BOLETO                VALUE 'B'.
           88 WRK-PAG-CONSUMO               VALUE 'C'.
           88 WRK-PAG-LOJA                  VALUE 'L'.
       77 WRK-PAG-ID-VALOR       PIC X(01) VALUE SPACES.
           88 WRK-PAG-VALOR-EFETIVO         VALUE '6' '8'.
           88 WRK-PAG-ID-MOD10              VALUE '6' '7'.
           88 WRK-PAG-ID-MOD11              VALUE '8' '9'.
       77 WRK-PAG-FAVORECIDO     PIC X(06) VALUE SPACES.
       77 WRK-PAG-FATOR          PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-PAG-VENC-EFETIVO   PIC 9(08) VALUE ZEROS.
       77 WRK-PAG-VESPERA        PIC 9(08) VALUE ZEROS.
       77 WRK-PAG-DU-DIAS        PIC 9(02) VALUE ZEROS.
       77 WRK-PAG-SERIAL-CICLO1  PIC 9(07) VALUE ZEROS.
       77 WRK-PAG-SERIAL-CICLO2  PIC 9(07) VALUE ZEROS.
       77 WRK-PAG-SERIAL-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-PAG-DIST-CICLO1    PIC S9(07) VALUE ZEROS.
       77 WRK-PAG-DIST-CICLO2    PIC S9(07) VALUE ZEROS.
       77 WRK-PAG-DIAS-ATRASO    PIC 9(05) VALUE ZEROS.
       77 WRK-MULTA-PERC         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-JUROS-DIA-PERC     PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-PAG-VALOR-DOC      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PAG-VALOR-CENTAVOS PIC 9(11) VALUE ZEROS.
       77 WRK-PAG-MULTA          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PAG-JUROS          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PAG-ENCARGOS       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PAG-TOTAL          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PAG-REAIS          PIC 9(06) VALUE ZEROS.
       77 WRK-PAG-CENTAVOS       PIC 9(02) VALUE ZEROS.
       77 WRK-PAG-FORMA          PIC X(01) VALUE 'D'.
           88 WRK-PAG-EM-DINHEIRO           VALUE 'D'.
           88 WRK-PAG-EM-CONTA              VALUE 'C'.
       77 WRK-PAG-RECEBIDO       PIC 9(06) VALUE ZEROS.
       77 WRK-PAG-TROCO          PIC 9(06) VALUE ZEROS.
       77 WRK-PAG-TROCO-RESTANTE PIC 9(06) VALUE ZEROS.
       77 WRK-PAG-DISPONIVEL     PIC 9(06) VALUE ZEROS.
       77 WRK-PAG-HORA-REF       PIC 9(08) VALUE ZEROS.

      *    PARCELA DO CREDIARIO DA LOJA PAGA NA JANELA (CARNE)
       77 WRK-FS-CREDPARC        PIC X(02) VALUE ZEROS.
       77 WRK-FIM-CREDPARC       PIC X(01) VALUE 'N'.
           88 WRK-FIM-PARCELAS-LOJA         VALUE 'S'.
       77 WRK-CRD-ACHADA         PIC X(01) VALUE 'N'.
       77 WRK-CRD-CPF            PIC 9(11) VALUE ZEROS.
       77 WRK-CRD-CPF-PARC       PIC 9(11) VALUE ZEROS.
       77 WRK-CRD-DATA           PIC 9(08) VALUE ZEROS.
       77 WRK-CRD-TERM           PIC X(04) VALUE SPACES.
       77 WRK-CRD-CUPOM          PIC 9(06) VALUE ZEROS.
       77 WRK-CRD-PARCELA        PIC 9(02) VALUE ZEROS.
       77 WRK-CRD-QTD-PARC       PIC 9(02) VALUE ZEROS.
       77 WRK-CRD-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-CRD-ABERTO-PRINC   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CRD-ABERTO-JUROS   PIC S9(07)V99 VALUE ZEROS.
       01  WRK-PAG-VALOR-BOLETO-X    PIC X(10).
       01  WRK-PAG-VALOR-BOLETO REDEFINES WRK-PAG-VALOR-BOLETO-X
                                     PIC 9(08)V99.
       01  WRK-PAG-VALOR-CONSUMO-X   PIC X(11).
       01  WRK-PAG-VALOR-CONSUMO REDEFINES WRK-PAG-VALOR-CONSUMO-X
                                     PIC 9(09)V99.
       01  WRK-TAB-TROCO.
           02 WRK-TROCO-QTD OCCURS 12 TIMES PIC 9(05) VALUE ZEROS.

      *    CALCULO DE DIGITO VERIFICADOR (MODULO 10 E MODULO 11)
       77 WRK-DV-CAMPO           PIC X(44) VALUE SPACES.
       77 WRK-DV-TAM             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DV-SUB             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DV-PESO            PIC 9(02) VALUE ZEROS.
       77 WRK-DV-DIGITO          PIC 9(01) VALUE ZEROS.
       77 WRK-DV-PRODUTO         PIC 9(03) VALUE ZEROS.
       77 WRK-DV-SOMA            PIC 9(05) VALUE ZEROS.
       77 WRK-DV-QUOCIENTE       PIC 9(05) VALUE ZEROS.
       77 WRK-DV-RESTO           PIC 9(02) VALUE ZEROS.
       77 WRK-DV-CALCULADO       PIC 9(01) VALUE ZEROS.
       77 WRK-DV-INFORMADO       PIC 9(01) VALUE ZEROS.
       77 WRK-DV-MODO            PIC X(01) VALUE 'B'.
           88 WRK-DV-MODO-BOLETO            VALUE 'B'.

      *    REMESSA DO DIA POR FAVORECIDO (PAGREM.dat)
       77 WRK-QTD-REM-PAGTO      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-REM            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FAVOR          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-FAVOR          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FAVOR-ACHADO       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-REM-QTD-GERAL      PIC 9(05) VALUE ZEROS.
       77 WRK-REM-TOTAL-GERAL    PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TAB-REM-PAGTO.
           02 WRK-REM-ITEM OCCURS 200 TIMES.
               03 WRK-REM-FAVORECIDO PIC X(06).
               03 WRK-REM-TIPO-DOC   PIC X(01).
               03 WRK-REM-CODIGO     PIC X(44).
               03 WRK-REM-VENCIMENTO PIC 9(08).
               03 WRK-REM-VALOR-DOC  PIC 9(09)V99.
               03 WRK-REM-ENCARGOS   PIC 9(07)V99.
               03 WRK-REM-VALOR-PAGO PIC 9(09)V99.
       01  WRK-TAB-FAVOR.
           02 WRK-FAVOR-ITEM OCCURS 50 TIMES.
               03 WRK-FAVOR-CODIGO   PIC X(06).
               03 WRK-FAVOR-QTD      PIC 9(05).
               03 WRK-FAVOR-TOTAL    PIC 9(11)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       END-IF
                   WHEN OTHER
                       PERFORM 0150-DIALOGO-TRANSACAO
                       IF WRK-PAGTO-CANCELADO
                           DISPLAY 'PAGAMENTO NAO EFETUADO.'
                       ELSE
                           PERFORM 0200-PROCESSAR
                           PERFORM 0300-FINALIZAR
                           PERFORM 0900-ENCERRAR
                       END-IF
               END-EVALUATE
           END-IF.

           MOVE 'CHEQ-PRAZO-D' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0114-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CHEQ-PRAZO-D.
           MOVE 'MULTA-PERC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0114-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-MULTA-PERC.
           MOVE 'JUROS-DIA-PERC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0114-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-JUROS-DIA-PERC.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0117-CARREGAR-LIMITE-DIARIO.
           PERFORM 0125-CARREGAR-SESSAO.

       0150-DIALOGO-TRANSACAO.
           DISPLAY 'TIPO DE TRANSACAO (S=SAQUE / D=DEPOSITO / '
               'T=TRANSFERENCIA / P=PAGAMENTO DE CONTA): '.
           ACCEPT WRK-TIPO-TRANSACAO.

           EVALUATE TRUE
                   PERFORM 0115-SOLICITAR-SAQUE
               WHEN WRK-TRANSFER-TRANSACAO
                   PERFORM 0122-SOLICITAR-TRANSFERENCIA
               WHEN WRK-PAGTO-TRANSACAO
                   PERFORM 0400-SOLICITAR-PAGAMENTO
               WHEN OTHER
                   PERFORM 0120-RECEBER-DEPOSITO
           END-EVALUATE.
                   UNTIL WRK-IDX-CTA > WRK-QTD-CONTA
                   IF WRK-CTA-CONTA(WRK-IDX-CTA)
                       = WRK-CONTA-DESTINO
                       AND (WRK-CTA-STATUS(WRK-IDX-CTA) = 'A'
                       OR WRK-CTA-STATUS(WRK-IDX-CTA) = 'D')
                       SET WRK-IDX-DESTINO TO WRK-IDX-CTA
                       SET WRK-IDX-CTA TO WRK-QTD-CONTA
                       SET WRK-IDX-CTA UP BY 1
           ACCEPT WRK-VALOR-TRANSFER.
           EVALUATE TRUE
               WHEN WRK-VALOR-TRANSFER > WRK-SALDO-CONTA
                   MOVE WRK-SALDO-CONTA TO WRK-SALDO-CONTA-ED
                   DISPLAY 'TRANSFERENCIA REJEITADA: DISPONIVEL '
                       'COM LIMITE E R$' WRK-SALDO-CONTA-ED
               WHEN WRK-JA-SACADO-HOJE + WRK-VALOR-TRANSFER
                   > WRK-LIMITE-DIARIO
                   DISPLAY 'TRANSFERENCIA ACIMA DO LIMITE DIARIO '
                       TO WRK-CTA-BLOQ(WRK-IDX-CTA)
                   MOVE AC-CPFCNPJ
                       TO WRK-CTA-CPFCNPJ(WRK-IDX-CTA)
                   MOVE AC-LIMITE-CHEQUE
                       TO WRK-CTA-LIMITE(WRK-IDX-CTA)
                   MOVE AC-DATA-NEGATIVO
                       TO WRK-CTA-DATA-NEG(WRK-IDX-CTA)
                   MOVE AC-JUROS-CHEQ-ACUM
                       TO WRK-CTA-JUROS-CE(WRK-IDX-CTA)
                   MOVE AC-IOF-CHEQ-ACUM
                       TO WRK-CTA-IOF-CE(WRK-IDX-CTA)
                   MOVE AC-TIPO-CONTA
                       TO WRK-CTA-TIPO(WRK-IDX-CTA)
                   MOVE AC-POUP-ANIV
                       TO WRK-CTA-POUP-ANIV(WRK-IDX-CTA)
                   MOVE AC-POUP-SALDO-MIN
                       TO WRK-CTA-POUP-MIN(WRK-IDX-CTA)
                   MOVE AC-POUP-RESGATE
                       TO WRK-CTA-POUP-RESG(WRK-IDX-CTA)
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

      *    CONTA DORMENTE (STATUS D, MARCADA PELO CTADORM) E ACHADA
      *    COMO A ATIVA, COM WRK-CONTA-DORMENTE LIGADO: CREDITO ENTRA
      *    NORMALMENTE, DEBITO PASSA PELA REATIVACAO (0112G).
       0112D-BUSCAR-CONTA.
           MOVE ZEROS TO WRK-IDX-CONTA-ACHADA WRK-SALDO-CONTA.
           MOVE 'N' TO WRK-CONTA-DORMENTE.
           PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA > WRK-QTD-CONTA
               IF WRK-CTA-CONTA(WRK-IDX-CTA) = WRK-CONTA
                   AND (WRK-CTA-STATUS(WRK-IDX-CTA) = 'A'
                   OR WRK-CTA-STATUS(WRK-IDX-CTA) = 'D')
                   SET WRK-IDX-CONTA-ACHADA TO WRK-IDX-CTA
                   IF WRK-CTA-STATUS(WRK-IDX-CTA) = 'D'
                       MOVE 'S' TO WRK-CONTA-DORMENTE
                   END-IF
                   COMPUTE WRK-SALDO-CONTA =
                       WRK-CTA-SALDO(WRK-IDX-CTA)
                       - WRK-CTA-BLOQ(WRK-IDX-CTA)
                       + WRK-CTA-LIMITE(WRK-IDX-CTA)
                   SET WRK-IDX-CTA TO WRK-QTD-CONTA
                   SET WRK-IDX-CTA UP BY 1
               END-IF
               DISPLAY 'CONTA INEXISTENTE OU INATIVA - INFORME '
                   'NOVAMENTE.'
           END-IF.
           IF WRK-CONTA-INATIVADA
               AND (WRK-SAQUE-TRANSACAO OR WRK-TRANSFER-TRANSACAO
               OR WRK-PAGTO-TRANSACAO)
               PERFORM 0112G-REATIVAR-CONTA
           END-IF.

      *    SAQUE, TRANSFERENCIA OU DEBITO EM CONTA DORMENTE SO COM
      *    ALCADA DE SUPERVISOR (OPER-CHECK); AUTORIZADO, A CONTA
      *    VOLTA A ATIVA NA HORA, COM LINHA DE AUDITORIA DA
      *    REATIVACAO. RECUSADO, A CONTA E PEDIDA DE NOVO.
       0112G-REATIVAR-CONTA.
           DISPLAY 'CONTA ' WRK-CONTA ' DORMENTE (SEM MOVIMENTO) - '
               'REATIVACAO REQUER SUPERVISOR.'.
           MOVE SPACES TO WRK-SUP-ID.
           PERFORM 0116B-AUTORIZAR-SUPERVISOR.
           IF WRK-OPERADOR-VALIDO
               SET WRK-IDX-CTA TO WRK-IDX-CONTA-ACHADA
               MOVE 'A' TO WRK-CTA-STATUS(WRK-IDX-CTA)
               MOVE 'N' TO WRK-CONTA-DORMENTE
               PERFORM 0327-GRAVAR-CONTAS
               PERFORM 0365-AUDITAR-REATIVACAO
               DISPLAY 'CONTA ' WRK-CONTA ' REATIVADA.'
           ELSE
               MOVE ZEROS TO WRK-IDX-CONTA-ACHADA
               DISPLAY 'CONTA DORMENTE NAO REATIVADA - INFORME '
                   'NOVAMENTE.'
           END-IF.

       0113-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
           ACCEPT WRK-SAQUE FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-SAQUE > WRK-SALDO-CONTA
                   MOVE WRK-SALDO-CONTA TO WRK-SALDO-CONTA-ED
                   DISPLAY 'SAQUE REJEITADO: DISPONIVEL COM LIMITE '
                       'E R$' WRK-SALDO-CONTA-ED
               WHEN WRK-JA-SACADO-HOJE + WRK-SAQUE
                   > WRK-LIMITE-DIARIO
                   DISPLAY 'SAQUE ACIMA DO LIMITE DIARIO DA CONTA '
               ' (S/N)? '.
           ACCEPT WRK-CONFIRMA.

      *    PAGAMENTO DE CONTA NO CAIXA: LE O CODIGO DE BARRAS (44
      *    DIGITOS) OU A LINHA DIGITAVEL (47 DO BOLETO BANCARIO, 48 DA
      *    CONTA DE CONSUMO), CONFERE OS DIGITOS VERIFICADORES, EXTRAI
      *    VENCIMENTO E VALOR, APLICA MULTA E JUROS DE ATRASO E RECEBE
      *    EM DINHEIRO OU POR DEBITO EM CONTA DO ACCMAST.
       0400-SOLICITAR-PAGAMENTO.
           MOVE 'N' TO WRK-PAG-CANCELADO WRK-PAG-CODIGO-OK.
           MOVE SPACES TO WRK-CONTA.
           MOVE ZEROS TO WRK-IDX-CONTA-ACHADA WRK-PAG-TROCO
                         WRK-PAG-RECEBIDO.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > 12
               MOVE ZEROS TO WRK-NOTA-QTD(WRK-SUB-DEN)
                             WRK-TROCO-QTD(WRK-SUB-DEN)
           END-PERFORM.
           PERFORM 0401-DIGITAR-CODIGO
               UNTIL WRK-PAG-CODIGO-VALIDO OR WRK-PAGTO-CANCELADO.
           IF NOT WRK-PAGTO-CANCELADO
               PERFORM 0420-VERIFICAR-DUPLICIDADE
           END-IF.
           IF NOT WRK-PAGTO-CANCELADO
               AND WRK-PAG-VALOR-DOC = ZEROS
               PERFORM 0416-DIGITAR-VALOR
           END-IF.
           IF NOT WRK-PAGTO-CANCELADO
               PERFORM 0425-CALCULAR-ENCARGOS
               PERFORM 0430-EXIBIR-DOCUMENTO
           END-IF.
           IF NOT WRK-PAGTO-CANCELADO
               DISPLAY 'FORMA DE PAGAMENTO (D=DINHEIRO / C=DEBITO '
                   'EM CONTA): '
               ACCEPT WRK-PAG-FORMA
               IF WRK-PAG-EM-CONTA
                   PERFORM 0440-DEBITAR-CONTA
               ELSE
                   MOVE 'D' TO WRK-PAG-FORMA
                   PERFORM 0445-RECEBER-DINHEIRO
               END-IF
           END-IF.

       0401-DIGITAR-CODIGO.
           DISPLAY 'CODIGO DE BARRAS OU LINHA DIGITAVEL '
               '(EM BRANCO CANCELA): '.
           DISPLAY '(L = PARCELA DO CARNE DA LOJA)'.
           MOVE SPACES TO WRK-PAG-ENTRADA.
           ACCEPT WRK-PAG-ENTRADA.
           EVALUATE TRUE
               WHEN WRK-PAG-ENTRADA = SPACES
                   MOVE 'S' TO WRK-PAG-CANCELADO
               WHEN WRK-PAG-ENTRADA = 'L'
                   PERFORM 0408-LOCALIZAR-PARCELA-LOJA
                   IF NOT WRK-PAG-CODIGO-VALIDO
                       DISPLAY 'PARCELA RECUSADA - INFORME NOVAMENTE.'
                   END-IF
               WHEN OTHER
                   PERFORM 0402-EXTRAIR-DIGITOS
                   PERFORM 0403-VALIDAR-CODIGO
                   IF NOT WRK-PAG-CODIGO-VALIDO
                       DISPLAY 'CODIGO RECUSADO - INFORME NOVAMENTE.'
                   END-IF
           END-EVALUATE.

      *    A LINHA DIGITAVEL COSTUMA VIR COM PONTOS E ESPACOS ENTRE OS
      *    CAMPOS; SO OS DIGITOS SAO APROVEITADOS.
       0402-EXTRAIR-DIGITOS.
           MOVE SPACES TO WRK-PAG-DIGITOS.
           MOVE ZEROS TO WRK-PAG-QTD-DIGITOS.
           PERFORM VARYING WRK-PAG-SUB FROM 1 BY 1
               UNTIL WRK-PAG-SUB > 60
               IF WRK-PAG-ENTRADA(WRK-PAG-SUB:1) IS NUMERIC
                   ADD 1 TO WRK-PAG-QTD-DIGITOS
                   IF WRK-PAG-QTD-DIGITOS NOT > 48
                       MOVE WRK-PAG-ENTRADA(WRK-PAG-SUB:1)
                           TO WRK-PAG-DIGITOS(WRK-PAG-QTD-DIGITOS:1)
                   END-IF
               END-IF
           END-PERFORM.

       0403-VALIDAR-CODIGO.
           MOVE 'S' TO WRK-PAG-CODIGO-OK.
           MOVE SPACES TO WRK-PAG-CODIGO-BARRAS.
           EVALUATE TRUE
               WHEN WRK-PAG-QTD-DIGITOS = 44
                   MOVE WRK-PAG-DIGITOS(1:44) TO WRK-PAG-CODIGO-BARRAS
               WHEN WRK-PAG-QTD-DIGITOS = 47
                   AND WRK-PAG-DIGITOS(1:1) NOT = '8'
                   PERFORM 0405-CONVERTER-LINHA-BOLETO
               WHEN WRK-PAG-QTD-DIGITOS = 48
                   AND WRK-PAG-DIGITOS(1:1) = '8'
                   PERFORM 0407-CONVERTER-LINHA-CONSUMO
               WHEN OTHER
                   DISPLAY 'QUANTIDADE DE DIGITOS INVALIDA: '
                       WRK-PAG-QTD-DIGITOS
                   MOVE 'N' TO WRK-PAG-CODIGO-OK
           END-EVALUATE.
           IF WRK-PAG-CODIGO-VALIDO
               IF WRK-PAG-CODIGO-BARRAS(1:1) = '8'
                   MOVE 'C' TO WRK-PAG-TIPO-DOC
               ELSE
                   MOVE 'B' TO WRK-PAG-TIPO-DOC
               END-IF
               PERFORM 0410-VALIDAR-DV-GERAL
           END-IF.
           IF WRK-PAG-CODIGO-VALIDO
               PERFORM 0412-EXTRAIR-DADOS
           END-IF.

      *    CARNE DA LOJA: A PARCELA E LOCALIZADA NO CREDPARC PELA VENDA
      *    (DATA, TERMINAL, CUPOM) E NUMERO, E SO E ACEITA DO PROPRIO
      *    CPF E COM VALOR EM ABERTO. O PAGAMENTO E SEMPRE PELO EM
      *    ABERTO INTEIRO, COM VENCIMENTO DA PARCELA, E O FAVORECIDO E
      *    A LOJA. O CODIGO GRAVADO NO PAGCONT IDENTIFICA A PARCELA.
       0408-LOCALIZAR-PARCELA-LOJA.
           MOVE 'N' TO WRK-PAG-CODIGO-OK.
           DISPLAY 'CPF DO CLIENTE: '.
           ACCEPT WRK-CRD-CPF.
           DISPLAY 'DATA DA VENDA (AAAAMMDD): '.
           ACCEPT WRK-CRD-DATA.
           DISPLAY 'TERMINAL DA VENDA: '.
           ACCEPT WRK-CRD-TERM.
           DISPLAY 'CUPOM DA VENDA: '.
           ACCEPT WRK-CRD-CUPOM.
           DISPLAY 'NUMERO DA PARCELA: '.
           ACCEPT WRK-CRD-PARCELA.
           PERFORM 0409-APURAR-PARCELA-LOJA.
           EVALUATE TRUE
               WHEN WRK-CRD-ACHADA = 'N'
                   DISPLAY 'PARCELA NAO ENCONTRADA NO CREDIARIO.'
               WHEN WRK-CRD-CPF-PARC NOT = WRK-CRD-CPF
                   DISPLAY 'PARCELA NAO PERTENCE A ESTE CPF.'
               WHEN WRK-CRD-ABERTO-PRINC + WRK-CRD-ABERTO-JUROS
                   NOT > ZEROS
                   DISPLAY 'PARCELA JA PAGA OU CANCELADA.'
               WHEN OTHER
                   MOVE 'S' TO WRK-PAG-CODIGO-OK
                   MOVE 'L' TO WRK-PAG-TIPO-DOC
                   MOVE 'LOJA' TO WRK-PAG-FAVORECIDO
                   COMPUTE WRK-PAG-VALOR-DOC =
                       WRK-CRD-ABERTO-PRINC + WRK-CRD-ABERTO-JUROS
                   MOVE WRK-CRD-VENCIMENTO TO WRK-PAG-VENCIMENTO
                   MOVE SPACES TO WRK-PAG-CODIGO-BARRAS
                   STRING 'CRD' WRK-CRD-CPF WRK-CRD-DATA
                       WRK-CRD-TERM WRK-CRD-CUPOM WRK-CRD-PARCELA
                       DELIMITED BY SIZE INTO WRK-PAG-CODIGO-BARRAS
           END-EVALUATE.

       0409-APURAR-PARCELA-LOJA.
           MOVE 'N' TO WRK-CRD-ACHADA WRK-FIM-CREDPARC.
           MOVE ZEROS TO WRK-CRD-ABERTO-PRINC WRK-CRD-ABERTO-JUROS
                         WRK-CRD-CPF-PARC WRK-CRD-QTD-PARC
                         WRK-CRD-VENCIMENTO.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CREDPARC = '00'
               PERFORM 0409B-LER-PARCELA-LOJA
                   UNTIL WRK-FIM-PARCELAS-LOJA
               CLOSE INSTALLMENT-FILE
           END-IF.

       0409B-LER-PARCELA-LOJA.
           READ INSTALLMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CREDPARC
               NOT AT END
                   IF CP-DATA-VENDA = WRK-CRD-DATA
                       AND CP-TERMINAL = WRK-CRD-TERM
                       AND CP-CUPOM = WRK-CRD-CUPOM
                       AND CP-PARCELA = WRK-CRD-PARCELA
                       IF CP-TIPO = 'V'
                           MOVE 'S' TO WRK-CRD-ACHADA
                           MOVE CP-CPF TO WRK-CRD-CPF-PARC
                           MOVE CP-QTD-PARC TO WRK-CRD-QTD-PARC
                           MOVE CP-VENCIMENTO TO WRK-CRD-VENCIMENTO
                           ADD CP-PRINCIPAL TO WRK-CRD-ABERTO-PRINC
                           ADD CP-JUROS TO WRK-CRD-ABERTO-JUROS
                       ELSE
                           SUBTRACT CP-PRINCIPAL
                               FROM WRK-CRD-ABERTO-PRINC
                           SUBTRACT CP-JUROS FROM WRK-CRD-ABERTO-JUROS
                       END-IF
                   END-IF
           END-READ.
           MOVE 'CREDPARC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDPARC,
               WRK-FSCHK-CHAVE.

      *    LINHA DO BOLETO: CAMPOS 1 A 3 COM DV MODULO 10, CAMPO 4 E O
      *    DV GERAL E O CAMPO 5 E FATOR DE VENCIMENTO MAIS VALOR.
       0405-CONVERTER-LINHA-BOLETO.
           MOVE 1 TO WRK-PAG-POS.
           MOVE 9 TO WRK-DV-TAM.
           PERFORM 0406-CONFERIR-CAMPO-MOD10.
           MOVE 11 TO WRK-PAG-POS.
           MOVE 10 TO WRK-DV-TAM.
           PERFORM 0406-CONFERIR-CAMPO-MOD10.
           MOVE 22 TO WRK-PAG-POS.
           PERFORM 0406-CONFERIR-CAMPO-MOD10.
           STRING WRK-PAG-DIGITOS(1:4) WRK-PAG-DIGITOS(33:1)
               WRK-PAG-DIGITOS(34:14) WRK-PAG-DIGITOS(5:5)
               WRK-PAG-DIGITOS(11:10) WRK-PAG-DIGITOS(22:10)
               DELIMITED BY SIZE INTO WRK-PAG-CODIGO-BARRAS.

       0406-CONFERIR-CAMPO-MOD10.
           MOVE SPACES TO WRK-DV-CAMPO.
           MOVE WRK-PAG-DIGITOS(WRK-PAG-POS:WRK-DV-TAM)
               TO WRK-DV-CAMPO.
           MOVE WRK-PAG-DIGITOS(WRK-PAG-POS + WRK-DV-TAM:1)
               TO WRK-DV-INFORMADO.
           PERFORM 0460-CALCULAR-MOD10.
           IF WRK-DV-CALCULADO NOT = WRK-DV-INFORMADO
               DISPLAY 'DV DO CAMPO NA POSICAO ' WRK-PAG-POS
                   ' DA LINHA DIGITAVEL NAO CONFERE.'
               MOVE 'N' TO WRK-PAG-CODIGO-OK
           END-IF.

      *    LINHA DA CONTA DE CONSUMO: QUATRO BLOCOS DE 11 DIGITOS, CADA
      *    UM SEGUIDO DO SEU DV, NO MODULO INDICADO PELO TERCEIRO
      *    DIGITO (6/7 = MODULO 10, 8/9 = MODULO 11).
       0407-CONVERTER-LINHA-CONSUMO.
           MOVE WRK-PAG-DIGITOS(3:1) TO WRK-PAG-ID-VALOR.
           IF NOT WRK-PAG-ID-MOD10 AND NOT WRK-PAG-ID-MOD11
               DISPLAY 'IDENTIFICADOR DE VALOR INVALIDO: '
                   WRK-PAG-ID-VALOR
               MOVE 'N' TO WRK-PAG-CODIGO-OK
           ELSE
               MOVE 11 TO WRK-DV-TAM
               MOVE 'C' TO WRK-DV-MODO
               PERFORM VARYING WRK-PAG-BLOCO FROM 0 BY 1
                   UNTIL WRK-PAG-BLOCO > 3
                   COMPUTE WRK-PAG-POS = WRK-PAG-BLOCO * 12 + 1
                   MOVE SPACES TO WRK-DV-CAMPO
                   MOVE WRK-PAG-DIGITOS(WRK-PAG-POS:11)
                       TO WRK-DV-CAMPO
                   MOVE WRK-PAG-DIGITOS(WRK-PAG-POS + 11:1)
                       TO WRK-DV-INFORMADO
                   IF WRK-PAG-ID-MOD10
                       PERFORM 0460-CALCULAR-MOD10
                   ELSE
                       PERFORM 0465-CALCULAR-MOD11
                   END-IF
                   IF WRK-DV-CALCULADO NOT = WRK-DV-INFORMADO
                       DISPLAY 'DV DO BLOCO ' WRK-PAG-BLOCO
                           ' DA LINHA DIGITAVEL NAO CONFERE.'
                       MOVE 'N' TO WRK-PAG-CODIGO-OK
                   END-IF
                   MOVE WRK-PAG-DIGITOS(WRK-PAG-POS:11)
                       TO WRK-PAG-CODIGO-BARRAS
                           (WRK-PAG-BLOCO * 11 + 1:11)
               END-PERFORM
           END-IF.

      *    DV GERAL DO CODIGO DE BARRAS: NO BOLETO FICA NA POSICAO 5
      *    (MODULO 11 DE 2 A 9, SO MOEDA 9 = REAL); NA CONTA DE
      *    CONSUMO FICA NA POSICAO 4, NO MODULO DO TERCEIRO DIGITO.
       0410-VALIDAR-DV-GERAL.
           MOVE SPACES TO WRK-DV-CAMPO.
           MOVE 43 TO WRK-DV-TAM.
           IF WRK-PAG-BOLETO
               IF WRK-PAG-CODIGO-BARRAS(4:1) NOT = '9'
                   DISPLAY 'MOEDA DO BOLETO NAO ACEITA.'
                   MOVE 'N' TO WRK-PAG-CODIGO-OK
               END-IF
               STRING WRK-PAG-CODIGO-BARRAS(1:4)
                   WRK-PAG-CODIGO-BARRAS(6:39)
                   DELIMITED BY SIZE INTO WRK-DV-CAMPO
               MOVE WRK-PAG-CODIGO-BARRAS(5:1) TO WRK-DV-INFORMADO
               MOVE 'B' TO WRK-DV-MODO
               PERFORM 0465-CALCULAR-MOD11
           ELSE
               MOVE WRK-PAG-CODIGO-BARRAS(3:1) TO WRK-PAG-ID-VALOR
               STRING WRK-PAG-CODIGO-BARRAS(1:3)
                   WRK-PAG-CODIGO-BARRAS(5:40)
                   DELIMITED BY SIZE INTO WRK-DV-CAMPO
               MOVE WRK-PAG-CODIGO-BARRAS(4:1) TO WRK-DV-INFORMADO
               MOVE 'C' TO WRK-DV-MODO
               EVALUATE TRUE
                   WHEN WRK-PAG-ID-MOD10
                       PERFORM 0460-CALCULAR-MOD10
                   WHEN WRK-PAG-ID-MOD11
                       PERFORM 0465-CALCULAR-MOD11
                   WHEN OTHER
                       DISPLAY 'IDENTIFICADOR DE VALOR INVALIDO: '
                           WRK-PAG-ID-VALOR
                       MOVE 'N' TO WRK-PAG-CODIGO-OK
               END-EVALUATE
           END-IF.
           IF WRK-PAG-CODIGO-VALIDO
               AND WRK-DV-CALCULADO NOT = WRK-DV-INFORMADO
               DISPLAY 'DIGITO VERIFICADOR GERAL NAO CONFERE.'
               MOVE 'N' TO WRK-PAG-CODIGO-OK
           END-IF.

      *    BOLETO: VALOR NAS POSICOES 10-19 E FAVORECIDO PELO BANCO
      *    EMISSOR. CONTA DE CONSUMO: VALOR NAS POSICOES 5-15 QUANDO O
      *    IDENTIFICADOR E 6 OU 8 (VALOR EFETIVO) E FAVORECIDO PELO
      *    SEGMENTO MAIS O CODIGO DA EMPRESA; NAO TRAZ VENCIMENTO.
       0412-EXTRAIR-DADOS.
           MOVE SPACES TO WRK-PAG-FAVORECIDO.
           MOVE ZEROS TO WRK-PAG-VALOR-DOC WRK-PAG-VENCIMENTO.
           IF WRK-PAG-BOLETO
               MOVE WRK-PAG-CODIGO-BARRAS(10:10)
                   TO WRK-PAG-VALOR-BOLETO-X
               MOVE WRK-PAG-VALOR-BOLETO TO WRK-PAG-VALOR-DOC
               STRING 'BCO' WRK-PAG-CODIGO-BARRAS(1:3)
                   DELIMITED BY SIZE INTO WRK-PAG-FAVORECIDO
               MOVE WRK-PAG-CODIGO-BARRAS(6:4) TO WRK-PAG-FATOR
               IF WRK-PAG-FATOR > ZEROS
                   PERFORM 0414-CALCULAR-VENCIMENTO
               END-IF
           ELSE
               IF WRK-PAG-VALOR-EFETIVO
                   MOVE WRK-PAG-CODIGO-BARRAS(5:11)
                       TO WRK-PAG-VALOR-CONSUMO-X
                   MOVE WRK-PAG-VALOR-CONSUMO TO WRK-PAG-VALOR-DOC
               END-IF
               STRING 'S' WRK-PAG-CODIGO-BARRAS(2:1)
                   WRK-PAG-CODIGO-BARRAS(16:4)
                   DELIMITED BY SIZE INTO WRK-PAG-FAVORECIDO
           END-IF.

      *    O FATOR DE VENCIMENTO CONTA DIAS DESDE 07/10/1997 E, AO
      *    CHEGAR A 9999, RECOMECOU EM 1000 NO DIA 22/02/2025. VALE O
      *    CICLO QUE DER A DATA MAIS PROXIMA DE HOJE.
       0414-CALCULAR-VENCIMENTO.
           COMPUTE WRK-PAG-SERIAL-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           COMPUTE WRK-PAG-SERIAL-CICLO1 =
               FUNCTION INTEGER-OF-DATE(19971007) + WRK-PAG-FATOR.
           COMPUTE WRK-PAG-SERIAL-CICLO2 =
               FUNCTION INTEGER-OF-DATE(20250222) + WRK-PAG-FATOR
               - 1000.
           COMPUTE WRK-PAG-DIST-CICLO1 =
               WRK-PAG-SERIAL-CICLO1 - WRK-PAG-SERIAL-HOJE.
           COMPUTE WRK-PAG-DIST-CICLO2 =
               WRK-PAG-SERIAL-CICLO2 - WRK-PAG-SERIAL-HOJE.
           IF WRK-PAG-DIST-CICLO1 < ZEROS
               MULTIPLY -1 BY WRK-PAG-DIST-CICLO1
           END-IF.
           IF WRK-PAG-DIST-CICLO2 < ZEROS
               MULTIPLY -1 BY WRK-PAG-DIST-CICLO2
           END-IF.
           IF WRK-PAG-DIST-CICLO2 < WRK-PAG-DIST-CICLO1
               MOVE WRK-PAG-SERIAL-CICLO2 TO WRK-PAG-SERIAL-CICLO1
           END-IF.
           COMPUTE WRK-PAG-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WRK-PAG-SERIAL-CICLO1).

      *    DOCUMENTO SEM VALOR NO CODIGO (BOLETO COM VALOR ZERADO OU
      *    CONTA DE CONSUMO COM IDENTIFICADOR 7/9): O CAIXA DIGITA O
      *    VALOR DA FATURA. ZERO CANCELA O PAGAMENTO.
       0416-DIGITAR-VALOR.
           DISPLAY 'VALOR DO DOCUMENTO EM CENTAVOS (ZERO CANCELA): '.
           ACCEPT WRK-PAG-VALOR-CENTAVOS.
           IF WRK-PAG-VALOR-CENTAVOS = ZEROS
               MOVE 'S' TO WRK-PAG-CANCELADO
           ELSE
               COMPUTE WRK-PAG-VALOR-DOC =
                   WRK-PAG-VALOR-CENTAVOS / 100
           END-IF.

       0420-VERIFICAR-DUPLICIDADE.
           MOVE 'N' TO WRK-FIM-PAGCONT.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF WRK-FS-PAGCONT = '00'
               PERFORM 0421-LER-PAGAMENTO UNTIL WRK-FIM-PAGAMENTOS
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       0421-LER-PAGAMENTO.
           READ PAYMENT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAGCONT
               NOT AT END
                   IF PG-CODIGO-BARRAS = WRK-PAG-CODIGO-BARRAS
                       DISPLAY 'DOCUMENTO JA PAGO EM ' PG-DATA
                           ' - PAGAMENTO RECUSADO.'
                       MOVE 'S' TO WRK-PAG-CANCELADO
                       MOVE 'S' TO WRK-FIM-PAGCONT
                   END-IF
           END-READ.
           MOVE 'PAGCONT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGCONT,
               WRK-FSCHK-CHAVE.

      *    ATRASO: O VENCIMENTO EM DIA NAO UTIL PASSA PARA O PROXIMO DIA
      *    UTIL (DIA-UTIL 'P' A PARTIR DA VESPERA). PAGO DEPOIS DISSO,
      *    COBRA MULTA-PERC E JUROS-DIA-PERC POR DIA CORRIDO DESDE O
      *    VENCIMENTO ORIGINAL, NA MESMA REGRA DA COBRANCA.
       0425-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-PAG-MULTA WRK-PAG-JUROS
                         WRK-PAG-DIAS-ATRASO WRK-PAG-VENC-EFETIVO.
           IF WRK-PAG-VENCIMENTO > ZEROS
               COMPUTE WRK-PAG-VESPERA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-PAG-VENCIMENTO) - 1)
               MOVE 'P' TO WRK-DU-FUNCAO
               MOVE ZEROS TO WRK-DU-COMPETENCIA
               MOVE 1 TO WRK-PAG-DU-DIAS
               CALL 'DIA-UTIL' USING WRK-DU-FUNCAO,
                   WRK-DU-COMPETENCIA, WRK-PAG-VESPERA,
                   WRK-PAG-DU-DIAS, WRK-PAG-VENC-EFETIVO,
                   WRK-DU-UF
               IF WRK-DATA-HOJE > WRK-PAG-VENC-EFETIVO
                   COMPUTE WRK-PAG-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(WRK-PAG-VENCIMENTO)
                   COMPUTE WRK-PAG-MULTA ROUNDED =
                       WRK-PAG-VALOR-DOC * WRK-MULTA-PERC / 100
                   COMPUTE WRK-PAG-JUROS ROUNDED =
                       WRK-PAG-VALOR-DOC * WRK-JUROS-DIA-PERC
                       * WRK-PAG-DIAS-ATRASO / 100
               END-IF
           END-IF.
           COMPUTE WRK-PAG-ENCARGOS = WRK-PAG-MULTA + WRK-PAG-JUROS.
           COMPUTE WRK-PAG-TOTAL =
               WRK-PAG-VALOR-DOC + WRK-PAG-ENCARGOS.
           MOVE WRK-PAG-TOTAL TO WRK-PAG-REAIS.
           COMPUTE WRK-PAG-CENTAVOS =
               (WRK-PAG-TOTAL - WRK-PAG-REAIS) * 100.

       0430-EXIBIR-DOCUMENTO.
           EVALUATE TRUE
               WHEN WRK-PAG-BOLETO
                   DISPLAY 'BOLETO BANCARIO - FAVORECIDO '
                       WRK-PAG-FAVORECIDO
               WHEN WRK-PAG-LOJA
                   DISPLAY 'CARNE DA LOJA - PARCELA ' WRK-CRD-PARCELA
                       '/' WRK-CRD-QTD-PARC ' DO CUPOM '
                       WRK-CRD-CUPOM
               WHEN OTHER
                   DISPLAY 'CONTA DE CONSUMO - FAVORECIDO '
                       WRK-PAG-FAVORECIDO
           END-EVALUATE.
           IF WRK-PAG-VENCIMENTO > ZEROS
               DISPLAY 'VENCIMENTO:       ' WRK-PAG-VENCIMENTO
           END-IF.
           MOVE WRK-PAG-VALOR-DOC TO WRK-TOTAL-ED.
           DISPLAY 'VALOR DOCUMENTO:  ' WRK-TOTAL-ED.
           IF WRK-PAG-ENCARGOS > ZEROS
               MOVE WRK-PAG-MULTA TO WRK-TOTAL-ED
               DISPLAY 'MULTA:            ' WRK-TOTAL-ED
               MOVE WRK-PAG-JUROS TO WRK-TOTAL-ED
               DISPLAY 'JUROS (' WRK-PAG-DIAS-ATRASO ' DIAS): '
                   WRK-TOTAL-ED
           END-IF.
           MOVE WRK-PAG-TOTAL TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL A PAGAR:    ' WRK-TOTAL-ED.
           IF WRK-PAG-TOTAL > 999999
               DISPLAY 'VALOR ACIMA DO LIMITE DO CAIXA.'
               MOVE 'S' TO WRK-PAG-CANCELADO
           END-IF.

       0440-DEBITAR-CONTA.
           PERFORM 0112E-SOLICITAR-CONTA.
           IF WRK-PAG-TOTAL > WRK-SALDO-CONTA
               MOVE WRK-SALDO-CONTA TO WRK-SALDO-CONTA-ED
               DISPLAY 'PAGAMENTO REJEITADO: DISPONIVEL COM LIMITE '
                   'E R$' WRK-SALDO-CONTA-ED
               MOVE 'S' TO WRK-PAG-CANCELADO
           ELSE
               MOVE WRK-PAG-TOTAL TO WRK-TOTAL-ED
               DISPLAY 'CONFIRMA DEBITO DE ' WRK-TOTAL-ED
                   ' NA CONTA ' WRK-CONTA ' (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF NOT WRK-CONFIRMA-SIM
                   MOVE 'S' TO WRK-PAG-CANCELADO
               END-IF
           END-IF.

      *    EM DINHEIRO A GAVETA SO RECEBE REAIS INTEIROS: OS CENTAVOS
      *    DO TOTAL SAO ABONADOS AO CLIENTE, MAS O FAVORECIDO RECEBE O
      *    VALOR CHEIO NA REMESSA.
       0445-RECEBER-DINHEIRO.
           DISPLAY 'RECEBER EM DINHEIRO R$' WRK-PAG-REAIS
               ' (CENTAVOS ABONADOS: 0,' WRK-PAG-CENTAVOS ')'.
           MOVE 'N' TO WRK-CONFIRMA.
           PERFORM 0446-DIGITAR-NOTAS-PAGTO
               UNTIL WRK-CONFIRMA-SIM OR WRK-PAGTO-CANCELADO.
           IF NOT WRK-PAGTO-CANCELADO
               PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
                   UNTIL WRK-SUB-DEN > WRK-QTD-NOTAS
                   ADD WRK-NOTA-QTD(WRK-SUB-DEN)
                       TO WRK-VAULT-QTD(WRK-SUB-DEN)
                   SUBTRACT WRK-TROCO-QTD(WRK-SUB-DEN)
                       FROM WRK-VAULT-QTD(WRK-SUB-DEN)
               END-PERFORM
           END-IF.

       0446-DIGITAR-NOTAS-PAGTO.
           MOVE ZEROS TO WRK-PAG-RECEBIDO.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > WRK-QTD-NOTAS
               DISPLAY 'QUANTAS NOTAS DE R$'
                   WRK-NOTA-VALOR(WRK-SUB-DEN) ' RECEBIDAS: '
               ACCEPT WRK-NOTA-QTD(WRK-SUB-DEN)
               COMPUTE WRK-PAG-RECEBIDO = WRK-PAG-RECEBIDO +
                   (WRK-NOTA-QTD(WRK-SUB-DEN) *
                    WRK-NOTA-VALOR(WRK-SUB-DEN))
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-PAG-RECEBIDO = ZEROS
                   MOVE 'S' TO WRK-PAG-CANCELADO
               WHEN WRK-PAG-RECEBIDO < WRK-PAG-REAIS
                   DISPLAY 'VALOR RECEBIDO INSUFICIENTE (R$'
                       WRK-PAG-RECEBIDO ') - INFORME NOVAMENTE.'
               WHEN OTHER
                   COMPUTE WRK-PAG-TROCO =
                       WRK-PAG-RECEBIDO - WRK-PAG-REAIS
                   PERFORM 0447-MONTAR-TROCO
                   IF WRK-PAG-TROCO-RESTANTE > ZEROS
                       DISPLAY 'SEM CEDULAS PARA O TROCO DE R$'
                           WRK-PAG-TROCO ' - INFORME NOVAMENTE.'
                   ELSE
                       DISPLAY 'RECEBIDO R$' WRK-PAG-RECEBIDO
                           ' - TROCO R$' WRK-PAG-TROCO
                           ' - CONFIRMA PAGAMENTO (S/N)? '
                       ACCEPT WRK-CONFIRMA
                   END-IF
           END-EVALUATE.

      *    TROCO DA MAIOR PARA A MENOR CEDULA, USANDO O COFRE MAIS AS
      *    PROPRIAS NOTAS QUE O CLIENTE ENTREGOU.
       0447-MONTAR-TROCO.
           MOVE WRK-PAG-TROCO TO WRK-PAG-TROCO-RESTANTE.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > WRK-QTD-NOTAS
               COMPUTE WRK-PAG-DISPONIVEL =
                   WRK-VAULT-QTD(WRK-SUB-DEN)
                   + WRK-NOTA-QTD(WRK-SUB-DEN)
               COMPUTE WRK-QTD-USADA = WRK-PAG-TROCO-RESTANTE
                   / WRK-NOTA-VALOR(WRK-SUB-DEN)
               IF WRK-QTD-USADA > WRK-PAG-DISPONIVEL
                   MOVE WRK-PAG-DISPONIVEL TO WRK-QTD-USADA
               END-IF
               MOVE WRK-QTD-USADA TO WRK-TROCO-QTD(WRK-SUB-DEN)
               COMPUTE WRK-PAG-TROCO-RESTANTE =
                   WRK-PAG-TROCO-RESTANTE -
                   (WRK-QTD-USADA * WRK-NOTA-VALOR(WRK-SUB-DEN))
           END-PERFORM.

      *    MODULO 10: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      *    ESQUERDA, SOMANDO OS DIGITOS DE CADA PRODUTO.
       0460-CALCULAR-MOD10.
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2 TO WRK-DV-PESO.
           PERFORM VARYING WRK-DV-SUB FROM WRK-DV-TAM BY -1
               UNTIL WRK-DV-SUB < 1
               MOVE WRK-DV-CAMPO(WRK-DV-SUB:1) TO WRK-DV-DIGITO
               COMPUTE WRK-DV-PRODUTO = WRK-DV-DIGITO * WRK-DV-PESO
               IF WRK-DV-PRODUTO > 9
                   SUBTRACT 9 FROM WRK-DV-PRODUTO
               END-IF
               ADD WRK-DV-PRODUTO TO WRK-DV-SOMA
               IF WRK-DV-PESO = 2
                   MOVE 1 TO WRK-DV-PESO
               ELSE
                   MOVE 2 TO WRK-DV-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-DV-SOMA BY 10 GIVING WRK-DV-QUOCIENTE
               REMAINDER WRK-DV-RESTO.
           IF WRK-DV-RESTO = ZEROS
               MOVE ZEROS TO WRK-DV-CALCULADO
           ELSE
               COMPUTE WRK-DV-CALCULADO = 10 - WRK-DV-RESTO
           END-IF.

      *    MODULO 11: PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA. NO
      *    BOLETO O DV 0, 10 OU 11 VIRA 1; NA ARRECADACAO O RESTO 0 OU
      *    1 DA DV 0.
       0465-CALCULAR-MOD11.
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2 TO WRK-DV-PESO.
           PERFORM VARYING WRK-DV-SUB FROM WRK-DV-TAM BY -1
               UNTIL WRK-DV-SUB < 1
               MOVE WRK-DV-CAMPO(WRK-DV-SUB:1) TO WRK-DV-DIGITO
               COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
                   + WRK-DV-DIGITO * WRK-DV-PESO
               IF WRK-DV-PESO = 9
                   MOVE 2 TO WRK-DV-PESO
               ELSE
                   ADD 1 TO WRK-DV-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOCIENTE
               REMAINDER WRK-DV-RESTO.
           IF WRK-DV-MODO-BOLETO
               IF WRK-DV-RESTO < 2
                   MOVE 1 TO WRK-DV-CALCULADO
               ELSE
                   COMPUTE WRK-DV-CALCULADO = 11 - WRK-DV-RESTO
               END-IF
           ELSE
               IF WRK-DV-RESTO < 2
                   MOVE ZEROS TO WRK-DV-CALCULADO
               ELSE
                   COMPUTE WRK-DV-CALCULADO = 11 - WRK-DV-RESTO
               END-IF
           END-IF.

       0200-PROCESSAR.
           IF WRK-SAQUE-TRANSACAO
               PERFORM 0210-PROCESSAR-SAQUE
                       ' DA CONTA ' WRK-CONTA ' PARA '
                       WRK-CONTA-DESTINO ' - SEM MOVIMENTO DE '
                       'CEDULAS.'
               WHEN WRK-PAGTO-TRANSACAO
                   MOVE WRK-PAG-TOTAL TO WRK-TOTAL-ED
                   DISPLAY 'PAGAMENTO DE CONTA DE ' WRK-TOTAL-ED
                       ' AO FAVORECIDO ' WRK-PAG-FAVORECIDO
                   IF WRK-PAG-TROCO > 0
                       DISPLAY 'TROCO DE R$' WRK-PAG-TROCO
                           ' - QUEBRA EM CEDULAS:'
                       PERFORM 0486-EXIBIR-TROCO
                   END-IF
               WHEN OTHER
                   DISPLAY 'DEPOSITO RECEBIDO NO VALOR DE R$'
                       WRK-VALOR-DEPOSITADO
           PERFORM 0329-GRAVAR-DIARIO.
           PERFORM 0330-REGISTRAR-TRANSACAO.
           PERFORM 0340-EMITIR-RECIBO.
           IF WRK-PAGTO-TRANSACAO AND WRK-PAG-TROCO > 0
               PERFORM 0485-REGISTRAR-TROCO
           END-IF.
           PERFORM 0350-GERAR-RELATORIO-FECHAMENTO.
           PERFORM 0360-REGISTRAR-AUDITORIA.
           IF WRK-PAGTO-TRANSACAO
               PERFORM 0490-GRAVAR-PAGAMENTO
               PERFORM 0492-GERAR-REMESSA-PAGTOS
               IF WRK-PAG-LOJA
                   PERFORM 0498-BAIXAR-PARCELA-LOJA
               END-IF
           END-IF.

       0310-EXIBIR-QUEBRA.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                       SET WRK-IDX-CTA TO WRK-IDX-DESTINO
                       ADD WRK-VALOR-TRANSFER
                           TO WRK-CTA-SALDO(WRK-IDX-CTA)
                       MOVE WRK-CTA-SALDO(WRK-IDX-CTA)
                           TO WRK-SALDO-CONTA-ED
                       DISPLAY 'SALDO ATUAL DA CONTA DESTINO '
                           WRK-CONTA-DESTINO ': R$'
                           WRK-SALDO-CONTA-ED
                       SET WRK-IDX-CTA TO WRK-IDX-CONTA-ACHADA
                   WHEN WRK-CHEQUE-TRANSACAO
                       ADD WRK-VALOR-DEPOSITADO
                           TO WRK-CTA-SALDO(WRK-IDX-CTA)
                       ADD WRK-VALOR-DEPOSITADO
                           TO WRK-CTA-BLOQ(WRK-IDX-CTA)
                   WHEN WRK-PAGTO-TRANSACAO
                       SUBTRACT WRK-PAG-TOTAL
                           FROM WRK-CTA-SALDO(WRK-IDX-CTA)
                   WHEN OTHER
                       ADD WRK-VALOR-DEPOSITADO
                           TO WRK-CTA-SALDO(WRK-IDX-CTA)
               END-EVALUATE
               MOVE WRK-CTA-SALDO(WRK-IDX-CTA) TO WRK-SALDO-CONTA-ED
               DISPLAY 'SALDO ATUAL DA CONTA ' WRK-CONTA ': R$'
                   WRK-SALDO-CONTA-ED
           END-IF.

       0327-GRAVAR-CONTAS.
           MOVE WRK-CTA-SALDO(WRK-IDX-CTA)   TO AC-NOVO-SALDO.
           MOVE WRK-CTA-BLOQ(WRK-IDX-CTA)    TO AC-NOVO-SALDO-BLOQ.
           MOVE WRK-CTA-CPFCNPJ(WRK-IDX-CTA) TO AC-NOVO-CPFCNPJ.
           MOVE WRK-CTA-LIMITE(WRK-IDX-CTA)
               TO AC-NOVO-LIMITE-CHEQUE.
           MOVE WRK-CTA-DATA-NEG(WRK-IDX-CTA)
               TO AC-NOVO-DATA-NEGATIVO.
           MOVE WRK-CTA-JUROS-CE(WRK-IDX-CTA)
               TO AC-NOVO-JUROS-CHEQ-ACUM.
           MOVE WRK-CTA-IOF-CE(WRK-IDX-CTA)
               TO AC-NOVO-IOF-CHEQ-ACUM.
           MOVE WRK-CTA-TIPO(WRK-IDX-CTA)
               TO AC-NOVO-TIPO-CONTA.
           MOVE WRK-CTA-POUP-ANIV(WRK-IDX-CTA)
               TO AC-NOVO-POUP-ANIV.
           MOVE WRK-CTA-POUP-MIN(WRK-IDX-CTA)
               TO AC-NOVO-POUP-SALDO-MIN.
           MOVE WRK-CTA-POUP-RESG(WRK-IDX-CTA)
               TO AC-NOVO-POUP-RESGATE.
           WRITE ACCOUNT-MASTER-RECORD-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
                   MOVE WRK-VALOR-PAGO TO TX-VALOR
               WHEN WRK-TRANSFER-TRANSACAO
                   MOVE WRK-VALOR-TRANSFER TO TX-VALOR
               WHEN WRK-PAGTO-TRANSACAO
                   MOVE WRK-PAG-REAIS TO TX-VALOR
               WHEN WRK-TROCO-TRANSACAO
                   MOVE WRK-PAG-TROCO TO TX-VALOR
               WHEN OTHER
                   MOVE WRK-VALOR-DEPOSITADO TO TX-VALOR
           END-EVALUATE.
           IF WRK-PAGTO-TRANSACAO
               MOVE WRK-PAG-CENTAVOS TO TX-CENTAVOS
           ELSE
               MOVE ZEROS TO TX-CENTAVOS
           END-IF.
           IF WRK-TRANSFER-TRANSACAO
               MOVE WRK-CONTA-DESTINO TO TX-CONTA-DESTINO
           ELSE
                       TO TX-DEN-QTD(WRK-SUB-DEN)
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-ESTORNO-TRANSACAO
                   MOVE WRK-EST-DATA-ORIG TO TX-REF-DATA
                   MOVE WRK-EST-HORA-ORIG TO TX-REF-HORA
               WHEN WRK-TROCO-TRANSACAO
                   MOVE WRK-DATA-HOJE     TO TX-REF-DATA
                   MOVE WRK-PAG-HORA-REF  TO TX-REF-HORA
               WHEN OTHER
                   MOVE ZEROS TO TX-REF-DATA TX-REF-HORA
           END-EVALUATE.
           WRITE TELLER-TX-RECORD.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WHEN WRK-CHEQUE-TRANSACAO
                   MOVE 'CHEQUE'   TO REC-TIPO
                   MOVE WRK-VALOR-DEPOSITADO TO REC-VALOR-ED
               WHEN WRK-PAGTO-TRANSACAO
                   MOVE 'PAGTO-CTA' TO REC-TIPO
                   MOVE WRK-PAG-TOTAL TO REC-VALOR-ED
               WHEN WRK-TROCO-TRANSACAO
                   MOVE 'TROCO'    TO REC-TIPO
                   MOVE WRK-PAG-TROCO TO REC-VALOR-ED
               WHEN WRK-TIPO-TRANSACAO = 'B'
                   MOVE 'COMPRA-CF' TO REC-TIPO
                   MOVE WRK-VALOR-DEPOSITADO TO REC-VALOR-ED

       0350-GERAR-RELATORIO-FECHAMENTO.
           MOVE ZEROS TO WRK-TOTAL-SAQUES WRK-TOTAL-DEPOSITOS.
           MOVE ZEROS TO WRK-QTD-PAGTOS WRK-TOTAL-PAGTOS
                         WRK-TOTAL-PAGTOS-DIN WRK-TOTAL-PAGTOS-CTA
                         WRK-TOTAL-ABONO.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > 12
               MOVE ZEROS TO WRK-TOTAL-NOTA-QTD(WRK-SUB-DEN)
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CAIXAREL,
               WRK-FSCHK-CHAVE.
           PERFORM 0354-GRAVAR-LINHA-PAGTOS.
           PERFORM 0352-GRAVAR-LINHA-NOTA
               VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > WRK-QTD-NOTAS.
                           WHEN 'E'
                               SUBTRACT TX-VALOR
                                   FROM WRK-TOTAL-SAQUES
                           WHEN 'P'
                               PERFORM 0355-ACUMULAR-PAGTO-TX
                           WHEN 'R'
                           WHEN 'A'
                           WHEN 'T'
                           WHEN 'Q'
                           WHEN 'M'
                           WHEN 'J'
                           WHEN 'C'
                           WHEN 'I'
                           WHEN 'X'
                           WHEN 'B'
                           WHEN 'V'
                           WHEN 'F'
                           WHEN 'N'
                               CONTINUE
                           WHEN OTHER
                               ADD TX-VALOR TO WRK-TOTAL-DEPOSITOS
                           AND TX-TIPO NOT = 'Q'
                           AND TX-TIPO NOT = 'M'
                           AND TX-TIPO NOT = 'J'
                           AND TX-TIPO NOT = 'C'
                           AND TX-TIPO NOT = 'I'
                           AND TX-TIPO NOT = 'X'
                           AND TX-TIPO NOT = 'B'
                           AND TX-TIPO NOT = 'V'
                           AND TX-TIPO NOT = 'F'
                           AND TX-TIPO NOT = 'N'
                           PERFORM 0353-ACUMULAR-NOTAS-TX
                       END-IF
                   END-IF
               WRK-FS-TELLERTX,
               WRK-FSCHK-CHAVE.

      *    PAGAMENTO DE CONTA (TIPO P): VALOR EM REAIS NO TX-VALOR E
      *    CENTAVOS NO TX-CENTAVOS. SEM CONTA NO TX E PAGAMENTO EM
      *    DINHEIRO, CUJOS CENTAVOS A GAVETA NAO RECEBE (ABONADOS).
       0355-ACUMULAR-PAGTO-TX.
           COMPUTE WRK-VALOR-TX-PAGTO = TX-VALOR + TX-CENTAVOS / 100.
           ADD 1 TO WRK-QTD-PAGTOS.
           ADD WRK-VALOR-TX-PAGTO TO WRK-TOTAL-PAGTOS.
           IF TX-CONTA = SPACES
               ADD WRK-VALOR-TX-PAGTO TO WRK-TOTAL-PAGTOS-DIN
               COMPUTE WRK-TOTAL-ABONO =
                   WRK-TOTAL-ABONO + TX-CENTAVOS / 100
           ELSE
               ADD WRK-VALOR-TX-PAGTO TO WRK-TOTAL-PAGTOS-CTA
           END-IF.

       0354-GRAVAR-LINHA-PAGTOS.
           MOVE WRK-TOTAL-PAGTOS TO WRK-TOTAL-ED.
           MOVE SPACES TO CAIXA-REPORT-RECORD.
           STRING 'PAGAMENTOS DE CONTAS: ' WRK-QTD-PAGTOS
               ' TOTAL ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CAIXA-REPORT-RECORD.
           PERFORM 0356-GRAVAR-LINHA-RELATORIO.
           MOVE WRK-TOTAL-PAGTOS-DIN TO WRK-TOTAL-ED.
           MOVE SPACES TO CAIXA-REPORT-RECORD.
           STRING '  EM DINHEIRO:       ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CAIXA-REPORT-RECORD.
           PERFORM 0356-GRAVAR-LINHA-RELATORIO.
           MOVE WRK-TOTAL-PAGTOS-CTA TO WRK-TOTAL-ED.
           MOVE SPACES TO CAIXA-REPORT-RECORD.
           STRING '  DEBITO EM CONTA:   ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CAIXA-REPORT-RECORD.
           PERFORM 0356-GRAVAR-LINHA-RELATORIO.
           MOVE WRK-TOTAL-ABONO TO WRK-TOTAL-ED.
           MOVE SPACES TO CAIXA-REPORT-RECORD.
           STRING '  CENTAVOS ABONADOS: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CAIXA-REPORT-RECORD.
           PERFORM 0356-GRAVAR-LINHA-RELATORIO.

       0356-GRAVAR-LINHA-RELATORIO.
           WRITE CAIXA-REPORT-RECORD.
           MOVE 'CAIXAREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CAIXAREL,
               WRK-FSCHK-CHAVE.

       0353-ACUMULAR-NOTAS-TX.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA > TX-QTD-DENOM
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   STRING 'PARA=' WRK-CONTA-DESTINO
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               WHEN WRK-PAGTO-TRANSACAO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA
                   STRING 'PAGTO=' WRK-PAG-TOTAL
                       ' FAV=' WRK-PAG-FAVORECIDO
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   STRING 'FORMA=' WRK-PAG-FORMA ' CTA=' WRK-CONTA
                       ' VC=' WRK-PAG-VENCIMENTO
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               WHEN WRK-TROCO-TRANSACAO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA
                   STRING 'TROCO=' WRK-PAG-TROCO
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   STRING 'REF=' WRK-DATA-HOJE ' ' WRK-PAG-HORA-REF
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               WHEN OTHER
                   STRING 'DEPOSITO=' WRK-VALOR-DEPOSITADO
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.

      *    A REATIVACAO NAO GERA TRANSACAO NO TELLERTX: A LINHA LEVA
      *    'REATIVACAO' NA ENTRADA PARA O AUDVERIF NAO CONTA-LA NO
      *    CRUZAMENTO COM O TELLERTX.
       0365-AUDITAR-REATIVACAO.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           IF WRK-SUP-ID = SPACES
               MOVE WRK-OPERADOR-ID TO WRK-SUP-ID
           END-IF.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'REATIVACAO CONTA=' WRK-CONTA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'STATUS=D->A SUP=' WRK-SUP-ID
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE 'CAIXA'            TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-OPERADOR-ID    TO AUD-OPERADOR.
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
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.

      *    O TROCO DO PAGAMENTO EM DINHEIRO SAI COMO TRANSACAO PROPRIA
      *    (TIPO R), LIGADA AO PAGAMENTO PELO TX-REF, COM SEU RECIBO E
      *    SUA LINHA DE AUDITORIA; O TELLERTX NAO GUARDA QUANTIDADES
      *    NEGATIVAS POR CEDULA.
       0485-REGISTRAR-TROCO.
           MOVE WRK-HORA-SISTEMA TO WRK-PAG-HORA-REF.
           MOVE 'R' TO WRK-TIPO-TRANSACAO.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > 12
               MOVE WRK-TROCO-QTD(WRK-SUB-DEN)
                   TO WRK-NOTA-QTD(WRK-SUB-DEN)
           END-PERFORM.
           PERFORM 0330-REGISTRAR-TRANSACAO.
           PERFORM 0340-EMITIR-RECIBO.
           PERFORM 0360-REGISTRAR-AUDITORIA.
           MOVE 'P' TO WRK-TIPO-TRANSACAO.
           MOVE WRK-PAG-HORA-REF TO WRK-HORA-SISTEMA.

       0486-EXIBIR-TROCO.
           PERFORM VARYING WRK-SUB-DEN FROM 1 BY 1
               UNTIL WRK-SUB-DEN > WRK-QTD-NOTAS
               IF WRK-TROCO-QTD(WRK-SUB-DEN) > 0
                   DISPLAY 'VOCE RECEBERA ' WRK-TROCO-QTD(WRK-SUB-DEN)
                       ' NOTA(S) DE R$' WRK-NOTA-VALOR(WRK-SUB-DEN)
               END-IF
           END-PERFORM.

       0490-GRAVAR-PAGAMENTO.
           OPEN EXTEND PAYMENT-LOG-FILE.
           IF WRK-FS-PAGCONT NOT = '00'
               OPEN OUTPUT PAYMENT-LOG-FILE
               MOVE 'PAGCONT' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-PAGCONT,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-DATA-HOJE         TO PG-DATA.
           MOVE WRK-HORA-SISTEMA      TO PG-HORA.
           MOVE WRK-PAG-TIPO-DOC      TO PG-TIPO-DOC.
           MOVE WRK-PAG-FAVORECIDO    TO PG-FAVORECIDO.
           MOVE WRK-PAG-CODIGO-BARRAS TO PG-CODIGO-BARRAS.
           MOVE WRK-PAG-VENCIMENTO    TO PG-VENCIMENTO.
           MOVE WRK-PAG-VALOR-DOC     TO PG-VALOR-DOC.
           MOVE WRK-PAG-ENCARGOS      TO PG-ENCARGOS.
           MOVE WRK-PAG-TOTAL         TO PG-VALOR-PAGO.
           MOVE WRK-PAG-FORMA         TO PG-FORMA.
           MOVE WRK-CONTA             TO PG-CONTA.
           MOVE WRK-TELLER-ATUAL      TO PG-TELLER.
           MOVE WRK-OPERADOR-ID       TO PG-OPERADOR.
           WRITE PAYMENT-LOG-RECORD.
           MOVE 'PAGCONT' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGCONT,
               WRK-FSCHK-CHAVE.
           CLOSE PAYMENT-LOG-FILE.

      *    A PARCELA PAGA NA JANELA ENTRA NO CREDPARC COM ORIGEM C E O
      *    VALOR CHEIO (A LOJA RECEBE PELA REMESSA, MESMO COM CENTAVOS
      *    ABONADOS EM DINHEIRO); O CRDREL CONTABILIZA NA LOJA.
       0498-BAIXAR-PARCELA-LOJA.
           OPEN EXTEND INSTALLMENT-FILE.
           IF WRK-FS-CREDPARC NOT = '00'
               OPEN OUTPUT INSTALLMENT-FILE
           END-IF.
           MOVE 'CREDPARC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDPARC,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO INSTALLMENT-RECORD.
           MOVE WRK-CRD-CPF-PARC     TO CP-CPF.
           MOVE WRK-CRD-DATA         TO CP-DATA-VENDA.
           MOVE WRK-CRD-TERM         TO CP-TERMINAL.
           MOVE WRK-CRD-CUPOM        TO CP-CUPOM.
           MOVE WRK-CRD-PARCELA      TO CP-PARCELA.
           MOVE WRK-CRD-QTD-PARC     TO CP-QTD-PARC.
           MOVE 'P'                  TO CP-TIPO.
           MOVE WRK-DATA-HOJE        TO CP-DATA-MOVTO.
           MOVE WRK-CRD-VENCIMENTO   TO CP-VENCIMENTO.
           MOVE WRK-CRD-ABERTO-PRINC TO CP-PRINCIPAL.
           MOVE WRK-CRD-ABERTO-JUROS TO CP-JUROS.
           MOVE WRK-PAG-ENCARGOS     TO CP-ENCARGOS.
           MOVE 'C'                  TO CP-ORIGEM.
           MOVE WRK-TELLER-ATUAL     TO CP-LOCAL.
           MOVE WRK-PAG-FORMA        TO CP-FORMA.
           WRITE INSTALLMENT-RECORD.
           MOVE 'CREDPARC' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDPARC,
               WRK-FSCHK-CHAVE.
           CLOSE INSTALLMENT-FILE.

      *    PAGREM.dat E REFEITO A CADA PAGAMENTO COM OS PAGAMENTOS DO
      *    DIA NO PAGCONT.dat: HEADER, DETALHES DE CADA FAVORECIDO
      *    SEGUIDOS DO SEU SUBTOTAL (NA ORDEM DO PRIMEIRO PAGAMENTO) E
      *    TRAILER COM QUANTIDADE E VALOR GERAIS.
       0492-GERAR-REMESSA-PAGTOS.
           MOVE ZEROS TO WRK-QTD-REM-PAGTO WRK-QTD-FAVOR
                         WRK-REM-QTD-GERAL WRK-REM-TOTAL-GERAL.
           MOVE 'N' TO WRK-FIM-PAGCONT.
           OPEN INPUT PAYMENT-LOG-FILE.
           MOVE 'PAGCONT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGCONT,
               WRK-FSCHK-CHAVE.
           PERFORM 0493-CARREGAR-PAGTO-DIA UNTIL WRK-FIM-PAGAMENTOS.
           CLOSE PAYMENT-LOG-FILE.
           OPEN OUTPUT PAYEE-REMITTANCE-FILE.
           MOVE 'PAGREM' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGREM,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO PAYEE-REMITTANCE-RECORD.
           MOVE 'HEADER ' TO REMH-LITERAL.
           MOVE WRK-DATA-HOJE TO REMH-DATA-PAGTO.
           WRITE PAYEE-REMITTANCE-HEADER.
           PERFORM 0497-CONFERIR-GRAVACAO-REM.
           PERFORM 0495-GRAVAR-FAVORECIDO
               VARYING WRK-SUB-FAVOR FROM 1 BY 1
               UNTIL WRK-SUB-FAVOR > WRK-QTD-FAVOR.
           MOVE SPACES TO PAYEE-REMITTANCE-RECORD.
           MOVE 'TRAILER' TO REMT-LITERAL.
           MOVE WRK-REM-QTD-GERAL TO REMT-QTD.
           MOVE WRK-REM-TOTAL-GERAL TO REMT-TOTAL.
           WRITE PAYEE-REMITTANCE-TRAILER.
           PERFORM 0497-CONFERIR-GRAVACAO-REM.
           CLOSE PAYEE-REMITTANCE-FILE.

       0493-CARREGAR-PAGTO-DIA.
           READ PAYMENT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAGCONT
               NOT AT END
                   IF PG-DATA = WRK-DATA-HOJE
                       PERFORM 0494-ACUMULAR-PAGTO-DIA
                   END-IF
           END-READ.
           MOVE 'PAGCONT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGCONT,
               WRK-FSCHK-CHAVE.

       0494-ACUMULAR-PAGTO-DIA.
           MOVE 'WRK-TAB-REM' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-REM-PAGTO TO WRK-TABCHK-QTD.
           MOVE 200 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-REM-PAGTO.
           MOVE PG-FAVORECIDO
               TO WRK-REM-FAVORECIDO(WRK-QTD-REM-PAGTO).
           MOVE PG-TIPO-DOC TO WRK-REM-TIPO-DOC(WRK-QTD-REM-PAGTO).
           MOVE PG-CODIGO-BARRAS TO WRK-REM-CODIGO(WRK-QTD-REM-PAGTO).
           MOVE PG-VENCIMENTO
               TO WRK-REM-VENCIMENTO(WRK-QTD-REM-PAGTO).
           MOVE PG-VALOR-DOC
               TO WRK-REM-VALOR-DOC(WRK-QTD-REM-PAGTO).
           MOVE PG-ENCARGOS TO WRK-REM-ENCARGOS(WRK-QTD-REM-PAGTO).
           MOVE PG-VALOR-PAGO
               TO WRK-REM-VALOR-PAGO(WRK-QTD-REM-PAGTO).
           MOVE ZEROS TO WRK-FAVOR-ACHADO.
           PERFORM VARYING WRK-SUB-FAVOR FROM 1 BY 1
               UNTIL WRK-SUB-FAVOR > WRK-QTD-FAVOR
               IF WRK-FAVOR-CODIGO(WRK-SUB-FAVOR) = PG-FAVORECIDO
                   MOVE WRK-SUB-FAVOR TO WRK-FAVOR-ACHADO
                   MOVE WRK-QTD-FAVOR TO WRK-SUB-FAVOR
               END-IF
           END-PERFORM.
           IF WRK-FAVOR-ACHADO = ZEROS
               MOVE 'WRK-TAB-FAVOR' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-FAVOR TO WRK-TABCHK-QTD
               MOVE 50 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-FAVOR
               MOVE WRK-QTD-FAVOR TO WRK-FAVOR-ACHADO
               MOVE PG-FAVORECIDO
                   TO WRK-FAVOR-CODIGO(WRK-FAVOR-ACHADO)
               MOVE ZEROS TO WRK-FAVOR-QTD(WRK-FAVOR-ACHADO)
                             WRK-FAVOR-TOTAL(WRK-FAVOR-ACHADO)
           END-IF.
           ADD 1 TO WRK-FAVOR-QTD(WRK-FAVOR-ACHADO).
           ADD PG-VALOR-PAGO TO WRK-FAVOR-TOTAL(WRK-FAVOR-ACHADO).

       0495-GRAVAR-FAVORECIDO.
           PERFORM VARYING WRK-SUB-REM FROM 1 BY 1
               UNTIL WRK-SUB-REM > WRK-QTD-REM-PAGTO
               IF WRK-REM-FAVORECIDO(WRK-SUB-REM)
                   = WRK-FAVOR-CODIGO(WRK-SUB-FAVOR)
                   PERFORM 0496-GRAVAR-DETALHE-REM
               END-IF
           END-PERFORM.
           MOVE SPACES TO PAYEE-REMITTANCE-RECORD.
           MOVE 'SUBTOT ' TO REMS-LITERAL.
           MOVE WRK-FAVOR-CODIGO(WRK-SUB-FAVOR) TO REMS-FAVORECIDO.
           MOVE WRK-FAVOR-QTD(WRK-SUB-FAVOR) TO REMS-QTD.
           MOVE WRK-FAVOR-TOTAL(WRK-SUB-FAVOR) TO REMS-TOTAL.
           WRITE PAYEE-REMITTANCE-SUBTOTAL.
           PERFORM 0497-CONFERIR-GRAVACAO-REM.
           ADD WRK-FAVOR-QTD(WRK-SUB-FAVOR) TO WRK-REM-QTD-GERAL.
           ADD WRK-FAVOR-TOTAL(WRK-SUB-FAVOR) TO WRK-REM-TOTAL-GERAL.

       0496-GRAVAR-DETALHE-REM.
           MOVE WRK-REM-FAVORECIDO(WRK-SUB-REM) TO REM-FAVORECIDO.
           MOVE WRK-REM-TIPO-DOC(WRK-SUB-REM)   TO REM-TIPO-DOC.
           MOVE WRK-REM-CODIGO(WRK-SUB-REM)     TO REM-CODIGO-BARRAS.
           MOVE WRK-REM-VENCIMENTO(WRK-SUB-REM) TO REM-VENCIMENTO.
           MOVE WRK-DATA-HOJE                   TO REM-DATA-PAGTO.
           MOVE WRK-REM-VALOR-DOC(WRK-SUB-REM)  TO REM-VALOR-DOC.
           MOVE WRK-REM-ENCARGOS(WRK-SUB-REM)   TO REM-ENCARGOS.
           MOVE WRK-REM-VALOR-PAGO(WRK-SUB-REM) TO REM-VALOR-PAGO.
           WRITE PAYEE-REMITTANCE-RECORD.
           PERFORM 0497-CONFERIR-GRAVACAO-REM.

       0497-CONFERIR-GRAVACAO-REM.
           MOVE 'PAGREM' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAGREM,
               WRK-FSCHK-CHAVE.

       0600-PROCESSAR-FILA.
           OPEN OUTPUT QUEUE-RESULT-FILE.
           MOVE 'CXRESULT' TO WRK-FSCHK-ARQ.
               MOVE ZEROS TO WRK-NOTA-QTD(WRK-IDX-NOTA)
           END-PERFORM.
           PERFORM 0112D-BUSCAR-CONTA.
           EVALUATE TRUE
               WHEN WRK-IDX-CONTA-ACHADA = ZEROS
                   MOVE 'CONTA INEXISTENTE OU INATIVA'
                       TO WRK-MOTIVO-REJEICAO
               WHEN WRK-CONTA-INATIVADA AND WRK-SAQUE-TRANSACAO
                   MOVE 'CONTA DORMENTE SEM SUPERVISOR'
                       TO WRK-MOTIVO-REJEICAO
               WHEN WRK-SAQUE-TRANSACAO
                   PERFORM 0611-EXECUTAR-SAQUE-FILA
               WHEN OTHER
                   PERFORM 0612-EXECUTAR-DEPOSITO-FILA
           END-EVALUATE.
           IF WRK-MOTIVO-REJEICAO = SPACES
               PERFORM 0620-CONTABILIZAR-TX-FILA
           ELSE
                   ACCEPT WRK-CONTADO-QTD(WRK-IDX-NOTA)
               END-PERFORM
               PERFORM 0730-CALCULAR-MOVIMENTO-SESSAO
               PERFORM 0735-EXIBIR-PAGTOS-SESSAO
               PERFORM 0740-COMPARAR-CONTAGEM
               MOVE 'N' TO WRK-SESSAO-ABERTA
               MOVE 'F' TO WRK-SES-STATUS-GRAVAR
           CLOSE SESSION-FILE.

       0730-CALCULAR-MOVIMENTO-SESSAO.
           MOVE ZEROS TO WRK-SES-QTD-PAGTOS WRK-SES-PAGTOS-DIN
                         WRK-SES-PAGTOS-CTA.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
               MOVE WRK-SES-FLOAT(WRK-IDX-NOTA)
                       AND TX-TIPO NOT = 'B'
                       AND TX-TIPO NOT = 'V'
                       PERFORM 0732-ACUMULAR-NOTAS-SESSAO
                       IF TX-TIPO = 'P'
                           PERFORM 0733-ACUMULAR-PAGTO-SESSAO
                       END-IF
                   END-IF
           END-READ.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
                   TO WRK-DEN-VALOR-BUSCA
               PERFORM 0190-LOCALIZAR-DENOMINACAO
               IF WRK-DEN-IDX-ACHADO > 0
                   IF TX-TIPO = 'S' OR TX-TIPO = 'R'
                       SUBTRACT TX-DEN-QTD(WRK-SUB-DEN)
                           FROM WRK-ESPERADO-QTD
                               (WRK-DEN-IDX-ACHADO)
               END-IF
           END-PERFORM.

      *    PAGAMENTOS DE CONTAS DA SESSAO: OS EM DINHEIRO JA ENTRARAM
      *    NA GAVETA ESPERADA PELAS CEDULAS RECEBIDAS (O TROCO, TIPO
      *    R, SAI COMO O SAQUE); OS DEBITADOS EM CONTA NAO MOVEM
      *    CEDULAS E SO APARECEM NO RESUMO.
       0733-ACUMULAR-PAGTO-SESSAO.
           COMPUTE WRK-VALOR-TX-PAGTO = TX-VALOR + TX-CENTAVOS / 100.
           ADD 1 TO WRK-SES-QTD-PAGTOS.
           IF TX-CONTA = SPACES
               ADD WRK-VALOR-TX-PAGTO TO WRK-SES-PAGTOS-DIN
           ELSE
               ADD WRK-VALOR-TX-PAGTO TO WRK-SES-PAGTOS-CTA
           END-IF.

       0735-EXIBIR-PAGTOS-SESSAO.
           IF WRK-SES-QTD-PAGTOS > 0
               DISPLAY 'PAGAMENTOS DE CONTAS NA SESSAO: '
                   WRK-SES-QTD-PAGTOS
               MOVE WRK-SES-PAGTOS-DIN TO WRK-TOTAL-ED
               DISPLAY '  EM DINHEIRO:     ' WRK-TOTAL-ED
               MOVE WRK-SES-PAGTOS-CTA TO WRK-TOTAL-ED
               DISPLAY '  DEBITO EM CONTA: ' WRK-TOTAL-ED
           END-IF.

       0740-COMPARAR-CONTAGEM.
           MOVE ZEROS TO WRK-VALOR-DIFERENCA.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
           IF WRK-IDX-CONTA-ACHADA > 0
               SET WRK-IDX-CTA TO WRK-IDX-CONTA-ACHADA
               ADD WRK-EST-VALOR TO WRK-CTA-SALDO(WRK-IDX-CTA)
               MOVE WRK-CTA-SALDO(WRK-IDX-CTA) TO WRK-SALDO-CONTA-ED
               DISPLAY 'SALDO ATUAL DA CONTA ' WRK-CONTA ': R$'
                   WRK-SALDO-CONTA-ED
           END-IF.
           PERFORM 0320-GRAVAR-VAULT.
           PERFORM 0327-GRAVAR-CONTAS.

       0940-RELATORIO-CAPACIDADE.
           DISPLAY '--- OCUPACAO DAS TABELAS ---'.
           DISPLAY 'WRK-TAB-PARM    ' WRK-QTD-PARM ' / 0200'.
           DISPLAY 'WRK-TAB-NOTAS   ' WRK-QTD-NOTAS ' / 0012'.
           DISPLAY 'WRK-TAB-CONTA   ' WRK-QTD-CONTA ' / 0100'.
           DISPLAY 'WRK-TAB-DIARIO  ' WRK-QTD-DIARIO ' / 0050'.
           DISPLAY 'WRK-TAB-OPERADOR ' WRK-QTD-OPERADOR ' / 0020'.
           IF WRK-QTD-REM-PAGTO > 0
               DISPLAY 'WRK-TAB-REM     ' WRK-QTD-REM-PAGTO ' / 0200'
               DISPLAY 'WRK-TAB-FAVOR   ' WRK-QTD-FAVOR ' / 0050'
           END-IF.

       0930-PROMOVER-CONTAS.
           CALL 'PROMOVE' USING WRK-NOME-ACCMAST,
                       ADD 1 TO WRK-QTD-DIAS-TX
                       MOVE TX-DATA TO WRK-ULT-DATA-TX
                   END-IF
                   IF TX-TIPO = 'S' OR TX-TIPO = 'R'
                       PERFORM 0916C-ACUMULAR-NOTAS-DEMANDA
                   END-IF
           END-READ.
