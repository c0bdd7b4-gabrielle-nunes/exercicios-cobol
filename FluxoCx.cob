       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCX.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: PROJECAO DE CAIXA DA TESOURARIA PARA OS 30 DIAS A
      *          PARTIR DA DATA DE MOVIMENTO DO SCHEDCTL.dat, COM O
      *          SALDO INICIAL INFORMADO PELO TESOUREIRO. MONTA AS
      *          ENTRADAS E SAIDAS PREVISTAS COM O QUE O SISTEMA JA
      *          SABE:
      *          - FOLHA LIQUIDA NA PAY-DATA-PAGTO DO PAYSLIP.dat E,
      *            SE A PROXIMA FOLHA MENSAL CAIR NA JANELA, A MESMA
      *            FOLHA ESTIMADA UM MES DEPOIS;
      *          - GPS/DARF/FGTS NO VENCIMENTO DO GUIAS.dat;
      *          - A PAGAR DAS TRANSPORTADORAS DO CARRPAY.dat NO DIA
      *            CARR-DIA-PAGTO (PARMS) DO MES SEGUINTE A
      *            COMPETENCIA;
      *          - FATURAS DE FRETE EM ABERTO DO FATREG.dat NO
      *            VENCIMENTO DO BOLETO;
      *          - LIQUIDACAO DAS VENDAS DE CARTAO (DATA DA VENDA +
      *            CARTAO-PRAZO-D) E PIX (NO DIA) DO SALESDET.dat,
      *            LIQUIDAS DA TARIFA DA ADQUIRENTE;
      *          - MENSALIDADES EM ABERTO DO MENSREG.dat NO DIA
      *            MENS-DIA-VENC DA COMPETENCIA;
      *          - NOTAS DE FORNECEDOR DO APREG.dat NO VENCIMENTO
      *            (EM ABERTO JA VENCIDA ENTRA NO PRIMEIRO DIA).
      *          RECEBIVEL JA VENCIDO NAO E PROJETADO - SAI SO NO
      *          RESUMO. GRAVA NO FLUXOCX.dat O DIA A DIA COM
      *          ENTRADAS, SAIDAS E SALDO, O DETALHE DE CADA DIA E
      *          OS DIAS DE SALDO NEGATIVO DESTACADOS; RC 4 SE
      *          ALGUM DIA FICAR NEGATIVO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O TESOUREIRO NAO TINHA COMO SABER QUANTO
      *             ENTRA E SAI DE CAIXA NOS PROXIMOS 30 DIAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "SCHEDCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCHEDCTL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYSLIP.
           SELECT GUIDE-PRINT-FILE ASSIGN TO "GUIAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GUIAS.
           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "CARRPAY.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRPAY.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "FATREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREG.
           SELECT SALES-DETAIL-FILE ASSIGN TO "SALESDET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESDET.
           SELECT TUITION-REGISTER-FILE ASSIGN TO "MENSREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSREG.
           SELECT PAYABLES-REGISTER-FILE ASSIGN TO "APREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APREG.
           SELECT CASH-FLOW-REPORT-FILE ASSIGN TO "FLUXOCX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FLUXOCX.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO         PIC X(15).
           02 PARM-REC-VALOR          PIC 9(07)V9999.

       FD  PAYSLIP-FILE.
       01  PAYSLIP-RECORD.
           02 PAY-MATRICULA         PIC X(06).
           02 FILLER                PIC X(02).
           02 PAY-NOME              PIC X(30).
           02 FILLER                PIC X(02).
           02 PAY-SALARIO-BRUTO     PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-INSS              PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-IRRF              PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-EXTRA             PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-NOTURNO           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-LIQUIDO           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-VALE-TRANSPORTE   PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-VALE-REFEICAO     PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-PLANO-SAUDE       PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-DIAS-EMPREGADO    PIC ZZ9.
           02 FILLER                PIC X(02).
           02 PAY-PRORATA           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-DATA-PAGTO        PIC 9(08).
           02 FILLER                PIC X(02).
           02 PAY-DIAS-FALTA        PIC ZZ9.
           02 FILLER                PIC X(02).
           02 PAY-FALTA-DESC        PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 PAY-DSR-DESC          PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
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
               88 PAY-MODO-MENSAL              VALUE '1'.
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

      *    GUIAS.dat E CARRPAY.dat SAO OS RELATORIOS DO GUIAS E DO
      *    CARRPAY; AS LINHAS SAO RECONHECIDAS PELO LITERAL INICIAL.
       FD  GUIDE-PRINT-FILE.
       01  GUIDE-PRINT-RECORD       PIC X(72).

       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-RECORD  PIC X(90).

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

       FD  TUITION-REGISTER-FILE.
       01  TUITION-REGISTER-RECORD.
           02 MR-NUMERO              PIC 9(08).
           02 MR-ALUNO               PIC X(06).
           02 MR-TURMA               PIC X(06).
           02 MR-COMPETENCIA         PIC 9(06).
           02 MR-VALOR               PIC 9(07)V99.
           02 MR-VALOR-PAGO          PIC 9(07)V99.
           02 MR-STATUS              PIC X(01).

       FD  PAYABLES-REGISTER-FILE.
       01  PAYABLES-REGISTER-RECORD.
           02 AP-FORNECEDOR          PIC X(06).
           02 AP-NOTA                PIC X(09).
           02 AP-EMISSAO             PIC 9(08).
           02 AP-VENCIMENTO          PIC 9(08).
           02 AP-VALOR               PIC 9(09)V99.
           02 AP-PEDIDO              PIC 9(06).
           02 AP-STATUS              PIC X(01).
           02 AP-DATA-LANCTO         PIC 9(08).
           02 AP-DATA-PAGTO          PIC 9(08).

       FD  CASH-FLOW-REPORT-FILE.
       01  CASH-FLOW-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'PARM-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'FLUXOCX'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PAYSLIP         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-GUIAS           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CARRPAY         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALESDET        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MENSREG         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-APREG           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FLUXOCX         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ARQUIVO        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LEITURA                   VALUE 'S'.
       77 WRK-SALDO-INICIAL      PIC S9(11)V99  VALUE ZEROS.
       77 WRK-DATA-INICIO        PIC 9(08)      VALUE ZEROS.
       77 WRK-SERIAL-INICIO      PIC 9(07)      VALUE ZEROS.
       77 WRK-SERIAL-AUX         PIC 9(07)      VALUE ZEROS.
       77 WRK-DATA-AUX           PIC 9(08)      VALUE ZEROS.
       77 WRK-CARTAO-PRAZO-D     PIC 9(03)      VALUE ZEROS.
       77 WRK-CARTAO-FEE-PERC    PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-PIX-FEE-PERC       PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-DIA-VENC-MENS      PIC 9(02)      VALUE ZEROS.
       77 WRK-DIA-PAGTO-CARR     PIC 9(02)      VALUE ZEROS.
       77 WRK-SUB-DIA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-ITEM           PIC S9(07) COMP VALUE ZEROS.
       77 WRK-QTD-ITEM           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-ITEM           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ITEM-ACHADO        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ULTIMA-FOLHA       PIC 9(08)      VALUE ZEROS.
       77 WRK-TOT-ULTIMA-FOLHA   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-VALOR-LIDO         PIC S9(11)V99  VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-GUIA-NOME          PIC X(15)      VALUE SPACES.
       77 WRK-GUIA-COMPETENCIA   PIC X(06)      VALUE SPACES.
       77 WRK-GUIA-VALOR         PIC 9(11)V99   VALUE ZEROS.
       77 WRK-CARR-COMPETENCIA   PIC 9(06)      VALUE ZEROS.
       77 WRK-CARR-CODIGO        PIC X(03)      VALUE SPACES.
       77 WRK-CARR-A-PAGAR       PIC S9(11)V99  VALUE ZEROS.
       77 WRK-CARR-PENDENTE      PIC X(01)      VALUE 'N'.
       77 WRK-TOT-ENTRADAS       PIC 9(13)V99   VALUE ZEROS.
       77 WRK-TOT-SAIDAS         PIC 9(13)V99   VALUE ZEROS.
       77 WRK-SALDO-CORRIDO      PIC S9(13)V99  VALUE ZEROS.
       77 WRK-MENOR-SALDO        PIC S9(13)V99  VALUE ZEROS.
       77 WRK-DATA-MENOR-SALDO   PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-DIAS-NEG       PIC 9(02)      VALUE ZEROS.
       77 WRK-RECEBER-VENCIDO    PIC 9(13)V99   VALUE ZEROS.
       77 WRK-QTD-FORA-JANELA    PIC 9(05)      VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-SALDO-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       77 WRK-QTD-ED             PIC Z9.

       77 WRK-PAY-LIQUIDO        PIC 9(07)V99   VALUE ZEROS.

      *    CAMPOS EDITADOS NO MESMO FORMATO DOS RELATORIOS DE ORIGEM:
      *    O TEXTO DA LINHA IMPRESSA ENTRA PELA VISAO X E O VALOR E
      *    DES-EDITADO PELA VISAO EDITADA.
       01  WRK-GUIA-VALOR-X          PIC X(15).
       01  WRK-GUIA-VALOR-ED REDEFINES WRK-GUIA-VALOR-X
                                     PIC $ZZZ.ZZZ.ZZ9,99.
       01  WRK-CARR-ESPERADO-X       PIC X(15).
       01  WRK-CARR-ESPERADO-ED REDEFINES WRK-CARR-ESPERADO-X
                                     PIC $ZZZ.ZZZ.ZZ9,99.
       01  WRK-CARR-A-PAGAR-X        PIC X(16).
       01  WRK-CARR-A-PAGAR-ED REDEFINES WRK-CARR-A-PAGAR-X
                                     PIC $ZZZ.ZZZ.ZZ9,99-.

      *    ITEM A REGISTRAR NA PROJECAO (ENTRADA DO 0290).
       01  WRK-NOVO-ITEM.
           02 WRK-NOVO-DATA          PIC 9(08).
           02 WRK-NOVO-TIPO          PIC X(01).
           02 WRK-NOVO-ORIGEM        PIC X(08).
           02 WRK-NOVO-DESCRICAO     PIC X(40).
           02 WRK-NOVO-VALOR         PIC 9(11)V99.

       01  WRK-VENCIMENTO.
           02 WRK-VENC-COMP          PIC 9(06).
           02 WRK-VENC-DIA           PIC 9(02).
       01  WRK-VENCIMENTO-R REDEFINES WRK-VENCIMENTO.
           02 WRK-VENC-ANO           PIC 9(04).
           02 WRK-VENC-MES           PIC 9(02).
           02 FILLER                 PIC 9(02).
       01  WRK-VENC-DATA REDEFINES WRK-VENCIMENTO PIC 9(08).

       01  WRK-TAB-DIA VALUE ZEROS.
           02 WRK-DIA-LINHA OCCURS 30 TIMES.
               03 WRK-DIA-DATA       PIC 9(08).
               03 WRK-DIA-ENTRADAS   PIC 9(13)V99.
               03 WRK-DIA-SAIDAS     PIC 9(13)V99.

       01  WRK-TAB-ITEM VALUE SPACES.
           02 WRK-ITEM-LINHA OCCURS 5000 TIMES.
               03 WRK-ITM-DIA        PIC 9(02).
               03 WRK-ITM-TIPO       PIC X(01).
               03 WRK-ITM-ORIGEM     PIC X(08).
               03 WRK-ITM-DESCRICAO  PIC X(40).
               03 WRK-ITM-VALOR      PIC 9(11)V99.

       01  WRK-LINHA-DIA.
           02 WRK-LDI-DATA           PIC 9(08).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-LDI-ENTRADAS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-LDI-SAIDAS         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-LDI-SALDO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-LDI-AVISO          PIC X(24).

       01  WRK-LINHA-ITEM.
           02 FILLER                 PIC X(04) VALUE SPACES.
           02 WRK-LIT-TIPO           PIC X(07).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-LIT-ORIGEM         PIC X(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-LIT-DESCRICAO      PIC X(40).
           02 WRK-LIT-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           OPEN INPUT SCHEDULE-CONTROL-FILE.
           MOVE 'SCHEDCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SCHEDCTL,
               WRK-FSCHK-CHAVE.
           READ SCHEDULE-CONTROL-FILE.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SCHEDCTL,
               WRK-FSCHK-CHAVE.
           MOVE SC-DATA-MOVIMENTO TO WRK-DATA-INICIO.
           CLOSE SCHEDULE-CONTROL-FILE.
           DISPLAY 'PROJECAO DE CAIXA A PARTIR DE ' WRK-DATA-INICIO.
           DISPLAY 'SALDO INICIAL EM CAIXA E BANCOS: '.
           ACCEPT WRK-SALDO-INICIAL.
           COMPUTE WRK-SERIAL-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO).
           PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > 30
               COMPUTE WRK-SERIAL-AUX =
                   WRK-SERIAL-INICIO + WRK-SUB-DIA - 1
               COMPUTE WRK-DIA-DATA(WRK-SUB-DIA) =
                   FUNCTION DATE-OF-INTEGER(WRK-SERIAL-AUX)
           END-PERFORM.
           PERFORM 0106-CARREGAR-PARAMETROS.
           MOVE 'CARTAO-PRAZO-D' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CARTAO-PRAZO-D.
           MOVE 'CARTAO-FEE-PERC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CARTAO-FEE-PERC.
           MOVE 'PIX-FEE-PERC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PIX-FEE-PERC.
           MOVE 'MENS-DIA-VENC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-DIA-VENC-MENS.
           IF WRK-DIA-VENC-MENS = ZEROS OR WRK-DIA-VENC-MENS > 28
               MOVE 10 TO WRK-DIA-VENC-MENS
           END-IF.
           MOVE 'CARR-DIA-PAGTO' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-DIA-PAGTO-CARR.
           IF WRK-DIA-PAGTO-CARR = ZEROS OR WRK-DIA-PAGTO-CARR > 28
               MOVE 10 TO WRK-DIA-PAGTO-CARR
           END-IF.
           OPEN OUTPUT CASH-FLOW-REPORT-FILE.
           MOVE 'FLUXOCX' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FLUXOCX,
               WRK-FSCHK-CHAVE.

       0106-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0106A-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0106A-LER-PARAMETRO.
           READ PARAMETER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PARM
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PARM
                   MOVE PARM-REC-CODIGO TO WRK-PARM-COD(WRK-QTD-PARM)
                   MOVE PARM-REC-VALOR  TO WRK-PARM-VAL(WRK-QTD-PARM)
           END-READ.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.

       0106B-BUSCAR-PARAMETRO.
           MOVE ZEROS TO WRK-PARM-VALOR-ACHADO.
           SET WRK-IDX-PM TO 1.
           SEARCH WRK-PARM-LINHA
               AT END
                   DISPLAY 'PARAMETRO NAO ENCONTRADO: '
                       WRK-PARM-CODIGO-BUSCA
               WHEN WRK-PARM-COD(WRK-IDX-PM) = WRK-PARM-CODIGO-BUSCA
                   MOVE WRK-PARM-VAL(WRK-IDX-PM)
                       TO WRK-PARM-VALOR-ACHADO
           END-SEARCH.

      *    CADA FONTE E OPCIONAL: ARQUIVO AUSENTE SO GERA AVISO, A
      *    PROJECAO SAI COM O QUE HOUVER.
       0200-PROCESSAR.
           PERFORM 0210-PROJETAR-FOLHA.
           PERFORM 0220-PROJETAR-GUIAS.
           PERFORM 0230-PROJETAR-TRANSPORTADORAS.
           PERFORM 0240-PROJETAR-FATURAS.
           PERFORM 0250-PROJETAR-CARTAO-PIX.
           PERFORM 0260-PROJETAR-MENSALIDADES.
           PERFORM 0270-PROJETAR-FORNECEDORES.

      *    FOLHA LIQUIDA POR DATA DE PAGAMENTO. A ULTIMA FOLHA MENSAL
      *    (MODO 1) SE REPETE UM MES DEPOIS COMO ESTIMATIVA.
       0210-PROJETAR-FOLHA.
           OPEN INPUT PAYSLIP-FILE.
           IF WRK-FS-PAYSLIP NOT = '00'
               DISPLAY 'AVISO: PAYSLIP.dat AUSENTE - FOLHA FORA DA '
                   'PROJECAO.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0211-LER-HOLERITE UNTIL WRK-FIM-LEITURA
               CLOSE PAYSLIP-FILE
               PERFORM 0212-ESTIMAR-PROXIMA-FOLHA
           END-IF.

       0211-LER-HOLERITE.
           READ PAYSLIP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE PAY-LIQUIDO TO WRK-PAY-LIQUIDO
                   MOVE PAY-DATA-PAGTO TO WRK-NOVO-DATA
                   MOVE 'S' TO WRK-NOVO-TIPO
                   MOVE 'FOLHA' TO WRK-NOVO-ORIGEM
                   MOVE 'FOLHA LIQUIDA' TO WRK-NOVO-DESCRICAO
                   MOVE WRK-PAY-LIQUIDO TO WRK-NOVO-VALOR
                   PERFORM 0290-REGISTRAR-ITEM
                   IF PAY-MODO-MENSAL
                       IF PAY-DATA-PAGTO > WRK-ULTIMA-FOLHA
                           MOVE PAY-DATA-PAGTO TO WRK-ULTIMA-FOLHA
                           MOVE ZEROS TO WRK-TOT-ULTIMA-FOLHA
                       END-IF
                       IF PAY-DATA-PAGTO = WRK-ULTIMA-FOLHA
                           ADD WRK-PAY-LIQUIDO TO WRK-TOT-ULTIMA-FOLHA
                       END-IF
                   END-IF
           END-READ.
           MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAYSLIP,
               WRK-FSCHK-CHAVE.

       0212-ESTIMAR-PROXIMA-FOLHA.
           IF WRK-ULTIMA-FOLHA > ZEROS
               MOVE WRK-ULTIMA-FOLHA TO WRK-VENC-DATA
               IF WRK-VENC-MES = 12
                   ADD 1 TO WRK-VENC-ANO
                   MOVE 1 TO WRK-VENC-MES
               ELSE
                   ADD 1 TO WRK-VENC-MES
               END-IF
               IF WRK-VENC-DIA > 28
                   MOVE 28 TO WRK-VENC-DIA
               END-IF
               MOVE WRK-VENC-DATA TO WRK-NOVO-DATA
               MOVE 'S' TO WRK-NOVO-TIPO
               MOVE 'FOLHA' TO WRK-NOVO-ORIGEM
               MOVE 'FOLHA LIQUIDA (ESTIMADA PELA ANTERIOR)'
                   TO WRK-NOVO-DESCRICAO
               MOVE WRK-TOT-ULTIMA-FOLHA TO WRK-NOVO-VALOR
               PERFORM 0290-REGISTRAR-ITEM
           END-IF.

      *    GUIA JA VENCIDA E CONSIDERADA RECOLHIDA.
       0220-PROJETAR-GUIAS.
           OPEN INPUT GUIDE-PRINT-FILE.
           IF WRK-FS-GUIAS NOT = '00'
               DISPLAY 'AVISO: GUIAS.dat AUSENTE - GUIAS FORA DA '
                   'PROJECAO.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0221-LER-LINHA-GUIA UNTIL WRK-FIM-LEITURA
               CLOSE GUIDE-PRINT-FILE
           END-IF.

       0221-LER-LINHA-GUIA.
           READ GUIDE-PRINT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   EVALUATE TRUE
                       WHEN GUIDE-PRINT-RECORD(1:6) = '===== '
                           MOVE GUIDE-PRINT-RECORD(7:15)
                               TO WRK-GUIA-NOME
                           MOVE GUIDE-PRINT-RECORD(37:6)
                               TO WRK-GUIA-COMPETENCIA
                       WHEN GUIDE-PRINT-RECORD(1:17)
                           = 'VALOR A RECOLHER:'
                           MOVE GUIDE-PRINT-RECORD(20:15)
                               TO WRK-GUIA-VALOR-X
                           MOVE WRK-GUIA-VALOR-ED TO WRK-GUIA-VALOR
                       WHEN GUIDE-PRINT-RECORD(1:11) = 'VENCIMENTO:'
                           AND GUIDE-PRINT-RECORD(20:8) IS NUMERIC
                           MOVE GUIDE-PRINT-RECORD(20:8)
                               TO WRK-NOVO-DATA
                           MOVE 'S' TO WRK-NOVO-TIPO
                           MOVE 'GUIA' TO WRK-NOVO-ORIGEM
                           MOVE SPACES TO WRK-NOVO-DESCRICAO
                           STRING WRK-GUIA-NOME ' COMPETENCIA '
                               WRK-GUIA-COMPETENCIA
                               DELIMITED BY SIZE
                               INTO WRK-NOVO-DESCRICAO
                           MOVE WRK-GUIA-VALOR TO WRK-NOVO-VALOR
                           IF WRK-NOVO-DATA NOT < WRK-DATA-INICIO
                               PERFORM 0290-REGISTRAR-ITEM
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
           MOVE 'GUIAS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-GUIAS,
               WRK-FSCHK-CHAVE.

      *    CADA TRANSPORTADORA DO CARRPAY VENCE NO DIA CARR-DIA-PAGTO
      *    DO MES SEGUINTE A COMPETENCIA. A LINHA 'A PAGAR' (COM
      *    ESTORNO OU RETENCAO) SUBSTITUI O TOTAL ESPERADO.
       0230-PROJETAR-TRANSPORTADORAS.
           OPEN INPUT SETTLEMENT-REPORT-FILE.
           IF WRK-FS-CARRPAY NOT = '00'
               DISPLAY 'AVISO: CARRPAY.dat AUSENTE - TRANSPORTADORAS '
                   'FORA DA PROJECAO.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE 'N' TO WRK-CARR-PENDENTE
               PERFORM 0231-LER-LINHA-CARRPAY UNTIL WRK-FIM-LEITURA
               PERFORM 0232-REGISTRAR-TRANSPORTADORA
               CLOSE SETTLEMENT-REPORT-FILE
           END-IF.

       0231-LER-LINHA-CARRPAY.
           READ SETTLEMENT-REPORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   EVALUATE TRUE
                       WHEN SETTLEMENT-REPORT-RECORD(1:29) =
                           'FECHAMENTO DE TRANSPORTADORAS'
                           AND SETTLEMENT-REPORT-RECORD(45:6)
                               IS NUMERIC
                           MOVE SETTLEMENT-REPORT-RECORD(45:6)
                               TO WRK-CARR-COMPETENCIA
                       WHEN SETTLEMENT-REPORT-RECORD(1:7) = 'TRANSP '
                           PERFORM 0232-REGISTRAR-TRANSPORTADORA
                           MOVE SETTLEMENT-REPORT-RECORD(8:3)
                               TO WRK-CARR-CODIGO
                           MOVE SETTLEMENT-REPORT-RECORD(48:15)
                               TO WRK-CARR-ESPERADO-X
                           MOVE WRK-CARR-ESPERADO-ED
                               TO WRK-CARR-A-PAGAR
                           MOVE 'S' TO WRK-CARR-PENDENTE
                       WHEN SETTLEMENT-REPORT-RECORD(1:15) =
                           '       A PAGAR '
                           MOVE SETTLEMENT-REPORT-RECORD(16:16)
                               TO WRK-CARR-A-PAGAR-X
                           MOVE WRK-CARR-A-PAGAR-ED
                               TO WRK-CARR-A-PAGAR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
           MOVE 'CARRPAY' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRPAY,
               WRK-FSCHK-CHAVE.

       0232-REGISTRAR-TRANSPORTADORA.
           IF WRK-CARR-PENDENTE = 'S'
               AND WRK-CARR-A-PAGAR > ZEROS
               AND WRK-CARR-COMPETENCIA > ZEROS
               MOVE WRK-CARR-COMPETENCIA TO WRK-VENC-COMP
               IF WRK-VENC-MES = 12
                   ADD 1 TO WRK-VENC-ANO
                   MOVE 1 TO WRK-VENC-MES
               ELSE
                   ADD 1 TO WRK-VENC-MES
               END-IF
               MOVE WRK-DIA-PAGTO-CARR TO WRK-VENC-DIA
               MOVE WRK-VENC-DATA TO WRK-NOVO-DATA
               MOVE 'S' TO WRK-NOVO-TIPO
               MOVE 'TRANSP' TO WRK-NOVO-ORIGEM
               MOVE SPACES TO WRK-NOVO-DESCRICAO
               STRING 'TRANSPORTADORA ' WRK-CARR-CODIGO
                   ' COMPETENCIA ' WRK-CARR-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-NOVO-DESCRICAO
               MOVE WRK-CARR-A-PAGAR TO WRK-NOVO-VALOR
               IF WRK-NOVO-DATA NOT < WRK-DATA-INICIO
                   PERFORM 0290-REGISTRAR-ITEM
               END-IF
           END-IF.
           MOVE 'N' TO WRK-CARR-PENDENTE.

      *    FATURA EM ABERTO ('P' = QUITADA) PELO SALDO A RECEBER, NO
      *    VENCIMENTO DO BOLETO (SEM BOLETO, NA EMISSAO).
       0240-PROJETAR-FATURAS.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF WRK-FS-FATREG NOT = '00'
               DISPLAY 'AVISO: FATREG.dat AUSENTE - FATURAS FORA DA '
                   'PROJECAO.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0241-LER-FATURA UNTIL WRK-FIM-LEITURA
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       0241-LER-FATURA.
           READ INVOICE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FAT-STATUS NOT = 'P'
                       AND FAT-VALOR > FAT-VALOR-PAGO
                       MOVE FAT-DATA-VENCIMENTO TO WRK-NOVO-DATA
                       IF WRK-NOVO-DATA = ZEROS
                           MOVE FAT-DATA-EMISSAO TO WRK-NOVO-DATA
                       END-IF
                       MOVE 'E' TO WRK-NOVO-TIPO
                       MOVE 'FATURA' TO WRK-NOVO-ORIGEM
                       MOVE SPACES TO WRK-NOVO-DESCRICAO
                       STRING 'FATURA ' FAT-NUMERO
                           ' CLIENTE ' FAT-CLIENTE
                           DELIMITED BY SIZE INTO WRK-NOVO-DESCRICAO
                       COMPUTE WRK-NOVO-VALOR =
                           FAT-VALOR - FAT-VALOR-PAGO
                       PERFORM 0285-RECEBIVEL
                   END-IF
           END-READ.
           MOVE 'FATREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATREG,
               WRK-FSCHK-CHAVE.

      *    CARTAO LIQUIDA EM DATA DA VENDA + CARTAO-PRAZO-D, PIX NO
      *    PROPRIO DIA; AMBOS LIQUIDOS DA TARIFA. DEVOLUCAO ('D')
      *    SAI NA MESMA DATA COMO ESTORNO.
       0250-PROJETAR-CARTAO-PIX.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WRK-FS-SALESDET NOT = '00'
               DISPLAY 'AVISO: SALESDET.dat AUSENTE - CARTAO E PIX '
                   'FORA DA PROJECAO.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0251-LER-VENDA UNTIL WRK-FIM-LEITURA
               CLOSE SALES-DETAIL-FILE
           END-IF.

       0251-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF (SD-FORMA-PAGTO = 'C' OR SD-FORMA-PAGTO = 'P')
                       AND (SD-TIPO-TRANSACAO = 'V'
                           OR SD-TIPO-TRANSACAO = 'D')
                       PERFORM 0252-REGISTRAR-LIQUIDACAO
                   END-IF
           END-READ.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESDET,
               WRK-FSCHK-CHAVE.

       0252-REGISTRAR-LIQUIDACAO.
           IF SD-FORMA-PAGTO = 'C'
               COMPUTE WRK-SERIAL-AUX =
                   FUNCTION INTEGER-OF-DATE(SD-DATA)
                   + WRK-CARTAO-PRAZO-D
               COMPUTE WRK-NOVO-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-SERIAL-AUX)
               COMPUTE WRK-NOVO-VALOR ROUNDED =
                   SD-VALOR - SD-VALOR * WRK-CARTAO-FEE-PERC
               MOVE 'CARTAO' TO WRK-NOVO-ORIGEM
           ELSE
               MOVE SD-DATA TO WRK-NOVO-DATA
               COMPUTE WRK-NOVO-VALOR ROUNDED =
                   SD-VALOR - SD-VALOR * WRK-PIX-FEE-PERC
               MOVE 'PIX' TO WRK-NOVO-ORIGEM
           END-IF.
           MOVE SPACES TO WRK-NOVO-DESCRICAO.
           IF SD-TIPO-TRANSACAO = 'V'
               MOVE 'E' TO WRK-NOVO-TIPO
               STRING 'LIQUIDACAO DAS VENDAS ' DELIMITED BY SIZE
                   WRK-NOVO-ORIGEM DELIMITED BY SPACE
                   INTO WRK-NOVO-DESCRICAO
           ELSE
               MOVE 'S' TO WRK-NOVO-TIPO
               STRING 'ESTORNO DE DEVOLUCOES ' DELIMITED BY SIZE
                   WRK-NOVO-ORIGEM DELIMITED BY SPACE
                   INTO WRK-NOVO-DESCRICAO
           END-IF.
           IF WRK-NOVO-DATA NOT < WRK-DATA-INICIO
               PERFORM 0290-REGISTRAR-ITEM
           END-IF.

      *    MENSALIDADE EM ABERTO PELO SALDO, NO DIA MENS-DIA-VENC DA
      *    COMPETENCIA, SOMADA POR COMPETENCIA.
       0260-PROJETAR-MENSALIDADES.
           OPEN INPUT TUITION-REGISTER-FILE.
           IF WRK-FS-MENSREG NOT = '00'
               DISPLAY 'AVISO: MENSREG.dat AUSENTE - MENSALIDADES '
                   'FORA DA PROJECAO.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0261-LER-MENSALIDADE UNTIL WRK-FIM-LEITURA
               CLOSE TUITION-REGISTER-FILE
           END-IF.

       0261-LER-MENSALIDADE.
           READ TUITION-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF MR-STATUS = 'A'
                       AND MR-VALOR > MR-VALOR-PAGO
                       MOVE MR-COMPETENCIA TO WRK-VENC-COMP
                       MOVE WRK-DIA-VENC-MENS TO WRK-VENC-DIA
                       MOVE WRK-VENC-DATA TO WRK-NOVO-DATA
                       MOVE 'E' TO WRK-NOVO-TIPO
                       MOVE 'MENSAL' TO WRK-NOVO-ORIGEM
                       MOVE SPACES TO WRK-NOVO-DESCRICAO
                       STRING 'MENSALIDADES DA COMPETENCIA '
                           MR-COMPETENCIA
                           DELIMITED BY SIZE INTO WRK-NOVO-DESCRICAO
                       COMPUTE WRK-NOVO-VALOR =
                           MR-VALOR - MR-VALOR-PAGO
                       PERFORM 0285-RECEBIVEL
                   END-IF
           END-READ.
           MOVE 'MENSREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MENSREG,
               WRK-FSCHK-CHAVE.

      *    NOTA EM ABERTO ('A') VENCE NO AP-VENCIMENTO; SE JA VENCIDA,
      *    ENTRA NO PRIMEIRO DIA. NOTA PROGRAMADA PELO PAGFORN ('P')
      *    SO CONTA SE O VENCIMENTO AINDA NAO PASSOU.
       0270-PROJETAR-FORNECEDORES.
           OPEN INPUT PAYABLES-REGISTER-FILE.
           IF WRK-FS-APREG NOT = '00'
               DISPLAY 'AVISO: APREG.dat AUSENTE - FORNECEDORES FORA '
                   'DA PROJECAO.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0271-LER-NOTA UNTIL WRK-FIM-LEITURA
               CLOSE PAYABLES-REGISTER-FILE
           END-IF.

       0271-LER-NOTA.
           READ PAYABLES-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AP-STATUS = 'A' OR AP-STATUS = 'P'
                       MOVE AP-VENCIMENTO TO WRK-NOVO-DATA
                       IF AP-STATUS = 'A'
                           AND WRK-NOVO-DATA < WRK-DATA-INICIO
                           MOVE WRK-DATA-INICIO TO WRK-NOVO-DATA
                       END-IF
                       MOVE 'S' TO WRK-NOVO-TIPO
                       MOVE 'FORNEC' TO WRK-NOVO-ORIGEM
                       MOVE SPACES TO WRK-NOVO-DESCRICAO
                       STRING 'FORNECEDOR ' AP-FORNECEDOR
                           ' NOTA ' AP-NOTA
                           DELIMITED BY SIZE INTO WRK-NOVO-DESCRICAO
                       MOVE AP-VALOR TO WRK-NOVO-VALOR
                       IF WRK-NOVO-DATA NOT < WRK-DATA-INICIO
                           PERFORM 0290-REGISTRAR-ITEM
                       END-IF
                   END-IF
           END-READ.
           MOVE 'APREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-APREG,
               WRK-FSCHK-CHAVE.

      *    RECEBIVEL JA VENCIDO NAO ENTRA NA PROJECAO: NAO HA COMO
      *    SABER QUANDO VAI SER PAGO. FICA SO NO TOTAL DO RESUMO.
       0285-RECEBIVEL.
           IF WRK-NOVO-DATA < WRK-DATA-INICIO
               ADD WRK-NOVO-VALOR TO WRK-RECEBER-VENCIDO
           ELSE
               PERFORM 0290-REGISTRAR-ITEM
           END-IF.

      *    ACUMULA O ITEM NO DIA DA JANELA (FORA DELA SO CONTA) E NA
      *    LINHA DE DETALHE DE MESMA ORIGEM E DESCRICAO DO DIA.
       0290-REGISTRAR-ITEM.
           COMPUTE WRK-DIA-ITEM =
               FUNCTION INTEGER-OF-DATE(WRK-NOVO-DATA)
               - WRK-SERIAL-INICIO + 1.
           IF WRK-DIA-ITEM < 1 OR WRK-DIA-ITEM > 30
               ADD 1 TO WRK-QTD-FORA-JANELA
           ELSE
               IF WRK-NOVO-TIPO = 'E'
                   ADD WRK-NOVO-VALOR
                       TO WRK-DIA-ENTRADAS(WRK-DIA-ITEM)
               ELSE
                   ADD WRK-NOVO-VALOR
                       TO WRK-DIA-SAIDAS(WRK-DIA-ITEM)
               END-IF
               MOVE ZEROS TO WRK-ITEM-ACHADO
               PERFORM VARYING WRK-SUB-ITEM FROM 1 BY 1
                   UNTIL WRK-SUB-ITEM > WRK-QTD-ITEM
                   IF WRK-ITM-DIA(WRK-SUB-ITEM) = WRK-DIA-ITEM
                       AND WRK-ITM-TIPO(WRK-SUB-ITEM) = WRK-NOVO-TIPO
                       AND WRK-ITM-ORIGEM(WRK-SUB-ITEM)
                           = WRK-NOVO-ORIGEM
                       AND WRK-ITM-DESCRICAO(WRK-SUB-ITEM)
                           = WRK-NOVO-DESCRICAO
                       MOVE WRK-SUB-ITEM TO WRK-ITEM-ACHADO
                       MOVE WRK-QTD-ITEM TO WRK-SUB-ITEM
                   END-IF
               END-PERFORM
               IF WRK-ITEM-ACHADO = ZEROS
                   MOVE 'WRK-TAB-ITEM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-ITEM TO WRK-TABCHK-QTD
                   MOVE 5000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-ITEM
                   MOVE WRK-QTD-ITEM TO WRK-ITEM-ACHADO
                   MOVE WRK-DIA-ITEM TO WRK-ITM-DIA(WRK-ITEM-ACHADO)
                   MOVE WRK-NOVO-TIPO
                       TO WRK-ITM-TIPO(WRK-ITEM-ACHADO)
                   MOVE WRK-NOVO-ORIGEM
                       TO WRK-ITM-ORIGEM(WRK-ITEM-ACHADO)
                   MOVE WRK-NOVO-DESCRICAO
                       TO WRK-ITM-DESCRICAO(WRK-ITEM-ACHADO)
                   MOVE ZEROS TO WRK-ITM-VALOR(WRK-ITEM-ACHADO)
               END-IF
               ADD WRK-NOVO-VALOR TO WRK-ITM-VALOR(WRK-ITEM-ACHADO)
           END-IF.

       0300-FINALIZAR.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'PROJECAO DE CAIXA - 30 DIAS A PARTIR DE '
               WRK-DATA-INICIO
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ED.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'SALDO INICIAL INFORMADO: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'DATA                  ENTRADAS              SAIDAS'
               '                SALDO'
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-CORRIDO.
           MOVE WRK-SALDO-INICIAL TO WRK-MENOR-SALDO.
           MOVE WRK-DATA-INICIO TO WRK-DATA-MENOR-SALDO.
           PERFORM 0310-REPORTAR-DIA
               VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > 30.
           PERFORM 0320-RESUMO.
           CLOSE CASH-FLOW-REPORT-FILE.

       0310-REPORTAR-DIA.
           ADD WRK-DIA-ENTRADAS(WRK-SUB-DIA) TO WRK-TOT-ENTRADAS.
           ADD WRK-DIA-SAIDAS(WRK-SUB-DIA)   TO WRK-TOT-SAIDAS.
           COMPUTE WRK-SALDO-CORRIDO = WRK-SALDO-CORRIDO
               + WRK-DIA-ENTRADAS(WRK-SUB-DIA)
               - WRK-DIA-SAIDAS(WRK-SUB-DIA).
           IF WRK-SALDO-CORRIDO < WRK-MENOR-SALDO
               MOVE WRK-SALDO-CORRIDO TO WRK-MENOR-SALDO
               MOVE WRK-DIA-DATA(WRK-SUB-DIA) TO WRK-DATA-MENOR-SALDO
           END-IF.
           MOVE WRK-DIA-DATA(WRK-SUB-DIA)     TO WRK-LDI-DATA.
           MOVE WRK-DIA-ENTRADAS(WRK-SUB-DIA) TO WRK-LDI-ENTRADAS.
           MOVE WRK-DIA-SAIDAS(WRK-SUB-DIA)   TO WRK-LDI-SAIDAS.
           MOVE WRK-SALDO-CORRIDO             TO WRK-LDI-SALDO.
           IF WRK-SALDO-CORRIDO < ZEROS
               ADD 1 TO WRK-QTD-DIAS-NEG
               MOVE '*** SALDO NEGATIVO ***' TO WRK-LDI-AVISO
           ELSE
               MOVE SPACES TO WRK-LDI-AVISO
           END-IF.
           MOVE WRK-LINHA-DIA TO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-ITEM FROM 1 BY 1
               UNTIL WRK-SUB-ITEM > WRK-QTD-ITEM
               IF WRK-ITM-DIA(WRK-SUB-ITEM) = WRK-SUB-DIA
                   PERFORM 0315-REPORTAR-ITEM
               END-IF
           END-PERFORM.

       0315-REPORTAR-ITEM.
           IF WRK-ITM-TIPO(WRK-SUB-ITEM) = 'E'
               MOVE 'ENTRADA' TO WRK-LIT-TIPO
           ELSE
               MOVE 'SAIDA' TO WRK-LIT-TIPO
           END-IF.
           MOVE WRK-ITM-ORIGEM(WRK-SUB-ITEM)    TO WRK-LIT-ORIGEM.
           MOVE WRK-ITM-DESCRICAO(WRK-SUB-ITEM) TO WRK-LIT-DESCRICAO.
           MOVE WRK-ITM-VALOR(WRK-SUB-ITEM)     TO WRK-LIT-VALOR.
           MOVE WRK-LINHA-ITEM TO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

       0320-RESUMO.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-ENTRADAS TO WRK-VALOR-ED.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'TOTAL DE ENTRADAS NO PERIODO:     ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-SAIDAS TO WRK-VALOR-ED.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'TOTAL DE SAIDAS NO PERIODO:       ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-SALDO-CORRIDO TO WRK-SALDO-ED.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'SALDO PROJETADO NO FIM:           ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-MENOR-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'MENOR SALDO:                      ' WRK-SALDO-ED
               ' EM ' WRK-DATA-MENOR-SALDO
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-QTD-DIAS-NEG TO WRK-QTD-ED.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'DIAS COM SALDO NEGATIVO:          ' WRK-QTD-ED
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-RECEBER-VENCIDO TO WRK-VALOR-ED.
           MOVE SPACES TO CASH-FLOW-REPORT-RECORD.
           STRING 'RECEBIVEIS VENCIDOS FORA DA PROJECAO:' WRK-VALOR-ED
               DELIMITED BY SIZE INTO CASH-FLOW-REPORT-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           DISPLAY 'PROJECAO GRAVADA EM FLUXOCX.dat - SALDO FINAL '
               WRK-SALDO-ED.
           IF WRK-QTD-DIAS-NEG > ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-DIAS-NEG
                   ' DIA(S) COM SALDO NEGATIVO NA PROJECAO.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       0390-GRAVAR-LINHA.
           WRITE CASH-FLOW-REPORT-RECORD.
           MOVE 'FLUXOCX' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FLUXOCX,
               WRK-FSCHK-CHAVE.
