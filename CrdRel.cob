       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDREL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CONTROLE NOTURNO DO CREDIARIO DA LOJA. NA DATA DE
      *          MOVIMENTO DO SCHEDCTL.dat LANCA NO DIARIO CONSOLIDADO
      *          JRNCONS.dat (VIA CONTAMAP) AS PARCELAS PAGAS NA JANELA
      *          DO CAIXA (ORIGEM C DO CREDPARC.dat) DESDE O ULTIMO
      *          LANCAMENTO, GUARDADO NO CREDCTL.dat; AS PAGAS NOS
      *          TERMINAIS JA ENTRAM NO DIARIO DE VENDAS PELO
      *          PERFORM-TIMES. EMITE TAMBEM O RELATORIO DE ATRASO
      *          (CRDATRASO.dat) COM O EM ABERTO DE CADA CLIENTE POR
      *          FAIXA DE DIAS DE ATRASO NA DATA DE MOVIMENTO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: PARCELAS DO CREDIARIO RECEBIDAS NO CAIXA
      *             PRECISAVAM CHEGAR A CONTABILIDADE DA LOJA E A
      *             COBRANCA PRECISAVA DA INADIMPLENCIA POR FAIXA.
      *2026-10-15 - TABELA DO CONTAMAP AMPLIADA DE 50 PARA 100 VERBAS (O
      *             MAPA JA ESTAVA NO LIMITE COM AS VERBAS DO ICMS).
      *2026-10-15 - TRAILER DO JRNCONS PASSA A LEVAR A COMPETENCIA E
      *             A DATA DO MOVIMENTO (JCT-COMPETENCIA/JCT-DATA),
      *             PARA O LANCAMENTO NO RAZAO GERAL (CTBLANC).
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
           SELECT CREDIT-CONTROL-FILE ASSIGN TO "CREDCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDCTL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDPARC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPARC.
           SELECT AGING-REPORT-FILE ASSIGN TO "CRDATRASO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRDATRASO.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT CONSOL-JOURNAL-FILE ASSIGN TO "JRNCONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNCONS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

      *    ULTIMA DATA DE MOVIMENTO JA LANCADA NO JRNCONS.
       FD  CREDIT-CONTROL-FILE.
       01  CREDIT-CONTROL-RECORD.
           02 CC-DATA-LANCADA        PIC 9(08).

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

      *    MESMO LAYOUT GRAVADO PELO PERFORM-TIMES E PELO CAIXA:
      *    V=PARCELA GERADA NA VENDA, P=PAGAMENTO (ORIGEM L=TERMINAL
      *    DA LOJA OU C=JANELA DO CAIXA), C=CANCELAMENTO NA DEVOLUCAO.
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

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD        PIC X(100).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 MAP-VERBA             PIC X(15).
           02 MAP-CONTA             PIC X(08).
           02 MAP-NATUREZA          PIC X(01).

       FD  CONSOL-JOURNAL-FILE.
       01  CONSOL-JOURNAL-RECORD.
           02 JC-ORIGEM             PIC X(08).
           02 FILLER                PIC X(02).
           02 JC-CONTA              PIC X(08).
           02 FILLER                PIC X(02).
           02 JC-NATUREZA           PIC X(01).
           02 FILLER                PIC X(02).
           02 JC-VALOR              PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JC-HISTORICO          PIC X(30).
       01  CONSOL-JOURNAL-TRAILER.
           02 JCT-ORIGEM            PIC X(08).
           02 FILLER                PIC X(02).
           02 JCT-LITERAL           PIC X(08).
           02 FILLER                PIC X(02).
           02 JCT-TOTAL-DEBITOS     PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-TOTAL-CREDITOS    PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-COMPETENCIA       PIC 9(06).
           02 FILLER                PIC X(02).
           02 JCT-DATA              PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CRDREL'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CREDCTL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CREDPARC        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CRDATRASO       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CREDPARC       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PARCELAS                  VALUE 'S'.
       77 WRK-FIM-CUSTMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CLIENTES                  VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-LANCADA       PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-ATRASO        PIC S9(05)     VALUE ZEROS.
       77 WRK-FAIXA              PIC 9(01)      VALUE ZEROS.
       77 WRK-ABERTO             PIC S9(09)V99  VALUE ZEROS.
       77 WRK-QTD-PAR            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-PAR            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PAR-ACHADA         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CAD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CAD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-RECEB          PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-RECEB-PRINC    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-RECEB-JUROS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-QTD-CLI-ATRASO     PIC 9(05)      VALUE ZEROS.
       77 WRK-NOME-CLIENTE       PIC X(30)      VALUE SPACES.
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.

      *    UMA LINHA POR PARCELA (VENDA + NUMERO), COM O EM ABERTO
      *    (V - P - C) ATE A DATA DE MOVIMENTO.
       01  WRK-TAB-PAR VALUE ZEROS.
           02 WRK-PAR-LINHA OCCURS 3000 TIMES.
               03 WRK-PAR-CPF        PIC 9(11).
               03 WRK-PAR-CHAVE.
                   04 WRK-PAR-DATA   PIC 9(08).
                   04 WRK-PAR-TERM   PIC X(04).
                   04 WRK-PAR-CUPOM  PIC 9(06).
                   04 WRK-PAR-NUMERO PIC 9(02).
               03 WRK-PAR-VENCIMENTO PIC 9(08).
               03 WRK-PAR-ABERTO     PIC S9(07)V99.

       01  WRK-CHAVE-LIDA.
           02 WRK-LIDA-DATA          PIC 9(08).
           02 WRK-LIDA-TERM          PIC X(04).
           02 WRK-LIDA-CUPOM         PIC 9(06).
           02 WRK-LIDA-NUMERO        PIC 9(02).

      *    FAIXAS: 1 = A VENCER, 2 = 1-30, 3 = 31-60, 4 = 61-90,
      *    5 = MAIS DE 90 DIAS DE ATRASO.
       01  WRK-TAB-CLI VALUE ZEROS.
           02 WRK-CLI-LINHA OCCURS 500 TIMES.
               03 WRK-CLI-CPF        PIC 9(11).
               03 WRK-CLI-FAIXA      PIC S9(09)V99 OCCURS 5 TIMES.
               03 WRK-CLI-TOTAL      PIC S9(09)V99.

       01  WRK-TOT-FAIXAS VALUE ZEROS.
           02 WRK-TOT-FAIXA          PIC S9(11)V99 OCCURS 5 TIMES.
           02 WRK-TOT-GERAL          PIC S9(11)V99.

       01  WRK-TAB-CAD VALUE SPACES.
           02 WRK-CAD-LINHA OCCURS 500 TIMES.
               03 WRK-CAD-CPF        PIC 9(14).
               03 WRK-CAD-NOME       PIC X(30).

       01  WRK-LINHA-DET.
           02 WRK-DET-CPF            PIC 9(11).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-DET-NOME           PIC X(20).
           02 WRK-DET-VALOR          PIC ZZZ.ZZ9,99 OCCURS 6 TIMES.
           02 FILLER                 PIC X(02) VALUE SPACES.

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA     PIC X(15).
               03 WRK-MAPA-CONTA     PIC X(08).
               03 WRK-MAPA-NATUREZA  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0105-LER-DATA-MOVIMENTO.
           PERFORM 0110-LER-CONTROLE.
           PERFORM 0115-CARREGAR-CLIENTES.
           PERFORM 0120-CARREGAR-PARCELAS.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE 'CRDATRASO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CRDATRASO,
               WRK-FSCHK-CHAVE.

      *    DATA DE MOVIMENTO DO LOTE: A MESMA QUE O AGENDA ACABOU
      *    DE AVANCAR PARA O DIA UTIL DA RODADA.
       0105-LER-DATA-MOVIMENTO.
           OPEN INPUT SCHEDULE-CONTROL-FILE.
           MOVE 'SCHEDCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SCHEDCTL,
               WRK-FSCHK-CHAVE.
           READ SCHEDULE-CONTROL-FILE
               AT END
                   MOVE ZEROS TO SC-DATA-MOVIMENTO
           END-READ.
           CLOSE SCHEDULE-CONTROL-FILE.
           MOVE 'SC-DATA-MOVIM' TO WRK-DTCHK-CAMPO.
           MOVE 'E' TO WRK-DTCHK-SEVERIDADE.
           MOVE SC-DATA-MOVIMENTO TO WRK-DTCHK-DATA.
           CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
               WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
               WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO.
           MOVE SC-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO.

      *    O CREDCTL SO NAO EXISTE NA PRIMEIRA RODADA, QUE ENTAO
      *    LANCA TODOS OS RECEBIMENTOS DO CAIXA ATE O MOVIMENTO.
       0110-LER-CONTROLE.
           MOVE ZEROS TO WRK-DATA-LANCADA.
           OPEN INPUT CREDIT-CONTROL-FILE.
           IF WRK-FS-CREDCTL = '00'
               READ CREDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-DATA-LANCADA TO WRK-DATA-LANCADA
               END-READ
               MOVE 'CREDCTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CREDCTL,
                   WRK-FSCHK-CHAVE
               CLOSE CREDIT-CONTROL-FILE
           END-IF.

      *    SO PARA O NOME DO CLIENTE NO RELATORIO DE ATRASO.
       0115-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0116-LER-CLIENTE UNTIL WRK-FIM-CLIENTES.
           CLOSE CUSTOMER-MASTER-FILE.

       0116-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CUSTMAST
               NOT AT END
                   MOVE 'WRK-TAB-CAD' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CAD TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CAD
                   MOVE CM-CPFCNPJ TO WRK-CAD-CPF(WRK-QTD-CAD)
                   MOVE CM-NOME    TO WRK-CAD-NOME(WRK-QTD-CAD)
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

      *    SEM CREDPARC AINDA (NENHUMA VENDA NO CREDIARIO) O
      *    RELATORIO SAI ZERADO, MAS SAI. EVENTOS DEPOIS DA DATA DE
      *    MOVIMENTO (TERMINAIS JA ABERTOS NO DIA SEGUINTE) FICAM
      *    PARA A PROXIMA RODADA.
       0120-CARREGAR-PARCELAS.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CREDPARC = '00'
               PERFORM 0121-LER-PARCELA UNTIL WRK-FIM-PARCELAS
               CLOSE INSTALLMENT-FILE
           END-IF.

       0121-LER-PARCELA.
           READ INSTALLMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CREDPARC
               NOT AT END
                   IF CP-DATA-MOVTO NOT > WRK-DATA-MOVIMENTO
                       PERFORM 0122-APLICAR-EVENTO
                   END-IF
           END-READ.
           MOVE 'CREDPARC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDPARC,
               WRK-FSCHK-CHAVE.

       0122-APLICAR-EVENTO.
           MOVE CP-DATA-VENDA TO WRK-LIDA-DATA.
           MOVE CP-TERMINAL   TO WRK-LIDA-TERM.
           MOVE CP-CUPOM      TO WRK-LIDA-CUPOM.
           MOVE CP-PARCELA    TO WRK-LIDA-NUMERO.
           MOVE ZEROS TO WRK-PAR-ACHADA.
           PERFORM VARYING WRK-SUB-PAR FROM 1 BY 1
               UNTIL WRK-SUB-PAR > WRK-QTD-PAR
               IF WRK-PAR-CHAVE(WRK-SUB-PAR) = WRK-CHAVE-LIDA
                   MOVE WRK-SUB-PAR TO WRK-PAR-ACHADA
                   MOVE WRK-QTD-PAR TO WRK-SUB-PAR
               END-IF
           END-PERFORM.
           IF WRK-PAR-ACHADA = ZEROS
               MOVE 'WRK-TAB-PAR' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-PAR TO WRK-TABCHK-QTD
               MOVE 3000 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-PAR
               MOVE WRK-QTD-PAR TO WRK-PAR-ACHADA
               MOVE CP-CPF TO WRK-PAR-CPF(WRK-PAR-ACHADA)
               MOVE WRK-CHAVE-LIDA TO WRK-PAR-CHAVE(WRK-PAR-ACHADA)
               MOVE ZEROS TO WRK-PAR-VENCIMENTO(WRK-PAR-ACHADA)
                             WRK-PAR-ABERTO(WRK-PAR-ACHADA)
           END-IF.
           IF CP-TIPO = 'V'
               MOVE CP-VENCIMENTO TO WRK-PAR-VENCIMENTO(WRK-PAR-ACHADA)
               ADD CP-PRINCIPAL CP-JUROS
                   TO WRK-PAR-ABERTO(WRK-PAR-ACHADA)
           ELSE
               SUBTRACT CP-PRINCIPAL CP-JUROS
                   FROM WRK-PAR-ABERTO(WRK-PAR-ACHADA)
           END-IF.
           IF CP-TIPO = 'P' AND CP-ORIGEM = 'C'
               AND CP-DATA-MOVTO > WRK-DATA-LANCADA
               ADD 1 TO WRK-QTD-RECEB
               ADD CP-PRINCIPAL TO WRK-TOT-RECEB-PRINC
               ADD CP-JUROS CP-ENCARGOS TO WRK-TOT-RECEB-JUROS
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-APURAR-ATRASO.
           PERFORM 0250-GRAVAR-RELATORIO.
           IF WRK-DATA-MOVIMENTO > WRK-DATA-LANCADA
               PERFORM 0340-GRAVAR-JRNCONS
           ELSE
               DISPLAY 'CREDIARIO DO MOVIMENTO ' WRK-DATA-MOVIMENTO
                   ' JA LANCADO - NADA A LANCAR.'
           END-IF.

      *    DIAS DE ATRASO CONTADOS DO VENCIMENTO ATE A DATA DE
      *    MOVIMENTO; PARCELA QUITADA OU CANCELADA NAO ENTRA.
       0210-APURAR-ATRASO.
           PERFORM VARYING WRK-SUB-PAR FROM 1 BY 1
               UNTIL WRK-SUB-PAR > WRK-QTD-PAR
               IF WRK-PAR-ABERTO(WRK-SUB-PAR) > ZEROS
                   AND WRK-PAR-VENCIMENTO(WRK-SUB-PAR) > ZEROS
                   PERFORM 0220-ACUMULAR-CLIENTE
               END-IF
           END-PERFORM.

       0220-ACUMULAR-CLIENTE.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO)
               - FUNCTION INTEGER-OF-DATE(
                   WRK-PAR-VENCIMENTO(WRK-SUB-PAR)).
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT > ZEROS
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 90
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QTD-CLI
               IF WRK-CLI-CPF(WRK-SUB-CLI) = WRK-PAR-CPF(WRK-SUB-PAR)
                   MOVE WRK-SUB-CLI TO WRK-CLI-ACHADO
                   MOVE WRK-QTD-CLI TO WRK-SUB-CLI
               END-IF
           END-PERFORM.
           IF WRK-CLI-ACHADO = ZEROS
               MOVE 'WRK-TAB-CLI' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CLI TO WRK-TABCHK-QTD
               MOVE 500 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CLI
               MOVE WRK-QTD-CLI TO WRK-CLI-ACHADO
               MOVE WRK-PAR-CPF(WRK-SUB-PAR)
                   TO WRK-CLI-CPF(WRK-CLI-ACHADO)
           END-IF.
           MOVE WRK-PAR-ABERTO(WRK-SUB-PAR) TO WRK-ABERTO.
           ADD WRK-ABERTO TO WRK-CLI-FAIXA(WRK-CLI-ACHADO, WRK-FAIXA)
                             WRK-CLI-TOTAL(WRK-CLI-ACHADO)
                             WRK-TOT-FAIXA(WRK-FAIXA)
                             WRK-TOT-GERAL.

      *    UMA LINHA POR CLIENTE COM SALDO, NA ORDEM EM QUE A
      *    PRIMEIRA PARCELA DELE APARECE NO CREDPARC, E A LINHA DE
      *    TOTAIS POR FAIXA.
       0250-GRAVAR-RELATORIO.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING 'CREDIARIO - EM ABERTO POR FAIXA DE ATRASO EM '
               WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO AGING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING 'CPF         CLIENTE             '
               '  A VENCER    1 A 30   31 A 60   61 A 90'
               '  ACIMA 90     TOTAL'
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QTD-CLI
               PERFORM 0260-GRAVAR-CLIENTE
           END-PERFORM.
           MOVE SPACES TO AGING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-DET-CPF.
           MOVE 'TOTAL DO CREDIARIO' TO WRK-DET-NOME.
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1
               UNTIL WRK-FAIXA > 5
               MOVE WRK-TOT-FAIXA(WRK-FAIXA)
                   TO WRK-DET-VALOR(WRK-FAIXA)
           END-PERFORM.
           MOVE WRK-TOT-GERAL TO WRK-DET-VALOR(6).
           MOVE WRK-LINHA-DET TO AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD(1:11).
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-CLI-ATRASO TO WRK-QTD-ED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING 'CLIENTES COM PARCELA EM ATRASO: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0260-GRAVAR-CLIENTE.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           PERFORM VARYING WRK-SUB-CAD FROM 1 BY 1
               UNTIL WRK-SUB-CAD > WRK-QTD-CAD
               IF WRK-CAD-CPF(WRK-SUB-CAD) = WRK-CLI-CPF(WRK-SUB-CLI)
                   MOVE WRK-CAD-NOME(WRK-SUB-CAD) TO WRK-NOME-CLIENTE
                   MOVE WRK-QTD-CAD TO WRK-SUB-CAD
               END-IF
           END-PERFORM.
           MOVE WRK-CLI-CPF(WRK-SUB-CLI) TO WRK-DET-CPF.
           MOVE WRK-NOME-CLIENTE TO WRK-DET-NOME.
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1
               UNTIL WRK-FAIXA > 5
               MOVE WRK-CLI-FAIXA(WRK-SUB-CLI, WRK-FAIXA)
                   TO WRK-DET-VALOR(WRK-FAIXA)
           END-PERFORM.
           MOVE WRK-CLI-TOTAL(WRK-SUB-CLI) TO WRK-DET-VALOR(6).
           MOVE WRK-LINHA-DET TO AGING-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-CLI-TOTAL(WRK-SUB-CLI)
               > WRK-CLI-FAIXA(WRK-SUB-CLI, 1)
               ADD 1 TO WRK-QTD-CLI-ATRASO
           END-IF.

       0290-GRAVAR-LINHA.
           WRITE AGING-REPORT-RECORD.
           MOVE 'CRDATRASO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CRDATRASO,
               WRK-FSCHK-CHAVE.

       0335-CARREGAR-CONTAMAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.
           PERFORM 0336-LER-MAPA UNTIL WRK-FIM-MAPA.
           CLOSE ACCOUNT-MAP-FILE.

       0336-LER-MAPA.
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTAMAP
               NOT AT END
                   MOVE 'WRK-TAB-MAPA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-MAPA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-MAPA
                   SET WRK-IDX-MAPA TO WRK-QTD-MAPA
                   MOVE MAP-VERBA
                       TO WRK-MAPA-VERBA(WRK-IDX-MAPA)
                   MOVE MAP-CONTA
                       TO WRK-MAPA-CONTA(WRK-IDX-MAPA)
                   MOVE MAP-NATUREZA
                       TO WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
           END-READ.
           MOVE 'CONTAMAP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.

      *    O CAIXA RECEBE A PARCELA PELA LOJA (CRED-RECEB-CX A
      *    DEBITO); O PRINCIPAL BAIXA O A RECEBER DO CREDIARIO E OS
      *    JUROS DO FINANCIAMENTO, COM OS ENCARGOS DE ATRASO, SAO
      *    RECEITA (CRED-JUROS).
       0340-GRAVAR-JRNCONS.
           PERFORM 0335-CARREGAR-CONTAMAP.
           OPEN EXTEND CONSOL-JOURNAL-FILE.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           MOVE ZEROS TO WRK-JRN-TOT-DEBITOS WRK-JRN-TOT-CREDITOS.
           MOVE 'CRED-RECEB-CX' TO WRK-JRN-VERBA.
           COMPUTE WRK-JRN-VALOR =
               WRK-TOT-RECEB-PRINC + WRK-TOT-RECEB-JUROS.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'CRED-PRINCIPAL' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-RECEB-PRINC TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'CRED-JUROS' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-RECEB-JUROS TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE SPACES               TO CONSOL-JOURNAL-TRAILER.
           MOVE 'CREDIAR'            TO JCT-ORIGEM.
           MOVE 'TOTAIS  '           TO JCT-LITERAL.
           MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS.
           MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS.
           MOVE WRK-DATA-MOVIMENTO(1:6) TO JCT-COMPETENCIA.
           MOVE WRK-DATA-MOVIMENTO   TO JCT-DATA.
           WRITE CONSOL-JOURNAL-TRAILER.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           IF WRK-JRN-TOT-DEBITOS NOT = WRK-JRN-TOT-CREDITOS
               DISPLAY 'ATENCAO: JRNCONS DO CREDIARIO DESBALANCEADO'
           END-IF.
           CLOSE CONSOL-JOURNAL-FILE.
           PERFORM 0920-GRAVAR-CONTROLE.

       0341-GRAVAR-LINHA-JRNCONS.
           IF WRK-JRN-VALOR = ZEROS
               CONTINUE
           ELSE
               SET WRK-IDX-MAPA TO 1
               SEARCH WRK-MAPA-LINHA
                   AT END
                       DISPLAY 'VERBA SEM CONTA NO CONTAMAP: '
                           WRK-JRN-VERBA
                   WHEN WRK-MAPA-VERBA(WRK-IDX-MAPA) = WRK-JRN-VERBA
                       MOVE SPACES TO CONSOL-JOURNAL-RECORD
                       MOVE 'CREDIAR' TO JC-ORIGEM
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO JC-CONTA
                       MOVE WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
                           TO JC-NATUREZA
                       MOVE WRK-JRN-VALOR TO JC-VALOR
                       STRING WRK-JRN-VERBA DELIMITED BY SPACE
                           ' ' WRK-DATA-MOVIMENTO
                           DELIMITED BY SIZE INTO JC-HISTORICO
                       WRITE CONSOL-JOURNAL-RECORD
                       MOVE 'JRNCONS' TO WRK-FSCHK-ARQ
                       MOVE 'WRITE' TO WRK-FSCHK-OPER
                       CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                           WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                           WRK-FS-JRNCONS,
                           WRK-FSCHK-CHAVE
                       IF WRK-MAPA-NATUREZA(WRK-IDX-MAPA) = 'D'
                           ADD WRK-JRN-VALOR TO WRK-JRN-TOT-DEBITOS
                       ELSE
                           ADD WRK-JRN-VALOR TO WRK-JRN-TOT-CREDITOS
                       END-IF
               END-SEARCH
           END-IF.

       0900-ENCERRAR.
           CLOSE AGING-REPORT-FILE.
           MOVE WRK-TOT-GERAL TO WRK-VALOR-ED.
           DISPLAY 'CREDIARIO EM ' WRK-DATA-MOVIMENTO ': '
               WRK-QTD-RECEB ' PARCELA(S) DO CAIXA, EM ABERTO '
               WRK-VALOR-ED ' EM ' WRK-QTD-CLI ' CLIENTE(S).'.

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT CREDIT-CONTROL-FILE.
           MOVE 'CREDCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDCTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DATA-MOVIMENTO TO CC-DATA-LANCADA.
           WRITE CREDIT-CONTROL-RECORD.
           MOVE 'CREDCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDCTL,
               WRK-FSCHK-CHAVE.
           CLOSE CREDIT-CONTROL-FILE.
