       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDREL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: FECHAMENTO MENSAL DOS PONTOS DE FIDELIDADE DA LOJA.
      *          NA PRIMEIRA RODADA NOTURNA DO MES (DATA DE MOVIMENTO
      *          DO SCHEDCTL.dat) FECHA A COMPETENCIA ANTERIOR: REFAZ
      *          O RAZAO DE PONTOS (FIDELID.dat) DE CADA CPF COMO O
      *          PERFORM-TIMES FAZ NO RESGATE, GRAVA NO PROPRIO RAZAO
      *          A EXPIRACAO (TIPO X) DOS LOTES VENCIDOS ATE O FIM DO
      *          MES E EMITE O EXTRATO (FIDREL.dat) COM PONTOS
      *          EMITIDOS, RESGATADOS, ESTORNADOS E EXPIRADOS, SALDO
      *          EM ABERTO E O PASSIVO EM REAIS (PONTOS-VLR-RESG DO
      *          PARMS). EMISSAO, ESTORNO E EXPIRACAO VAO AO DIARIO
      *          CONSOLIDADO JRNCONS.dat VIA CONTAMAP. O FIDCTL.dat
      *          GUARDA A ULTIMA COMPETENCIA FECHADA E O SALDO DELA.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: PONTOS GANHOS E RESGATADOS NOS CAIXAS DA
      *             LOJA PRECISAVAM DE EXPIRACAO E DE EXTRATO MENSAL
      *             PARA A CONTABILIDADE.
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
           SELECT LOYALTY-CONTROL-FILE ASSIGN TO "FIDCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FIDCTL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT LOYALTY-LEDGER-FILE ASSIGN TO "FIDELID.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FIDELID.
           SELECT LOYALTY-REPORT-FILE ASSIGN TO "FIDREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FIDREL.
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

      *    ULTIMA COMPETENCIA FECHADA, COM O SALDO EM ABERTO E O
      *    SALDO NEGATIVO A RECUPERAR NO FIM DELA.
       FD  LOYALTY-CONTROL-FILE.
       01  LOYALTY-CONTROL-RECORD.
           02 FC-COMPETENCIA         PIC 9(06).
           02 FC-SALDO-PONTOS        PIC 9(09).
           02 FC-A-RECUPERAR         PIC 9(09).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

      *    MESMO LAYOUT DO RAZAO GRAVADO PELO PERFORM-TIMES. TIPOS:
      *    A = GANHO NA VENDA, E = ESTORNO NA DEVOLUCAO, R = RESGATE,
      *    C = DEVOLVIDO AO SALDO NA DEVOLUCAO DE VENDA EM PONTOS,
      *    X = EXPIRACAO GRAVADA AQUI.
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-RECORD.
           02 FID-CPF                PIC 9(11).
           02 FID-DATA               PIC 9(08).
           02 FID-TERMINAL           PIC X(04).
           02 FID-CUPOM              PIC 9(06).
           02 FID-TIPO               PIC X(01).
           02 FID-PONTOS             PIC 9(07).
           02 FID-VALIDADE           PIC 9(08).

       FD  LOYALTY-REPORT-FILE.
       01  LOYALTY-REPORT-RECORD      PIC X(72).

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
           COPY 'PARM-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'FIDREL'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FIDCTL          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FIDELID         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FIDREL          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-FIDELID        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PONTOS                    VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-CORTE         PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FIM-MES       PIC 9(08)      VALUE ZEROS.
       77 WRK-COMPET-ANTERIOR    PIC 9(06)      VALUE ZEROS.
       77 WRK-COMPET-LANCTO      PIC 9(06)      VALUE ZEROS.
       77 WRK-PONTOS-VLR-RESG    PIC 9(03)V9999 VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR     PIC 9(09)      VALUE ZEROS.
       77 WRK-RECUP-ANTERIOR     PIC 9(09)      VALUE ZEROS.
       77 WRK-CPF-APURAR         PIC 9(11)      VALUE ZEROS.
       77 WRK-PONTOS-LOTE        PIC 9(09)      VALUE ZEROS.
       77 WRK-PONTOS-DEBITO      PIC 9(09)      VALUE ZEROS.
       77 WRK-PONTOS-SALDO       PIC 9(09)      VALUE ZEROS.
       77 WRK-PONTOS-VENCIDOS    PIC 9(09)      VALUE ZEROS.
       77 WRK-QTD-FID            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-FID            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-LOTE           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TOT-EMITIDOS       PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-DEVOLVIDOS     PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-ESTORNADOS     PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-RESGATADOS     PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-EXPIRADOS      PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-SALDO          PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-RECUPERAR      PIC 9(09)      VALUE ZEROS.
       77 WRK-QTD-CLI-SALDO      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CLI-EXPIRA     PIC 9(05)      VALUE ZEROS.
       77 WRK-CONFERE-ANTES      PIC S9(11)     VALUE ZEROS.
       77 WRK-CONFERE-DEPOIS     PIC S9(11)     VALUE ZEROS.
       77 WRK-PASSIVO            PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-PONTOS-ED          PIC ZZZ.ZZZ.ZZ9.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.
       77 WRK-VLR-PONTO-ED       PIC ZZ9,9999.
       77 WRK-TOTAL-ED           PIC $ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-DATA-MOV-R        PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-MOV-R.
           02 WRK-COMPET-MOVIMENTO PIC 9(06).
           02 FILLER             PIC 9(02).

       01  WRK-COMPET-FECHAR     PIC 9(06)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPET-FECHAR.
           02 WRK-FECHAR-ANO     PIC 9(04).
           02 WRK-FECHAR-MES     PIC 9(02).

      *    LIMITE DE CONSUMO DE UM DEBITO: ESTORNO E RESGATE SO
      *    CONSOMEM LOTE VALIDO NA DATA DELES; A EXPIRACAO CONSOME OS
      *    LOTES VENCIDOS ATE O FIM DO MES DELA.
       01  WRK-DATA-LIMITE       PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-LIMITE.
           02 FILLER             PIC 9(06).
           02 WRK-LIM-DIA        PIC 9(02).

      *    SO OS LANCAMENTOS ANTERIORES AO CORTE (DIA 1 DO MES DO
      *    MOVIMENTO). WRK-FID-RESTO: O QUE SOBRA DO LOTE (TIPOS A E
      *    C) DEPOIS DOS DEBITOS APLICADOS NA APURACAO DO CPF.
       01  WRK-TAB-FID VALUE ZEROS.
           02 WRK-FID-LINHA OCCURS 2000 TIMES.
               03 WRK-FID-CPF        PIC 9(11).
               03 WRK-FID-DATA       PIC 9(08).
               03 WRK-FID-TIPO       PIC X(01).
               03 WRK-FID-PONTOS     PIC 9(07).
               03 WRK-FID-VALIDADE   PIC 9(08).
               03 WRK-FID-RESTO      PIC 9(07).

       01  WRK-TAB-CLI VALUE ZEROS.
           02 WRK-CLI-LINHA OCCURS 500 TIMES.
               03 WRK-CLI-CPF        PIC 9(11).

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
           IF WRK-COMPET-FECHAR NOT > WRK-COMPET-ANTERIOR
               DISPLAY 'PONTOS DA COMPETENCIA ' WRK-COMPET-FECHAR
                   ' JA FECHADOS - NADA A FAZER.'
               STOP RUN
           END-IF.
           PERFORM 0106-CARREGAR-PARAMETROS.
           MOVE 'PONTOS-VLR-RESG' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PONTOS-VLR-RESG.
           PERFORM 0120-CARREGAR-PONTOS.
           OPEN OUTPUT LOYALTY-REPORT-FILE.
           MOVE 'FIDREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDREL,
               WRK-FSCHK-CHAVE.

      *    DATA DE MOVIMENTO DO LOTE: A MESMA QUE O AGENDA ACABOU
      *    DE AVANCAR PARA O DIA UTIL DA RODADA. A COMPETENCIA A
      *    FECHAR E A ANTERIOR A DELA; O CORTE E O DIA 1 DO MES DO
      *    MOVIMENTO E A EXPIRACAO LEVA A DATA DO ULTIMO DIA DO MES
      *    FECHADO.
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
           MOVE SC-DATA-MOVIMENTO TO WRK-DATA-MOV-R.
           MOVE WRK-COMPET-MOVIMENTO TO WRK-COMPET-FECHAR.
           IF WRK-FECHAR-MES = 1
               MOVE 12 TO WRK-FECHAR-MES
               SUBTRACT 1 FROM WRK-FECHAR-ANO
           ELSE
               SUBTRACT 1 FROM WRK-FECHAR-MES
           END-IF.
           COMPUTE WRK-DATA-CORTE = WRK-COMPET-MOVIMENTO * 100 + 1.
           COMPUTE WRK-DATA-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CORTE) - 1).

      *    O FIDCTL SO NAO EXISTE NO PRIMEIRO FECHAMENTO, QUE ENTAO
      *    LEVA TODO O RAZAO ANTERIOR AO CORTE.
       0110-LER-CONTROLE.
           MOVE ZEROS TO WRK-COMPET-ANTERIOR WRK-SALDO-ANTERIOR
                         WRK-RECUP-ANTERIOR.
           OPEN INPUT LOYALTY-CONTROL-FILE.
           IF WRK-FS-FIDCTL = '00'
               READ LOYALTY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-COMPETENCIA  TO WRK-COMPET-ANTERIOR
                       MOVE FC-SALDO-PONTOS TO WRK-SALDO-ANTERIOR
                       MOVE FC-A-RECUPERAR  TO WRK-RECUP-ANTERIOR
               END-READ
               MOVE 'FIDCTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-FIDCTL,
                   WRK-FSCHK-CHAVE
               CLOSE LOYALTY-CONTROL-FILE
           END-IF.

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

      *    SEM RAZAO AINDA (NENHUMA VENDA COM CPF) O FECHAMENTO SAI
      *    ZERADO, MAS SAI.
       0120-CARREGAR-PONTOS.
           OPEN INPUT LOYALTY-LEDGER-FILE.
           IF WRK-FS-FIDELID = '00'
               PERFORM 0121-LER-PONTOS UNTIL WRK-FIM-PONTOS
               CLOSE LOYALTY-LEDGER-FILE
           END-IF.

       0121-LER-PONTOS.
           READ LOYALTY-LEDGER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FIDELID
               NOT AT END
                   IF FID-DATA < WRK-DATA-CORTE
                       PERFORM 0122-GUARDAR-PONTOS
                   END-IF
           END-READ.
           MOVE 'FIDELID' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDELID,
               WRK-FSCHK-CHAVE.

       0122-GUARDAR-PONTOS.
           MOVE 'WRK-TAB-FID' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-FID TO WRK-TABCHK-QTD.
           MOVE 2000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-FID.
           MOVE FID-CPF       TO WRK-FID-CPF(WRK-QTD-FID).
           MOVE FID-DATA      TO WRK-FID-DATA(WRK-QTD-FID).
           MOVE FID-TIPO      TO WRK-FID-TIPO(WRK-QTD-FID).
           MOVE FID-PONTOS    TO WRK-FID-PONTOS(WRK-QTD-FID).
           MOVE FID-VALIDADE  TO WRK-FID-VALIDADE(WRK-QTD-FID).
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QTD-CLI
               IF WRK-CLI-CPF(WRK-SUB-CLI) = FID-CPF
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
               MOVE FID-CPF TO WRK-CLI-CPF(WRK-QTD-CLI)
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-SOMAR-MOVIMENTO.
           OPEN EXTEND LOYALTY-LEDGER-FILE.
           IF WRK-FS-FIDELID NOT = '00'
               OPEN OUTPUT LOYALTY-LEDGER-FILE
           END-IF.
           MOVE 'FIDELID' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDELID,
               WRK-FSCHK-CHAVE.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QTD-CLI
               MOVE WRK-CLI-CPF(WRK-SUB-CLI) TO WRK-CPF-APURAR
               PERFORM 0220-APURAR-CPF
           END-PERFORM.
           CLOSE LOYALTY-LEDGER-FILE.
           COMPUTE WRK-PASSIVO ROUNDED =
               WRK-TOT-SALDO * WRK-PONTOS-VLR-RESG.
           PERFORM 0250-GRAVAR-EXTRATO.
           PERFORM 0340-GRAVAR-JRNCONS.

      *    MOVIMENTO DAS COMPETENCIAS AINDA NAO FECHADAS (SO A
      *    ANTERIOR, SALVO NO PRIMEIRO FECHAMENTO).
       0210-SOMAR-MOVIMENTO.
           PERFORM VARYING WRK-SUB-FID FROM 1 BY 1
               UNTIL WRK-SUB-FID > WRK-QTD-FID
               DIVIDE WRK-FID-DATA(WRK-SUB-FID) BY 100
                   GIVING WRK-COMPET-LANCTO
               IF WRK-COMPET-LANCTO > WRK-COMPET-ANTERIOR
                   EVALUATE WRK-FID-TIPO(WRK-SUB-FID)
                       WHEN 'A'
                           ADD WRK-FID-PONTOS(WRK-SUB-FID)
                               TO WRK-TOT-EMITIDOS
                       WHEN 'C'
                           ADD WRK-FID-PONTOS(WRK-SUB-FID)
                               TO WRK-TOT-DEVOLVIDOS
                       WHEN 'E'
                           ADD WRK-FID-PONTOS(WRK-SUB-FID)
                               TO WRK-TOT-ESTORNADOS
                       WHEN 'R'
                           ADD WRK-FID-PONTOS(WRK-SUB-FID)
                               TO WRK-TOT-RESGATADOS
                       WHEN 'X'
                           ADD WRK-FID-PONTOS(WRK-SUB-FID)
                               TO WRK-TOT-EXPIRADOS
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    O RAZAO DO CPF E REFEITO EM ORDEM, COMO NO RESGATE DO
      *    PERFORM-TIMES; O QUE SOBRAR DE LOTE VENCIDO ATE O FIM DO
      *    MES FECHADO EXPIRA, O QUE SOBRAR NO PRAZO E SALDO, E O
      *    DEBITO QUE NAO ACHOU LOTE FICA A RECUPERAR DOS PROXIMOS
      *    PONTOS DO CLIENTE.
       0220-APURAR-CPF.
           MOVE ZEROS TO WRK-PONTOS-SALDO WRK-PONTOS-DEBITO
                         WRK-PONTOS-VENCIDOS.
           PERFORM VARYING WRK-SUB-FID FROM 1 BY 1
               UNTIL WRK-SUB-FID > WRK-QTD-FID
               IF WRK-FID-CPF(WRK-SUB-FID) = WRK-CPF-APURAR
                   PERFORM 0230-APLICAR-MOVTO-PONTOS
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-FID FROM 1 BY 1
               UNTIL WRK-SUB-FID > WRK-QTD-FID
               IF WRK-FID-CPF(WRK-SUB-FID) = WRK-CPF-APURAR
                   AND (WRK-FID-TIPO(WRK-SUB-FID) = 'A'
                     OR WRK-FID-TIPO(WRK-SUB-FID) = 'C')
                   IF WRK-FID-VALIDADE(WRK-SUB-FID) < WRK-DATA-CORTE
                       ADD WRK-FID-RESTO(WRK-SUB-FID)
                           TO WRK-PONTOS-VENCIDOS
                   ELSE
                       ADD WRK-FID-RESTO(WRK-SUB-FID)
                           TO WRK-PONTOS-SALDO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PONTOS-VENCIDOS > ZEROS
               PERFORM 0240-GRAVAR-EXPIRACAO
           END-IF.
           IF WRK-PONTOS-SALDO > ZEROS
               ADD 1 TO WRK-QTD-CLI-SALDO
               ADD WRK-PONTOS-SALDO TO WRK-TOT-SALDO
           END-IF.
           ADD WRK-PONTOS-DEBITO TO WRK-TOT-RECUPERAR.

       0230-APLICAR-MOVTO-PONTOS.
           IF WRK-FID-TIPO(WRK-SUB-FID) = 'A'
               OR WRK-FID-TIPO(WRK-SUB-FID) = 'C'
               MOVE WRK-FID-PONTOS(WRK-SUB-FID)
                   TO WRK-FID-RESTO(WRK-SUB-FID)
               IF WRK-PONTOS-DEBITO > WRK-FID-RESTO(WRK-SUB-FID)
                   SUBTRACT WRK-FID-RESTO(WRK-SUB-FID)
                       FROM WRK-PONTOS-DEBITO
                   MOVE ZEROS TO WRK-FID-RESTO(WRK-SUB-FID)
               ELSE
                   SUBTRACT WRK-PONTOS-DEBITO
                       FROM WRK-FID-RESTO(WRK-SUB-FID)
                   MOVE ZEROS TO WRK-PONTOS-DEBITO
               END-IF
           ELSE
               MOVE WRK-FID-PONTOS(WRK-SUB-FID) TO WRK-PONTOS-LOTE
               MOVE WRK-FID-DATA(WRK-SUB-FID) TO WRK-DATA-LIMITE
               IF WRK-FID-TIPO(WRK-SUB-FID) = 'X'
                   MOVE 31 TO WRK-LIM-DIA
               END-IF
               PERFORM VARYING WRK-SUB-LOTE FROM 1 BY 1
                   UNTIL WRK-SUB-LOTE NOT < WRK-SUB-FID
                      OR WRK-PONTOS-LOTE = ZEROS
                   IF WRK-FID-CPF(WRK-SUB-LOTE) = WRK-CPF-APURAR
                       AND (WRK-FID-TIPO(WRK-SUB-LOTE) = 'A'
                         OR WRK-FID-TIPO(WRK-SUB-LOTE) = 'C')
                       AND WRK-FID-RESTO(WRK-SUB-LOTE) > ZEROS
                       AND ((WRK-FID-TIPO(WRK-SUB-FID) = 'X'
                             AND WRK-FID-VALIDADE(WRK-SUB-LOTE)
                                 NOT > WRK-DATA-LIMITE)
                         OR (WRK-FID-TIPO(WRK-SUB-FID) NOT = 'X'
                             AND WRK-FID-VALIDADE(WRK-SUB-LOTE)
                                 NOT < WRK-DATA-LIMITE))
                       IF WRK-PONTOS-LOTE
                           > WRK-FID-RESTO(WRK-SUB-LOTE)
                           SUBTRACT WRK-FID-RESTO(WRK-SUB-LOTE)
                               FROM WRK-PONTOS-LOTE
                           MOVE ZEROS TO WRK-FID-RESTO(WRK-SUB-LOTE)
                       ELSE
                           SUBTRACT WRK-PONTOS-LOTE
                               FROM WRK-FID-RESTO(WRK-SUB-LOTE)
                           MOVE ZEROS TO WRK-PONTOS-LOTE
                       END-IF
                   END-IF
               END-PERFORM
               ADD WRK-PONTOS-LOTE TO WRK-PONTOS-DEBITO
           END-IF.

       0240-GRAVAR-EXPIRACAO.
           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE WRK-CPF-APURAR      TO FID-CPF.
           MOVE WRK-DATA-FIM-MES    TO FID-DATA.
           MOVE ZEROS               TO FID-CUPOM FID-VALIDADE.
           MOVE 'X'                 TO FID-TIPO.
           MOVE WRK-PONTOS-VENCIDOS TO FID-PONTOS.
           WRITE LOYALTY-LEDGER-RECORD.
           MOVE 'FIDELID' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDELID,
               WRK-FSCHK-CHAVE.
           ADD WRK-PONTOS-VENCIDOS TO WRK-TOT-EXPIRADOS.
           ADD 1 TO WRK-QTD-CLI-EXPIRA.

      *    CONFERENCIA: SALDO ANTERIOR MAIS O MOVIMENTO TEM DE DAR O
      *    SALDO APURADO AGORA (SALDOS LIQUIDOS DO A RECUPERAR).
       0250-GRAVAR-EXTRATO.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING 'EXTRATO DE PONTOS DE FIDELIDADE - COMPETENCIA '
               WRK-COMPET-FECHAR
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING 'SALDO ANTERIOR:              ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOT-EMITIDOS TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING '(+) EMITIDOS NAS VENDAS:     ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOT-DEVOLVIDOS TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING '(+) DEVOLVIDOS AO SALDO:     ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOT-RESGATADOS TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING '(-) RESGATADOS:              ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOT-ESTORNADOS TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING '(-) ESTORNADOS EM DEVOLUCOES:' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOT-EXPIRADOS TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING '(-) EXPIRADOS:               ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOT-SALDO TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING 'SALDO EM ABERTO:             ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-TOT-RECUPERAR > ZEROS OR WRK-RECUP-ANTERIOR > ZEROS
               MOVE WRK-TOT-RECUPERAR TO WRK-PONTOS-ED
               MOVE SPACES TO LOYALTY-REPORT-RECORD
               STRING 'A RECUPERAR (SALDO NEGATIVO):' WRK-PONTOS-ED
                   DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           MOVE WRK-QTD-CLI-SALDO TO WRK-QTD-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING 'CLIENTES COM SALDO:               ' WRK-QTD-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-PONTOS-VLR-RESG TO WRK-VLR-PONTO-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING 'VALOR DO PONTO NO RESGATE:          '
               WRK-VLR-PONTO-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-PASSIVO TO WRK-TOTAL-ED.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           STRING 'PASSIVO EM ABERTO:    ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO LOYALTY-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           COMPUTE WRK-CONFERE-ANTES =
               WRK-SALDO-ANTERIOR - WRK-RECUP-ANTERIOR
               + WRK-TOT-EMITIDOS + WRK-TOT-DEVOLVIDOS
               - WRK-TOT-RESGATADOS - WRK-TOT-ESTORNADOS
               - WRK-TOT-EXPIRADOS.
           COMPUTE WRK-CONFERE-DEPOIS =
               WRK-TOT-SALDO - WRK-TOT-RECUPERAR.
           MOVE SPACES TO LOYALTY-REPORT-RECORD.
           IF WRK-CONFERE-ANTES = WRK-CONFERE-DEPOIS
               MOVE 'CONFERENCIA DO SALDO: OK'
                   TO LOYALTY-REPORT-RECORD
           ELSE
               MOVE 'CONFERENCIA DO SALDO: DIVERGENTE'
                   TO LOYALTY-REPORT-RECORD
               DISPLAY 'ATENCAO: SALDO DE PONTOS NAO CONFERE COM O '
                   'MOVIMENTO DA COMPETENCIA ' WRK-COMPET-FECHAR
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE LOYALTY-REPORT-RECORD.
           MOVE 'FIDREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDREL,
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

      *    O RESGATE JA BAIXA O PASSIVO NO DIARIO DE VENDAS (VERBA
      *    VENDAS-PONTOS), E A DEVOLUCAO DE VENDA EM PONTOS O REPOE
      *    LA MESMO; AQUI VAO A EMISSAO, O ESTORNO E A EXPIRACAO, A
      *    PONTOS-VLR-RESG REAIS O PONTO.
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
           MOVE 'PONTOS-EMIS' TO WRK-JRN-VERBA.
           COMPUTE WRK-JRN-VALOR ROUNDED =
               WRK-TOT-EMITIDOS * WRK-PONTOS-VLR-RESG.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'PONTOS-EMIS-C' TO WRK-JRN-VERBA.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'PONTOS-ESTORNO' TO WRK-JRN-VERBA.
           COMPUTE WRK-JRN-VALOR ROUNDED =
               WRK-TOT-ESTORNADOS * WRK-PONTOS-VLR-RESG.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'PONTOS-ESTORN-C' TO WRK-JRN-VERBA.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'PONTOS-EXPIRA' TO WRK-JRN-VERBA.
           COMPUTE WRK-JRN-VALOR ROUNDED =
               WRK-TOT-EXPIRADOS * WRK-PONTOS-VLR-RESG.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'PONTOS-EXPIRA-C' TO WRK-JRN-VERBA.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE SPACES               TO CONSOL-JOURNAL-TRAILER.
           MOVE 'PONTOS'             TO JCT-ORIGEM.
           MOVE 'TOTAIS  '           TO JCT-LITERAL.
           MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS.
           MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS.
           MOVE WRK-COMPET-FECHAR    TO JCT-COMPETENCIA.
           MOVE WRK-DATA-MOVIMENTO   TO JCT-DATA.
           WRITE CONSOL-JOURNAL-TRAILER.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           IF WRK-JRN-TOT-DEBITOS NOT = WRK-JRN-TOT-CREDITOS
               DISPLAY 'ATENCAO: JRNCONS DE PONTOS DESBALANCEADO'
           END-IF.
           CLOSE CONSOL-JOURNAL-FILE.

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
                       MOVE 'PONTOS' TO JC-ORIGEM
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO JC-CONTA
                       MOVE WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
                           TO JC-NATUREZA
                       MOVE WRK-JRN-VALOR TO JC-VALOR
                       STRING WRK-JRN-VERBA DELIMITED BY SPACE
                           ' ' WRK-COMPET-FECHAR
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
           CLOSE LOYALTY-REPORT-FILE.
           PERFORM 0920-GRAVAR-CONTROLE.
           DISPLAY 'PONTOS DA COMPETENCIA ' WRK-COMPET-FECHAR
               ' FECHADOS: ' WRK-TOT-EXPIRADOS ' EXPIRADO(S), SALDO '
               WRK-TOT-SALDO ' EM ' WRK-QTD-CLI-SALDO ' CLIENTE(S).'.

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT LOYALTY-CONTROL-FILE.
           MOVE 'FIDCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDCTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-COMPET-FECHAR TO FC-COMPETENCIA.
           MOVE WRK-TOT-SALDO     TO FC-SALDO-PONTOS.
           MOVE WRK-TOT-RECUPERAR TO FC-A-RECUPERAR.
           WRITE LOYALTY-CONTROL-RECORD.
           MOVE 'FIDCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDCTL,
               WRK-FSCHK-CHAVE.
           CLOSE LOYALTY-CONTROL-FILE.
