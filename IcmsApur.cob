       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMSAPUR.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: APURACAO MENSAL DO ICMS PROPRIO DA LOJA. OS DEBITOS
      *          SAO AS SAIDAS DO SALESDET DA COMPETENCIA (VENDA SOMA,
      *          DEVOLUCAO ABATE) PELA ALIQUOTA DO ITEM NO CATALOGO;
      *          OS CREDITOS SAO AS ENTRADAS GRAVADAS PELO RECEBIMENTO
      *          NO ICMSENT.dat. ITEM EM SUBSTITUICAO TRIBUTARIA NAO
      *          GERA DEBITO NEM CREDITO. O SALDO CREDOR DA
      *          COMPETENCIA ANTERIOR VEM DO ICMSCTL.dat, QUE GUARDA UMA
      *          LINHA POR COMPETENCIA APURADA (NAO SE REAPURA MES JA
      *          FECHADO). RESUMO POR ALIQUOTA E VALOR A RECOLHER NO
      *          ICMSAPUR.dat; LANCAMENTOS NO JRNCONS.dat VIA
      *          CONTAMAP. SE O ARQUIVA JA TIVER SEPARADO O SALESDET
      *          DA COMPETENCIA, O ARQUIVO DATADO TAMBEM E LIDO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O IMPOSTO DA LOJA ERA UMA TAXA UNICA NO
      *             FECHAMENTO, SEM CREDITO DAS COMPRAS; A
      *             CONTABILIDADE PRECISAVA DO LIVRO DE APURACAO.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O LOTE DE COMPRA DO
      *             ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
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
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMMAST.
           SELECT SALES-DETAIL-FILE ASSIGN USING WRK-NOME-SALESDET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESDET.
           SELECT ICMS-ENTRY-FILE ASSIGN TO "ICMSENT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSENT.
           SELECT ICMS-CONTROL-FILE ASSIGN TO "ICMSCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSCTL.
           SELECT ICMS-LEDGER-FILE ASSIGN TO "ICMSAPUR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSAPUR.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT CONSOL-JOURNAL-FILE ASSIGN TO "JRNCONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNCONS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           02 IT-CODIGO              PIC X(06).
           02 IT-DESCRICAO           PIC X(20).
           02 IT-PRECO               PIC 9(05)V99.
           02 IT-ATIVO               PIC X(01).
           02 IT-ESTOQUE             PIC 9(05).
           02 IT-PONTO-REP           PIC 9(05).
           02 IT-CATEGORIA           PIC X(10).
           02 IT-FORNECEDOR          PIC X(06).
           02 IT-CUSTO               PIC 9(05)V99.
           02 IT-NCM                 PIC 9(08).
           02 IT-ICMS-ALIQ           PIC 9(02)V99.
           02 IT-ICMS-ST             PIC X(01).
           02 IT-LOTE-COMPRA         PIC 9(05).
           02 IT-PESO                PIC 9(03)V99.

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

      *    GRAVADO PELO RECEBIMENTO, UMA LINHA POR ENTRADA DE ITEM.
       FD  ICMS-ENTRY-FILE.
       01  ICMS-ENTRY-RECORD.
           02 IE-DATA                PIC 9(08).
           02 IE-PO-NUMERO           PIC 9(06).
           02 IE-FORNECEDOR          PIC X(06).
           02 IE-ITEM                PIC X(06).
           02 IE-NCM                 PIC 9(08).
           02 IE-QTDE                PIC 9(05).
           02 IE-CUSTO-UNITARIO      PIC 9(05)V99.
           02 IE-BASE                PIC 9(09)V99.
           02 IE-ALIQ                PIC 9(02)V99.
           02 IE-ST                  PIC X(01).
           02 IE-CREDITO             PIC 9(09)V99.

      *    UMA LINHA POR COMPETENCIA APURADA; A ULTIMA TRAZ O SALDO
      *    CREDOR QUE PASSA PARA A PROXIMA.
       FD  ICMS-CONTROL-FILE.
       01  ICMS-CONTROL-RECORD.
           02 IC-COMPETENCIA         PIC 9(06).
           02 IC-DEBITOS             PIC 9(11)V99.
           02 IC-CREDITOS            PIC 9(11)V99.
           02 IC-SALDO-ANTERIOR      PIC 9(11)V99.
           02 IC-A-RECOLHER          PIC 9(11)V99.
           02 IC-SALDO-CREDOR        PIC 9(11)V99.

       FD  ICMS-LEDGER-FILE.
       01  ICMS-LEDGER-RECORD        PIC X(80).

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

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'ICMSAPUR'.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALESDET        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ICMSENT         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ICMSCTL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ICMSAPUR        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CATALOGO                  VALUE 'S'.
       77 WRK-FIM-SALESDET       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-VENDAS                    VALUE 'S'.
       77 WRK-FIM-ICMSENT        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ENTRADAS                  VALUE 'S'.
       77 WRK-FIM-ICMSCTL        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTROLE                  VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-ULTIMA-APURADA     PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-COMPETENCIA-OK     PIC X(01)      VALUE 'N'.
           88 WRK-PODE-APURAR                   VALUE 'S'.
       77 WRK-NOME-SALESDET      PIC X(30)      VALUE SPACES.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ALIQ           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-ALIQ           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ALIQ-ACHADA        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ALIQ-LIDA          PIC 9(02)V99   VALUE ZEROS.
       77 WRK-ICMS-LINHA         PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QTD-SAIDAS         PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-ENTRADAS       PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO   PIC 9(07)      VALUE ZEROS.
       77 WRK-VLR-SEM-CADASTRO   PIC S9(11)V99  VALUE ZEROS.
       77 WRK-QTD-SEM-NCM        PIC 9(07)      VALUE ZEROS.
       77 WRK-ST-SAIDAS          PIC S9(11)V99  VALUE ZEROS.
       77 WRK-ST-ENTRADAS        PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-DEBITO-LIQ     PIC S9(11)V99  VALUE ZEROS.
       77 WRK-TOT-DEBITO         PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-CREDITO        PIC 9(11)V99   VALUE ZEROS.
       77 WRK-CREDITO-DEVOLUCAO  PIC 9(11)V99   VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR     PIC 9(11)V99   VALUE ZEROS.
       77 WRK-DISPONIVEL         PIC 9(11)V99   VALUE ZEROS.
       77 WRK-COMPENSADO         PIC 9(11)V99   VALUE ZEROS.
       77 WRK-A-RECOLHER         PIC 9(11)V99   VALUE ZEROS.
       77 WRK-SALDO-CREDOR       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-ALIQ-ED            PIC Z9,99.
       77 WRK-BASE-ED            PIC ZZZ.ZZZ.ZZ9,99-.
       77 WRK-ICMS-ED            PIC ZZZ.ZZZ.ZZ9,99-.
       77 WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED             PIC Z.ZZZ.ZZ9.

       01  WRK-COMPETENCIA           PIC 9(06)      VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-COMP-ANO           PIC 9(04).
           02 WRK-COMP-MES           PIC 9(02).

       01  WRK-TAB-CAT VALUE ZEROS.
           02 WRK-CAT-LINHA OCCURS 100 TIMES.
               03 WRK-CAT-CODIGO     PIC X(06).
               03 WRK-CAT-NCM        PIC 9(08).
               03 WRK-CAT-ICMS-ALIQ  PIC 9(02)V99.
               03 WRK-CAT-ICMS-ST    PIC X(01).

      *    SAIDAS EM VALOR LIQUIDO (VENDAS MENOS DEVOLUCOES), POR
      *    ISSO COM SINAL; ENTRADAS SO SOMAM.
       01  WRK-TAB-ALIQ VALUE ZEROS.
           02 WRK-ALIQ-LINHA OCCURS 20 TIMES.
               03 WRK-ALQ-ALIQ       PIC 9(02)V99.
               03 WRK-ALQ-BASE-SAI   PIC S9(11)V99.
               03 WRK-ALQ-DEBITO     PIC S9(11)V99.
               03 WRK-ALQ-BASE-ENT   PIC 9(11)V99.
               03 WRK-ALQ-CREDITO    PIC 9(11)V99.

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA     PIC X(15).
               03 WRK-MAPA-CONTA     PIC X(08).
               03 WRK-MAPA-NATUREZA  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-PODE-APURAR
               PERFORM 0200-PROCESSAR
               PERFORM 0300-GRAVAR-RELATORIO
               PERFORM 0340-GRAVAR-JRNCONS
               PERFORM 0920-GRAVAR-CONTROLE
               PERFORM 0900-ENCERRAR
           END-IF.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DA APURACAO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           PERFORM 0110-LER-CONTROLE.
           MOVE 'N' TO WRK-COMPETENCIA-OK.
           EVALUATE TRUE
               WHEN WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               WHEN WRK-COMPETENCIA NOT < WRK-DATA-HOJE(1:6)
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' AINDA NAO ENCERRADA - APURACAO RECUSADA.'
               WHEN WRK-COMPETENCIA NOT > WRK-ULTIMA-APURADA
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA COBERTA PELA APURACAO DE '
                       WRK-ULTIMA-APURADA ' - NADA A APURAR.'
               WHEN OTHER
                   MOVE 'S' TO WRK-COMPETENCIA-OK
           END-EVALUATE.
           IF WRK-PODE-APURAR
               PERFORM 0120-CARREGAR-CATALOGO
           END-IF.

      *    O ICMSCTL SO NAO EXISTE ANTES DA PRIMEIRA APURACAO, QUE
      *    ENTAO COMECA SEM SALDO CREDOR.
       0110-LER-CONTROLE.
           OPEN INPUT ICMS-CONTROL-FILE.
           IF WRK-FS-ICMSCTL = '00'
               PERFORM 0111-LER-APURACAO UNTIL WRK-FIM-CONTROLE
               CLOSE ICMS-CONTROL-FILE
           END-IF.

       0111-LER-APURACAO.
           READ ICMS-CONTROL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ICMSCTL
               NOT AT END
                   IF IC-COMPETENCIA > WRK-ULTIMA-APURADA
                       MOVE IC-COMPETENCIA TO WRK-ULTIMA-APURADA
                       MOVE IC-SALDO-CREDOR TO WRK-SALDO-ANTERIOR
                   END-IF
           END-READ.
           MOVE 'ICMSCTL' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSCTL,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-CATALOGO.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-ITEM UNTIL WRK-FIM-CATALOGO.
           CLOSE ITEM-MASTER-FILE.

       0121-LER-ITEM.
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ITEMMAST
               NOT AT END
                   MOVE 'WRK-TAB-CAT' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CAT TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CAT
                   MOVE IT-CODIGO
                       TO WRK-CAT-CODIGO(WRK-QTD-CAT)
                   MOVE IT-NCM
                       TO WRK-CAT-NCM(WRK-QTD-CAT)
                   MOVE IT-ICMS-ALIQ
                       TO WRK-CAT-ICMS-ALIQ(WRK-QTD-CAT)
                   MOVE IT-ICMS-ST
                       TO WRK-CAT-ICMS-ST(WRK-QTD-CAT)
           END-READ.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.

      *    SAIDAS: PRIMEIRO O ARQUIVO DATADO DA COMPETENCIA, SE O
      *    ARQUIVA JA RODOU, DEPOIS O SALESDET VIVO.
       0200-PROCESSAR.
           MOVE SPACES TO WRK-NOME-SALESDET.
           STRING 'SALESDET.' WRK-COMPETENCIA '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-SALESDET.
           PERFORM 0210-LER-SAIDAS.
           MOVE 'SALESDET.dat' TO WRK-NOME-SALESDET.
           PERFORM 0210-LER-SAIDAS.
           OPEN INPUT ICMS-ENTRY-FILE.
           IF WRK-FS-ICMSENT = '00'
               PERFORM 0230-LER-ENTRADA UNTIL WRK-FIM-ENTRADAS
               CLOSE ICMS-ENTRY-FILE
           END-IF.
           PERFORM 0250-APURAR-SALDO.

       0210-LER-SAIDAS.
           MOVE 'N' TO WRK-FIM-SALESDET.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WRK-FS-SALESDET = '00'
               PERFORM 0211-LER-VENDA UNTIL WRK-FIM-VENDAS
               CLOSE SALES-DETAIL-FILE
           END-IF.

       0211-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SALESDET
               NOT AT END
                   IF SD-DATA(1:6) = WRK-COMPETENCIA
                       PERFORM 0220-ACUMULAR-SAIDA
                   END-IF
           END-READ.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESDET,
               WRK-FSCHK-CHAVE.

      *    ITEM FORA DO CATALOGO NAO TEM ALIQUOTA: FICA FORA DO
      *    DEBITO E SAI EM DESTAQUE NO RELATORIO PARA O FISCAL.
       0220-ACUMULAR-SAIDA.
           ADD 1 TO WRK-QTD-SAIDAS.
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               IF WRK-CAT-CODIGO(WRK-SUB-CAT) = SD-ITEM-CODIGO
                   MOVE WRK-SUB-CAT TO WRK-CAT-ACHADO
                   MOVE WRK-QTD-CAT TO WRK-SUB-CAT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-CAT-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   IF SD-TIPO-TRANSACAO = 'D'
                       SUBTRACT SD-VALOR FROM WRK-VLR-SEM-CADASTRO
                   ELSE
                       ADD SD-VALOR TO WRK-VLR-SEM-CADASTRO
                   END-IF
               WHEN WRK-CAT-ICMS-ST(WRK-CAT-ACHADO) = 'S'
                   IF SD-TIPO-TRANSACAO = 'D'
                       SUBTRACT SD-VALOR FROM WRK-ST-SAIDAS
                   ELSE
                       ADD SD-VALOR TO WRK-ST-SAIDAS
                   END-IF
               WHEN OTHER
                   IF WRK-CAT-NCM(WRK-CAT-ACHADO) = ZEROS
                       ADD 1 TO WRK-QTD-SEM-NCM
                   END-IF
                   MOVE WRK-CAT-ICMS-ALIQ(WRK-CAT-ACHADO)
                       TO WRK-ALIQ-LIDA
                   PERFORM 0240-LOCALIZAR-ALIQUOTA
                   COMPUTE WRK-ICMS-LINHA ROUNDED =
                       SD-VALOR * WRK-ALIQ-LIDA / 100
                   IF SD-TIPO-TRANSACAO = 'D'
                       SUBTRACT SD-VALOR
                           FROM WRK-ALQ-BASE-SAI(WRK-ALIQ-ACHADA)
                       SUBTRACT WRK-ICMS-LINHA
                           FROM WRK-ALQ-DEBITO(WRK-ALIQ-ACHADA)
                   ELSE
                       ADD SD-VALOR
                           TO WRK-ALQ-BASE-SAI(WRK-ALIQ-ACHADA)
                       ADD WRK-ICMS-LINHA
                           TO WRK-ALQ-DEBITO(WRK-ALIQ-ACHADA)
                   END-IF
           END-EVALUATE.

       0230-LER-ENTRADA.
           READ ICMS-ENTRY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ICMSENT
               NOT AT END
                   IF IE-DATA(1:6) = WRK-COMPETENCIA
                       PERFORM 0235-ACUMULAR-ENTRADA
                   END-IF
           END-READ.
           MOVE 'ICMSENT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSENT,
               WRK-FSCHK-CHAVE.

       0235-ACUMULAR-ENTRADA.
           ADD 1 TO WRK-QTD-ENTRADAS.
           IF IE-ST = 'S'
               ADD IE-BASE TO WRK-ST-ENTRADAS
           ELSE
               MOVE IE-ALIQ TO WRK-ALIQ-LIDA
               PERFORM 0240-LOCALIZAR-ALIQUOTA
               ADD IE-BASE TO WRK-ALQ-BASE-ENT(WRK-ALIQ-ACHADA)
               ADD IE-CREDITO TO WRK-ALQ-CREDITO(WRK-ALIQ-ACHADA)
           END-IF.

       0240-LOCALIZAR-ALIQUOTA.
           MOVE ZEROS TO WRK-ALIQ-ACHADA.
           PERFORM VARYING WRK-SUB-ALIQ FROM 1 BY 1
               UNTIL WRK-SUB-ALIQ > WRK-QTD-ALIQ
               IF WRK-ALQ-ALIQ(WRK-SUB-ALIQ) = WRK-ALIQ-LIDA
                   MOVE WRK-SUB-ALIQ TO WRK-ALIQ-ACHADA
                   MOVE WRK-QTD-ALIQ TO WRK-SUB-ALIQ
               END-IF
           END-PERFORM.
           IF WRK-ALIQ-ACHADA = ZEROS
               MOVE 'WRK-TAB-ALIQ' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-ALIQ TO WRK-TABCHK-QTD
               MOVE 20 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-ALIQ
               MOVE WRK-QTD-ALIQ TO WRK-ALIQ-ACHADA
               MOVE WRK-ALIQ-LIDA TO WRK-ALQ-ALIQ(WRK-ALIQ-ACHADA)
           END-IF.

      *    DEVOLUCOES ACIMA DAS VENDAS DO MES DEIXAM O DEBITO
      *    NEGATIVO: O EXCESSO VIRA CREDITO POR DEVOLUCAO. O SALDO
      *    CREDOR ANTERIOR E OS CREDITOS DO MES ABATEM O DEBITO; O
      *    QUE SOBRAR DE CREDITO PASSA PARA A PROXIMA COMPETENCIA.
       0250-APURAR-SALDO.
           PERFORM VARYING WRK-SUB-ALIQ FROM 1 BY 1
               UNTIL WRK-SUB-ALIQ > WRK-QTD-ALIQ
               ADD WRK-ALQ-DEBITO(WRK-SUB-ALIQ) TO WRK-TOT-DEBITO-LIQ
               ADD WRK-ALQ-CREDITO(WRK-SUB-ALIQ) TO WRK-TOT-CREDITO
           END-PERFORM.
           IF WRK-TOT-DEBITO-LIQ < ZEROS
               COMPUTE WRK-CREDITO-DEVOLUCAO = 0 - WRK-TOT-DEBITO-LIQ
               MOVE ZEROS TO WRK-TOT-DEBITO
           ELSE
               MOVE WRK-TOT-DEBITO-LIQ TO WRK-TOT-DEBITO
           END-IF.
           COMPUTE WRK-DISPONIVEL = WRK-SALDO-ANTERIOR
               + WRK-TOT-CREDITO + WRK-CREDITO-DEVOLUCAO.
           IF WRK-TOT-DEBITO > WRK-DISPONIVEL
               MOVE WRK-DISPONIVEL TO WRK-COMPENSADO
               COMPUTE WRK-A-RECOLHER = WRK-TOT-DEBITO - WRK-DISPONIVEL
               MOVE ZEROS TO WRK-SALDO-CREDOR
           ELSE
               MOVE WRK-TOT-DEBITO TO WRK-COMPENSADO
               MOVE ZEROS TO WRK-A-RECOLHER
               COMPUTE WRK-SALDO-CREDOR =
                   WRK-DISPONIVEL - WRK-TOT-DEBITO
           END-IF.

       0300-GRAVAR-RELATORIO.
           OPEN OUTPUT ICMS-LEDGER-FILE.
           MOVE 'ICMSAPUR' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSAPUR,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING 'APURACAO DO ICMS DA LOJA - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING 'ALIQ   MOVIMENTO              BASE'
               '            ICMS'
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0310-GRAVAR-ALIQUOTA
               VARYING WRK-SUB-ALIQ FROM 1 BY 1
               UNTIL WRK-SUB-ALIQ > WRK-QTD-ALIQ.
           MOVE WRK-ST-SAIDAS TO WRK-BASE-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING '  ST   SAIDAS      ' WRK-BASE-ED
               '  SUBST. TRIBUTARIA'
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-ST-ENTRADAS TO WRK-BASE-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING '  ST   ENTRADAS    ' WRK-BASE-ED
               '  SUBST. TRIBUTARIA'
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-DEBITO-LIQ TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING 'DEBITOS DAS SAIDAS (LIQ. DEVOLUCOES)  '
               WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-CREDITO TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING 'CREDITOS DAS ENTRADAS                 '
               WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING 'SALDO CREDOR ANTERIOR                 '
               WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-A-RECOLHER TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING 'ICMS A RECOLHER                       '
               WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-SALDO-CREDOR TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING 'SALDO CREDOR A TRANSPORTAR            '
               WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-QTD-SEM-CADASTRO > ZEROS
               MOVE WRK-QTD-SEM-CADASTRO TO WRK-QTD-ED
               MOVE WRK-VLR-SEM-CADASTRO TO WRK-BASE-ED
               MOVE SPACES TO ICMS-LEDGER-RECORD
               STRING 'ATENCAO: ' WRK-QTD-ED
                   ' SAIDA(S) DE ITEM FORA DO CATALOGO, VALOR '
                   WRK-BASE-ED
                   DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           IF WRK-QTD-SEM-NCM > ZEROS
               MOVE WRK-QTD-SEM-NCM TO WRK-QTD-ED
               MOVE SPACES TO ICMS-LEDGER-RECORD
               STRING 'ATENCAO: ' WRK-QTD-ED
                   ' SAIDA(S) DE ITEM SEM NCM NO CATALOGO.'
                   DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           CLOSE ICMS-LEDGER-FILE.

       0310-GRAVAR-ALIQUOTA.
           MOVE WRK-ALQ-ALIQ(WRK-SUB-ALIQ) TO WRK-ALIQ-ED.
           MOVE WRK-ALQ-BASE-SAI(WRK-SUB-ALIQ) TO WRK-BASE-ED.
           MOVE WRK-ALQ-DEBITO(WRK-SUB-ALIQ) TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING WRK-ALIQ-ED '  SAIDAS      ' WRK-BASE-ED ' '
               WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-ALQ-BASE-ENT(WRK-SUB-ALIQ) TO WRK-BASE-ED.
           MOVE WRK-ALQ-CREDITO(WRK-SUB-ALIQ) TO WRK-ICMS-ED.
           MOVE SPACES TO ICMS-LEDGER-RECORD.
           STRING WRK-ALIQ-ED '  ENTRADAS    ' WRK-BASE-ED ' '
               WRK-ICMS-ED
               DELIMITED BY SIZE INTO ICMS-LEDGER-RECORD.
           PERFORM 0390-GRAVAR-LINHA.

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

      *    O DEBITO DO MES VAI PARA O ICMS A RECOLHER CONTRA A
      *    RECEITA (ICMS-DEBITO); O CREDITO DAS ENTRADAS SAI DO
      *    ESTOQUE PARA O ICMS A RECUPERAR (ICMS-CREDITO), ASSIM COMO
      *    O EXCESSO DE DEVOLUCOES (ICMS-DEVOL); A COMPENSACAO BAIXA
      *    O A RECUPERAR CONTRA O A RECOLHER. O QUE SOBRA EM CADA
      *    CONTA E O ICMS A PAGAR OU O SALDO CREDOR DO MES.
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
           MOVE 'ICMS-DEBITO' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-DEBITO TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'ICMS-DEBITO-C' TO WRK-JRN-VERBA.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'ICMS-CREDITO' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-CREDITO TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'ICMS-CREDITO-C' TO WRK-JRN-VERBA.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'ICMS-DEVOL' TO WRK-JRN-VERBA.
           MOVE WRK-CREDITO-DEVOLUCAO TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'ICMS-DEVOL-C' TO WRK-JRN-VERBA.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'ICMS-COMPENSA' TO WRK-JRN-VERBA.
           MOVE WRK-COMPENSADO TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'ICMS-COMPENSA-C' TO WRK-JRN-VERBA.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE SPACES               TO CONSOL-JOURNAL-TRAILER.
           MOVE 'ICMS'               TO JCT-ORIGEM.
           MOVE 'TOTAIS  '           TO JCT-LITERAL.
           MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS.
           MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS.
           MOVE WRK-COMPETENCIA      TO JCT-COMPETENCIA.
           MOVE WRK-DATA-HOJE        TO JCT-DATA.
           WRITE CONSOL-JOURNAL-TRAILER.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           IF WRK-JRN-TOT-DEBITOS NOT = WRK-JRN-TOT-CREDITOS
               DISPLAY 'ATENCAO: JRNCONS DO ICMS DESBALANCEADO'
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
                       MOVE 'ICMS' TO JC-ORIGEM
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO JC-CONTA
                       MOVE WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
                           TO JC-NATUREZA
                       MOVE WRK-JRN-VALOR TO JC-VALOR
                       STRING WRK-JRN-VERBA DELIMITED BY SPACE
                           ' ' WRK-COMPETENCIA
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

       0390-GRAVAR-LINHA.
           WRITE ICMS-LEDGER-RECORD.
           MOVE 'ICMSAPUR' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSAPUR,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           MOVE WRK-A-RECOLHER TO WRK-VALOR-ED.
           DISPLAY 'APURACAO ' WRK-COMPETENCIA ' GRAVADA: '
               WRK-QTD-SAIDAS ' SAIDA(S), ' WRK-QTD-ENTRADAS
               ' ENTRADA(S), ICMS A RECOLHER ' WRK-VALOR-ED.
           MOVE WRK-SALDO-CREDOR TO WRK-VALOR-ED.
           DISPLAY 'SALDO CREDOR A TRANSPORTAR: ' WRK-VALOR-ED.

       0920-GRAVAR-CONTROLE.
           OPEN EXTEND ICMS-CONTROL-FILE.
           IF WRK-FS-ICMSCTL NOT = '00'
               OPEN OUTPUT ICMS-CONTROL-FILE
               MOVE 'ICMSCTL' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ICMSCTL,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-COMPETENCIA    TO IC-COMPETENCIA.
           MOVE WRK-TOT-DEBITO     TO IC-DEBITOS.
           COMPUTE IC-CREDITOS =
               WRK-TOT-CREDITO + WRK-CREDITO-DEVOLUCAO.
           MOVE WRK-SALDO-ANTERIOR TO IC-SALDO-ANTERIOR.
           MOVE WRK-A-RECOLHER     TO IC-A-RECOLHER.
           MOVE WRK-SALDO-CREDOR   TO IC-SALDO-CREDOR.
           WRITE ICMS-CONTROL-RECORD.
           MOVE 'ICMSCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSCTL,
               WRK-FSCHK-CHAVE.
           CLOSE ICMS-CONTROL-FILE.
