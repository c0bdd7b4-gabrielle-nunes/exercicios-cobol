       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCANAL.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: ANALISE MENSAL DE GIRO (CURVA ABC) DOS ITENS DO
      *          CATALOGO. NA PRIMEIRA RODADA NOTURNA DO MES (DATA DE
      *          MOVIMENTO DO SCHEDCTL.dat) OLHA AS ULTIMAS
      *          ABC-SEMANAS SEMANAS DO SALESDET ATE O FIM DO MES
      *          FECHADO (ARQUIVOS DATADOS DO ARQUIVA E O VIVO),
      *          CLASSIFICA CADA ITEM EM A/B/C POR RECEITA E POR
      *          UNIDADES, CALCULA A DEMANDA MEDIA DIARIA E O DESVIO
      *          DELA E PROPOE NOVO PONTO DE REPOSICAO E LOTE DE
      *          COMPRA A PARTIR DO PRAZO DE ENTREGA DO FORNECEDOR.
      *          AS PROPOSTAS (ABCPROP.dat) SO VALEM DEPOIS DE
      *          REVISTAS NO ABCAPROV; O RELATORIO SAI NO ABCREL.dat
      *          E O ABCCTL.dat GUARDA A ULTIMA COMPETENCIA ANALISADA.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O PONTO DE REPOSICAO ERA DIGITADO UMA VEZ
      *             E NUNCA REVISTO, E A SUGESTAO DO PEDCOMPRA COMPRAVA
      *             DEMAIS OS ITENS LENTOS E DE MENOS OS DE GIRO.
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM EM
      *             KG (IT-PESO).
      *2026-10-15 - LAYOUT DO SUPPMAST ESTENDIDO COM A UF DO FORNECEDOR
      *             (SUP-UF).
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
           SELECT ABC-CONTROL-FILE ASSIGN TO "ABCCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ABCCTL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMMAST.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUPPMAST.
           SELECT SALES-DETAIL-FILE ASSIGN USING WRK-NOME-SALESDET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESDET.
           SELECT ABC-REPORT-FILE ASSIGN TO "ABCREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ABCREL.
           SELECT ABC-PROPOSAL-FILE ASSIGN TO "ABCPROP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ABCPROP.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           02 SC-DATA-MOVIMENTO      PIC 9(08).
           02 SC-COMPETENCIA         PIC 9(06).

      *    ULTIMA COMPETENCIA JA ANALISADA.
       FD  ABC-CONTROL-FILE.
       01  ABC-CONTROL-RECORD.
           02 ACT-COMPETENCIA        PIC 9(06).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

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

       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           02 SUP-CODIGO             PIC X(06).
           02 SUP-NOME               PIC X(30).
           02 SUP-CONTATO            PIC X(20).
           02 SUP-PRAZO-ENTREGA      PIC 9(03).
           02 SUP-UF                 PIC X(02).

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

       FD  ABC-REPORT-FILE.
       01  ABC-REPORT-RECORD         PIC X(80).

      *    UMA PROPOSTA POR ITEM ATIVO QUE VENDEU NA JANELA. STATUS:
      *    P = PENDENTE DE REVISAO, A = APLICADA NO ITEMMAST,
      *    R = RECUSADA PELO COMPRADOR (ABCAPROV).
       FD  ABC-PROPOSAL-FILE.
       01  ABC-PROPOSAL-RECORD.
           02 ABP-ITEM               PIC X(06).
           02 ABP-COMPETENCIA        PIC 9(06).
           02 ABP-CLASSE-RECEITA     PIC X(01).
           02 ABP-CLASSE-UNIDADES    PIC X(01).
           02 ABP-MEDIA-DIA          PIC 9(05)V99.
           02 ABP-DESVIO-DIA         PIC 9(05)V99.
           02 ABP-PRAZO              PIC 9(03).
           02 ABP-PONTO-ATUAL        PIC 9(05).
           02 ABP-PONTO-PROPOSTO     PIC 9(05).
           02 ABP-LOTE-ATUAL         PIC 9(05).
           02 ABP-LOTE-PROPOSTO      PIC 9(05).
           02 ABP-STATUS             PIC X(01).
           02 ABP-DATA-DECISAO       PIC 9(08).
           02 ABP-OPERADOR           PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.
           COPY 'PARM-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'ABCANAL'.
       77 WRK-FS-SCHEDCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ABCCTL          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SUPPMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALESDET        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ABCREL          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ABCPROP         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ITEMMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ITENS                     VALUE 'S'.
       77 WRK-FIM-SUPPMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FORNECEDORES              VALUE 'S'.
       77 WRK-FIM-SALESDET       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-VENDAS                    VALUE 'S'.
       77 WRK-NOME-SALESDET      PIC X(30)      VALUE SPACES.
       77 WRK-DATA-MOVIMENTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-CORTE         PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FIM-MES       PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-INICIO        PIC 9(08)      VALUE ZEROS.
       77 WRK-DIA-INICIO         PIC 9(07)      VALUE ZEROS.
       77 WRK-COMPET-ANTERIOR    PIC 9(06)      VALUE ZEROS.
       77 WRK-SEMANAS            PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-JANELA        PIC 9(03)      VALUE ZEROS.
       77 WRK-CORTE-A            PIC 9(03)V99   VALUE ZEROS.
       77 WRK-CORTE-B            PIC 9(03)V99   VALUE ZEROS.
       77 WRK-SEGURANCA-A        PIC 9(01)V99   VALUE ZEROS.
       77 WRK-SEGURANCA-B        PIC 9(01)V99   VALUE ZEROS.
       77 WRK-SEGURANCA-C        PIC 9(01)V99   VALUE ZEROS.
       77 WRK-SEGURANCA          PIC 9(01)V99   VALUE ZEROS.
       77 WRK-COBERTURA          PIC 9(03)      VALUE ZEROS.
       77 WRK-PRAZO-PADRAO       PIC 9(03)      VALUE ZEROS.
       77 WRK-PRAZO              PIC 9(03)      VALUE ZEROS.
       77 WRK-SEMANA-VENDA       PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CAT-MAIOR          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-ORDEM          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-ORDEM          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FORN           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-FORN           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-SEM            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-VENDAS         PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-VENDA      PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-RECEITA        PIC S9(11)V99  VALUE ZEROS.
       77 WRK-TOT-UNIDADES       PIC S9(09)     VALUE ZEROS.
       77 WRK-ACUM-RECEITA       PIC S9(11)V99  VALUE ZEROS.
       77 WRK-ACUM-UNIDADES      PIC S9(09)     VALUE ZEROS.
       77 WRK-PERC-ACUM          PIC 9(03)V99   VALUE ZEROS.
       77 WRK-MEDIA-SEMANA       PIC S9(07)V9999 VALUE ZEROS.
       77 WRK-VARIANCIA          PIC 9(11)V9999 VALUE ZEROS.
       77 WRK-CALCULO            PIC 9(09)V9999 VALUE ZEROS.
       77 WRK-CALCULO-INT        PIC 9(09)      VALUE ZEROS.
       77 WRK-RECEITA-ED         PIC -ZZ.ZZZ.ZZ9,99.
       77 WRK-UNID-ED            PIC -ZZZ.ZZ9.
       77 WRK-MEDIA-ED           PIC ZZ.ZZ9,99.
       77 WRK-DESVIO-ED          PIC ZZ.ZZ9,99.
       77 WRK-PRAZO-ED           PIC ZZ9.
       77 WRK-PONTO-ATU-ED       PIC ZZ.ZZ9.
       77 WRK-PONTO-PROP-ED      PIC ZZ.ZZ9.
       77 WRK-LOTE-ATU-ED        PIC ZZ.ZZ9.
       77 WRK-LOTE-PROP-ED       PIC ZZ.ZZ9.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.

       01  WRK-DATA-MOV-R        PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-MOV-R.
           02 WRK-COMPET-MOVIMENTO PIC 9(06).
           02 FILLER             PIC 9(02).

       01  WRK-COMPET-FECHAR     PIC 9(06)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPET-FECHAR.
           02 WRK-FECHAR-ANO     PIC 9(04).
           02 WRK-FECHAR-MES     PIC 9(02).

      *    MES DO ARQUIVO DATADO DO SALESDET SENDO LIDO, DO MES DO
      *    INICIO DA JANELA ATE A COMPETENCIA FECHADA.
       01  WRK-COMPET-LER        PIC 9(06)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPET-LER.
           02 WRK-LER-ANO        PIC 9(04).
           02 WRK-LER-MES        PIC 9(02).

      *    RECEITA E UNIDADES LIQUIDAS DAS DEVOLUCOES, COM AS
      *    UNIDADES TAMBEM POR SEMANA DA JANELA (PARA O DESVIO).
      *    WRK-CAT-MARCA: JA CLASSIFICADO NA VARREDURA CORRENTE.
       01  WRK-TAB-CAT VALUE ZEROS.
           02 WRK-CAT-LINHA OCCURS 100 TIMES.
               03 WRK-CAT-CODIGO      PIC X(06).
               03 WRK-CAT-DESCRICAO   PIC X(20).
               03 WRK-CAT-ATIVO       PIC X(01).
               03 WRK-CAT-FORNECEDOR  PIC X(06).
               03 WRK-CAT-PONTO-REP   PIC 9(05).
               03 WRK-CAT-LOTE-COMPRA PIC 9(05).
               03 WRK-CAT-RECEITA     PIC S9(09)V99.
               03 WRK-CAT-UNIDADES    PIC S9(07).
               03 WRK-CAT-SEMANA      PIC S9(05) OCCURS 26 TIMES.
               03 WRK-CAT-CLASSE-REC  PIC X(01).
               03 WRK-CAT-CLASSE-UNID PIC X(01).
               03 WRK-CAT-MARCA       PIC X(01).
               03 WRK-CAT-MEDIA-DIA   PIC 9(05)V99.
               03 WRK-CAT-DESVIO-DIA  PIC 9(05)V99.
               03 WRK-CAT-PRAZO       PIC 9(03).
               03 WRK-CAT-PONTO-PROP  PIC 9(05).
               03 WRK-CAT-LOTE-PROP   PIC 9(05).

      *    ORDEM DO RELATORIO: RECEITA DECRESCENTE.
       01  WRK-TAB-ORDEM VALUE ZEROS.
           02 WRK-ORD-CAT OCCURS 100 TIMES PIC 9(03).

       01  WRK-TAB-FORN VALUE ZEROS.
           02 WRK-FORN-LINHA OCCURS 50 TIMES.
               03 WRK-FORN-CODIGO     PIC X(06).
               03 WRK-FORN-PRAZO      PIC 9(03).

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
               DISPLAY 'CURVA ABC DA COMPETENCIA ' WRK-COMPET-FECHAR
                   ' JA ANALISADA - NADA A FAZER.'
               STOP RUN
           END-IF.
           PERFORM 0106-CARREGAR-PARAMETROS.
           PERFORM 0107-OBTER-PARAMETROS.
           COMPUTE WRK-DIAS-JANELA = WRK-SEMANAS * 7.
           COMPUTE WRK-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM-MES)
               - WRK-DIAS-JANELA + 1.
           COMPUTE WRK-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-INICIO).
           PERFORM 0120-CARREGAR-ITENS.
           PERFORM 0130-CARREGAR-FORNECEDORES.
           OPEN OUTPUT ABC-REPORT-FILE.
           MOVE 'ABCREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCREL,
               WRK-FSCHK-CHAVE.

      *    DATA DE MOVIMENTO DO LOTE: A MESMA QUE O AGENDA ACABOU
      *    DE AVANCAR PARA O DIA UTIL DA RODADA. A COMPETENCIA
      *    ANALISADA E A ANTERIOR A DELA E A JANELA TERMINA NO ULTIMO
      *    DIA DESSA COMPETENCIA.
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

      *    O ABCCTL SO NAO EXISTE NA PRIMEIRA ANALISE.
       0110-LER-CONTROLE.
           MOVE ZEROS TO WRK-COMPET-ANTERIOR.
           OPEN INPUT ABC-CONTROL-FILE.
           IF WRK-FS-ABCCTL = '00'
               READ ABC-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACT-COMPETENCIA TO WRK-COMPET-ANTERIOR
               END-READ
               MOVE 'ABCCTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ABCCTL,
                   WRK-FSCHK-CHAVE
               CLOSE ABC-CONTROL-FILE
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

      *    A TABELA DE SEMANAS TEM 26 POSICOES; FORA DA FAIXA DO
      *    PARMRNG A JANELA FICA EM 26 SEMANAS (OU 1, SE ZERADA).
       0107-OBTER-PARAMETROS.
           MOVE 'ABC-SEMANAS' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           IF WRK-PARM-VALOR-ACHADO > 26
               MOVE 26 TO WRK-SEMANAS
           ELSE
               MOVE WRK-PARM-VALOR-ACHADO TO WRK-SEMANAS
           END-IF.
           IF WRK-SEMANAS = ZEROS
               MOVE 1 TO WRK-SEMANAS
           END-IF.
           MOVE 'ABC-CORTE-A' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CORTE-A.
           MOVE 'ABC-CORTE-B' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CORTE-B.
           MOVE 'ABC-SEGURANCA-A' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-SEGURANCA-A.
           MOVE 'ABC-SEGURANCA-B' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-SEGURANCA-B.
           MOVE 'ABC-SEGURANCA-C' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-SEGURANCA-C.
           MOVE 'ABC-COBERTURA' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-COBERTURA.
           MOVE 'ABC-PRAZO-PADR' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PRAZO-PADRAO.

       0120-CARREGAR-ITENS.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-ITEM UNTIL WRK-FIM-ITENS.
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
                   MOVE IT-DESCRICAO
                       TO WRK-CAT-DESCRICAO(WRK-QTD-CAT)
                   MOVE IT-ATIVO
                       TO WRK-CAT-ATIVO(WRK-QTD-CAT)
                   MOVE IT-FORNECEDOR
                       TO WRK-CAT-FORNECEDOR(WRK-QTD-CAT)
                   MOVE IT-PONTO-REP
                       TO WRK-CAT-PONTO-REP(WRK-QTD-CAT)
                   MOVE IT-LOTE-COMPRA
                       TO WRK-CAT-LOTE-COMPRA(WRK-QTD-CAT)
           END-READ.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.

       0130-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0131-LER-FORNECEDOR UNTIL WRK-FIM-FORNECEDORES.
           CLOSE SUPPLIER-MASTER-FILE.

       0131-LER-FORNECEDOR.
           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SUPPMAST
               NOT AT END
                   MOVE 'WRK-TAB-FORN' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-FORN TO WRK-TABCHK-QTD
                   MOVE 50 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-FORN
                   MOVE SUP-CODIGO TO WRK-FORN-CODIGO(WRK-QTD-FORN)
                   IF SUP-PRAZO-ENTREGA IS NUMERIC
                       MOVE SUP-PRAZO-ENTREGA
                           TO WRK-FORN-PRAZO(WRK-QTD-FORN)
                   ELSE
                       MOVE ZEROS TO WRK-FORN-PRAZO(WRK-QTD-FORN)
                   END-IF
           END-READ.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SUPPMAST,
               WRK-FSCHK-CHAVE.

       0200-PROCESSAR.
           PERFORM 0210-LER-JANELA.
           PERFORM 0300-CLASSIFICAR-RECEITA.
           PERFORM 0320-CLASSIFICAR-UNIDADES.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               PERFORM 0400-CALCULAR-PROPOSTA
           END-PERFORM.
           PERFORM 0500-GRAVAR-RELATORIO.
           PERFORM 0600-GRAVAR-PROPOSTAS.

      *    VENDAS DA JANELA: OS MESES JA SEPARADOS PELO ARQUIVA
      *    ESTAO NOS ARQUIVOS DATADOS (O QUE NAO EXISTIR E PULADO),
      *    O RESTO NO SALESDET VIVO. CADA VENDA ESTA EM UM SO LUGAR.
       0210-LER-JANELA.
           MOVE WRK-DATA-INICIO(1:6) TO WRK-COMPET-LER.
           PERFORM UNTIL WRK-COMPET-LER > WRK-COMPET-FECHAR
               MOVE SPACES TO WRK-NOME-SALESDET
               STRING 'SALESDET.' WRK-COMPET-LER '.dat'
                   DELIMITED BY SIZE INTO WRK-NOME-SALESDET
               PERFORM 0211-LER-SAIDAS
               IF WRK-LER-MES = 12
                   MOVE 1 TO WRK-LER-MES
                   ADD 1 TO WRK-LER-ANO
               ELSE
                   ADD 1 TO WRK-LER-MES
               END-IF
           END-PERFORM.
           MOVE 'SALESDET.dat' TO WRK-NOME-SALESDET.
           PERFORM 0211-LER-SAIDAS.

       0211-LER-SAIDAS.
           MOVE 'N' TO WRK-FIM-SALESDET.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WRK-FS-SALESDET = '00'
               PERFORM 0212-LER-VENDA UNTIL WRK-FIM-VENDAS
               CLOSE SALES-DETAIL-FILE
           END-IF.

       0212-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SALESDET
               NOT AT END
                   IF SD-DATA NOT < WRK-DATA-INICIO
                       AND SD-DATA NOT > WRK-DATA-FIM-MES
                       PERFORM 0220-ACUMULAR-VENDA
                   END-IF
           END-READ.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESDET,
               WRK-FSCHK-CHAVE.

      *    A DEVOLUCAO DESCONTA NA SEMANA EM QUE ACONTECEU.
       0220-ACUMULAR-VENDA.
           ADD 1 TO WRK-QTD-VENDAS.
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               IF WRK-CAT-CODIGO(WRK-SUB-CAT) = SD-ITEM-CODIGO
                   MOVE WRK-SUB-CAT TO WRK-CAT-ACHADO
                   MOVE WRK-QTD-CAT TO WRK-SUB-CAT
               END-IF
           END-PERFORM.
           IF WRK-CAT-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-SEM-CADASTRO
           ELSE
               COMPUTE WRK-SEMANA-VENDA =
                   (FUNCTION INTEGER-OF-DATE(SD-DATA)
                    - WRK-DIA-INICIO) / 7 + 1
               IF SD-TIPO-TRANSACAO = 'D'
                   SUBTRACT SD-VALOR
                       FROM WRK-CAT-RECEITA(WRK-CAT-ACHADO)
                   SUBTRACT SD-QTDE
                       FROM WRK-CAT-UNIDADES(WRK-CAT-ACHADO)
                   SUBTRACT SD-QTDE FROM
                       WRK-CAT-SEMANA(WRK-CAT-ACHADO, WRK-SEMANA-VENDA)
               ELSE
                   ADD SD-VALOR
                       TO WRK-CAT-RECEITA(WRK-CAT-ACHADO)
                   ADD SD-QTDE
                       TO WRK-CAT-UNIDADES(WRK-CAT-ACHADO)
                   ADD SD-QTDE TO
                       WRK-CAT-SEMANA(WRK-CAT-ACHADO, WRK-SEMANA-VENDA)
               END-IF
           END-IF.

      *    CURVA ABC POR RECEITA: OS ITENS ENTRAM DO MAIOR PARA O
      *    MENOR E A CLASSE SAI DO PERCENTUAL ACUMULADO ANTES DO
      *    ITEM (O PRIMEIRO E SEMPRE A). QUEM NAO TEVE RECEITA
      *    POSITIVA FICA C. A ORDEM DA VARREDURA E A DO RELATORIO.
       0300-CLASSIFICAR-RECEITA.
           MOVE ZEROS TO WRK-TOT-RECEITA WRK-ACUM-RECEITA
                         WRK-QTD-ORDEM.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               MOVE 'C' TO WRK-CAT-CLASSE-REC(WRK-SUB-CAT)
               MOVE 'N' TO WRK-CAT-MARCA(WRK-SUB-CAT)
               IF WRK-CAT-RECEITA(WRK-SUB-CAT) > ZEROS
                   ADD WRK-CAT-RECEITA(WRK-SUB-CAT) TO WRK-TOT-RECEITA
               END-IF
           END-PERFORM.
           MOVE 1 TO WRK-CAT-MAIOR.
           PERFORM UNTIL WRK-CAT-MAIOR = ZEROS
               MOVE ZEROS TO WRK-CAT-MAIOR
               PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT > WRK-QTD-CAT
                   IF WRK-CAT-MARCA(WRK-SUB-CAT) = 'N'
                       AND WRK-CAT-RECEITA(WRK-SUB-CAT) > ZEROS
                       IF WRK-CAT-MAIOR = ZEROS
                           MOVE WRK-SUB-CAT TO WRK-CAT-MAIOR
                       ELSE
                           IF WRK-CAT-RECEITA(WRK-SUB-CAT) >
                               WRK-CAT-RECEITA(WRK-CAT-MAIOR)
                               MOVE WRK-SUB-CAT TO WRK-CAT-MAIOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-CAT-MAIOR NOT = ZEROS
                   COMPUTE WRK-PERC-ACUM =
                       WRK-ACUM-RECEITA * 100 / WRK-TOT-RECEITA
                   PERFORM 0310-DEFINIR-CLASSE-RECEITA
                   ADD WRK-CAT-RECEITA(WRK-CAT-MAIOR)
                       TO WRK-ACUM-RECEITA
                   MOVE 'S' TO WRK-CAT-MARCA(WRK-CAT-MAIOR)
                   ADD 1 TO WRK-QTD-ORDEM
                   MOVE WRK-CAT-MAIOR TO WRK-ORD-CAT(WRK-QTD-ORDEM)
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               IF WRK-CAT-MARCA(WRK-SUB-CAT) = 'N'
                   ADD 1 TO WRK-QTD-ORDEM
                   MOVE WRK-SUB-CAT TO WRK-ORD-CAT(WRK-QTD-ORDEM)
               END-IF
           END-PERFORM.

       0310-DEFINIR-CLASSE-RECEITA.
           EVALUATE TRUE
               WHEN WRK-PERC-ACUM < WRK-CORTE-A
                   MOVE 'A' TO WRK-CAT-CLASSE-REC(WRK-CAT-MAIOR)
               WHEN WRK-PERC-ACUM < WRK-CORTE-B
                   MOVE 'B' TO WRK-CAT-CLASSE-REC(WRK-CAT-MAIOR)
               WHEN OTHER
                   MOVE 'C' TO WRK-CAT-CLASSE-REC(WRK-CAT-MAIOR)
           END-EVALUATE.

      *    MESMA CURVA, AGORA PELAS UNIDADES VENDIDAS.
       0320-CLASSIFICAR-UNIDADES.
           MOVE ZEROS TO WRK-TOT-UNIDADES WRK-ACUM-UNIDADES.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
               UNTIL WRK-SUB-CAT > WRK-QTD-CAT
               MOVE 'C' TO WRK-CAT-CLASSE-UNID(WRK-SUB-CAT)
               MOVE 'N' TO WRK-CAT-MARCA(WRK-SUB-CAT)
               IF WRK-CAT-UNIDADES(WRK-SUB-CAT) > ZEROS
                   ADD WRK-CAT-UNIDADES(WRK-SUB-CAT)
                       TO WRK-TOT-UNIDADES
               END-IF
           END-PERFORM.
           MOVE 1 TO WRK-CAT-MAIOR.
           PERFORM UNTIL WRK-CAT-MAIOR = ZEROS
               MOVE ZEROS TO WRK-CAT-MAIOR
               PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT > WRK-QTD-CAT
                   IF WRK-CAT-MARCA(WRK-SUB-CAT) = 'N'
                       AND WRK-CAT-UNIDADES(WRK-SUB-CAT) > ZEROS
                       IF WRK-CAT-MAIOR = ZEROS
                           MOVE WRK-SUB-CAT TO WRK-CAT-MAIOR
                       ELSE
                           IF WRK-CAT-UNIDADES(WRK-SUB-CAT) >
                               WRK-CAT-UNIDADES(WRK-CAT-MAIOR)
                               MOVE WRK-SUB-CAT TO WRK-CAT-MAIOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-CAT-MAIOR NOT = ZEROS
                   COMPUTE WRK-PERC-ACUM =
                       WRK-ACUM-UNIDADES * 100 / WRK-TOT-UNIDADES
                   PERFORM 0330-DEFINIR-CLASSE-UNIDADES
                   ADD WRK-CAT-UNIDADES(WRK-CAT-MAIOR)
                       TO WRK-ACUM-UNIDADES
                   MOVE 'S' TO WRK-CAT-MARCA(WRK-CAT-MAIOR)
               END-IF
           END-PERFORM.

       0330-DEFINIR-CLASSE-UNIDADES.
           EVALUATE TRUE
               WHEN WRK-PERC-ACUM < WRK-CORTE-A
                   MOVE 'A' TO WRK-CAT-CLASSE-UNID(WRK-CAT-MAIOR)
               WHEN WRK-PERC-ACUM < WRK-CORTE-B
                   MOVE 'B' TO WRK-CAT-CLASSE-UNID(WRK-CAT-MAIOR)
               WHEN OTHER
                   MOVE 'C' TO WRK-CAT-CLASSE-UNID(WRK-CAT-MAIOR)
           END-EVALUATE.

      *    DEMANDA MEDIA DIARIA D = UNIDADES / DIAS DA JANELA; O
      *    DESVIO DIARIO SAI DO DESVIO DAS SEMANAS DIVIDIDO POR RAIZ
      *    DE 7. COM O PRAZO DE ENTREGA L (DO FORNECEDOR, OU
      *    ABC-PRAZO-PADR SE NAO INFORMADO) E O FATOR DE SEGURANCA Z
      *    DA CLASSE DE RECEITA:
      *        PONTO = D * L + Z * DESVIO * RAIZ(L)
      *        LOTE  = D * ABC-COBERTURA (MINIMO 1)
      *    AMBOS ARREDONDADOS PARA CIMA. ITEM INATIVO OU SEM VENDA
      *    LIQUIDA NA JANELA FICA SEM PROPOSTA.
       0400-CALCULAR-PROPOSTA.
           MOVE ZEROS TO WRK-CAT-MEDIA-DIA(WRK-SUB-CAT)
                         WRK-CAT-DESVIO-DIA(WRK-SUB-CAT)
                         WRK-CAT-PONTO-PROP(WRK-SUB-CAT)
                         WRK-CAT-LOTE-PROP(WRK-SUB-CAT).
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.
           PERFORM VARYING WRK-SUB-FORN FROM 1 BY 1
               UNTIL WRK-SUB-FORN > WRK-QTD-FORN
               IF WRK-FORN-CODIGO(WRK-SUB-FORN) =
                   WRK-CAT-FORNECEDOR(WRK-SUB-CAT)
                   IF WRK-FORN-PRAZO(WRK-SUB-FORN) > ZEROS
                       MOVE WRK-FORN-PRAZO(WRK-SUB-FORN) TO WRK-PRAZO
                   END-IF
                   MOVE WRK-QTD-FORN TO WRK-SUB-FORN
               END-IF
           END-PERFORM.
           MOVE WRK-PRAZO TO WRK-CAT-PRAZO(WRK-SUB-CAT).
           IF WRK-CAT-ATIVO(WRK-SUB-CAT) = 'S'
               AND WRK-CAT-UNIDADES(WRK-SUB-CAT) > ZEROS
               COMPUTE WRK-CAT-MEDIA-DIA(WRK-SUB-CAT) ROUNDED =
                   WRK-CAT-UNIDADES(WRK-SUB-CAT) / WRK-DIAS-JANELA
               COMPUTE WRK-MEDIA-SEMANA =
                   WRK-CAT-UNIDADES(WRK-SUB-CAT) / WRK-SEMANAS
               MOVE ZEROS TO WRK-VARIANCIA
               PERFORM VARYING WRK-SUB-SEM FROM 1 BY 1
                   UNTIL WRK-SUB-SEM > WRK-SEMANAS
                   COMPUTE WRK-VARIANCIA = WRK-VARIANCIA +
                       (WRK-CAT-SEMANA(WRK-SUB-CAT, WRK-SUB-SEM)
                        - WRK-MEDIA-SEMANA) ** 2
               END-PERFORM
               IF WRK-SEMANAS > 1
                   COMPUTE WRK-VARIANCIA =
                       WRK-VARIANCIA / (WRK-SEMANAS - 1)
               ELSE
                   MOVE ZEROS TO WRK-VARIANCIA
               END-IF
               COMPUTE WRK-CAT-DESVIO-DIA(WRK-SUB-CAT) ROUNDED =
                   FUNCTION SQRT(WRK-VARIANCIA / 7)
               EVALUATE WRK-CAT-CLASSE-REC(WRK-SUB-CAT)
                   WHEN 'A'
                       MOVE WRK-SEGURANCA-A TO WRK-SEGURANCA
                   WHEN 'B'
                       MOVE WRK-SEGURANCA-B TO WRK-SEGURANCA
                   WHEN OTHER
                       MOVE WRK-SEGURANCA-C TO WRK-SEGURANCA
               END-EVALUATE
               COMPUTE WRK-CALCULO =
                   WRK-CAT-UNIDADES(WRK-SUB-CAT) * WRK-PRAZO
                   / WRK-DIAS-JANELA
                   + WRK-SEGURANCA * WRK-CAT-DESVIO-DIA(WRK-SUB-CAT)
                   * FUNCTION SQRT(WRK-PRAZO)
               PERFORM 0410-ARREDONDAR-ACIMA
               MOVE WRK-CALCULO-INT TO WRK-CAT-PONTO-PROP(WRK-SUB-CAT)
               COMPUTE WRK-CALCULO =
                   WRK-CAT-UNIDADES(WRK-SUB-CAT) * WRK-COBERTURA
                   / WRK-DIAS-JANELA
               PERFORM 0410-ARREDONDAR-ACIMA
               IF WRK-CALCULO-INT = ZEROS
                   MOVE 1 TO WRK-CALCULO-INT
               END-IF
               MOVE WRK-CALCULO-INT TO WRK-CAT-LOTE-PROP(WRK-SUB-CAT)
           END-IF.

       0410-ARREDONDAR-ACIMA.
           MOVE WRK-CALCULO TO WRK-CALCULO-INT.
           IF WRK-CALCULO > WRK-CALCULO-INT
               ADD 1 TO WRK-CALCULO-INT
           END-IF.
           IF WRK-CALCULO-INT > 99999
               MOVE 99999 TO WRK-CALCULO-INT
           END-IF.

       0500-GRAVAR-RELATORIO.
           MOVE SPACES TO ABC-REPORT-RECORD.
           STRING 'CURVA ABC E PONTO DE REPOSICAO - COMPETENCIA '
               WRK-COMPET-FECHAR
               DELIMITED BY SIZE INTO ABC-REPORT-RECORD.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO ABC-REPORT-RECORD.
           STRING 'JANELA DE ' WRK-DATA-INICIO ' A ' WRK-DATA-FIM-MES
               ' (' WRK-SEMANAS ' SEMANAS)'
               DELIMITED BY SIZE INTO ABC-REPORT-RECORD.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO ABC-REPORT-RECORD.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE 'ITEM   DESCRICAO            REC UNI         RECEITA'
               TO ABC-REPORT-RECORD.
           MOVE '  UNIDADES' TO ABC-REPORT-RECORD(53:10).
           PERFORM 0590-GRAVAR-LINHA.
           MOVE '       DEM/DIA   DESVIO PRZ  PONTO ATUAL>PROP'
               TO ABC-REPORT-RECORD.
           MOVE '  LOTE ATUAL>PROP' TO ABC-REPORT-RECORD(47:17).
           PERFORM 0590-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-ORDEM FROM 1 BY 1
               UNTIL WRK-SUB-ORDEM > WRK-QTD-ORDEM
               MOVE WRK-ORD-CAT(WRK-SUB-ORDEM) TO WRK-SUB-CAT
               PERFORM 0510-GRAVAR-ITEM
           END-PERFORM.
           MOVE SPACES TO ABC-REPORT-RECORD.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-TOT-RECEITA TO WRK-RECEITA-ED.
           MOVE WRK-TOT-UNIDADES TO WRK-UNID-ED.
           MOVE SPACES TO ABC-REPORT-RECORD.
           STRING 'TOTAL DA JANELA:' WRK-RECEITA-ED ' ' WRK-UNID-ED
               ' UNIDADES'
               DELIMITED BY SIZE INTO ABC-REPORT-RECORD.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-QTD-PROPOSTAS TO WRK-QTD-ED.
           MOVE SPACES TO ABC-REPORT-RECORD.
           STRING 'PROPOSTAS PARA REVISAO NO ABCAPROV: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO ABC-REPORT-RECORD.
           PERFORM 0590-GRAVAR-LINHA.
           IF WRK-QTD-SEM-CADASTRO > ZEROS
               MOVE WRK-QTD-SEM-CADASTRO TO WRK-QTD-ED
               MOVE SPACES TO ABC-REPORT-RECORD
               STRING 'VENDAS DE ITEM FORA DO CATALOGO (IGNORADAS):'
                   WRK-QTD-ED
                   DELIMITED BY SIZE INTO ABC-REPORT-RECORD
               PERFORM 0590-GRAVAR-LINHA
           END-IF.

       0510-GRAVAR-ITEM.
           MOVE WRK-CAT-RECEITA(WRK-SUB-CAT) TO WRK-RECEITA-ED.
           MOVE WRK-CAT-UNIDADES(WRK-SUB-CAT) TO WRK-UNID-ED.
           MOVE SPACES TO ABC-REPORT-RECORD.
           STRING WRK-CAT-CODIGO(WRK-SUB-CAT) ' '
               WRK-CAT-DESCRICAO(WRK-SUB-CAT) '  '
               WRK-CAT-CLASSE-REC(WRK-SUB-CAT) '   '
               WRK-CAT-CLASSE-UNID(WRK-SUB-CAT) ' '
               WRK-RECEITA-ED ' ' WRK-UNID-ED
               DELIMITED BY SIZE INTO ABC-REPORT-RECORD.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO ABC-REPORT-RECORD.
           EVALUATE TRUE
               WHEN WRK-CAT-ATIVO(WRK-SUB-CAT) NOT = 'S'
                   MOVE '       ITEM INATIVO - SEM PROPOSTA'
                       TO ABC-REPORT-RECORD
               WHEN WRK-CAT-UNIDADES(WRK-SUB-CAT) NOT > ZEROS
                   MOVE '       SEM VENDA NA JANELA - PONTO MANTIDO'
                       TO ABC-REPORT-RECORD
                   ADD 1 TO WRK-QTD-SEM-VENDA
               WHEN OTHER
                   MOVE WRK-CAT-MEDIA-DIA(WRK-SUB-CAT) TO WRK-MEDIA-ED
                   MOVE WRK-CAT-DESVIO-DIA(WRK-SUB-CAT)
                       TO WRK-DESVIO-ED
                   MOVE WRK-CAT-PRAZO(WRK-SUB-CAT) TO WRK-PRAZO-ED
                   MOVE WRK-CAT-PONTO-REP(WRK-SUB-CAT)
                       TO WRK-PONTO-ATU-ED
                   MOVE WRK-CAT-PONTO-PROP(WRK-SUB-CAT)
                       TO WRK-PONTO-PROP-ED
                   MOVE WRK-CAT-LOTE-COMPRA(WRK-SUB-CAT)
                       TO WRK-LOTE-ATU-ED
                   MOVE WRK-CAT-LOTE-PROP(WRK-SUB-CAT)
                       TO WRK-LOTE-PROP-ED
                   STRING '      ' WRK-MEDIA-ED WRK-DESVIO-ED ' '
                       WRK-PRAZO-ED '      ' WRK-PONTO-ATU-ED '>'
                       WRK-PONTO-PROP-ED '       ' WRK-LOTE-ATU-ED
                       '>' WRK-LOTE-PROP-ED
                       DELIMITED BY SIZE INTO ABC-REPORT-RECORD
                   ADD 1 TO WRK-QTD-PROPOSTAS
           END-EVALUATE.
           PERFORM 0590-GRAVAR-LINHA.

       0590-GRAVAR-LINHA.
           WRITE ABC-REPORT-RECORD.
           MOVE 'ABCREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCREL,
               WRK-FSCHK-CHAVE.

      *    O ARQUIVO DE PROPOSTAS E REFEITO A CADA ANALISE: PROPOSTA
      *    DO MES ANTERIOR AINDA PENDENTE FICA SUPERADA PELA NOVA.
       0600-GRAVAR-PROPOSTAS.
           OPEN OUTPUT ABC-PROPOSAL-FILE.
           MOVE 'ABCPROP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCPROP,
               WRK-FSCHK-CHAVE.
           PERFORM VARYING WRK-SUB-ORDEM FROM 1 BY 1
               UNTIL WRK-SUB-ORDEM > WRK-QTD-ORDEM
               MOVE WRK-ORD-CAT(WRK-SUB-ORDEM) TO WRK-SUB-CAT
               IF WRK-CAT-ATIVO(WRK-SUB-CAT) = 'S'
                   AND WRK-CAT-UNIDADES(WRK-SUB-CAT) > ZEROS
                   PERFORM 0610-GRAVAR-PROPOSTA
               END-IF
           END-PERFORM.
           CLOSE ABC-PROPOSAL-FILE.

       0610-GRAVAR-PROPOSTA.
           MOVE SPACES TO ABC-PROPOSAL-RECORD.
           MOVE WRK-CAT-CODIGO(WRK-SUB-CAT)      TO ABP-ITEM.
           MOVE WRK-COMPET-FECHAR                TO ABP-COMPETENCIA.
           MOVE WRK-CAT-CLASSE-REC(WRK-SUB-CAT)  TO ABP-CLASSE-RECEITA.
           MOVE WRK-CAT-CLASSE-UNID(WRK-SUB-CAT)
               TO ABP-CLASSE-UNIDADES.
           MOVE WRK-CAT-MEDIA-DIA(WRK-SUB-CAT)   TO ABP-MEDIA-DIA.
           MOVE WRK-CAT-DESVIO-DIA(WRK-SUB-CAT)  TO ABP-DESVIO-DIA.
           MOVE WRK-CAT-PRAZO(WRK-SUB-CAT)       TO ABP-PRAZO.
           MOVE WRK-CAT-PONTO-REP(WRK-SUB-CAT)   TO ABP-PONTO-ATUAL.
           MOVE WRK-CAT-PONTO-PROP(WRK-SUB-CAT)  TO ABP-PONTO-PROPOSTO.
           MOVE WRK-CAT-LOTE-COMPRA(WRK-SUB-CAT) TO ABP-LOTE-ATUAL.
           MOVE WRK-CAT-LOTE-PROP(WRK-SUB-CAT)   TO ABP-LOTE-PROPOSTO.
           MOVE 'P'                              TO ABP-STATUS.
           MOVE ZEROS                            TO ABP-DATA-DECISAO.
           WRITE ABC-PROPOSAL-RECORD.
           MOVE 'ABCPROP' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCPROP,
               WRK-FSCHK-CHAVE.

       0900-ENCERRAR.
           CLOSE ABC-REPORT-FILE.
           PERFORM 0920-GRAVAR-CONTROLE.
           DISPLAY 'CURVA ABC DA COMPETENCIA ' WRK-COMPET-FECHAR
               ': ' WRK-QTD-VENDAS ' VENDA(S) NA JANELA, '
               WRK-QTD-PROPOSTAS ' PROPOSTA(S) PARA REVISAO.'.

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT ABC-CONTROL-FILE.
           MOVE 'ABCCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCCTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-COMPET-FECHAR TO ACT-COMPETENCIA.
           WRITE ABC-CONTROL-RECORD.
           MOVE 'ABCCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABCCTL,
               WRK-FSCHK-CHAVE.
           CLOSE ABC-CONTROL-FILE.
