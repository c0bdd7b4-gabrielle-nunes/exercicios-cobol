      *          CADA FATURA EM ABERTO NO FATREG.dat E FECHA COM O
      *          RELATORIO DE AGING (FATAGING.dat) POR FAIXA DE DIAS
      *          EM ABERTO.
      *          ENVIO SEM COMPROVANTE DE ENTREGA (PODREG.dat) DE
      *          CLIENTE COM CM-EXIGE-POD = 'S' NAO E FATURADO: FICA
      *          NO FATPEND.dat E VOLTA NAS RODADAS SEGUINTES ATE O
      *          POD CHEGAR. PARA OS DEMAIS CLIENTES O ENVIO E
      *          FATURADO E LISTADO COMO PENDENTE DE POD NO FATPOD.dat.
      *          AS NOTAS DE CREDITO POR ATRASO PENDENTES DO CLIENTE
      *          (NOTACRED.dat, EMITIDAS PELO SLACRED) SAO ABATIDAS
      *          NA FATURA EM LINHAS PROPRIAS E MARCADAS COMO
      *          APLICADAS COM O NUMERO DA FATURA.
      *          CADA FATURA COM VALOR A RECEBER E REGISTRADA NO BANCO
      *          COBRADOR PELA REMESSA DE BOLETOS (BOLREM.dat): NOSSO
      *          NUMERO (NUMERO DA FATURA + DIGITO MODULO 11),
      *          VENCIMENTO EM FAT-PRAZO-UTEIS DIAS UTEIS, VALOR E AS
      *          REGRAS DE MULTA (MULTA-PERC) E JUROS DE MORA
      *          (JUROS-DIA-PERC) DO PARMS. A BAIXA PELO RETORNO DO
      *          BANCO E FEITA PELO BOLRET.
      *DATA = 22/08/2026
      *******************************
      *MODIFICACOES
      *             (DEBITO DE FAT-RECEBIVEIS, CREDITO DE
      *             FAT-RECEITA), COM TRAILER DE DEBITOS = CREDITOS
      *             DA ORIGEM FATURA, NO MOLDE DO JOURNAL DA FOLHA.
      *2026-10-14 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CONTRATO E LOG-FRETE-PUBLICO GRAVADOS PELO
      *             FRETE.
      *2026-10-15 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS LOG-ORIGEM
      *             E LOG-UF-ORIGEM (DEPOSITO DE EXPEDICAO) GRAVADOS
      *             PELO FRETE.
      *2026-10-15 - FD DO FRETELOG GANHA SERIE E NUMERO DO CT-E DO ENVIO
      *             E CADA LINHA DE DETALHE DA FATURA IMPRIME O CT-E QUE
      *             ACOBERTOU O TRANSPORTE.
      *2026-10-15 - FATURAMENTO CONDICIONADO AO COMPROVANTE DE ENTREGA
      *             (PODREG): CLIENTE COM CM-EXIGE-POD = S TEM O ENVIO
      *             SEM POD RETIDO NO FATPEND.dat ATE O POD CHEGAR; OS
      *             DEMAIS SAO FATURADOS E LISTADOS COMO PENDENTES NO
      *             FATPOD.dat.
      *2026-10-15 - NOTAS DE CREDITO POR ATRASO PENDENTES DO CLIENTE
      *             (NOTACRED, EMITIDAS PELO SLACRED) SAO ABATIDAS NA
      *             PROXIMA FATURA EM LINHAS PROPRIAS E MARCADAS COMO
      *             APLICADAS; O JRNCONS LANCA O CREDITO EM
      *             FAT-CREDITO-SLA.
      *2026-10-15 - ENVIO CONTRA-ENTREGA FICA FORA DA FATURA MENSAL: O
      *             CLIENTE JA PAGOU NA PORTA.
      *2026-10-15 - CADA FATURA COM VALOR A RECEBER GERA BOLETO NA
      *             REMESSA AO BANCO COBRADOR (BOLREM.dat, COM HEADER E
      *             TRAILER), COM NOSSO NUMERO, VENCIMENTO E AS REGRAS
      *             DE MULTA E JUROS DO PARMS; O FATREG GUARDA NOSSO
      *             NUMERO, VENCIMENTO E SITUACAO DO BOLETO (R =
      *             REGISTRADO) PARA A BAIXA AUTOMATICA DO BOLRET.
      *2026-10-15 - WRK-TAB-MAPA AMPLIADA DE 30 PARA 50 LINHAS: O
      *             CONTAMAP PASSOU DE 30 VERBAS COM AS TARIFAS DE
      *             BOLETO.
      *2026-10-15 - TABELA DO CONTAMAP AMPLIADA DE 50 PARA 100 VERBAS (O
      *             MAPA JA ESTAVA NO LIMITE COM AS VERBAS DO ICMS).
      *2026-10-15 - ENVIO DE PEDIDO DE ENTREGA DA LOJA (NUMERO L +
      *             SEQUENCIAL) NAO ENTRA NA FATURA: O FRETE FOI COBRADO
      *             NO CUPOM DA VENDA.
      *2026-10-15 - TRAILER DO JRNCONS PASSA A LEVAR A COMPETENCIA E
      *             A DATA DO MOVIMENTO (JCT-COMPETENCIA/JCT-DATA),
      *             PARA O LANCAMENTO NO RAZAO GERAL (CTBLANC).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT INVOICE-ITEM-FILE ASSIGN TO "FATITEM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATITEM.
           SELECT POD-REGISTER-FILE ASSIGN TO "PODREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PODREG.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT PENDING-POD-FILE ASSIGN TO "FATPEND.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATPEND.
           SELECT POD-PENDING-REPORT-FILE ASSIGN TO "FATPOD.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATPOD.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "NOTACRED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTACRED.
           SELECT CREDIT-NOTE-FILE-NOVO ASSIGN TO "NOTACNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTACNW.
           SELECT COD-REGISTER-FILE ASSIGN TO "CODREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CODREG.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT BOLETO-REMITTANCE-FILE ASSIGN TO "BOLREM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLREM.

       DATA DIVISION.
       FILE SECTION.
           02 LOG-TIPO               PIC X(01).
           02 LOG-CARRIER            PIC X(03).
           02 LOG-VALOR-SEGURO       PIC 9(04)V99.
           02 LOG-CONTRATO           PIC X(06).
           02 LOG-FRETE-PUBLICO      PIC 9(04)V99.
           02 LOG-ORIGEM             PIC X(03).
           02 LOG-UF-ORIGEM          PIC X(02).
           02 LOG-CTE-SERIE          PIC 9(03).
           02 LOG-CTE-NUMERO         PIC 9(08).

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-RECORD      PIC X(80).
           02 FAT-VALOR              PIC 9(09)V99.
           02 FAT-STATUS             PIC X(01).
           02 FAT-VALOR-PAGO         PIC 9(09)V99.
           02 FAT-NOSSO-NUMERO       PIC 9(09).
           02 FAT-DATA-VENCIMENTO    PIC 9(08).
           02 FAT-BOLETO-STATUS      PIC X(01).

       FD  INVOICE-AGING-FILE.
       01  INVOICE-AGING-RECORD      PIC X(80).
           02 FTI-FATURA             PIC 9(08).
           02 FTI-PEDIDO             PIC X(06).

       FD  POD-REGISTER-FILE.
       01  POD-REGISTER-RECORD.
           02 POD-RASTREIO           PIC X(12).
           02 POD-CARRIER            PIC X(03).
           02 POD-RECEBEDOR          PIC X(30).
           02 POD-DOCUMENTO          PIC X(14).
           02 POD-DATA               PIC 9(08).
           02 POD-HORA               PIC 9(04).
           02 POD-IMAGEM             PIC X(40).
           02 POD-ORIGEM             PIC X(01).

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

       FD  PENDING-POD-FILE.
       01  PENDING-POD-RECORD        PIC X(124).

       FD  POD-PENDING-REPORT-FILE.
       01  POD-PENDING-REPORT-RECORD PIC X(80).

       FD  CREDIT-NOTE-FILE.
       01  CREDIT-NOTE-RECORD.
           02 NCR-NUMERO             PIC 9(06).
           02 NCR-DATA-EMISSAO       PIC 9(08).
           02 NCR-COMPETENCIA        PIC 9(06).
           02 NCR-CLIENTE            PIC X(06).
           02 NCR-PEDIDO             PIC X(06).
           02 NCR-RASTREIO           PIC X(12).
           02 NCR-CARRIER            PIC X(03).
           02 NCR-ORIGEM             PIC X(03).
           02 NCR-CONTRATO           PIC X(06).
           02 NCR-DATA-PREVISTA      PIC 9(08).
           02 NCR-DATA-ENTREGA       PIC 9(08).
           02 NCR-DIAS-ATRASO        PIC 9(03).
           02 NCR-FRETE              PIC 9(04)V99.
           02 NCR-VALOR              PIC 9(04)V99.
           02 NCR-STATUS             PIC X(01).
           02 NCR-FATURA             PIC 9(08).

       FD  CREDIT-NOTE-FILE-NOVO.
       01  CREDIT-NOTE-RECORD-NOVO   PIC X(96).

       FD  COD-REGISTER-FILE.
       01  COD-REGISTER-RECORD.
           02 COD-RASTREIO           PIC X(12).
           02 COD-PEDIDO             PIC X(06).
           02 COD-CLIENTE            PIC X(06).
           02 COD-CARRIER            PIC X(03).
           02 COD-ORIGEM             PIC X(03).
           02 COD-DATA-ENVIO         PIC 9(08).
           02 COD-VALOR-COBRAR       PIC 9(07)V99.
           02 COD-TAXA               PIC 9(04)V99.
           02 COD-DATA-ENTREGA       PIC 9(08).
           02 COD-VALOR-REPASSADO    PIC 9(07)V99.
           02 COD-DATA-REPASSE       PIC 9(08).
           02 COD-STATUS             PIC X(01).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

       FD  BOLETO-REMITTANCE-FILE.
       01  BOLETO-REMITTANCE-RECORD.
           02 BRM-NOSSO-NUMERO       PIC 9(09).
           02 BRM-FATURA             PIC 9(08).
           02 BRM-CLIENTE            PIC X(06).
           02 BRM-SACADO-NOME        PIC X(30).
           02 BRM-SACADO-CPFCNPJ     PIC 9(14).
           02 BRM-DATA-EMISSAO       PIC 9(08).
           02 BRM-DATA-VENCIMENTO    PIC 9(08).
           02 BRM-VALOR              PIC 9(09)V99.
           02 BRM-MULTA-PERC         PIC 9(02)V99.
           02 BRM-JUROS-DIA-PERC     PIC 9(01)V9999.
           02 BRM-JUROS-DIA-VALOR    PIC 9(07)V99.
       01  BOLETO-REMITTANCE-HEADER.
           02 BRH-LITERAL            PIC X(07).
           02 BRH-DATA-GERACAO       PIC 9(08).
           02 BRH-COMPETENCIA        PIC 9(06).
       01  BOLETO-REMITTANCE-TRAILER.
           02 BRT-LITERAL            PIC X(07).
           02 BRT-QTD                PIC 9(05).
           02 BRT-TOTAL              PIC 9(11)V99.

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 MAP-VERBA             PIC X(15).
           02 JCT-TOTAL-DEBITOS     PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-TOTAL-CREDITOS    PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-COMPETENCIA       PIC 9(06).
           02 FILLER                PIC X(02).
           02 JCT-DATA              PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FS-FATAGING        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATFECH         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATITEM         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PODREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATPEND         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATPOD          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-NOTACRED        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-NOTACNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-NOTACRED       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-NOTAS                     VALUE 'S'.
       77 WRK-QTD-NOTA           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-NOTAS-APLIC    PIC 9(04)      VALUE ZEROS.
       77 WRK-TOTAL-CREDITO-SLA  PIC 9(11)V99   VALUE ZEROS.
       77 WRK-NOME-NOTACRED      PIC X(20)      VALUE "NOTACRED.dat".
       77 WRK-NOME-NOTACNW       PIC X(20)      VALUE "NOTACNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
       77 WRK-FS-CODREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CODREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTRA-ENTREGA            VALUE 'S'.
       77 WRK-QTD-COD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ENVIO-COD          PIC X(01)      VALUE 'N'.
       77 WRK-QTD-COD-EXCLUIDOS  PIC 9(04)      VALUE ZEROS.
       77 WRK-FIM-PODREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-COMPROVANTES              VALUE 'S'.
       77 WRK-FIM-CUSTMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CLIENTES                  VALUE 'S'.
       77 WRK-FIM-FATPEND        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PENDENTES                 VALUE 'S'.
       77 WRK-QTD-POD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CLI-POD        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-RETIDOS        PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-SEM-POD        PIC 9(04)      VALUE ZEROS.
       77 WRK-CLIENTE-EXIGE-POD  PIC X(01)      VALUE 'N'.
       77 WRK-FIM-FATFECH        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PERIODOS                  VALUE 'S'.
       77 WRK-JA-FATURADA        PIC X(01)      VALUE 'N'.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-FS-BOLREM          PIC X(02)      VALUE ZEROS.
       77 WRK-MULTA-PERC         PIC 9(02)V99   VALUE ZEROS.
       77 WRK-JUROS-DIA-PERC     PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-PRAZO-UTEIS        PIC 9(02)      VALUE ZEROS.
       77 WRK-DU-FUNCAO          PIC X(01)      VALUE 'A'.
       77 WRK-DU-COMPETENCIA     PIC 9(06)      VALUE ZEROS.
       77 WRK-DU-UF              PIC X(02)      VALUE SPACES.
       77 WRK-DATA-VENCIMENTO    PIC 9(08)      VALUE ZEROS.
       77 WRK-NOSSO-NUMERO       PIC 9(09)      VALUE ZEROS.
       77 WRK-QTD-BOLETOS        PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-BOLETOS      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-DV-SOMA            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DV-PESO            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DV-SUB             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DV-RESTO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DV-DIGITO          PIC 9(01)      VALUE ZEROS.
       77 WRK-QTD-SACADO         PIC 9(03) COMP VALUE ZEROS.

       01  WRK-DV-NUMERO         PIC 9(08)      VALUE ZEROS.
       01  WRK-DV-ALGARISMOS REDEFINES WRK-DV-NUMERO.
           02 WRK-DV-ALGARISMO   PIC 9(01) OCCURS 8 TIMES.

       01  WRK-TAB-SACADO VALUE ZEROS.
           02 WRK-SACADO-LINHA OCCURS 100 TIMES
                                INDEXED BY WRK-IDX-SAC.
               03 WRK-SAC-CODIGO     PIC X(06).
               03 WRK-SAC-NOME       PIC X(30).
               03 WRK-SAC-CPFCNPJ    PIC 9(14).

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA     PIC X(15).
               03 WRK-MAPA-CONTA     PIC X(08).
               03 WRK-ENV-DATA       PIC 9(08).
               03 WRK-ENV-FRETE      PIC 9(04)V99.
               03 WRK-ENV-FATURADO   PIC X(01).
               03 WRK-ENV-CTE-SERIE  PIC 9(03).
               03 WRK-ENV-CTE-NUMERO PIC 9(08).
               03 WRK-ENV-TRACKING   PIC X(12).
               03 WRK-ENV-TEM-POD    PIC X(01).
               03 WRK-ENV-REGISTRO   PIC X(124).

       01  WRK-TAB-POD VALUE SPACES.
           02 WRK-POD-RASTREIO OCCURS 500 TIMES
                                INDEXED BY WRK-IDX-POD
                                PIC X(12).

       01  WRK-TAB-NOTA VALUE ZEROS.
           02 WRK-NOTA-LINHA OCCURS 1000 TIMES
                              INDEXED BY WRK-IDX-NOTA.
               03 WRK-NOTA-CLIENTE   PIC X(06).
               03 WRK-NOTA-STATUS    PIC X(01).
               03 WRK-NOTA-VALOR     PIC 9(04)V99.
               03 WRK-NOTA-FATURA    PIC 9(08).
               03 WRK-NOTA-REGISTRO  PIC X(96).

       01  WRK-TAB-COD VALUE SPACES.
           02 WRK-COD-RASTREIO OCCURS 1000 TIMES
                                INDEXED BY WRK-IDX-COD
                                PIC X(12).

       01  WRK-TAB-CLI-POD VALUE SPACES.
           02 WRK-CLI-POD-CODIGO OCCURS 100 TIMES
                                  INDEXED BY WRK-IDX-CLI
                                  PIC X(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                   ' JA FATURADA - EXECUCAO IGNORADA.'
               STOP RUN
           END-IF.
           PERFORM 0130-CARREGAR-PODS.
           PERFORM 0135-CARREGAR-CLIENTES-POD.
           PERFORM 0140-CARREGAR-PENDENTES.
           PERFORM 0145-CARREGAR-NOTAS-CREDITO.
           PERFORM 0150-CARREGAR-CONTRA-ENTREGA.
           PERFORM 0160-CARREGAR-PARAMETROS.
           MOVE 'MULTA-PERC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0165-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-MULTA-PERC.
           MOVE 'JUROS-DIA-PERC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0165-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-JUROS-DIA-PERC.
           MOVE 'FAT-PRAZO-UTEIS' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0165-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PRAZO-UTEIS.
           PERFORM 0110-CARREGAR-LOG-PERIODO.
           PERFORM 0120-CARREGAR-CONTROLE-FATURA.
           OPEN OUTPUT INVOICE-PRINT-FILE.
                   WRK-FS-FATITEM,
                   WRK-FSCHK-CHAVE
           END-IF.
           OPEN OUTPUT BOLETO-REMITTANCE-FILE.
           MOVE 'BOLREM' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BOLREM,
               WRK-FSCHK-CHAVE.
           MOVE SPACES          TO BOLETO-REMITTANCE-HEADER.
           MOVE 'HEADER '       TO BRH-LITERAL.
           MOVE WRK-DATA-HOJE   TO BRH-DATA-GERACAO.
           MOVE WRK-COMPETENCIA TO BRH-COMPETENCIA.
           WRITE BOLETO-REMITTANCE-HEADER.
           MOVE 'BOLREM' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BOLREM,
               WRK-FSCHK-CHAVE.

       0105-VERIFICAR-JA-FATURADA.
           MOVE 'N' TO WRK-JA-FATURADA.
               AT END
                   MOVE 'S' TO WRK-FIM-FRETELOG
               NOT AT END
      *            PEDIDO L E ENTREGA DE VENDA DA LOJA: O FRETE JA FOI
      *            COBRADO NO CUPOM.
                   IF LOG-DATA(1:6) = WRK-COMPETENCIA
                       AND LOG-FRETE > 0
                       AND LOG-TIPO NOT = 'R'
                       AND LOG-PEDIDO(1:1) NOT = 'L'
                       PERFORM 0114-VERIFICAR-CONTRA-ENTREGA
                       IF WRK-ENVIO-COD = 'S'
                           ADD 1 TO WRK-QTD-COD-EXCLUIDOS
                       ELSE
                           PERFORM 0112-INCLUIR-ENVIO
                       END-IF
                   END-IF
           END-READ.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
               WRK-FS-FRETELOG,
               WRK-FSCHK-CHAVE.

       0112-INCLUIR-ENVIO.
           MOVE 'WRK-TAB-ENVIO' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-ENVIO TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-ENVIO.
           SET WRK-IDX-ENV TO WRK-QTD-ENVIO.
           MOVE LOG-CLIENTE-COD TO WRK-ENV-CLIENTE(WRK-IDX-ENV).
           MOVE LOG-PEDIDO      TO WRK-ENV-PEDIDO(WRK-IDX-ENV).
           MOVE LOG-DATA        TO WRK-ENV-DATA(WRK-IDX-ENV).
           MOVE LOG-FRETE       TO WRK-ENV-FRETE(WRK-IDX-ENV).
           MOVE LOG-TRACKING    TO WRK-ENV-TRACKING(WRK-IDX-ENV).
           MOVE FREIGHT-LOG-RECORD TO WRK-ENV-REGISTRO(WRK-IDX-ENV).
           MOVE 'N'             TO WRK-ENV-FATURADO(WRK-IDX-ENV).
           IF LOG-CTE-NUMERO IS NUMERIC
               MOVE LOG-CTE-SERIE
                   TO WRK-ENV-CTE-SERIE(WRK-IDX-ENV)
               MOVE LOG-CTE-NUMERO
                   TO WRK-ENV-CTE-NUMERO(WRK-IDX-ENV)
           END-IF.
           PERFORM 0113-VERIFICAR-POD.

      *    SEM POD: CLIENTE QUE EXIGE O COMPROVANTE TEM O ENVIO RETIDO
      *    (FATURADO = 'P', VAI PARA O FATPEND); OS DEMAIS SAO
      *    FATURADOS E SAEM NA LISTA DE PENDENTES DE POD.
       0113-VERIFICAR-POD.
           MOVE 'N' TO WRK-ENV-TEM-POD(WRK-IDX-ENV).
           IF WRK-QTD-POD > ZEROS
               SET WRK-IDX-POD TO 1
               SEARCH WRK-POD-RASTREIO
                   AT END
                       CONTINUE
                   WHEN WRK-POD-RASTREIO(WRK-IDX-POD) = LOG-TRACKING
                       MOVE 'S' TO WRK-ENV-TEM-POD(WRK-IDX-ENV)
               END-SEARCH
           END-IF.
           IF WRK-ENV-TEM-POD(WRK-IDX-ENV) = 'N'
               MOVE 'N' TO WRK-CLIENTE-EXIGE-POD
               IF WRK-QTD-CLI-POD > ZEROS
                   SET WRK-IDX-CLI TO 1
                   SEARCH WRK-CLI-POD-CODIGO
                       AT END
                           CONTINUE
                       WHEN WRK-CLI-POD-CODIGO(WRK-IDX-CLI)
                           = LOG-CLIENTE-COD
                           MOVE 'S' TO WRK-CLIENTE-EXIGE-POD
                   END-SEARCH
               END-IF
               IF WRK-CLIENTE-EXIGE-POD = 'S'
                   MOVE 'P' TO WRK-ENV-FATURADO(WRK-IDX-ENV)
                   ADD 1 TO WRK-QTD-RETIDOS
               ELSE
                   ADD 1 TO WRK-QTD-SEM-POD
               END-IF
           END-IF.

      *    ENVIO CONTRA-ENTREGA TEM O FRETE COBRADO DO DESTINATARIO
      *    PELO MOTORISTA E REPASSADO PELA TRANSPORTADORA (CODCONC);
      *    NAO ENTRA NA FATURA DO CLIENTE.
       0114-VERIFICAR-CONTRA-ENTREGA.
           MOVE 'N' TO WRK-ENVIO-COD.
           IF WRK-QTD-COD > ZEROS AND LOG-TRACKING NOT = SPACES
               SET WRK-IDX-COD TO 1
               SEARCH WRK-COD-RASTREIO
                   AT END
                       CONTINUE
                   WHEN WRK-COD-RASTREIO(WRK-IDX-COD) = LOG-TRACKING
                       MOVE 'S' TO WRK-ENVIO-COD
               END-SEARCH
           END-IF.

       0120-CARREGAR-CONTROLE-FATURA.
           MOVE ZEROS TO WRK-ULTIMA-FATURA.
           OPEN INPUT INVOICE-CONTROL-FILE.
               CLOSE INVOICE-CONTROL-FILE
           END-IF.

       0130-CARREGAR-PODS.
           OPEN INPUT POD-REGISTER-FILE.
           IF WRK-FS-PODREG = '00'
               PERFORM 0131-LER-POD UNTIL WRK-FIM-COMPROVANTES
               CLOSE POD-REGISTER-FILE
           ELSE
               DISPLAY 'AVISO: PODREG.dat AUSENTE - NENHUM ENVIO COM '
                   'COMPROVANTE DE ENTREGA.'
           END-IF.

       0131-LER-POD.
           READ POD-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PODREG
               NOT AT END
                   MOVE 'WRK-TAB-POD' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-POD TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-POD
                   MOVE POD-RASTREIO TO WRK-POD-RASTREIO(WRK-QTD-POD)
           END-READ.
           MOVE 'PODREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PODREG,
               WRK-FSCHK-CHAVE.

       0135-CARREGAR-CLIENTES-POD.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0136-LER-CLIENTE UNTIL WRK-FIM-CLIENTES.
           CLOSE CUSTOMER-MASTER-FILE.

       0136-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CUSTMAST
               NOT AT END
                   MOVE 'WRK-TAB-SACADO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-SACADO TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-SACADO
                   MOVE CM-CODIGO  TO WRK-SAC-CODIGO(WRK-QTD-SACADO)
                   MOVE CM-NOME    TO WRK-SAC-NOME(WRK-QTD-SACADO)
                   MOVE CM-CPFCNPJ TO WRK-SAC-CPFCNPJ(WRK-QTD-SACADO)
                   IF CM-EXIGE-POD = 'S'
                       MOVE 'WRK-TAB-CLI-POD' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-CLI-POD TO WRK-TABCHK-QTD
                       MOVE 100 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-CLI-POD
                       MOVE CM-CODIGO
                           TO WRK-CLI-POD-CODIGO(WRK-QTD-CLI-POD)
                   END-IF
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

      *    ENVIOS RETIDOS POR FALTA DE POD EM COMPETENCIAS ANTERIORES
      *    ENTRAM DE NOVO NESTA RODADA, QUALQUER QUE SEJA A DATA.
       0140-CARREGAR-PENDENTES.
           OPEN INPUT PENDING-POD-FILE.
           IF WRK-FS-FATPEND = '00'
               PERFORM 0141-LER-PENDENTE UNTIL WRK-FIM-PENDENTES
               CLOSE PENDING-POD-FILE
           END-IF.

       0141-LER-PENDENTE.
           READ PENDING-POD-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FATPEND
               NOT AT END
                   MOVE PENDING-POD-RECORD TO FREIGHT-LOG-RECORD
                   PERFORM 0112-INCLUIR-ENVIO
           END-READ.
           MOVE 'FATPEND' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATPEND,
               WRK-FSCHK-CHAVE.

      *    O REGISTRO DE NOTAS E CARREGADO INTEIRO PORQUE E REGRAVADO
      *    NO FIM COM AS NOTAS ABATIDAS NESTA RODADA.
       0145-CARREGAR-NOTAS-CREDITO.
           OPEN INPUT CREDIT-NOTE-FILE.
           IF WRK-FS-NOTACRED = '00'
               PERFORM 0146-LER-NOTA-CREDITO UNTIL WRK-FIM-NOTAS
               CLOSE CREDIT-NOTE-FILE
           END-IF.

       0146-LER-NOTA-CREDITO.
           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-NOTACRED
               NOT AT END
                   MOVE 'WRK-TAB-NOTA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-NOTA TO WRK-TABCHK-QTD
                   MOVE 1000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-NOTA
                   SET WRK-IDX-NOTA TO WRK-QTD-NOTA
                   MOVE NCR-CLIENTE TO WRK-NOTA-CLIENTE(WRK-IDX-NOTA)
                   MOVE NCR-STATUS  TO WRK-NOTA-STATUS(WRK-IDX-NOTA)
                   MOVE NCR-VALOR   TO WRK-NOTA-VALOR(WRK-IDX-NOTA)
                   MOVE NCR-FATURA  TO WRK-NOTA-FATURA(WRK-IDX-NOTA)
                   MOVE CREDIT-NOTE-RECORD
                       TO WRK-NOTA-REGISTRO(WRK-IDX-NOTA)
           END-READ.
           MOVE 'NOTACRED' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-NOTACRED,
               WRK-FSCHK-CHAVE.

       0150-CARREGAR-CONTRA-ENTREGA.
           OPEN INPUT COD-REGISTER-FILE.
           IF WRK-FS-CODREG = '00'
               PERFORM 0151-LER-CONTRA-ENTREGA
                   UNTIL WRK-FIM-CONTRA-ENTREGA
               CLOSE COD-REGISTER-FILE
           END-IF.

       0151-LER-CONTRA-ENTREGA.
           READ COD-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CODREG
               NOT AT END
                   MOVE 'WRK-TAB-COD' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-COD TO WRK-TABCHK-QTD
                   MOVE 1000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-COD
                   MOVE COD-RASTREIO TO WRK-COD-RASTREIO(WRK-QTD-COD)
           END-READ.
           MOVE 'CODREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CODREG,
               WRK-FSCHK-CHAVE.

       0160-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0161-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0161-LER-PARAMETRO.
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

       0165-BUSCAR-PARAMETRO.
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

       0200-PROCESSAR.
           PERFORM VARYING WRK-SUB-ENVIO FROM 1 BY 1
               UNTIL WRK-SUB-ENVIO > WRK-QTD-ENVIO
               DELIMITED BY SIZE INTO INVOICE-PRINT-RECORD.
           PERFORM 0230-GRAVAR-LINHA-FATURA.
           PERFORM 0220-DETALHAR-ENVIOS.
           PERFORM 0225-ABATER-CREDITOS.
           MOVE WRK-TOTAL-FATURA TO WRK-VALOR-ED.
           MOVE SPACES TO INVOICE-PRINT-RECORD.
           STRING 'TOTAL DA FATURA: ' WRK-VALOR-ED
                   STRING '  PEDIDO ' WRK-ENV-PEDIDO(WRK-IDX-ENV)
                       ' DATA ' WRK-ENV-DATA(WRK-IDX-ENV)
                       ' FRETE ' WRK-VALOR-ED
                       ' CT-E ' WRK-ENV-CTE-SERIE(WRK-IDX-ENV)
                       '-' WRK-ENV-CTE-NUMERO(WRK-IDX-ENV)
                       DELIMITED BY SIZE INTO INVOICE-PRINT-RECORD
                   PERFORM 0230-GRAVAR-LINHA-FATURA
                   MOVE WRK-ULTIMA-FATURA TO FTI-FATURA
               END-IF
           END-PERFORM.

      *    NOTA DE CREDITO MAIOR QUE O QUE RESTA DA FATURA FICA
      *    PENDENTE PARA A PROXIMA, PARA A FATURA NUNCA SAIR NEGATIVA.
       0225-ABATER-CREDITOS.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA > WRK-QTD-NOTA
               IF WRK-NOTA-CLIENTE(WRK-IDX-NOTA) = WRK-CLIENTE-ATUAL
                   AND WRK-NOTA-STATUS(WRK-IDX-NOTA) = 'P'
                   AND WRK-NOTA-VALOR(WRK-IDX-NOTA)
                       <= WRK-TOTAL-FATURA
                   MOVE 'A' TO WRK-NOTA-STATUS(WRK-IDX-NOTA)
                   MOVE WRK-ULTIMA-FATURA
                       TO WRK-NOTA-FATURA(WRK-IDX-NOTA)
                   SUBTRACT WRK-NOTA-VALOR(WRK-IDX-NOTA)
                       FROM WRK-TOTAL-FATURA
                   ADD WRK-NOTA-VALOR(WRK-IDX-NOTA)
                       TO WRK-TOTAL-CREDITO-SLA
                   ADD 1 TO WRK-QTD-NOTAS-APLIC
                   MOVE WRK-NOTA-REGISTRO(WRK-IDX-NOTA)
                       TO CREDIT-NOTE-RECORD
                   MOVE WRK-NOTA-VALOR(WRK-IDX-NOTA) TO WRK-VALOR-ED
                   MOVE SPACES TO INVOICE-PRINT-RECORD
                   STRING '  CREDITO ATRASO NC ' NCR-NUMERO
                       ' ' NCR-RASTREIO
                       ' ' NCR-DIAS-ATRASO ' DIAS -' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO INVOICE-PRINT-RECORD
                   PERFORM 0230-GRAVAR-LINHA-FATURA
               END-IF
           END-PERFORM.

       0230-GRAVAR-LINHA-FATURA.
           WRITE INVOICE-PRINT-RECORD.
           MOVE 'FATURAS' TO WRK-FSCHK-ARQ.
           ADD WRK-TOTAL-FATURA    TO WRK-TOTAL-FATURADO.
           MOVE 'A'                TO FAT-STATUS.
           MOVE ZEROS              TO FAT-VALOR-PAGO.
           MOVE ZEROS              TO FAT-NOSSO-NUMERO.
           MOVE ZEROS              TO FAT-DATA-VENCIMENTO.
           MOVE SPACE              TO FAT-BOLETO-STATUS.
           IF WRK-TOTAL-FATURA > ZEROS
               PERFORM 0250-REGISTRAR-BOLETO
               MOVE WRK-NOSSO-NUMERO    TO FAT-NOSSO-NUMERO
               MOVE WRK-DATA-VENCIMENTO TO FAT-DATA-VENCIMENTO
               MOVE 'R'                 TO FAT-BOLETO-STATUS
           END-IF.
           WRITE INVOICE-REGISTER-RECORD.
           MOVE 'FATREG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FSCHK-CHAVE.
           CLOSE INVOICE-REGISTER-FILE.

      *    O VENCIMENTO E O MESMO QUE A COBRANCA CALCULA PARA A CARTA
      *    DE ATRASO: FAT-PRAZO-UTEIS DIAS UTEIS APOS A EMISSAO. OS
      *    JUROS DE MORA VAO AO BANCO TAMBEM EM VALOR POR DIA.
       0250-REGISTRAR-BOLETO.
           MOVE 'A' TO WRK-DU-FUNCAO.
           MOVE ZEROS TO WRK-DU-COMPETENCIA.
           CALL 'DIA-UTIL' USING WRK-DU-FUNCAO,
               WRK-DU-COMPETENCIA, FAT-DATA-EMISSAO,
               WRK-PRAZO-UTEIS, WRK-DATA-VENCIMENTO,
               WRK-DU-UF.
           PERFORM 0255-CALCULAR-NOSSO-NUMERO.
           MOVE SPACES TO BOLETO-REMITTANCE-RECORD.
           MOVE WRK-NOSSO-NUMERO    TO BRM-NOSSO-NUMERO.
           MOVE WRK-ULTIMA-FATURA   TO BRM-FATURA.
           MOVE WRK-CLIENTE-ATUAL   TO BRM-CLIENTE.
           MOVE ZEROS               TO BRM-SACADO-CPFCNPJ.
           SET WRK-IDX-SAC TO 1.
           SEARCH WRK-SACADO-LINHA
               AT END
                   DISPLAY 'CLIENTE SEM CADASTRO PARA O BOLETO: '
                       WRK-CLIENTE-ATUAL
               WHEN WRK-SAC-CODIGO(WRK-IDX-SAC) = WRK-CLIENTE-ATUAL
                   MOVE WRK-SAC-NOME(WRK-IDX-SAC)
                       TO BRM-SACADO-NOME
                   MOVE WRK-SAC-CPFCNPJ(WRK-IDX-SAC)
                       TO BRM-SACADO-CPFCNPJ
           END-SEARCH.
           MOVE FAT-DATA-EMISSAO    TO BRM-DATA-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO TO BRM-DATA-VENCIMENTO.
           MOVE WRK-TOTAL-FATURA    TO BRM-VALOR.
           MOVE WRK-MULTA-PERC      TO BRM-MULTA-PERC.
           MOVE WRK-JUROS-DIA-PERC  TO BRM-JUROS-DIA-PERC.
           COMPUTE BRM-JUROS-DIA-VALOR ROUNDED =
               WRK-TOTAL-FATURA * WRK-JUROS-DIA-PERC / 100.
           WRITE BOLETO-REMITTANCE-RECORD.
           MOVE 'BOLREM' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BOLREM,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-BOLETOS.
           ADD WRK-TOTAL-FATURA TO WRK-TOTAL-BOLETOS.

      *    NOSSO NUMERO = NUMERO DA FATURA + DIGITO MODULO 11 (PESOS 2
      *    A 9 DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA DIGITO 0).
       0255-CALCULAR-NOSSO-NUMERO.
           MOVE WRK-ULTIMA-FATURA TO WRK-DV-NUMERO.
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2 TO WRK-DV-PESO.
           PERFORM VARYING WRK-DV-SUB FROM 8 BY -1
               UNTIL WRK-DV-SUB < 1
               COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
                   + WRK-DV-ALGARISMO(WRK-DV-SUB) * WRK-DV-PESO
               IF WRK-DV-PESO = 9
                   MOVE 2 TO WRK-DV-PESO
               ELSE
                   ADD 1 TO WRK-DV-PESO
               END-IF
           END-PERFORM.
           COMPUTE WRK-DV-RESTO = FUNCTION MOD(WRK-DV-SOMA, 11).
           IF WRK-DV-RESTO < 2
               MOVE ZEROS TO WRK-DV-DIGITO
           ELSE
               COMPUTE WRK-DV-DIGITO = 11 - WRK-DV-RESTO
           END-IF.
           COMPUTE WRK-NOSSO-NUMERO =
               WRK-ULTIMA-FATURA * 10 + WRK-DV-DIGITO.

       0300-FINALIZAR.
           CLOSE INVOICE-PRINT-FILE.
           CLOSE INVOICE-ITEM-FILE.
           MOVE SPACES            TO BOLETO-REMITTANCE-TRAILER.
           MOVE 'TRAILER'         TO BRT-LITERAL.
           MOVE WRK-QTD-BOLETOS   TO BRT-QTD.
           MOVE WRK-TOTAL-BOLETOS TO BRT-TOTAL.
           WRITE BOLETO-REMITTANCE-TRAILER.
           MOVE 'BOLREM' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BOLREM,
               WRK-FSCHK-CHAVE.
           CLOSE BOLETO-REMITTANCE-FILE.
           PERFORM 0310-GRAVAR-CONTROLE-FATURA.
           PERFORM 0320-GERAR-AGING.
           PERFORM 0330-REGISTRAR-COMPETENCIA.
           PERFORM 0340-GRAVAR-JRNCONS.
           PERFORM 0350-GRAVAR-PENDENTES-POD.
           IF WRK-QTD-NOTAS-APLIC > ZEROS
               PERFORM 0360-REGRAVAR-NOTAS-CREDITO
           END-IF.
           DISPLAY 'FATURAS EMITIDAS: ' WRK-QTD-FATURAS.
           DISPLAY 'NOTAS DE CREDITO ABATIDAS: ' WRK-QTD-NOTAS-APLIC.
           DISPLAY 'BOLETOS NA REMESSA: ' WRK-QTD-BOLETOS
               ' TOTAL ' WRK-TOTAL-BOLETOS.
           DISPLAY 'ENVIOS CONTRA-ENTREGA FORA DA FATURA: '
               WRK-QTD-COD-EXCLUIDOS.
           DISPLAY 'ENVIOS RETIDOS SEM POD: ' WRK-QTD-RETIDOS
               ' FATURADOS SEM POD: ' WRK-QTD-SEM-POD.

       0330-REGISTRAR-COMPETENCIA.
           OPEN EXTEND INVOICED-PERIOD-FILE.
               NOT AT END
                   MOVE 'WRK-TAB-MAPA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-MAPA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM

       0340-GRAVAR-JRNCONS.
           IF WRK-TOTAL-FATURADO = ZEROS
               AND WRK-TOTAL-CREDITO-SLA = ZEROS
               CONTINUE
           ELSE
               PERFORM 0335-CARREGAR-CONTAMAP
               MOVE 'FAT-RECEBIVEIS' TO WRK-JRN-VERBA
               MOVE WRK-TOTAL-FATURADO TO WRK-JRN-VALOR
               PERFORM 0341-GRAVAR-LINHA-JRNCONS
               MOVE 'FAT-CREDITO-SLA' TO WRK-JRN-VERBA
               MOVE WRK-TOTAL-CREDITO-SLA TO WRK-JRN-VALOR
               PERFORM 0341-GRAVAR-LINHA-JRNCONS
               MOVE 'FAT-RECEITA' TO WRK-JRN-VERBA
               COMPUTE WRK-JRN-VALOR =
                   WRK-TOTAL-FATURADO + WRK-TOTAL-CREDITO-SLA
               PERFORM 0341-GRAVAR-LINHA-JRNCONS
               MOVE SPACES               TO CONSOL-JOURNAL-TRAILER
               MOVE 'FATURA'             TO JCT-ORIGEM
               MOVE 'TOTAIS  '           TO JCT-LITERAL
               MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS
               MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS
               MOVE WRK-COMPETENCIA      TO JCT-COMPETENCIA
               MOVE WRK-DATA-HOJE        TO JCT-DATA
               WRITE CONSOL-JOURNAL-TRAILER
               MOVE 'JRNCONS' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATAGING,
               WRK-FSCHK-CHAVE.

       0350-GRAVAR-PENDENTES-POD.
           OPEN OUTPUT PENDING-POD-FILE.
           MOVE 'FATPEND' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATPEND,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT POD-PENDING-REPORT-FILE.
           MOVE 'FATPOD' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATPOD,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO POD-PENDING-REPORT-RECORD.
           STRING 'ENVIOS SEM COMPROVANTE DE ENTREGA - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO POD-PENDING-REPORT-RECORD.
           PERFORM 0352-GRAVAR-LINHA-POD.
           PERFORM VARYING WRK-IDX-ENV FROM 1 BY 1
               UNTIL WRK-IDX-ENV > WRK-QTD-ENVIO
               IF WRK-ENV-TEM-POD(WRK-IDX-ENV) = 'N'
                   PERFORM 0351-LISTAR-SEM-POD
               END-IF
           END-PERFORM.
           IF WRK-QTD-RETIDOS = ZEROS AND WRK-QTD-SEM-POD = ZEROS
               MOVE 'NENHUM ENVIO SEM POD.'
                   TO POD-PENDING-REPORT-RECORD
               PERFORM 0352-GRAVAR-LINHA-POD
           END-IF.
           CLOSE POD-PENDING-REPORT-FILE.
           CLOSE PENDING-POD-FILE.

       0351-LISTAR-SEM-POD.
           MOVE WRK-ENV-FRETE(WRK-IDX-ENV) TO WRK-VALOR-ED.
           MOVE SPACES TO POD-PENDING-REPORT-RECORD.
           IF WRK-ENV-FATURADO(WRK-IDX-ENV) = 'P'
               STRING 'RETIDO   ' WRK-ENV-CLIENTE(WRK-IDX-ENV)
                   ' PEDIDO ' WRK-ENV-PEDIDO(WRK-IDX-ENV)
                   ' ' WRK-ENV-TRACKING(WRK-IDX-ENV)
                   ' FRETE ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO POD-PENDING-REPORT-RECORD
               MOVE WRK-ENV-REGISTRO(WRK-IDX-ENV)
                   TO PENDING-POD-RECORD
               WRITE PENDING-POD-RECORD
               MOVE 'FATPEND' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-FATPEND,
                   WRK-FSCHK-CHAVE
           ELSE
               STRING 'FATURADO ' WRK-ENV-CLIENTE(WRK-IDX-ENV)
                   ' PEDIDO ' WRK-ENV-PEDIDO(WRK-IDX-ENV)
                   ' ' WRK-ENV-TRACKING(WRK-IDX-ENV)
                   ' FRETE ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO POD-PENDING-REPORT-RECORD
           END-IF.
           PERFORM 0352-GRAVAR-LINHA-POD.

       0352-GRAVAR-LINHA-POD.
           WRITE POD-PENDING-REPORT-RECORD.
           MOVE 'FATPOD' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATPOD,
               WRK-FSCHK-CHAVE.

       0360-REGRAVAR-NOTAS-CREDITO.
           OPEN OUTPUT CREDIT-NOTE-FILE-NOVO.
           MOVE 'NOTACNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-NOTACNW,
               WRK-FSCHK-CHAVE.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA > WRK-QTD-NOTA
               MOVE WRK-NOTA-REGISTRO(WRK-IDX-NOTA)
                   TO CREDIT-NOTE-RECORD
               MOVE WRK-NOTA-STATUS(WRK-IDX-NOTA) TO NCR-STATUS
               MOVE WRK-NOTA-FATURA(WRK-IDX-NOTA) TO NCR-FATURA
               MOVE CREDIT-NOTE-RECORD TO CREDIT-NOTE-RECORD-NOVO
               WRITE CREDIT-NOTE-RECORD-NOVO
               MOVE 'NOTACNW' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-NOTACNW,
                   WRK-FSCHK-CHAVE
           END-PERFORM.
           CLOSE CREDIT-NOTE-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-NOTACRED,
               WRK-NOME-NOTACNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-NOTACRED
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
