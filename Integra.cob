       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE ENTRE OS ARQUIVOS
      *          MESTRES. CADA PROGRAMA VALIDA A SUA PROPRIA ENTRADA,
      *          MAS NINGUEM CONFERIA SE OS MESTRES CONCORDAM ENTRE
      *          SI. RODA A LISTA FIXA DE REGRAS DA WRK-TAB-REGRA:
      *          R01-R04 DEPENDENTS, BANKMAST, LOANS E GARNISH COM
      *          MATRICULA FORA DO EMPMAST.idx; R05 TRACKREG SEM
      *          LINHA NO FRETELOG; R06 FATREG DE CLIENTE FORA DO
      *          CUSTMAST; R07 MATRICULAS DE ALUNO FORA DO ALUMAST;
      *          R08 ITEMMAST COM FORNECEDOR FORA DO SUPPMAST
      *          (FORNECEDOR EM BRANCO E PERMITIDO); R09 OVERAUT COM
      *          APROVADOR FORA DO OPERATORS. D01-D08 APONTAM CHAVE
      *          REPETIDA NO CUSTMAST, ALUMAST, SUPPMAST, OPERATORS,
      *          ITEMMAST, BANKMAST (MATRICULA), FATREG (NUMERO) E
      *          TRACKREG (NUMERO). CADA ORFAO OU DUPLICADO SAI NO
      *          INTEGREL.dat COM REGRA, ARQUIVO, CHAVE E PROBLEMA,
      *          SEGUIDO DA CONTAGEM POR REGRA. ARQUIVO AUSENTE E
      *          TRATADO COMO VAZIO E AVISADO NO RELATORIO. O
      *          INTEGCTL.dat GUARDA A DATA DA ULTIMA VARREDURA E AS
      *          CONTAGENS DE ORFAOS E DUPLICADOS, QUE O DASHBOARD
      *          MOSTRA; NO LOTE NOTURNO SO VARRE DE SETE EM SETE
      *          DIAS. RETURN-CODE 4 QUANDO ACHA ALGUM PROBLEMA.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: LINHAS ORFAS (DEPENDENTE DE EMPREGADO
      *             EXCLUIDO, FATURA DE CLIENTE APAGADO...) SO
      *             APARECIAM QUANDO ALGUM PROGRAMA TROPECAVA NELAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-CONTROL-FILE ASSIGN TO "INTEGCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTEGCTL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT DEPENDENTS-FILE ASSIGN TO "DEPENDENTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENTS.
           SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANKMAST.
           SELECT LOAN-FILE ASSIGN TO "LOANS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOANS.
           SELECT GARNISHMENT-FILE ASSIGN TO "GARNISH.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GARNISH.
           SELECT FREIGHT-LOG-FILE ASSIGN TO "FRETELOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT TRACKING-REGISTER-FILE ASSIGN TO "TRACKREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKREG.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "FATREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREG.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUMAST.
           SELECT ENROLLMENT-FILE ASSIGN TO "MATRICULAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRICULAS.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUPPMAST.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMMAST.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPERATORS.
           SELECT OVERTIME-AUTH-FILE ASSIGN TO "OVERAUT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OVERAUT.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTEGREL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEGRITY-CONTROL-FILE.
       01  INTEGRITY-CONTROL-RECORD.
           02 ICT-DATA-VARREDURA     PIC 9(08).
           02 ICT-QTD-ORFAOS         PIC 9(05).
           02 ICT-QTD-DUPLICADOS     PIC 9(05).

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

       FD  DEPENDENTS-FILE.
       01  DEPENDENTS-RECORD.
           02 DEP-MATRICULA          PIC X(06).
           02 DEP-NOME               PIC X(30).
           02 DEP-NASCIMENTO         PIC 9(08).
           02 DEP-TIPO               PIC X(01).

       FD  BANK-MASTER-FILE.
       01  BANK-MASTER-RECORD.
           02 BK-MATRICULA           PIC X(06).
           02 BK-BANCO               PIC X(03).
           02 BK-AGENCIA             PIC X(04).
           02 BK-CONTA               PIC X(10).
           02 BK-DV                  PIC X(01).
           02 BK-TIPO-CONTA          PIC X(01).

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           02 LN-MATRICULA           PIC X(06).
           02 LN-PRINCIPAL           PIC 9(7)V99.
           02 LN-PARCELA             PIC 9(7)V99.
           02 LN-PARCELAS-REST       PIC 9(03).

       FD  GARNISHMENT-FILE.
       01  GARNISHMENT-RECORD.
           02 GN-MATRICULA           PIC X(06).
           02 GN-BENEFICIARIO        PIC X(30).
           02 GN-TIPO                PIC X(01).
           02 GN-PERCENTUAL          PIC 9(2)V99.
           02 GN-VALOR               PIC 9(7)V99.
           02 GN-PROCESSO            PIC X(12).
           02 GN-DATA-INICIO         PIC 9(08).
           02 GN-DATA-FIM            PIC 9(08).

       FD  FREIGHT-LOG-FILE.
       01  FREIGHT-LOG-RECORD.
           02 LOG-DATA               PIC 9(08).
           02 LOG-PEDIDO             PIC X(06).
           02 LOG-CLIENTE-COD        PIC X(06).
           02 LOG-UF                 PIC X(02).
           02 LOG-PRODUTO            PIC X(20).
           02 LOG-VALOR-PRODUTO      PIC 9(06)V99.
           02 LOG-FRETE              PIC 9(04)V99.
           02 LOG-TRACKING           PIC X(12).
           02 LOG-DATA-PREVISTA      PIC 9(08).
           02 LOG-TIPO               PIC X(01).
           02 LOG-CARRIER            PIC X(03).
           02 LOG-VALOR-SEGURO       PIC 9(04)V99.
           02 LOG-CONTRATO           PIC X(06).
           02 LOG-FRETE-PUBLICO      PIC 9(04)V99.
           02 LOG-ORIGEM             PIC X(03).
           02 LOG-UF-ORIGEM          PIC X(02).
           02 LOG-CTE-SERIE          PIC 9(03).
           02 LOG-CTE-NUMERO         PIC 9(08).

       FD  TRACKING-REGISTER-FILE.
       01  TRACKING-REGISTER-RECORD.
           02 TRK-NUMERO             PIC X(12).
           02 TRK-PEDIDO             PIC X(06).
           02 TRK-PEDIDO-ORIG        PIC X(06).
           02 TRK-DATA               PIC 9(08).
           02 TRK-HORA               PIC 9(08).
           02 TRK-STATUS             PIC X(10).
           02 TRK-CARGA              PIC 9(08).
           02 TRK-TENTATIVAS         PIC 9(01).

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

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           02 ALU-ID                 PIC X(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           02 MAT-ALUNO              PIC X(06).
           02 MAT-TURMA              PIC X(06).
           02 MAT-PERIODO            PIC X(06).
           02 MAT-STATUS             PIC X(01).
           02 MAT-DATA               PIC 9(08).
           02 MAT-AUTORIZADOR        PIC X(06).

       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           02 SUP-CODIGO             PIC X(06).
           02 SUP-NOME               PIC X(30).
           02 SUP-CONTATO            PIC X(20).
           02 SUP-PRAZO-ENTREGA      PIC 9(03).
           02 SUP-UF                 PIC X(02).

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

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OP-ID                  PIC X(06).
           02 OP-NOME                PIC X(30).
           02 OP-NIVEL               PIC 9(01).
           02 OP-SENHA-HASH          PIC 9(09).
           02 OP-SENHA-VALIDADE      PIC 9(08).
           02 OP-TENTATIVAS          PIC 9(01).
           02 OP-BLOQUEADO           PIC X(01).

       FD  OVERTIME-AUTH-FILE.
       01  OVERTIME-AUTH-RECORD.
           02 OA-MATRICULA           PIC X(06).
           02 OA-COMPETENCIA         PIC 9(06).
           02 OA-HORAS-APROV         PIC 9(03).
           02 OA-SUPERVISOR          PIC X(06).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'INTEGRA'.
       77 WRK-FS-INTEGCTL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DEPENDENTS      PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BANKMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LOANS           PIC X(02)      VALUE ZEROS.
       77 WRK-FS-GARNISH         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FRETELOG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKREG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MATRICULAS      PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SUPPMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ITEMMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-OPERATORS       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-OVERAUT         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-INTEGREL        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ABERTURA        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ARQUIVO        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LEITURA                   VALUE 'S'.
       77 WRK-ACHOU              PIC X(01)      VALUE 'N'.
           88 WRK-CHAVE-ACHADA                  VALUE 'S'.
       77 WRK-ARQ-PRESENTE       PIC X(01)      VALUE 'N'.
           88 WRK-ARQUIVO-PRESENTE              VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-ANTERIOR      PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-DESDE         PIC S9(07)     VALUE ZEROS.
       77 WRK-CHAVE-BUSCA        PIC X(12)      VALUE SPACES.
       77 WRK-QTD-EMP            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-TRK            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-ALU            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-FOR            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-OPE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-VISTO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-REGRA          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-LIDOS          PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-ORFAOS         PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-AUSENTES       PIC 9(02)      VALUE ZEROS.

      *    LISTA DE REGRAS DA VARREDURA: CODIGO, ARQUIVO CONFERIDO E
      *    O PROBLEMA QUE SAI NO RELATORIO. AS REGRAS R SAO DE ORFAO
      *    (CHAVE DO FILHO SEM O PAI), AS D DE CHAVE DUPLICADA.
       01  WRK-TAB-REGRA-VAL.
           02 FILLER PIC X(03) VALUE 'R01'.
           02 FILLER PIC X(10) VALUE 'DEPENDENTS'.
           02 FILLER PIC X(40)
               VALUE 'MATRICULA NAO CONSTA DO EMPMAST'.
           02 FILLER PIC X(03) VALUE 'R02'.
           02 FILLER PIC X(10) VALUE 'BANKMAST'.
           02 FILLER PIC X(40)
               VALUE 'MATRICULA NAO CONSTA DO EMPMAST'.
           02 FILLER PIC X(03) VALUE 'R03'.
           02 FILLER PIC X(10) VALUE 'LOANS'.
           02 FILLER PIC X(40)
               VALUE 'MATRICULA NAO CONSTA DO EMPMAST'.
           02 FILLER PIC X(03) VALUE 'R04'.
           02 FILLER PIC X(10) VALUE 'GARNISH'.
           02 FILLER PIC X(40)
               VALUE 'MATRICULA NAO CONSTA DO EMPMAST'.
           02 FILLER PIC X(03) VALUE 'R05'.
           02 FILLER PIC X(10) VALUE 'TRACKREG'.
           02 FILLER PIC X(40)
               VALUE 'RASTREIO SEM LINHA NO FRETELOG'.
           02 FILLER PIC X(03) VALUE 'R06'.
           02 FILLER PIC X(10) VALUE 'FATREG'.
           02 FILLER PIC X(40)
               VALUE 'CLIENTE DA FATURA NAO CONSTA DO CUSTMAST'.
           02 FILLER PIC X(03) VALUE 'R07'.
           02 FILLER PIC X(10) VALUE 'MATRICULAS'.
           02 FILLER PIC X(40)
               VALUE 'ALUNO NAO CONSTA DO ALUMAST'.
           02 FILLER PIC X(03) VALUE 'R08'.
           02 FILLER PIC X(10) VALUE 'ITEMMAST'.
           02 FILLER PIC X(40)
               VALUE 'FORNECEDOR NAO CONSTA DO SUPPMAST'.
           02 FILLER PIC X(03) VALUE 'R09'.
           02 FILLER PIC X(10) VALUE 'OVERAUT'.
           02 FILLER PIC X(40)
               VALUE 'APROVADOR NAO CONSTA DO OPERATORS'.
           02 FILLER PIC X(03) VALUE 'D01'.
           02 FILLER PIC X(10) VALUE 'CUSTMAST'.
           02 FILLER PIC X(40)
               VALUE 'CODIGO DE CLIENTE REPETIDO'.
           02 FILLER PIC X(03) VALUE 'D02'.
           02 FILLER PIC X(10) VALUE 'ALUMAST'.
           02 FILLER PIC X(40)
               VALUE 'CODIGO DE ALUNO REPETIDO'.
           02 FILLER PIC X(03) VALUE 'D03'.
           02 FILLER PIC X(10) VALUE 'SUPPMAST'.
           02 FILLER PIC X(40)
               VALUE 'CODIGO DE FORNECEDOR REPETIDO'.
           02 FILLER PIC X(03) VALUE 'D04'.
           02 FILLER PIC X(10) VALUE 'OPERATORS'.
           02 FILLER PIC X(40)
               VALUE 'CODIGO DE OPERADOR REPETIDO'.
           02 FILLER PIC X(03) VALUE 'D05'.
           02 FILLER PIC X(10) VALUE 'ITEMMAST'.
           02 FILLER PIC X(40)
               VALUE 'CODIGO DE ITEM REPETIDO'.
           02 FILLER PIC X(03) VALUE 'D06'.
           02 FILLER PIC X(10) VALUE 'BANKMAST'.
           02 FILLER PIC X(40)
               VALUE 'MAIS DE UMA CONTA PARA A MATRICULA'.
           02 FILLER PIC X(03) VALUE 'D07'.
           02 FILLER PIC X(10) VALUE 'FATREG'.
           02 FILLER PIC X(40)
               VALUE 'NUMERO DE FATURA REPETIDO'.
           02 FILLER PIC X(03) VALUE 'D08'.
           02 FILLER PIC X(10) VALUE 'TRACKREG'.
           02 FILLER PIC X(40)
               VALUE 'NUMERO DE RASTREIO REPETIDO'.
       01  WRK-TAB-REGRA REDEFINES WRK-TAB-REGRA-VAL.
           02 WRK-REGRA-LINHA OCCURS 17 TIMES.
               03 WRK-REGRA-COD      PIC X(03).
               03 WRK-REGRA-ARQUIVO  PIC X(10).
               03 WRK-REGRA-PROBLEMA PIC X(40).
       01  WRK-TAB-REGRA-QTD VALUE ZEROS.
           02 WRK-REGRA-QTD OCCURS 17 TIMES
                             PIC 9(05).

       01  WRK-TAB-EMP VALUE SPACES.
           02 WRK-EMP-MATRICULA OCCURS 9000 TIMES
                                 PIC X(06).
       01  WRK-TAB-TRK VALUE SPACES.
           02 WRK-TRK-NUMERO OCCURS 9000 TIMES
                              PIC X(12).
       01  WRK-TAB-CLI VALUE SPACES.
           02 WRK-CLI-CODIGO OCCURS 3000 TIMES
                              PIC X(06).
       01  WRK-TAB-ALU VALUE SPACES.
           02 WRK-ALU-CODIGO OCCURS 3000 TIMES
                              PIC X(06).
       01  WRK-TAB-FOR VALUE SPACES.
           02 WRK-FOR-CODIGO OCCURS 3000 TIMES
                              PIC X(06).
       01  WRK-TAB-OPE VALUE SPACES.
           02 WRK-OPE-CODIGO OCCURS 3000 TIMES
                              PIC X(06).
      *    CHAVES JA VISTAS NO ARQUIVO FILHO QUE ESTA SENDO LIDO, PARA
      *    AS REGRAS DE DUPLICADO; ZERADA A CADA ARQUIVO.
       01  WRK-TAB-VISTO VALUE SPACES.
           02 WRK-VISTO-CHAVE OCCURS 9000 TIMES
                               PIC X(12).

       01  WRK-LINHA-DET.
           02 WRK-DET-REGRA          PIC X(03)      VALUE SPACES.
           02 FILLER                 PIC X(02)      VALUE SPACES.
           02 WRK-DET-ARQUIVO        PIC X(10)      VALUE SPACES.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-CHAVE          PIC X(12)      VALUE SPACES.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-DET-PROBLEMA       PIC X(40)      VALUE SPACES.

       01  WRK-LINHA-TOT.
           02 WRK-TOT-REGRA          PIC X(03)      VALUE SPACES.
           02 FILLER                 PIC X(02)      VALUE SPACES.
           02 WRK-TOT-ARQUIVO        PIC X(10)      VALUE SPACES.
           02 FILLER                 PIC X(01)      VALUE SPACES.
           02 WRK-TOT-QTD            PIC ZZZZ9.
           02 FILLER                 PIC X(02)      VALUE SPACES.
           02 WRK-TOT-PROBLEMA       PIC X(40)      VALUE SPACES.

       01  WRK-DATA-ED.
           02 WRK-DATA-ED-DIA    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-MES    PIC 9(02).
           02 FILLER             PIC X(01)      VALUE '/'.
           02 WRK-DATA-ED-ANO    PIC 9(04).

       01  WRK-DATA-QUEBRA       PIC 9(08)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-QUEBRA.
           02 WRK-QUEBRA-ANO     PIC 9(04).
           02 WRK-QUEBRA-MES     PIC 9(02).
           02 WRK-QUEBRA-DIA     PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-EMPREGADOS.
           PERFORM 0210-CARREGAR-RASTREIOS.
           PERFORM 0220-CARREGAR-CLIENTES.
           PERFORM 0230-CARREGAR-ALUNOS.
           PERFORM 0240-CARREGAR-FORNECEDORES.
           PERFORM 0250-CARREGAR-OPERADORES.
           PERFORM 0300-CONFERIR-DEPENDENTES.
           PERFORM 0310-CONFERIR-CONTAS.
           PERFORM 0320-CONFERIR-EMPRESTIMOS.
           PERFORM 0330-CONFERIR-PENSOES.
           PERFORM 0340-CONFERIR-RASTREIOS.
           PERFORM 0350-CONFERIR-FATURAS.
           PERFORM 0360-CONFERIR-MATRICULAS.
           PERFORM 0370-CONFERIR-ITENS.
           PERFORM 0380-CONFERIR-HORA-EXTRA.
           PERFORM 0900-ENCERRAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0105-LER-CONTROLE.
           IF WRK-DATA-ANTERIOR > ZEROS
               COMPUTE WRK-DIAS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-ANTERIOR)
               IF WRK-DIAS-DESDE < 7
                   DISPLAY 'VARREDURA DE INTEGRIDADE FEITA EM '
                       WRK-DATA-ANTERIOR ' - PROXIMA EM SETE DIAS.'
                   STOP RUN
               END-IF
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-QUEBRA.
           MOVE WRK-QUEBRA-DIA TO WRK-DATA-ED-DIA.
           MOVE WRK-QUEBRA-MES TO WRK-DATA-ED-MES.
           MOVE WRK-QUEBRA-ANO TO WRK-DATA-ED-ANO.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE 'INTEGREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-INTEGREL,
               WRK-FSCHK-CHAVE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING '===== INTEGRIDADE ENTRE ARQUIVOS - VARREDURA DE '
               WRK-DATA-ED ' ====='
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE 'REG  ARQUIVO    CHAVE        PROBLEMA'
               TO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.

      *    O INTEGCTL SO NAO EXISTE NA PRIMEIRA VARREDURA.
       0105-LER-CONTROLE.
           MOVE ZEROS TO WRK-DATA-ANTERIOR.
           OPEN INPUT INTEGRITY-CONTROL-FILE.
           IF WRK-FS-INTEGCTL = '00'
               READ INTEGRITY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ICT-DATA-VARREDURA TO WRK-DATA-ANTERIOR
               END-READ
               MOVE 'INTEGCTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-INTEGCTL,
                   WRK-FSCHK-CHAVE
               CLOSE INTEGRITY-CONTROL-FILE
           END-IF.

      *    ABERTURA COMUM: ARQUIVO QUE NAO EXISTE (STATUS 35) E
      *    TRATADO COMO VAZIO E AVISADO NO RELATORIO; QUALQUER OUTRO
      *    STATUS DIFERENTE DE ZEROS CAI NO FS-CHECK.
       0110-CONFERIR-ABERTURA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE 'S' TO WRK-ARQ-PRESENTE.
           IF WRK-FS-ABERTURA = '35'
               MOVE 'N' TO WRK-ARQ-PRESENTE
               MOVE 'S' TO WRK-FIM-ARQUIVO
               ADD 1 TO WRK-QTD-AUSENTES
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING '---  ' WRK-FSCHK-ARQ
                   ' AUSENTE - CONFERIDO COMO VAZIO'
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               PERFORM 0395-GRAVAR-LINHA-REL
           ELSE
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ABERTURA,
                   WRK-FSCHK-CHAVE
           END-IF.

       0120-CONFERIR-LEITURA.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ABERTURA,
               WRK-FSCHK-CHAVE.

      *    O EMPMAST E INDEXADO PELA MATRICULA: NAO TEM DUPLICADO.
       0200-CARREGAR-EMPREGADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0201-LER-EMPREGADO UNTIL WRK-FIM-LEITURA.
           CLOSE EMPLOYEE-MASTER-FILE.

       0201-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE 'WRK-TAB-EMP' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-EMP TO WRK-TABCHK-QTD
                   MOVE 9000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-EMP
                   MOVE EMP-MATRICULA TO WRK-EMP-MATRICULA(WRK-QTD-EMP)
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           MOVE EMP-MATRICULA TO WRK-FSCHK-CHAVE.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

      *    RASTREIOS DADOS PELO FRETE (PEDIDO REJEITADO SAI SEM).
       0210-CARREGAR-RASTREIOS.
           OPEN INPUT FREIGHT-LOG-FILE.
           MOVE WRK-FS-FRETELOG TO WRK-FS-ABERTURA.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0211-LER-FRETELOG UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE FREIGHT-LOG-FILE
           END-IF.

       0211-LER-FRETELOG.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF LOG-TRACKING NOT = SPACES
                       MOVE LOG-TRACKING TO WRK-CHAVE-BUSCA
                       PERFORM 0511-PROCURAR-RASTREIO
                       IF NOT WRK-CHAVE-ACHADA
                           MOVE 'WRK-TAB-TRK' TO WRK-TABCHK-NOME
                           MOVE WRK-QTD-TRK TO WRK-TABCHK-QTD
                           MOVE 9000 TO WRK-TABCHK-LIM
                           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                               WRK-TABCHK-LIM
                           ADD 1 TO WRK-QTD-TRK
                           MOVE LOG-TRACKING
                               TO WRK-TRK-NUMERO(WRK-QTD-TRK)
                       END-IF
                   END-IF
           END-READ.
           MOVE WRK-FS-FRETELOG TO WRK-FS-ABERTURA.
           MOVE LOG-PEDIDO TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

       0220-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE WRK-FS-CUSTMAST TO WRK-FS-ABERTURA.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0221-LER-CLIENTE UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0221-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE CM-CODIGO TO WRK-CHAVE-BUSCA
                   PERFORM 0512-PROCURAR-CLIENTE
                   IF WRK-CHAVE-ACHADA
                       MOVE 10 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   ELSE
                       MOVE 'WRK-TAB-CLI' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-CLI TO WRK-TABCHK-QTD
                       MOVE 3000 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-CLI
                       MOVE CM-CODIGO TO WRK-CLI-CODIGO(WRK-QTD-CLI)
                   END-IF
           END-READ.
           MOVE WRK-FS-CUSTMAST TO WRK-FS-ABERTURA.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE CM-CODIGO TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

       0230-CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE WRK-FS-ALUMAST TO WRK-FS-ABERTURA.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0231-LER-ALUNO UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       0231-LER-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE ALU-ID TO WRK-CHAVE-BUSCA
                   PERFORM 0513-PROCURAR-ALUNO
                   IF WRK-CHAVE-ACHADA
                       MOVE 11 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   ELSE
                       MOVE 'WRK-TAB-ALU' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-ALU TO WRK-TABCHK-QTD
                       MOVE 3000 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-ALU
                       MOVE ALU-ID TO WRK-ALU-CODIGO(WRK-QTD-ALU)
                   END-IF
           END-READ.
           MOVE WRK-FS-ALUMAST TO WRK-FS-ABERTURA.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE ALU-ID TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

       0240-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           MOVE WRK-FS-SUPPMAST TO WRK-FS-ABERTURA.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0241-LER-FORNECEDOR UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       0241-LER-FORNECEDOR.
           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE SUP-CODIGO TO WRK-CHAVE-BUSCA
                   PERFORM 0514-PROCURAR-FORNECEDOR
                   IF WRK-CHAVE-ACHADA
                       MOVE 12 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   ELSE
                       MOVE 'WRK-TAB-FOR' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-FOR TO WRK-TABCHK-QTD
                       MOVE 3000 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-FOR
                       MOVE SUP-CODIGO TO WRK-FOR-CODIGO(WRK-QTD-FOR)
                   END-IF
           END-READ.
           MOVE WRK-FS-SUPPMAST TO WRK-FS-ABERTURA.
           MOVE 'SUPPMAST' TO WRK-FSCHK-ARQ.
           MOVE SUP-CODIGO TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

       0250-CARREGAR-OPERADORES.
           OPEN INPUT OPERATOR-FILE.
           MOVE WRK-FS-OPERATORS TO WRK-FS-ABERTURA.
           MOVE 'OPERATORS' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0251-LER-OPERADOR UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE OPERATOR-FILE
           END-IF.

       0251-LER-OPERADOR.
           READ OPERATOR-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE OP-ID TO WRK-CHAVE-BUSCA
                   PERFORM 0515-PROCURAR-OPERADOR
                   IF WRK-CHAVE-ACHADA
                       MOVE 13 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   ELSE
                       MOVE 'WRK-TAB-OPE' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-OPE TO WRK-TABCHK-QTD
                       MOVE 3000 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-OPE
                       MOVE OP-ID TO WRK-OPE-CODIGO(WRK-QTD-OPE)
                   END-IF
           END-READ.
           MOVE WRK-FS-OPERATORS TO WRK-FS-ABERTURA.
           MOVE 'OPERATORS' TO WRK-FSCHK-ARQ.
           MOVE OP-ID TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R01 - DEPENDENTE DE MATRICULA FORA DO EMPMAST.
       0300-CONFERIR-DEPENDENTES.
           OPEN INPUT DEPENDENTS-FILE.
           MOVE WRK-FS-DEPENDENTS TO WRK-FS-ABERTURA.
           MOVE 'DEPENDENTS' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0301-LER-DEPENDENTE UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE DEPENDENTS-FILE
           END-IF.

       0301-LER-DEPENDENTE.
           READ DEPENDENTS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE DEP-MATRICULA TO WRK-CHAVE-BUSCA
                   PERFORM 0510-PROCURAR-EMPREGADO
                   IF NOT WRK-CHAVE-ACHADA
                       MOVE 1 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   END-IF
           END-READ.
           MOVE WRK-FS-DEPENDENTS TO WRK-FS-ABERTURA.
           MOVE 'DEPENDENTS' TO WRK-FSCHK-ARQ.
           MOVE DEP-MATRICULA TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R02 - CONTA DE MATRICULA FORA DO EMPMAST; D06 - MAIS DE UMA
      *    CONTA PARA A MESMA MATRICULA (O BANCOREM SO PAGA UMA).
       0310-CONFERIR-CONTAS.
           MOVE ZEROS TO WRK-QTD-VISTO.
           OPEN INPUT BANK-MASTER-FILE.
           MOVE WRK-FS-BANKMAST TO WRK-FS-ABERTURA.
           MOVE 'BANKMAST' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0311-LER-CONTA UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE BANK-MASTER-FILE
           END-IF.

       0311-LER-CONTA.
           READ BANK-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE BK-MATRICULA TO WRK-CHAVE-BUSCA
                   PERFORM 0510-PROCURAR-EMPREGADO
                   IF NOT WRK-CHAVE-ACHADA
                       MOVE 2 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   END-IF
                   MOVE 15 TO WRK-SUB-REGRA
                   PERFORM 0520-CONFERIR-VISTO
           END-READ.
           MOVE WRK-FS-BANKMAST TO WRK-FS-ABERTURA.
           MOVE 'BANKMAST' TO WRK-FSCHK-ARQ.
           MOVE BK-MATRICULA TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R03 - EMPRESTIMO DE MATRICULA FORA DO EMPMAST.
       0320-CONFERIR-EMPRESTIMOS.
           OPEN INPUT LOAN-FILE.
           MOVE WRK-FS-LOANS TO WRK-FS-ABERTURA.
           MOVE 'LOANS' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0321-LER-EMPRESTIMO UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE LOAN-FILE
           END-IF.

       0321-LER-EMPRESTIMO.
           READ LOAN-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE LN-MATRICULA TO WRK-CHAVE-BUSCA
                   PERFORM 0510-PROCURAR-EMPREGADO
                   IF NOT WRK-CHAVE-ACHADA
                       MOVE 3 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   END-IF
           END-READ.
           MOVE WRK-FS-LOANS TO WRK-FS-ABERTURA.
           MOVE 'LOANS' TO WRK-FSCHK-ARQ.
           MOVE LN-MATRICULA TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R04 - PENSAO/PENHORA DE MATRICULA FORA DO EMPMAST.
       0330-CONFERIR-PENSOES.
           OPEN INPUT GARNISHMENT-FILE.
           MOVE WRK-FS-GARNISH TO WRK-FS-ABERTURA.
           MOVE 'GARNISH' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0331-LER-PENSAO UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE GARNISHMENT-FILE
           END-IF.

       0331-LER-PENSAO.
           READ GARNISHMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE GN-MATRICULA TO WRK-CHAVE-BUSCA
                   PERFORM 0510-PROCURAR-EMPREGADO
                   IF NOT WRK-CHAVE-ACHADA
                       MOVE 4 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   END-IF
           END-READ.
           MOVE WRK-FS-GARNISH TO WRK-FS-ABERTURA.
           MOVE 'GARNISH' TO WRK-FSCHK-ARQ.
           MOVE GN-MATRICULA TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R05 - RASTREIO SEM LINHA NO FRETELOG; D08 - NUMERO REPETIDO.
       0340-CONFERIR-RASTREIOS.
           MOVE ZEROS TO WRK-QTD-VISTO.
           OPEN INPUT TRACKING-REGISTER-FILE.
           MOVE WRK-FS-TRACKREG TO WRK-FS-ABERTURA.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0341-LER-RASTREIO UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE TRACKING-REGISTER-FILE
           END-IF.

       0341-LER-RASTREIO.
           READ TRACKING-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE TRK-NUMERO TO WRK-CHAVE-BUSCA
                   PERFORM 0511-PROCURAR-RASTREIO
                   IF NOT WRK-CHAVE-ACHADA
                       MOVE 5 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   END-IF
                   MOVE 17 TO WRK-SUB-REGRA
                   PERFORM 0520-CONFERIR-VISTO
           END-READ.
           MOVE WRK-FS-TRACKREG TO WRK-FS-ABERTURA.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE TRK-NUMERO TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R06 - FATURA DE CLIENTE FORA DO CUSTMAST; D07 - NUMERO DE
      *    FATURA REPETIDO.
       0350-CONFERIR-FATURAS.
           MOVE ZEROS TO WRK-QTD-VISTO.
           OPEN INPUT INVOICE-REGISTER-FILE.
           MOVE WRK-FS-FATREG TO WRK-FS-ABERTURA.
           MOVE 'FATREG' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0351-LER-FATURA UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       0351-LER-FATURA.
           READ INVOICE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE FAT-CLIENTE TO WRK-CHAVE-BUSCA
                   PERFORM 0512-PROCURAR-CLIENTE
                   IF NOT WRK-CHAVE-ACHADA
                       MOVE 6 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   END-IF
                   MOVE FAT-NUMERO TO WRK-CHAVE-BUSCA
                   MOVE 16 TO WRK-SUB-REGRA
                   PERFORM 0520-CONFERIR-VISTO
           END-READ.
           MOVE WRK-FS-FATREG TO WRK-FS-ABERTURA.
           MOVE 'FATREG' TO WRK-FSCHK-ARQ.
           MOVE FAT-NUMERO TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R07 - MATRICULA DE ALUNO FORA DO ALUMAST.
       0360-CONFERIR-MATRICULAS.
           OPEN INPUT ENROLLMENT-FILE.
           MOVE WRK-FS-MATRICULAS TO WRK-FS-ABERTURA.
           MOVE 'MATRICULAS' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0361-LER-MATRICULA UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE ENROLLMENT-FILE
           END-IF.

       0361-LER-MATRICULA.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE MAT-ALUNO TO WRK-CHAVE-BUSCA
                   PERFORM 0513-PROCURAR-ALUNO
                   IF NOT WRK-CHAVE-ACHADA
                       MOVE 7 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   END-IF
           END-READ.
           MOVE WRK-FS-MATRICULAS TO WRK-FS-ABERTURA.
           MOVE 'MATRICULAS' TO WRK-FSCHK-ARQ.
           MOVE MAT-ALUNO TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R08 - ITEM COM FORNECEDOR FORA DO SUPPMAST (ITEM SEM
      *    FORNECEDOR E PERMITIDO); D05 - CODIGO DE ITEM REPETIDO.
       0370-CONFERIR-ITENS.
           MOVE ZEROS TO WRK-QTD-VISTO.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE WRK-FS-ITEMMAST TO WRK-FS-ABERTURA.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0371-LER-ITEM UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE ITEM-MASTER-FILE
           END-IF.

       0371-LER-ITEM.
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF IT-FORNECEDOR NOT = SPACES
                       MOVE IT-FORNECEDOR TO WRK-CHAVE-BUSCA
                       PERFORM 0514-PROCURAR-FORNECEDOR
                       IF NOT WRK-CHAVE-ACHADA
                           MOVE 8 TO WRK-SUB-REGRA
                           PERFORM 0600-APONTAR
                       END-IF
                   END-IF
                   MOVE IT-CODIGO TO WRK-CHAVE-BUSCA
                   MOVE 14 TO WRK-SUB-REGRA
                   PERFORM 0520-CONFERIR-VISTO
           END-READ.
           MOVE WRK-FS-ITEMMAST TO WRK-FS-ABERTURA.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE IT-CODIGO TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

      *    R09 - HORA EXTRA APROVADA POR QUEM NAO E OPERADOR.
       0380-CONFERIR-HORA-EXTRA.
           OPEN INPUT OVERTIME-AUTH-FILE.
           MOVE WRK-FS-OVERAUT TO WRK-FS-ABERTURA.
           MOVE 'OVERAUT' TO WRK-FSCHK-ARQ.
           PERFORM 0110-CONFERIR-ABERTURA.
           PERFORM 0381-LER-AUTORIZACAO UNTIL WRK-FIM-LEITURA.
           IF WRK-ARQUIVO-PRESENTE
               CLOSE OVERTIME-AUTH-FILE
           END-IF.

       0381-LER-AUTORIZACAO.
           READ OVERTIME-AUTH-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE OA-SUPERVISOR TO WRK-CHAVE-BUSCA
                   PERFORM 0515-PROCURAR-OPERADOR
                   IF NOT WRK-CHAVE-ACHADA
                       MOVE 9 TO WRK-SUB-REGRA
                       PERFORM 0600-APONTAR
                   END-IF
           END-READ.
           MOVE WRK-FS-OVERAUT TO WRK-FS-ABERTURA.
           MOVE 'OVERAUT' TO WRK-FSCHK-ARQ.
           MOVE OA-MATRICULA TO WRK-FSCHK-CHAVE.
           PERFORM 0120-CONFERIR-LEITURA.

       0395-GRAVAR-LINHA-REL.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE 'INTEGREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-INTEGREL,
               WRK-FSCHK-CHAVE.

       0510-PROCURAR-EMPREGADO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QTD-EMP OR WRK-CHAVE-ACHADA
               IF WRK-EMP-MATRICULA(WRK-SUB) = WRK-CHAVE-BUSCA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

       0511-PROCURAR-RASTREIO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QTD-TRK OR WRK-CHAVE-ACHADA
               IF WRK-TRK-NUMERO(WRK-SUB) = WRK-CHAVE-BUSCA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

       0512-PROCURAR-CLIENTE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QTD-CLI OR WRK-CHAVE-ACHADA
               IF WRK-CLI-CODIGO(WRK-SUB) = WRK-CHAVE-BUSCA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

       0513-PROCURAR-ALUNO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QTD-ALU OR WRK-CHAVE-ACHADA
               IF WRK-ALU-CODIGO(WRK-SUB) = WRK-CHAVE-BUSCA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

       0514-PROCURAR-FORNECEDOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QTD-FOR OR WRK-CHAVE-ACHADA
               IF WRK-FOR-CODIGO(WRK-SUB) = WRK-CHAVE-BUSCA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

       0515-PROCURAR-OPERADOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QTD-OPE OR WRK-CHAVE-ACHADA
               IF WRK-OPE-CODIGO(WRK-SUB) = WRK-CHAVE-BUSCA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

      *    REGRA DE DUPLICADO DO ARQUIVO FILHO EM LEITURA: A CHAVE EM
      *    WRK-CHAVE-BUSCA JA VISTA NESTE ARQUIVO E APONTADA NA REGRA
      *    WRK-SUB-REGRA; SENAO ENTRA NA WRK-TAB-VISTO.
       0520-CONFERIR-VISTO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QTD-VISTO OR WRK-CHAVE-ACHADA
               IF WRK-VISTO-CHAVE(WRK-SUB) = WRK-CHAVE-BUSCA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-CHAVE-ACHADA
               PERFORM 0600-APONTAR
           ELSE
               MOVE 'WRK-TAB-VISTO' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-VISTO TO WRK-TABCHK-QTD
               MOVE 9000 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-VISTO
               MOVE WRK-CHAVE-BUSCA TO WRK-VISTO-CHAVE(WRK-QTD-VISTO)
           END-IF.

      *    UMA LINHA POR PROBLEMA ACHADO NA REGRA WRK-SUB-REGRA, COM A
      *    CHAVE EM WRK-CHAVE-BUSCA.
       0600-APONTAR.
           MOVE WRK-REGRA-COD(WRK-SUB-REGRA)      TO WRK-DET-REGRA.
           MOVE WRK-REGRA-ARQUIVO(WRK-SUB-REGRA)  TO WRK-DET-ARQUIVO.
           MOVE WRK-CHAVE-BUSCA                   TO WRK-DET-CHAVE.
           MOVE WRK-REGRA-PROBLEMA(WRK-SUB-REGRA) TO WRK-DET-PROBLEMA.
           MOVE WRK-LINHA-DET TO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           ADD 1 TO WRK-REGRA-QTD(WRK-SUB-REGRA).
           IF WRK-REGRA-COD(WRK-SUB-REGRA)(1:1) = 'R'
               ADD 1 TO WRK-QTD-ORFAOS
           ELSE
               ADD 1 TO WRK-QTD-DUPLICADOS
           END-IF.

       0900-ENCERRAR.
           IF WRK-QTD-ORFAOS = ZEROS AND WRK-QTD-DUPLICADOS = ZEROS
               MOVE 'NENHUM ORFAO OU DUPLICADO ENCONTRADO.'
                   TO INTEGRITY-REPORT-RECORD
               PERFORM 0395-GRAVAR-LINHA-REL
           END-IF.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE '===== CONTAGEM POR REGRA ====='
               TO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           PERFORM 0910-GRAVAR-CONTAGEM
               VARYING WRK-SUB-REGRA FROM 1 BY 1
               UNTIL WRK-SUB-REGRA > 17.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING 'TOTAL: ' WRK-QTD-LIDOS ' REGISTRO(S) LIDO(S), '
               WRK-QTD-ORFAOS ' ORFAO(S), '
               WRK-QTD-DUPLICADOS ' DUPLICADO(S).'
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.
           IF WRK-QTD-AUSENTES > ZEROS
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING WRK-QTD-AUSENTES
                   ' ARQUIVO(S) AUSENTE(S) CONFERIDO(S) COMO VAZIO(S).'
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               PERFORM 0395-GRAVAR-LINHA-REL
           END-IF.
           CLOSE INTEGRITY-REPORT-FILE.
           PERFORM 0920-GRAVAR-CONTROLE.
           DISPLAY 'VARREDURA DE INTEGRIDADE: ' WRK-QTD-ORFAOS
               ' ORFAO(S), ' WRK-QTD-DUPLICADOS ' DUPLICADO(S).'.
           IF WRK-QTD-ORFAOS > ZEROS OR WRK-QTD-DUPLICADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0910-GRAVAR-CONTAGEM.
           MOVE WRK-REGRA-COD(WRK-SUB-REGRA)      TO WRK-TOT-REGRA.
           MOVE WRK-REGRA-ARQUIVO(WRK-SUB-REGRA)  TO WRK-TOT-ARQUIVO.
           MOVE WRK-REGRA-QTD(WRK-SUB-REGRA)      TO WRK-TOT-QTD.
           MOVE WRK-REGRA-PROBLEMA(WRK-SUB-REGRA) TO WRK-TOT-PROBLEMA.
           MOVE WRK-LINHA-TOT TO INTEGRITY-REPORT-RECORD.
           PERFORM 0395-GRAVAR-LINHA-REL.

       0920-GRAVAR-CONTROLE.
           OPEN OUTPUT INTEGRITY-CONTROL-FILE.
           MOVE 'INTEGCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-INTEGCTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DATA-HOJE      TO ICT-DATA-VARREDURA.
           MOVE WRK-QTD-ORFAOS     TO ICT-QTD-ORFAOS.
           MOVE WRK-QTD-DUPLICADOS TO ICT-QTD-DUPLICADOS.
           WRITE INTEGRITY-CONTROL-RECORD.
           MOVE 'INTEGCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-INTEGCTL,
               WRK-FSCHK-CHAVE.
           CLOSE INTEGRITY-CONTROL-FILE.
