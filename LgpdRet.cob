       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDRET.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: ROTINA ANUAL DE RETENCAO DE DADOS PESSOAIS (LGPD).
      *          COM O PRAZO LEGAL DE CADA CATEGORIA DA TABELA
      *          RETPOL.dat, APURA OS REGISTROS VENCIDOS:
      *          EMPR - DESLIGADOS HA MAIS DE N ANOS (EMPMAST, COM
      *                 BANKMAST E DEPENDENTS DA MATRICULA);
      *          CLIE - CLIENTES SEM PEDIDO (FRETELOG) NEM FATURA
      *                 (FATREG) HA N ANOS E SEM FATURA EM ABERTO;
      *          CONT - CONTAS ENCERRADAS, ZERADAS E SEM MOVIMENTO
      *                 NO CAIXA (TELLERTX) HA N ANOS;
      *          ALUN - ALUNOS INATIVOS SEM MATRICULA HA N ANOS E
      *                 SEM MENSALIDADE EM ABERTO;
      *          VEND - CPF DAS VENDAS (SALESDET VIVO E ARQUIVADOS)
      *                 MAIS ANTIGAS QUE N ANOS.
      *          A LISTA SAI NO LGPDREL.dat E, COM A CONFIRMACAO DO
      *          SUPERVISOR, OS CAMPOS PESSOAIS SAO SUBSTITUIDOS PELA
      *          MARCA 'ANONIMIZADO LGPD' (CPF ZERADO), MANTENDO
      *          CHAVES, VALORES E DATAS - OS TOTAIS DO HISTORICO
      *          FINANCEIRO NAO MUDAM. CADA REGISTRO TRATADO VAI PARA
      *          O LGPDREG.dat. CADASTRO SEM MOVIMENTO NENHUM CONTA
      *          O PRAZO DA PRIMEIRA VEZ QUE A ROTINA O VIU
      *          (LGPDVIST.dat).
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: CPF, NOMES, DADOS BANCARIOS E DEPENDENTES
      *             ERAM GUARDADOS SEM PRAZO.
      *2026-10-15 - REGISTRO ANONIMIZADO SAI DO CADASTRO UNICO DE
      *             PESSOAS (PARTYXRF) E A PESSOA QUE FICA SEM VINCULO
      *             SAI DO PARTYMAST.
      *2026-10-15 - FD DO FRETELOG COM O TAMANHO DO REGISTRO DO FRETE
      *             (114 POSICOES).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-POLICY-FILE ASSIGN TO "RETPOL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETPOL.
           SELECT FIRST-SEEN-FILE ASSIGN TO "LGPDVIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDVIST.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANKMAST.
           SELECT BANK-MASTER-FILE-NOVO ASSIGN TO "BANKNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANKNEW.
           SELECT DEPENDENTS-FILE ASSIGN TO "DEPENDENTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPEND.
           SELECT DEPENDENTS-FILE-NOVO ASSIGN TO "DEPENDNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPNEW.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT CUSTOMER-MASTER-FILE-NOVO ASSIGN TO "CUSTNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTNEW.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "FATREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREG.
           SELECT FREIGHT-LOG-FILE ASSIGN USING WRK-NOME-FRETE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCMAST.
           SELECT ACCOUNT-MASTER-FILE-NOVO ASSIGN TO "ACCNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCNEW.
           SELECT TELLER-TRANSACTIONS-FILE ASSIGN USING WRK-NOME-CAIXA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TELLERTX.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUMAST.
           SELECT STUDENT-MASTER-FILE-NOVO ASSIGN TO "ALUNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALUNEW.
           SELECT ENROLLMENT-FILE ASSIGN TO "MATRICULAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRIC.
           SELECT TUITION-REGISTER-FILE ASSIGN TO "MENSREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSREG.
           SELECT SALES-DETAIL-FILE ASSIGN USING WRK-NOME-VENDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESDET.
           SELECT SALES-DETAIL-FILE-NOVO ASSIGN USING WRK-NOME-VENDA-NW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESNW.
           SELECT RETENTION-REPORT-FILE ASSIGN TO "LGPDREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDREL.
           SELECT ANONYMIZATION-REGISTER-FILE ASSIGN TO "LGPDREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDREG.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYMAST.
           SELECT PARTY-MASTER-FILE-NOVO ASSIGN TO "PARTYNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYNEW.
           SELECT PARTY-XREF-FILE ASSIGN TO "PARTYXRF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYXRF.
           SELECT PARTY-XREF-FILE-NOVO ASSIGN TO "PARTYXNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTYXNW.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-POLICY-FILE.
       01  RETENTION-POLICY-RECORD.
           02 RET-CATEGORIA          PIC X(04).
           02 RET-ANOS               PIC 9(02).
           02 RET-BASE-LEGAL         PIC X(40).

       FD  FIRST-SEEN-FILE.
       01  FIRST-SEEN-RECORD.
           02 VIS-CATEGORIA          PIC X(04).
           02 VIS-CHAVE              PIC X(06).
           02 VIS-DATA               PIC 9(08).

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

       FD  BANK-MASTER-FILE.
       01  BANK-MASTER-RECORD.
           02 BK-MATRICULA          PIC X(06).
           02 BK-BANCO              PIC X(03).
           02 BK-AGENCIA            PIC X(04).
           02 BK-CONTA              PIC X(10).
           02 BK-DV                 PIC X(01).
           02 BK-TIPO-CONTA         PIC X(01).

       FD  BANK-MASTER-FILE-NOVO.
       01  BANK-MASTER-RECORD-NOVO.
           02 BKN-MATRICULA         PIC X(06).
           02 BKN-BANCO             PIC X(03).
           02 BKN-AGENCIA           PIC X(04).
           02 BKN-CONTA             PIC X(10).
           02 BKN-DV                PIC X(01).
           02 BKN-TIPO-CONTA        PIC X(01).

       FD  DEPENDENTS-FILE.
       01  DEPENDENT-RECORD.
           02 DEP-MATRICULA          PIC X(06).
           02 DEP-NOME               PIC X(30).
           02 DEP-NASCIMENTO         PIC 9(08).
           02 DEP-TIPO               PIC X(01).

       FD  DEPENDENTS-FILE-NOVO.
       01  DEPENDENT-RECORD-NOVO.
           02 DEPN-MATRICULA         PIC X(06).
           02 DEPN-NOME              PIC X(30).
           02 DEPN-NASCIMENTO        PIC 9(08).
           02 DEPN-NASC-R REDEFINES DEPN-NASCIMENTO.
               03 DEPN-NASC-ANO      PIC 9(04).
               03 DEPN-NASC-MMDD     PIC 9(04).
           02 DEPN-TIPO              PIC X(01).

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

       FD  CUSTOMER-MASTER-FILE-NOVO.
       01  CUSTOMER-MASTER-RECORD-NOVO.
           02 CMN-CODIGO             PIC X(06).
           02 CMN-NOME               PIC X(30).
           02 CMN-CPFCNPJ            PIC 9(14).
           02 CMN-UF                 PIC X(02).
           02 CMN-SEGURO-PREF        PIC X(01).
           02 CMN-LIMITE-CREDITO     PIC 9(09)V99.
           02 CMN-CONTRIB-ICMS       PIC X(01).
           02 CMN-EXIGE-POD          PIC X(01).

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

       FD  FREIGHT-LOG-FILE.
       01  FREIGHT-LOG-RECORD.
           02 LOG-DATA               PIC 9(08).
           02 LOG-PEDIDO             PIC X(06).
           02 LOG-CLIENTE-COD        PIC X(06).
           02 FILLER                 PIC X(94).

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

       FD  TELLER-TRANSACTIONS-FILE.
       01  TELLER-TX-RECORD.
           02 TX-DATA                PIC 9(08).
           02 TX-TELLER              PIC X(06).
           02 TX-CONTA               PIC X(06).
           02 FILLER                 PIC X(141).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           02 ALU-ID                 PIC X(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-RESPONSAVEL        PIC X(30).
           02 ALU-STATUS             PIC X(01).
           02 ALU-DESC-PERC          PIC 9(02)V99.
           02 ALU-CURSO              PIC X(06).

       FD  STUDENT-MASTER-FILE-NOVO.
       01  STUDENT-MASTER-RECORD-NOVO.
           02 ALUN-ID                PIC X(06).
           02 ALUN-NOME              PIC X(30).
           02 ALUN-RESPONSAVEL       PIC X(30).
           02 ALUN-STATUS            PIC X(01).
           02 ALUN-DESC-PERC         PIC 9(02)V99.
           02 ALUN-CURSO             PIC X(06).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           02 MAT-ALUNO              PIC X(06).
           02 MAT-TURMA              PIC X(06).
           02 MAT-PERIODO            PIC X(06).
           02 MAT-STATUS             PIC X(01).
           02 MAT-DATA               PIC 9(08).
           02 MAT-AUTORIZADOR        PIC X(06).

       FD  TUITION-REGISTER-FILE.
       01  TUITION-REGISTER-RECORD.
           02 MR-NUMERO              PIC 9(08).
           02 MR-ALUNO               PIC X(06).
           02 MR-TURMA               PIC X(06).
           02 MR-COMPETENCIA         PIC 9(06).
           02 MR-VALOR               PIC 9(07)V99.
           02 MR-VALOR-PAGO          PIC 9(07)V99.
           02 MR-STATUS              PIC X(01).

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

       FD  SALES-DETAIL-FILE-NOVO.
       01  SALES-DETAIL-RECORD-NOVO.
           02 SDN-DATA               PIC 9(08).
           02 SDN-HORA               PIC 9(06).
           02 SDN-TERMINAL           PIC X(04).
           02 SDN-TIPO-TRANSACAO     PIC X(01).
           02 SDN-ITEM-CODIGO        PIC X(06).
           02 SDN-VENDEDOR-CODIGO    PIC X(06).
           02 SDN-FORMA-PAGTO        PIC X(01).
           02 SDN-VALOR              PIC 9(07)V99.
           02 SDN-VALOR-BRUTO        PIC 9(07)V99.
           02 SDN-DESCONTO           PIC 9(07)V99.
           02 SDN-PROMO-ID           PIC X(04).
           02 SDN-CUPOM              PIC 9(06).
           02 SDN-QTDE               PIC 9(03).
           02 SDN-REF-DATA           PIC 9(08).
           02 SDN-REF-TERM           PIC X(04).
           02 SDN-REF-CUPOM          PIC 9(06).
           02 SDN-CPF                PIC 9(11).
           02 SDN-PONTOS             PIC 9(07).

       FD  RETENTION-REPORT-FILE.
       01  RETENTION-REPORT-RECORD   PIC X(132).

       FD  ANONYMIZATION-REGISTER-FILE.
       01  ANONYMIZATION-REGISTER-RECORD.
           02 REG-DATA               PIC 9(08).
           02 REG-CATEGORIA          PIC X(04).
           02 REG-CHAVE              PIC X(20).
           02 REG-OPERADOR           PIC X(06).
           02 REG-APROVADOR          PIC X(06).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA            PIC X(15).
           02 AUD-SEQUENCIA           PIC 9(06).
           02 AUD-DATA                PIC 9(08).
           02 AUD-HORA                PIC 9(08).
           02 AUD-ENTRADA             PIC X(30).
           02 AUD-SAIDA               PIC X(30).
           02 AUD-OPERADOR            PIC X(06).

       FD  PARTY-MASTER-FILE.
       01  PARTY-MASTER-RECORD.
           02 PTY-CPFCNPJ            PIC 9(14).
           02 PTY-RESTO              PIC X(116).

       FD  PARTY-MASTER-FILE-NOVO.
       01  PARTY-MASTER-RECORD-NOVO  PIC X(130).

       FD  PARTY-XREF-FILE.
       01  PARTY-XREF-RECORD.
           02 XRF-CPFCNPJ            PIC 9(14).
           02 XRF-ORIGEM             PIC X(08).
           02 XRF-CHAVE              PIC X(06).
           02 XRF-RESTO              PIC X(47).

       FD  PARTY-XREF-FILE-NOVO.
       01  PARTY-XREF-RECORD-NOVO    PIC X(75).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'AUDIT-CPY.COB'.
           COPY 'OPER-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'LGPDRET'.
       77 WRK-FS-RETPOL          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LGPDVIST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BANKMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BANKNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DEPEND          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DEPNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FRETELOG        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ACCNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TELLERTX        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ALUNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MATRIC          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-MENSREG         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALESDET        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SALESNW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LGPDREL         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-LGPDREG         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYMAST       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYNEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYXRF        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARTYXNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ARQ            PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQUIVO                   VALUE 'S'.
       77 WRK-ARQ-OK             PIC X(01)      VALUE 'N'.
           88 WRK-ARQ-ABERTO                    VALUE 'S'.

       77 WRK-NOME-FRETE         PIC X(20)      VALUE SPACES.
       77 WRK-NOME-CAIXA         PIC X(20)      VALUE SPACES.
       77 WRK-NOME-VENDA         PIC X(20)      VALUE SPACES.
       77 WRK-NOME-VENDA-NW      PIC X(20)
                                 VALUE "SALESDET.NW.dat".
       77 WRK-NOME-CUSTMAST      PIC X(20)      VALUE "CUSTMAST.dat".
       77 WRK-NOME-CUSTNEW       PIC X(20)      VALUE "CUSTNEW.dat".
       77 WRK-NOME-ACCMAST       PIC X(20)      VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20)      VALUE "ACCNEW.dat".
       77 WRK-NOME-ALUMAST       PIC X(20)      VALUE "ALUMAST.dat".
       77 WRK-NOME-ALUNEW        PIC X(20)      VALUE "ALUNEW.dat".
       77 WRK-NOME-BANKMAST      PIC X(20)      VALUE "BANKMAST.dat".
       77 WRK-NOME-BANKNEW       PIC X(20)      VALUE "BANKNEW.dat".
       77 WRK-NOME-DEPEND        PIC X(20)
                                 VALUE "DEPENDENTS.dat".
       77 WRK-NOME-DEPNEW        PIC X(20)      VALUE "DEPENDNW.dat".
       77 WRK-NOME-PARTYMAST     PIC X(20)      VALUE "PARTYMAST.dat".
       77 WRK-NOME-PARTYNEW      PIC X(20)      VALUE "PARTYNEW.dat".
       77 WRK-NOME-PARTYXRF      PIC X(20)      VALUE "PARTYXRF.dat".
       77 WRK-NOME-PARTYXNW      PIC X(20)      VALUE "PARTYXNW.dat".
       77 WRK-NOME-BASE          PIC X(20)      VALUE SPACES.
       77 WRK-NOME-GERACAO       PIC X(24)      VALUE SPACES.
       77 WRK-NUM-GERACAO        PIC 9(01)      VALUE ZEROS.
       77 WRK-RESULT-PROMOCAO    PIC X(01).
       77 WRK-RC-ARQUIVO         PIC 9(9)       COMP-5.

       77 WRK-MARCA-ANONIMO      PIC X(30)
                                 VALUE 'ANONIMIZADO LGPD'.
       77 WRK-PREFIXO            PIC X(08)      VALUE SPACES.
       77 WRK-CATEGORIA-AUX      PIC X(04)      VALUE SPACES.
       77 WRK-CHAVE-AUX          PIC X(06)      VALUE SPACES.
       77 WRK-DATA-AUX           PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-REF           PIC 9(08)      VALUE ZEROS.
       77 WRK-MOTIVO-AUX         PIC X(40)      VALUE SPACES.
       77 WRK-CORTE-AUX          PIC 9(08)      VALUE ZEROS.
       77 WRK-CORTE-EMPR         PIC 9(08)      VALUE ZEROS.
       77 WRK-CORTE-CLIE         PIC 9(08)      VALUE ZEROS.
       77 WRK-CORTE-CONT         PIC 9(08)      VALUE ZEROS.
       77 WRK-CORTE-ALUN         PIC 9(08)      VALUE ZEROS.
       77 WRK-CORTE-VEND         PIC 9(08)      VALUE ZEROS.
      *    PRIMEIRA COMPETENCIA EM QUE PODE HAVER LOG ARQUIVADO PELO
      *    ARQUIVA; OS MESES SEM ARQUIVO SAO PULADOS.
       77 WRK-COMP-INICIO        PIC 9(06)      VALUE 202001.
       77 WRK-COMP-VARRE         PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-HOJE          PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-LIMITE        PIC 9(06)      VALUE ZEROS.

       77 WRK-SUB-EMP            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-EMP            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CLI            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CTA            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CTA            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-ALU            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-ALU            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-VIS            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-VIS            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-VIS-LIDOS      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-VEN            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-VEN            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ACHADO             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-DSV            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-DSV            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-DCP            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-DCP            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ORIGEM-AUX         PIC X(08)      VALUE SPACES.
       77 WRK-CPF-AUX            PIC 9(14)      VALUE ZEROS.
       77 WRK-QTD-VINC-FORA      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-PESS-FORA      PIC 9(05)      VALUE ZEROS.

       77 WRK-QTD-CAND-EMPR      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CAND-CLIE      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CAND-CONT      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CAND-ALUN      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CAND-VEND      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CANDIDATOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CPF-ARQ        PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-BANCO          PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-DEPEND         PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-TRATADOS       PIC 9(07)      VALUE ZEROS.
       77 WRK-QTD-ED             PIC ZZ.ZZ9.

       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-APROVADOR-ID       PIC X(06)      VALUE SPACES.
       77 WRK-AUDIT-OPERADOR     PIC X(06)      VALUE SPACES.
       77 WRK-CONFIRMA           PIC X(01)      VALUE 'N'.
           88 WRK-CONFIRMA-SIM                  VALUE 'S'.

       01  WRK-DATA-HOJE         PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           02 WRK-HOJE-ANO           PIC 9(04).
           02 WRK-HOJE-MMDD          PIC 9(04).

       01  WRK-COMP-VARRE-R.
           02 WRK-VARRE-ANO          PIC 9(04).
           02 WRK-VARRE-MES          PIC 9(02).

       01  WRK-DATA-LEGIVEL.
           02 WRK-LEG-DIA            PIC 9(02).
           02 FILLER                 PIC X(01) VALUE '/'.
           02 WRK-LEG-MES            PIC 9(02).
           02 FILLER                 PIC X(01) VALUE '/'.
           02 WRK-LEG-ANO            PIC 9(04).

      *    EMPREGADOS DESLIGADOS HA MAIS DO PRAZO.
       01  WRK-TAB-EMP VALUE SPACES.
           02 WRK-EMP-LINHA OCCURS 500 TIMES.
               03 WRK-EMP-MATRICULA  PIC X(06).

      *    CADASTROS COM A ULTIMA ATIVIDADE ENCONTRADA NOS LOGS E
      *    REGISTROS, A PRIMEIRA VEZ QUE A ROTINA OS VIU E AS
      *    MARCAS DE PENDENCIA (S = EM ABERTO) E DE CANDIDATO.
       01  WRK-TAB-CLI VALUE SPACES.
           02 WRK-CLI-LINHA OCCURS 300 TIMES.
               03 WRK-CLI-CODIGO     PIC X(06).
               03 WRK-CLI-ANONIMO    PIC X(01).
               03 WRK-CLI-ULTIMA     PIC 9(08).
               03 WRK-CLI-ABERTO     PIC X(01).
               03 WRK-CLI-CANDIDATO  PIC X(01).

       01  WRK-TAB-CTA VALUE SPACES.
           02 WRK-CTA-LINHA OCCURS 300 TIMES.
               03 WRK-CTA-CONTA      PIC X(06).
               03 WRK-CTA-APTA       PIC X(01).
               03 WRK-CTA-ULTIMA     PIC 9(08).
               03 WRK-CTA-CANDIDATO  PIC X(01).

       01  WRK-TAB-ALU VALUE SPACES.
           02 WRK-ALU-LINHA OCCURS 500 TIMES.
               03 WRK-ALU-ID         PIC X(06).
               03 WRK-ALU-APTO       PIC X(01).
               03 WRK-ALU-ULTIMA     PIC 9(08).
               03 WRK-ALU-ABERTO     PIC X(01).
               03 WRK-ALU-CANDIDATO  PIC X(01).

       01  WRK-TAB-VIS VALUE SPACES.
           02 WRK-VIS-LINHA OCCURS 2000 TIMES.
               03 WRK-VIS-CATEGORIA  PIC X(04).
               03 WRK-VIS-CHAVE      PIC X(06).
               03 WRK-VIS-DATA       PIC 9(08).

      *    ARQUIVOS DE VENDAS (VIVO E ARQUIVADOS) COM CPF DE VENDA
      *    MAIS ANTIGA QUE O PRAZO.
       01  WRK-TAB-VEN VALUE SPACES.
           02 WRK-VEN-LINHA OCCURS 200 TIMES.
               03 WRK-VEN-ARQUIVO    PIC X(20).
               03 WRK-VEN-QTD        PIC 9(07).

      *    REGISTROS ANONIMIZADOS NESTA RODADA (PARA SAIR DO PARTYXRF)
      *    E AS PESSOAS QUE PERDERAM VINCULO, COM QUANTOS SOBRARAM.
       01  WRK-TAB-DSV VALUE SPACES.
           02 WRK-DSV-LINHA OCCURS 1600 TIMES.
               03 WRK-DSV-ORIGEM     PIC X(08).
               03 WRK-DSV-CHAVE      PIC X(06).

       01  WRK-TAB-DCP.
           02 WRK-DCP-LINHA OCCURS 1600 TIMES.
               03 WRK-DCP-CPFCNPJ    PIC 9(14).
               03 WRK-DCP-RESTANTES  PIC 9(04) COMP.

       01  WRK-LINHA-CAND.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WRK-CAND-CATEGORIA     PIC X(04).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-CAND-CHAVE         PIC X(20).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-CAND-DATA          PIC X(10).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WRK-CAND-MOTIVO        PIC X(40).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR-CANDIDATOS.
           IF WRK-QTD-CANDIDATOS = ZEROS
               DISPLAY 'NENHUM REGISTRO COM PRAZO DE RETENCAO '
                   'VENCIDO.'
           ELSE
               PERFORM 0300-CONFIRMAR-ANONIMIZACAO
           END-IF.
           PERFORM 0500-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-COMP-HOJE.
           MOVE 'LGPDRET' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           OPEN OUTPUT RETENTION-REPORT-FILE.
           MOVE 'LGPDREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LGPDREL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-DATA-HOJE(7:2) TO WRK-LEG-DIA.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-LEG-MES.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-LEG-ANO.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           STRING 'RETENCAO DE DADOS PESSOAIS (LGPD) - APURACAO DE '
               WRK-DATA-LEGIVEL ' - OPERADOR ' WRK-OPERADOR-ID
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           STRING 'POLITICA DE RETENCAO (RETPOL.dat):'
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0110-CARREGAR-POLITICA.
           PERFORM 0120-CARREGAR-VISTOS.

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

      *    SEM A TABELA NAO HA PRAZO A APLICAR: O FS-CHECK ENCERRA.
      *    CATEGORIA FORA DA TABELA FICA COM CORTE ZERO E NAO E
      *    TRATADA.
       0110-CARREGAR-POLITICA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RETENTION-POLICY-FILE.
           MOVE 'RETPOL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RETPOL,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-POLITICA UNTIL WRK-FIM-ARQUIVO.
           CLOSE RETENTION-POLICY-FILE.

       0111-LER-POLITICA.
           READ RETENTION-POLICY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0112-CALCULAR-CORTE
           END-READ.
           MOVE 'RETPOL' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-RETPOL,
               WRK-FSCHK-CHAVE.

      *    O CORTE E A DATA DE HOJE RECUADA OS ANOS DO PRAZO:
      *    ATIVIDADE ANTERIOR AO CORTE ESTA FORA DA RETENCAO.
       0112-CALCULAR-CORTE.
           COMPUTE WRK-CORTE-AUX = (WRK-HOJE-ANO - RET-ANOS) * 10000
               + WRK-HOJE-MMDD.
           EVALUATE RET-CATEGORIA
               WHEN 'EMPR'
                   MOVE WRK-CORTE-AUX TO WRK-CORTE-EMPR
               WHEN 'CLIE'
                   MOVE WRK-CORTE-AUX TO WRK-CORTE-CLIE
               WHEN 'CONT'
                   MOVE WRK-CORTE-AUX TO WRK-CORTE-CONT
               WHEN 'ALUN'
                   MOVE WRK-CORTE-AUX TO WRK-CORTE-ALUN
               WHEN 'VEND'
                   MOVE WRK-CORTE-AUX TO WRK-CORTE-VEND
               WHEN OTHER
                   DISPLAY 'AVISO: CATEGORIA ' RET-CATEGORIA
                       ' DO RETPOL.dat DESCONHECIDA - IGNORADA.'
                   MOVE ZEROS TO WRK-CORTE-AUX
           END-EVALUATE.
           IF WRK-CORTE-AUX > ZEROS
               MOVE WRK-CORTE-AUX(7:2) TO WRK-LEG-DIA
               MOVE WRK-CORTE-AUX(5:2) TO WRK-LEG-MES
               MOVE WRK-CORTE-AUX(1:4) TO WRK-LEG-ANO
               MOVE SPACES TO RETENTION-REPORT-RECORD
               STRING '  ' RET-CATEGORIA ' ' RET-ANOS ' ANOS - '
                   'ATIVIDADE ANTES DE ' WRK-DATA-LEGIVEL ' - '
                   RET-BASE-LEGAL
                   DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

      *    PRIMEIRA VEZ QUE CADA CADASTRO FOI VISTO PELA ROTINA; NA
      *    PRIMEIRA RODADA O ARQUIVO AINDA NAO EXISTE.
       0120-CARREGAR-VISTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT FIRST-SEEN-FILE.
           IF WRK-FS-LGPDVIST = '00'
               PERFORM 0121-LER-VISTO UNTIL WRK-FIM-ARQUIVO
               CLOSE FIRST-SEEN-FILE
           END-IF.
           MOVE WRK-QTD-VIS TO WRK-QTD-VIS-LIDOS.

       0121-LER-VISTO.
           READ FIRST-SEEN-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'WRK-TAB-VIS' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-VIS TO WRK-TABCHK-QTD
                   MOVE 2000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-VIS
                   MOVE VIS-CATEGORIA TO WRK-VIS-CATEGORIA(WRK-QTD-VIS)
                   MOVE VIS-CHAVE     TO WRK-VIS-CHAVE(WRK-QTD-VIS)
                   MOVE VIS-DATA      TO WRK-VIS-DATA(WRK-QTD-VIS)
           END-READ.
           MOVE 'LGPDVIST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LGPDVIST,
               WRK-FSCHK-CHAVE.

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

       0200-APURAR-CANDIDATOS.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           STRING '  CAT  CHAVE                REFERENCIA MOTIVO'
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-CORTE-EMPR > ZEROS
               PERFORM 0210-APURAR-EMPREGADOS
           END-IF.
           IF WRK-CORTE-CLIE > ZEROS
               PERFORM 0220-APURAR-CLIENTES
           END-IF.
           IF WRK-CORTE-CONT > ZEROS
               PERFORM 0230-APURAR-CONTAS
           END-IF.
           IF WRK-CORTE-ALUN > ZEROS
               PERFORM 0240-APURAR-ALUNOS
           END-IF.
           IF WRK-CORTE-VEND > ZEROS
               PERFORM 0250-APURAR-VENDAS
           END-IF.
           PERFORM 0260-GRAVAR-VISTOS.
           COMPUTE WRK-QTD-CANDIDATOS = WRK-QTD-CAND-EMPR
               + WRK-QTD-CAND-CLIE + WRK-QTD-CAND-CONT
               + WRK-QTD-CAND-ALUN + WRK-QTD-CAND-VEND.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-CANDIDATOS TO WRK-QTD-ED.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           STRING 'REGISTROS COM PRAZO VENCIDO: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

      ***************************************************************
      * EMPREGADOS: DESLIGADOS ANTES DO CORTE E AINDA COM NOME.     *
      ***************************************************************
       0210-APURAR-EMPREGADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0211-LER-EMPREGADO UNTIL WRK-FIM-ARQUIVO.
           CLOSE EMPLOYEE-MASTER-FILE.

       0211-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF EMP-DATA-DESLIGAMENTO > ZEROS
                       AND EMP-DATA-DESLIGAMENTO < WRK-CORTE-EMPR
                       AND EMP-NOME NOT = WRK-MARCA-ANONIMO
                       PERFORM 0212-GUARDAR-EMPREGADO
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0212-GUARDAR-EMPREGADO.
           MOVE 'WRK-TAB-EMP' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-EMP TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-EMP.
           MOVE EMP-MATRICULA TO WRK-EMP-MATRICULA(WRK-QTD-EMP).
           ADD 1 TO WRK-QTD-CAND-EMPR.
           MOVE 'EMPR' TO WRK-CATEGORIA-AUX.
           MOVE EMP-MATRICULA TO WRK-CHAVE-AUX.
           MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-REF.
           MOVE 'DESLIGADO - COM BANKMAST E DEPENDENTS'
               TO WRK-MOTIVO-AUX.
           PERFORM 0280-LISTAR-CANDIDATO.

      ***************************************************************
      * CLIENTES: ULTIMO PEDIDO (FRETELOG VIVO E ARQUIVADOS) OU     *
      * FATURA ANTES DO CORTE, E NENHUMA FATURA EM ABERTO.          *
      ***************************************************************
       0220-APURAR-CLIENTES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0221-LER-CLIENTE UNTIL WRK-FIM-ARQUIVO.
           CLOSE CUSTOMER-MASTER-FILE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF WRK-FS-FATREG = '00'
               PERFORM 0222-LER-FATURA UNTIL WRK-FIM-ARQUIVO
               CLOSE INVOICE-REGISTER-FILE
           END-IF.
           MOVE 'FRETELOG' TO WRK-PREFIXO.
           MOVE WRK-COMP-INICIO TO WRK-COMP-VARRE.
           PERFORM 0223-VARRER-MES-FRETE
               UNTIL WRK-COMP-VARRE > WRK-COMP-HOJE.
           MOVE "FRETELOG.dat" TO WRK-NOME-FRETE.
           PERFORM 0224-LER-LOG-FRETE.
           PERFORM 0225-CLASSIFICAR-CLIENTE
               VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QTD-CLI.

       0221-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'WRK-TAB-CLI' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CLI TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CLI
                   MOVE CM-CODIGO TO WRK-CLI-CODIGO(WRK-QTD-CLI)
                   MOVE ZEROS TO WRK-CLI-ULTIMA(WRK-QTD-CLI)
                   MOVE 'N' TO WRK-CLI-ABERTO(WRK-QTD-CLI)
                   MOVE 'N' TO WRK-CLI-CANDIDATO(WRK-QTD-CLI)
                   IF CM-NOME = WRK-MARCA-ANONIMO
                       MOVE 'S' TO WRK-CLI-ANONIMO(WRK-QTD-CLI)
                   ELSE
                       MOVE 'N' TO WRK-CLI-ANONIMO(WRK-QTD-CLI)
                   END-IF
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

       0222-LER-FATURA.
           READ INVOICE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE FAT-CLIENTE TO WRK-CHAVE-AUX
                   MOVE FAT-DATA-EMISSAO TO WRK-DATA-AUX
                   PERFORM 0226-ATUALIZAR-CLIENTE
                   IF WRK-ACHADO > ZEROS
                       AND FAT-STATUS NOT = 'P'
                       AND FAT-VALOR > FAT-VALOR-PAGO
                       MOVE 'S' TO WRK-CLI-ABERTO(WRK-ACHADO)
                   END-IF
           END-READ.
           MOVE 'FATREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATREG,
               WRK-FSCHK-CHAVE.

       0223-VARRER-MES-FRETE.
           MOVE SPACES TO WRK-NOME-FRETE.
           STRING 'FRETELOG.' WRK-COMP-VARRE '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-FRETE.
           PERFORM 0224-LER-LOG-FRETE.
           PERFORM 0295-AVANCAR-MES.

       0224-LER-LOG-FRETE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT FREIGHT-LOG-FILE.
           IF WRK-FS-FRETELOG = '00'
               PERFORM 0227-LER-PEDIDO UNTIL WRK-FIM-ARQUIVO
               CLOSE FREIGHT-LOG-FILE
           END-IF.

       0225-CLASSIFICAR-CLIENTE.
           IF WRK-CLI-ANONIMO(WRK-SUB-CLI) = 'N'
               MOVE 'CLIE' TO WRK-CATEGORIA-AUX
               MOVE WRK-CLI-CODIGO(WRK-SUB-CLI) TO WRK-CHAVE-AUX
               MOVE WRK-CLI-ULTIMA(WRK-SUB-CLI) TO WRK-DATA-REF
               PERFORM 0270-DATA-REFERENCIA
               IF WRK-DATA-REF < WRK-CORTE-CLIE
                   AND WRK-CLI-ABERTO(WRK-SUB-CLI) = 'N'
                   MOVE 'S' TO WRK-CLI-CANDIDATO(WRK-SUB-CLI)
                   ADD 1 TO WRK-QTD-CAND-CLIE
                   PERFORM 0280-LISTAR-CANDIDATO
               END-IF
           END-IF.

       0226-ATUALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QTD-CLI
               IF WRK-CLI-CODIGO(WRK-SUB-CLI) = WRK-CHAVE-AUX
                   MOVE WRK-SUB-CLI TO WRK-ACHADO
                   MOVE WRK-QTD-CLI TO WRK-SUB-CLI
               END-IF
           END-PERFORM.
           IF WRK-ACHADO > ZEROS
               IF WRK-DATA-AUX > WRK-CLI-ULTIMA(WRK-ACHADO)
                   MOVE WRK-DATA-AUX TO WRK-CLI-ULTIMA(WRK-ACHADO)
               END-IF
           END-IF.

       0227-LER-PEDIDO.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE LOG-CLIENTE-COD TO WRK-CHAVE-AUX
                   MOVE LOG-DATA TO WRK-DATA-AUX
                   PERFORM 0226-ATUALIZAR-CLIENTE
           END-READ.
           MOVE 'FRETELOG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FRETELOG,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * CONTAS: ENCERRADAS, SEM SALDO NEM BLOQUEIO, E ULTIMO        *
      * MOVIMENTO NO CAIXA (TELLERTX VIVO E ARQUIVADOS) ANTES DO    *
      * CORTE.                                                      *
      ***************************************************************
       0230-APURAR-CONTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0231-LER-CONTA UNTIL WRK-FIM-ARQUIVO.
           CLOSE ACCOUNT-MASTER-FILE.
           MOVE WRK-COMP-INICIO TO WRK-COMP-VARRE.
           PERFORM 0233-VARRER-MES-CAIXA
               UNTIL WRK-COMP-VARRE > WRK-COMP-HOJE.
           MOVE "TELLERTX.dat" TO WRK-NOME-CAIXA.
           PERFORM 0234-LER-LOG-CAIXA.
           PERFORM 0235-CLASSIFICAR-CONTA
               VARYING WRK-SUB-CTA FROM 1 BY 1
               UNTIL WRK-SUB-CTA > WRK-QTD-CTA.

       0231-LER-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'WRK-TAB-CTA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CTA TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CTA
                   MOVE AC-CONTA TO WRK-CTA-CONTA(WRK-QTD-CTA)
                   MOVE ZEROS TO WRK-CTA-ULTIMA(WRK-QTD-CTA)
                   MOVE 'N' TO WRK-CTA-CANDIDATO(WRK-QTD-CTA)
                   IF AC-STATUS = 'E'
                       AND AC-SALDO = ZEROS
                       AND AC-SALDO-BLOQ = ZEROS
                       AND AC-TITULAR NOT = WRK-MARCA-ANONIMO
                       MOVE 'S' TO WRK-CTA-APTA(WRK-QTD-CTA)
                   ELSE
                       MOVE 'N' TO WRK-CTA-APTA(WRK-QTD-CTA)
                   END-IF
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

       0233-VARRER-MES-CAIXA.
           MOVE SPACES TO WRK-NOME-CAIXA.
           STRING 'TELLERTX.' WRK-COMP-VARRE '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-CAIXA.
           PERFORM 0234-LER-LOG-CAIXA.
           PERFORM 0295-AVANCAR-MES.

       0234-LER-LOG-CAIXA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TELLER-TRANSACTIONS-FILE.
           IF WRK-FS-TELLERTX = '00'
               PERFORM 0236-LER-MOVIMENTO UNTIL WRK-FIM-ARQUIVO
               CLOSE TELLER-TRANSACTIONS-FILE
           END-IF.

       0235-CLASSIFICAR-CONTA.
           IF WRK-CTA-APTA(WRK-SUB-CTA) = 'S'
               MOVE 'CONT' TO WRK-CATEGORIA-AUX
               MOVE WRK-CTA-CONTA(WRK-SUB-CTA) TO WRK-CHAVE-AUX
               MOVE WRK-CTA-ULTIMA(WRK-SUB-CTA) TO WRK-DATA-REF
               PERFORM 0270-DATA-REFERENCIA
               IF WRK-DATA-REF < WRK-CORTE-CONT
                   MOVE 'S' TO WRK-CTA-CANDIDATO(WRK-SUB-CTA)
                   ADD 1 TO WRK-QTD-CAND-CONT
                   PERFORM 0280-LISTAR-CANDIDATO
               END-IF
           END-IF.

       0236-LER-MOVIMENTO.
           READ TELLER-TRANSACTIONS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM VARYING WRK-SUB-CTA FROM 1 BY 1
                       UNTIL WRK-SUB-CTA > WRK-QTD-CTA
                       IF WRK-CTA-CONTA(WRK-SUB-CTA) = TX-CONTA
                           IF TX-DATA > WRK-CTA-ULTIMA(WRK-SUB-CTA)
                               MOVE TX-DATA
                                   TO WRK-CTA-ULTIMA(WRK-SUB-CTA)
                           END-IF
                           MOVE WRK-QTD-CTA TO WRK-SUB-CTA
                       END-IF
                   END-PERFORM
           END-READ.
           MOVE 'TELLERTX' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TELLERTX,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * ALUNOS: INATIVOS, ULTIMA MATRICULA ANTES DO CORTE E NENHUMA *
      * MENSALIDADE EM ABERTO NO MENSREG.                           *
      ***************************************************************
       0240-APURAR-ALUNOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0241-LER-ALUNO UNTIL WRK-FIM-ARQUIVO.
           CLOSE STUDENT-MASTER-FILE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ENROLLMENT-FILE.
           IF WRK-FS-MATRIC = '00'
               PERFORM 0242-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO
               CLOSE ENROLLMENT-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TUITION-REGISTER-FILE.
           IF WRK-FS-MENSREG = '00'
               PERFORM 0243-LER-MENSALIDADE UNTIL WRK-FIM-ARQUIVO
               CLOSE TUITION-REGISTER-FILE
           END-IF.
           PERFORM 0245-CLASSIFICAR-ALUNO
               VARYING WRK-SUB-ALU FROM 1 BY 1
               UNTIL WRK-SUB-ALU > WRK-QTD-ALU.

       0241-LER-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'WRK-TAB-ALU' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-ALU TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-ALU
                   MOVE ALU-ID TO WRK-ALU-ID(WRK-QTD-ALU)
                   MOVE ZEROS TO WRK-ALU-ULTIMA(WRK-QTD-ALU)
                   MOVE 'N' TO WRK-ALU-ABERTO(WRK-QTD-ALU)
                   MOVE 'N' TO WRK-ALU-CANDIDATO(WRK-QTD-ALU)
                   IF ALU-STATUS = 'I'
                       AND ALU-NOME NOT = WRK-MARCA-ANONIMO
                       MOVE 'S' TO WRK-ALU-APTO(WRK-QTD-ALU)
                   ELSE
                       MOVE 'N' TO WRK-ALU-APTO(WRK-QTD-ALU)
                   END-IF
           END-READ.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.

       0242-LER-MATRICULA.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE MAT-ALUNO TO WRK-CHAVE-AUX
                   PERFORM 0246-LOCALIZAR-ALUNO
                   IF WRK-ACHADO > ZEROS
                       AND MAT-DATA > WRK-ALU-ULTIMA(WRK-ACHADO)
                       MOVE MAT-DATA TO WRK-ALU-ULTIMA(WRK-ACHADO)
                   END-IF
           END-READ.
           MOVE 'MATRICUL' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MATRIC,
               WRK-FSCHK-CHAVE.

       0243-LER-MENSALIDADE.
           READ TUITION-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MR-STATUS = 'A'
                       AND MR-VALOR > MR-VALOR-PAGO
                       MOVE MR-ALUNO TO WRK-CHAVE-AUX
                       PERFORM 0246-LOCALIZAR-ALUNO
                       IF WRK-ACHADO > ZEROS
                           MOVE 'S' TO WRK-ALU-ABERTO(WRK-ACHADO)
                       END-IF
                   END-IF
           END-READ.
           MOVE 'MENSREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-MENSREG,
               WRK-FSCHK-CHAVE.

       0245-CLASSIFICAR-ALUNO.
           IF WRK-ALU-APTO(WRK-SUB-ALU) = 'S'
               MOVE 'ALUN' TO WRK-CATEGORIA-AUX
               MOVE WRK-ALU-ID(WRK-SUB-ALU) TO WRK-CHAVE-AUX
               MOVE WRK-ALU-ULTIMA(WRK-SUB-ALU) TO WRK-DATA-REF
               PERFORM 0270-DATA-REFERENCIA
               IF WRK-DATA-REF < WRK-CORTE-ALUN
                   AND WRK-ALU-ABERTO(WRK-SUB-ALU) = 'N'
                   MOVE 'S' TO WRK-ALU-CANDIDATO(WRK-SUB-ALU)
                   ADD 1 TO WRK-QTD-CAND-ALUN
                   PERFORM 0280-LISTAR-CANDIDATO
               END-IF
           END-IF.

       0246-LOCALIZAR-ALUNO.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-SUB-ALU FROM 1 BY 1
               UNTIL WRK-SUB-ALU > WRK-QTD-ALU
               IF WRK-ALU-ID(WRK-SUB-ALU) = WRK-CHAVE-AUX
                   MOVE WRK-SUB-ALU TO WRK-ACHADO
                   MOVE WRK-QTD-ALU TO WRK-SUB-ALU
               END-IF
           END-PERFORM.

      ***************************************************************
      * VENDAS: CPF INFORMADO NO CUPOM HA MAIS DO PRAZO. SO OS      *
      * MESES ARQUIVADOS ANTERIORES AO MES DO CORTE E O VIVO (QUE   *
      * PODE TER LINHAS ANTIGAS SE O ARQUIVA NAO RODOU).            *
      ***************************************************************
       0250-APURAR-VENDAS.
           MOVE WRK-CORTE-VEND(1:6) TO WRK-COMP-LIMITE.
           MOVE WRK-COMP-INICIO TO WRK-COMP-VARRE.
           PERFORM 0251-VARRER-MES-VENDA
               UNTIL WRK-COMP-VARRE > WRK-COMP-LIMITE.
           MOVE "SALESDET.dat" TO WRK-NOME-VENDA.
           PERFORM 0252-CONTAR-CPF-VENDA.

       0251-VARRER-MES-VENDA.
           MOVE SPACES TO WRK-NOME-VENDA.
           STRING 'SALESDET.' WRK-COMP-VARRE '.dat'
               DELIMITED BY SIZE INTO WRK-NOME-VENDA.
           PERFORM 0252-CONTAR-CPF-VENDA.
           PERFORM 0295-AVANCAR-MES.

       0252-CONTAR-CPF-VENDA.
           MOVE ZEROS TO WRK-QTD-CPF-ARQ.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WRK-FS-SALESDET = '00'
               PERFORM 0253-LER-VENDA UNTIL WRK-FIM-ARQUIVO
               CLOSE SALES-DETAIL-FILE
           END-IF.
           IF WRK-QTD-CPF-ARQ > ZEROS
               MOVE 'WRK-TAB-VEN' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-VEN TO WRK-TABCHK-QTD
               MOVE 200 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-VEN
               MOVE WRK-NOME-VENDA TO WRK-VEN-ARQUIVO(WRK-QTD-VEN)
               MOVE WRK-QTD-CPF-ARQ TO WRK-VEN-QTD(WRK-QTD-VEN)
               ADD 1 TO WRK-QTD-CAND-VEND
               MOVE WRK-QTD-CPF-ARQ TO WRK-QTD-ED
               MOVE 'VEND' TO WRK-CAND-CATEGORIA
               MOVE WRK-NOME-VENDA TO WRK-CAND-CHAVE
               MOVE SPACES TO WRK-CAND-DATA WRK-CAND-MOTIVO
               STRING WRK-QTD-ED ' CUPOM(NS) COM CPF'
                   DELIMITED BY SIZE INTO WRK-CAND-MOTIVO
               MOVE WRK-LINHA-CAND TO RETENTION-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

       0253-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF SD-CPF NOT = ZEROS
                       AND SD-DATA < WRK-CORTE-VEND
                       ADD 1 TO WRK-QTD-CPF-ARQ
                   END-IF
           END-READ.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESDET,
               WRK-FSCHK-CHAVE.

      *    OS CADASTROS VISTOS PELA PRIMEIRA VEZ NESTA RODADA VAO
      *    PARA O FIM DO LGPDVIST.dat.
       0260-GRAVAR-VISTOS.
           IF WRK-QTD-VIS > WRK-QTD-VIS-LIDOS
               OPEN EXTEND FIRST-SEEN-FILE
               IF WRK-FS-LGPDVIST = '35'
                   OPEN OUTPUT FIRST-SEEN-FILE
               END-IF
               MOVE 'LGPDVIST' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-LGPDVIST,
                   WRK-FSCHK-CHAVE
               COMPUTE WRK-SUB-VIS = WRK-QTD-VIS-LIDOS + 1
               PERFORM 0261-GRAVAR-VISTO
                   VARYING WRK-SUB-VIS FROM WRK-SUB-VIS BY 1
                   UNTIL WRK-SUB-VIS > WRK-QTD-VIS
               CLOSE FIRST-SEEN-FILE
           END-IF.

       0261-GRAVAR-VISTO.
           MOVE WRK-VIS-CATEGORIA(WRK-SUB-VIS) TO VIS-CATEGORIA.
           MOVE WRK-VIS-CHAVE(WRK-SUB-VIS)     TO VIS-CHAVE.
           MOVE WRK-VIS-DATA(WRK-SUB-VIS)      TO VIS-DATA.
           WRITE FIRST-SEEN-RECORD.
           MOVE 'LGPDVIST' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LGPDVIST,
               WRK-FSCHK-CHAVE.

      *    SEM ATIVIDADE NENHUMA, O PRAZO CONTA DA PRIMEIRA VEZ QUE
      *    A ROTINA VIU O CADASTRO (HOJE, SE FOR A PRIMEIRA).
       0270-DATA-REFERENCIA.
           MOVE 'SEM MOVIMENTO DESDE A DATA' TO WRK-MOTIVO-AUX.
           IF WRK-DATA-REF = ZEROS
               MOVE ZEROS TO WRK-ACHADO
               PERFORM VARYING WRK-SUB-VIS FROM 1 BY 1
                   UNTIL WRK-SUB-VIS > WRK-QTD-VIS
                   IF WRK-VIS-CATEGORIA(WRK-SUB-VIS)
                           = WRK-CATEGORIA-AUX
                       AND WRK-VIS-CHAVE(WRK-SUB-VIS) = WRK-CHAVE-AUX
                       MOVE WRK-SUB-VIS TO WRK-ACHADO
                       MOVE WRK-QTD-VIS TO WRK-SUB-VIS
                   END-IF
               END-PERFORM
               IF WRK-ACHADO = ZEROS
                   MOVE 'WRK-TAB-VIS' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-VIS TO WRK-TABCHK-QTD
                   MOVE 2000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-VIS
                   MOVE WRK-CATEGORIA-AUX
                       TO WRK-VIS-CATEGORIA(WRK-QTD-VIS)
                   MOVE WRK-CHAVE-AUX TO WRK-VIS-CHAVE(WRK-QTD-VIS)
                   MOVE WRK-DATA-HOJE TO WRK-VIS-DATA(WRK-QTD-VIS)
                   MOVE WRK-QTD-VIS TO WRK-ACHADO
               END-IF
               MOVE WRK-VIS-DATA(WRK-ACHADO) TO WRK-DATA-REF
               MOVE 'NUNCA MOVIMENTOU - VISTO DESDE A DATA'
                   TO WRK-MOTIVO-AUX
           END-IF.

       0280-LISTAR-CANDIDATO.
           MOVE WRK-DATA-REF(7:2) TO WRK-LEG-DIA.
           MOVE WRK-DATA-REF(5:2) TO WRK-LEG-MES.
           MOVE WRK-DATA-REF(1:4) TO WRK-LEG-ANO.
           MOVE WRK-CATEGORIA-AUX TO WRK-CAND-CATEGORIA.
           MOVE WRK-CHAVE-AUX     TO WRK-CAND-CHAVE.
           MOVE WRK-DATA-LEGIVEL  TO WRK-CAND-DATA.
           MOVE WRK-MOTIVO-AUX    TO WRK-CAND-MOTIVO.
           MOVE WRK-LINHA-CAND TO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE RETENTION-REPORT-RECORD.
           MOVE 'LGPDREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LGPDREL,
               WRK-FSCHK-CHAVE.

       0295-AVANCAR-MES.
           MOVE WRK-COMP-VARRE TO WRK-COMP-VARRE-R.
           IF WRK-VARRE-MES = 12
               ADD 1 TO WRK-VARRE-ANO
               MOVE 1 TO WRK-VARRE-MES
           ELSE
               ADD 1 TO WRK-VARRE-MES
           END-IF.
           MOVE WRK-COMP-VARRE-R TO WRK-COMP-VARRE.

      ***************************************************************
      * CONFIRMACAO: SUPERVISOR (NIVEL 9) CONFERE O LGPDREL.dat E   *
      * AUTORIZA. SEM AUTORIZACAO NADA E ALTERADO.                  *
      ***************************************************************
       0300-CONFIRMAR-ANONIMIZACAO.
           DISPLAY 'PRAZO VENCIDO: ' WRK-QTD-CAND-EMPR ' EMPREGADO(S), '
               WRK-QTD-CAND-CLIE ' CLIENTE(S), '
               WRK-QTD-CAND-CONT ' CONTA(S), '
               WRK-QTD-CAND-ALUN ' ALUNO(S), '
               WRK-QTD-CAND-VEND ' ARQUIVO(S) DE VENDAS.'.
           DISPLAY 'LISTA NO LGPDREL.dat.'.
           IF WRK-OPERADOR-NIVEL = 9
               MOVE 'S' TO WRK-OPERADOR-OK
               MOVE WRK-OPERADOR-ID TO WRK-APROVADOR-ID
           ELSE
               DISPLAY 'AUTORIZACAO DE SUPERVISOR - ASSINE COM '
                   'ID E SENHA:'
               MOVE 'N' TO WRK-OPERCHK-RESULTADO
               CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
                   WRK-SUP-ID, WRK-SUP-NOME,
                   WRK-SUP-NIVEL, WRK-OPERCHK-RESULTADO
               IF WRK-OPERCHK-RESULTADO = 'S'
                   AND WRK-SUP-NIVEL = 9
                   MOVE 'S' TO WRK-OPERADOR-OK
                   MOVE WRK-SUP-ID TO WRK-APROVADOR-ID
               ELSE
                   MOVE 'N' TO WRK-OPERADOR-OK
                   DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                       'DE SUPERVISOR.'
               END-IF
           END-IF.
           IF WRK-OPERADOR-VALIDO
               DISPLAY 'CONFIRMA A ANONIMIZACAO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   PERFORM 0400-ANONIMIZAR
               ELSE
                   DISPLAY 'ANONIMIZACAO NAO CONFIRMADA - NADA '
                       'ALTERADO.'
               END-IF
           END-IF.

       0400-ANONIMIZAR.
           OPEN EXTEND ANONYMIZATION-REGISTER-FILE.
           IF WRK-FS-LGPDREG = '35'
               OPEN OUTPUT ANONYMIZATION-REGISTER-FILE
           END-IF.
           MOVE 'LGPDREG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LGPDREG,
               WRK-FSCHK-CHAVE.
           IF WRK-QTD-CAND-EMPR > ZEROS
               PERFORM 0410-ANONIMIZAR-EMPREGADOS
           END-IF.
           IF WRK-QTD-CAND-CLIE > ZEROS
               PERFORM 0420-ANONIMIZAR-CLIENTES
           END-IF.
           IF WRK-QTD-CAND-CONT > ZEROS
               PERFORM 0430-ANONIMIZAR-CONTAS
           END-IF.
           IF WRK-QTD-CAND-ALUN > ZEROS
               PERFORM 0440-ANONIMIZAR-ALUNOS
           END-IF.
           IF WRK-QTD-CAND-VEND > ZEROS
               PERFORM 0450-ANONIMIZAR-VENDAS
           END-IF.
           IF WRK-QTD-DSV > ZEROS
               PERFORM 0460-DESVINCULAR-PESSOAS
           END-IF.
           CLOSE ANONYMIZATION-REGISTER-FILE.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-QTD-TRATADOS TO WRK-QTD-ED.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           STRING 'ANONIMIZADOS: ' WRK-QTD-ED ' REGISTRO(S) - '
               'AUTORIZADO POR ' WRK-APROVADOR-ID
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY 'ANONIMIZACAO CONCLUIDA - ' WRK-QTD-ED
               ' REGISTRO(S).'.

      ***************************************************************
      * EMPREGADOS: NOME NO PROPRIO EMPMAST (REWRITE); CONTA DE     *
      * CREDITO DO SALARIO EXCLUIDA DO BANKMAST; DEPENDENTE FICA    *
      * SEM NOME E SO COM O ANO DE NASCIMENTO. SALARIO, DATAS E O   *
      * PAYHIST (SO MATRICULA) FICAM COMO ESTAO.                    *
      ***************************************************************
       0410-ANONIMIZAR-EMPREGADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0411-REGRAVAR-EMPREGADO UNTIL WRK-FIM-ARQUIVO.
           CLOSE EMPLOYEE-MASTER-FILE.
           PERFORM 0412-REGRAVAR-BANCOS.
           PERFORM 0414-REGRAVAR-DEPENDENTES.
           MOVE 'EMPR' TO WRK-CATEGORIA-AUX.
           MOVE WRK-QTD-CAND-EMPR TO WRK-QTD-ED.
           PERFORM 0495-REGISTRAR-AUDITORIA.

       0411-REGRAVAR-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           IF NOT WRK-FIM-ARQUIVO
               MOVE EMP-MATRICULA TO WRK-CHAVE-AUX
               PERFORM 0416-LOCALIZAR-EMPREGADO
               IF WRK-ACHADO > ZEROS
                   MOVE WRK-MARCA-ANONIMO TO EMP-NOME
                   REWRITE EMPLOYEE-RECORD
                   MOVE EMP-MATRICULA TO WRK-FSCHK-CHAVE
                   MOVE 'REWRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-EMPMAST,
                       WRK-FSCHK-CHAVE
                   MOVE 'EMPR' TO WRK-CATEGORIA-AUX
                   PERFORM 0490-REGISTRAR-ANONIMIZACAO
               END-IF
           END-IF.

       0412-REGRAVAR-BANCOS.
           MOVE ZEROS TO WRK-QTD-BANCO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT BANK-MASTER-FILE.
           IF WRK-FS-BANKMAST = '00'
               OPEN OUTPUT BANK-MASTER-FILE-NOVO
               MOVE 'BANKNEW' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-BANKNEW,
                   WRK-FSCHK-CHAVE
               PERFORM 0413-COPIAR-BANCO UNTIL WRK-FIM-ARQUIVO
               CLOSE BANK-MASTER-FILE
               CLOSE BANK-MASTER-FILE-NOVO
               IF WRK-QTD-BANCO > ZEROS
                   CALL 'PROMOVE' USING WRK-NOME-BANKMAST,
                       WRK-NOME-BANKNEW, WRK-RESULT-PROMOCAO
                   MOVE WRK-NOME-BANKMAST TO WRK-NOME-BASE
                   PERFORM 0480-DESCARTAR-GERACOES
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WRK-NOME-BANKNEW
                       RETURNING WRK-RC-ARQUIVO
               END-IF
           END-IF.

       0413-COPIAR-BANCO.
           READ BANK-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE BK-MATRICULA TO WRK-CHAVE-AUX
                   PERFORM 0416-LOCALIZAR-EMPREGADO
                   IF WRK-ACHADO > ZEROS
                       ADD 1 TO WRK-QTD-BANCO
                   ELSE
                       MOVE BANK-MASTER-RECORD
                           TO BANK-MASTER-RECORD-NOVO
                       WRITE BANK-MASTER-RECORD-NOVO
                       MOVE 'BANKNEW' TO WRK-FSCHK-ARQ
                       MOVE 'WRITE' TO WRK-FSCHK-OPER
                       CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                           WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                           WRK-FS-BANKNEW,
                           WRK-FSCHK-CHAVE
                   END-IF
           END-READ.
           MOVE 'BANKMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BANKMAST,
               WRK-FSCHK-CHAVE.

       0414-REGRAVAR-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEPEND.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT DEPENDENTS-FILE.
           IF WRK-FS-DEPEND = '00'
               OPEN OUTPUT DEPENDENTS-FILE-NOVO
               MOVE 'DEPENDNW' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-DEPNEW,
                   WRK-FSCHK-CHAVE
               PERFORM 0415-COPIAR-DEPENDENTE UNTIL WRK-FIM-ARQUIVO
               CLOSE DEPENDENTS-FILE
               CLOSE DEPENDENTS-FILE-NOVO
               IF WRK-QTD-DEPEND > ZEROS
                   CALL 'PROMOVE' USING WRK-NOME-DEPEND,
                       WRK-NOME-DEPNEW, WRK-RESULT-PROMOCAO
                   MOVE WRK-NOME-DEPEND TO WRK-NOME-BASE
                   PERFORM 0480-DESCARTAR-GERACOES
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WRK-NOME-DEPNEW
                       RETURNING WRK-RC-ARQUIVO
               END-IF
           END-IF.

       0415-COPIAR-DEPENDENTE.
           READ DEPENDENTS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE DEPENDENT-RECORD TO DEPENDENT-RECORD-NOVO
                   MOVE DEP-MATRICULA TO WRK-CHAVE-AUX
                   PERFORM 0416-LOCALIZAR-EMPREGADO
                   IF WRK-ACHADO > ZEROS
                       MOVE WRK-MARCA-ANONIMO TO DEPN-NOME
                       MOVE 0101 TO DEPN-NASC-MMDD
                       ADD 1 TO WRK-QTD-DEPEND
                   END-IF
                   WRITE DEPENDENT-RECORD-NOVO
                   MOVE 'DEPENDNW' TO WRK-FSCHK-ARQ
                   MOVE 'WRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-DEPNEW,
                       WRK-FSCHK-CHAVE
           END-READ.
           MOVE 'DEPENDEN' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-DEPEND,
               WRK-FSCHK-CHAVE.

       0416-LOCALIZAR-EMPREGADO.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-MATRICULA(WRK-SUB-EMP) = WRK-CHAVE-AUX
                   MOVE WRK-SUB-EMP TO WRK-ACHADO
                   MOVE WRK-QTD-EMP TO WRK-SUB-EMP
               END-IF
           END-PERFORM.

      ***************************************************************
      * CLIENTES: NOME E CPF/CNPJ. LIMITE E DEMAIS CAMPOS FICAM.    *
      ***************************************************************
       0420-ANONIMIZAR-CLIENTES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT CUSTOMER-MASTER-FILE-NOVO.
           MOVE 'CUSTNEW' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0421-COPIAR-CLIENTE UNTIL WRK-FIM-ARQUIVO.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CUSTMAST,
               WRK-NOME-CUSTNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CUSTMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           ELSE
               MOVE WRK-NOME-CUSTMAST TO WRK-NOME-BASE
               PERFORM 0480-DESCARTAR-GERACOES
               MOVE 'CLIE' TO WRK-CATEGORIA-AUX
               MOVE WRK-QTD-CAND-CLIE TO WRK-QTD-ED
               PERFORM 0495-REGISTRAR-AUDITORIA
           END-IF.

       0421-COPIAR-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE CUSTOMER-MASTER-RECORD
                       TO CUSTOMER-MASTER-RECORD-NOVO
                   MOVE CM-CODIGO TO WRK-CHAVE-AUX
                   MOVE ZEROS TO WRK-DATA-AUX
                   PERFORM 0226-ATUALIZAR-CLIENTE
                   IF WRK-ACHADO > ZEROS
                       IF WRK-CLI-CANDIDATO(WRK-ACHADO) = 'S'
                           MOVE WRK-MARCA-ANONIMO TO CMN-NOME
                           MOVE ZEROS TO CMN-CPFCNPJ
                           MOVE 'CLIE' TO WRK-CATEGORIA-AUX
                           PERFORM 0490-REGISTRAR-ANONIMIZACAO
                       END-IF
                   END-IF
                   WRITE CUSTOMER-MASTER-RECORD-NOVO
                   MOVE 'CUSTNEW' TO WRK-FSCHK-ARQ
                   MOVE 'WRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-CUSTNEW,
                       WRK-FSCHK-CHAVE
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * CONTAS: TITULAR E CPF/CNPJ. SALDOS E ACUMULADOS FICAM.      *
      ***************************************************************
       0430-ANONIMIZAR-CONTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT ACCOUNT-MASTER-FILE-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0431-COPIAR-CONTA UNTIL WRK-FIM-ARQUIVO.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCOUNT-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ACCMAST,
               WRK-NOME-ACCNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ACCMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           ELSE
               MOVE WRK-NOME-ACCMAST TO WRK-NOME-BASE
               PERFORM 0480-DESCARTAR-GERACOES
               MOVE 'CONT' TO WRK-CATEGORIA-AUX
               MOVE WRK-QTD-CAND-CONT TO WRK-QTD-ED
               PERFORM 0495-REGISTRAR-AUDITORIA
           END-IF.

       0431-COPIAR-CONTA.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE ACCOUNT-MASTER-RECORD
                       TO ACCOUNT-MASTER-RECORD-NOVO
                   MOVE ZEROS TO WRK-ACHADO
                   PERFORM VARYING WRK-SUB-CTA FROM 1 BY 1
                       UNTIL WRK-SUB-CTA > WRK-QTD-CTA
                       IF WRK-CTA-CONTA(WRK-SUB-CTA) = AC-CONTA
                           MOVE WRK-SUB-CTA TO WRK-ACHADO
                           MOVE WRK-QTD-CTA TO WRK-SUB-CTA
                       END-IF
                   END-PERFORM
                   IF WRK-ACHADO > ZEROS
                       IF WRK-CTA-CANDIDATO(WRK-ACHADO) = 'S'
                           MOVE WRK-MARCA-ANONIMO TO AC-NOVO-TITULAR
                           MOVE ZEROS TO AC-NOVO-CPFCNPJ
                           MOVE AC-CONTA TO WRK-CHAVE-AUX
                           MOVE 'CONT' TO WRK-CATEGORIA-AUX
                           PERFORM 0490-REGISTRAR-ANONIMIZACAO
                       END-IF
                   END-IF
                   WRITE ACCOUNT-MASTER-RECORD-NOVO
                   MOVE 'ACCNEW' TO WRK-FSCHK-ARQ
                   MOVE 'WRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-ACCNEW,
                       WRK-FSCHK-CHAVE
           END-READ.
           MOVE 'ACCMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ACCMAST,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * ALUNOS: NOME E RESPONSAVEL. CURSO, DESCONTO, NOTAS E        *
      * HISTORICO ESCOLAR (PELA MATRICULA DO ALUNO) FICAM.          *
      ***************************************************************
       0440-ANONIMIZAR-ALUNOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT STUDENT-MASTER-FILE-NOVO.
           MOVE 'ALUNEW' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0441-COPIAR-ALUNO UNTIL WRK-FIM-ARQUIVO.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE STUDENT-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ALUMAST,
               WRK-NOME-ALUNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ALUMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           ELSE
               MOVE WRK-NOME-ALUMAST TO WRK-NOME-BASE
               PERFORM 0480-DESCARTAR-GERACOES
               MOVE 'ALUN' TO WRK-CATEGORIA-AUX
               MOVE WRK-QTD-CAND-ALUN TO WRK-QTD-ED
               PERFORM 0495-REGISTRAR-AUDITORIA
           END-IF.

       0441-COPIAR-ALUNO.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE STUDENT-MASTER-RECORD
                       TO STUDENT-MASTER-RECORD-NOVO
                   MOVE ALU-ID TO WRK-CHAVE-AUX
                   PERFORM 0246-LOCALIZAR-ALUNO
                   IF WRK-ACHADO > ZEROS
                       IF WRK-ALU-CANDIDATO(WRK-ACHADO) = 'S'
                           MOVE WRK-MARCA-ANONIMO TO ALUN-NOME
                           MOVE WRK-MARCA-ANONIMO TO ALUN-RESPONSAVEL
                           MOVE 'ALUN' TO WRK-CATEGORIA-AUX
                           PERFORM 0490-REGISTRAR-ANONIMIZACAO
                       END-IF
                   END-IF
                   WRITE STUDENT-MASTER-RECORD-NOVO
                   MOVE 'ALUNEW' TO WRK-FSCHK-ARQ
                   MOVE 'WRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-ALUNEW,
                       WRK-FSCHK-CHAVE
           END-READ.
           MOVE 'ALUMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ALUMAST,
               WRK-FSCHK-CHAVE.

      ***************************************************************
      * VENDAS: CPF ZERADO NOS CUPONS ANTERIORES AO CORTE. VALORES, *
      * PONTOS E DATAS FICAM - OS TOTAIS DO MES NAO MUDAM.          *
      ***************************************************************
       0450-ANONIMIZAR-VENDAS.
           PERFORM 0451-REGRAVAR-ARQ-VENDA
               VARYING WRK-SUB-VEN FROM 1 BY 1
               UNTIL WRK-SUB-VEN > WRK-QTD-VEN.
           MOVE 'VEND' TO WRK-CATEGORIA-AUX.
           MOVE WRK-QTD-CAND-VEND TO WRK-QTD-ED.
           PERFORM 0495-REGISTRAR-AUDITORIA.

       0451-REGRAVAR-ARQ-VENDA.
           MOVE WRK-VEN-ARQUIVO(WRK-SUB-VEN) TO WRK-NOME-VENDA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SALES-DETAIL-FILE.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESDET,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT SALES-DETAIL-FILE-NOVO.
           MOVE 'SALESNW' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0452-COPIAR-VENDA UNTIL WRK-FIM-ARQUIVO.
           CLOSE SALES-DETAIL-FILE.
           CLOSE SALES-DETAIL-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-VENDA,
               WRK-NOME-VENDA-NW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-VENDA
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           ELSE
               MOVE WRK-NOME-VENDA TO WRK-NOME-BASE
               PERFORM 0480-DESCARTAR-GERACOES
               MOVE 'VEND' TO WRK-CATEGORIA-AUX
               MOVE SPACES TO WRK-CHAVE-AUX
               PERFORM 0490-REGISTRAR-ANONIMIZACAO
           END-IF.

       0452-COPIAR-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE SALES-DETAIL-RECORD TO SALES-DETAIL-RECORD-NOVO
                   IF SD-DATA < WRK-CORTE-VEND
                       MOVE ZEROS TO SDN-CPF
                   END-IF
                   WRITE SALES-DETAIL-RECORD-NOVO
                   MOVE 'SALESNW' TO WRK-FSCHK-ARQ
                   MOVE 'WRITE' TO WRK-FSCHK-OPER
                   CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                       WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                       WRK-FS-SALESNW,
                       WRK-FSCHK-CHAVE
           END-READ.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESDET,
               WRK-FSCHK-CHAVE.

      *    AS GERACOES .G1 A .G3 DEIXADAS PELO PROMOVE AINDA TEM OS
      *    DADOS PESSOAIS: SAO APAGADAS, E O RESTAURA NAO VOLTA O
      *    ARQUIVO PARA ANTES DA ANONIMIZACAO.
      ***************************************************************
      * CADASTRO UNICO DE PESSOAS: O VINCULO DO REGISTRO ANONIMIZADO *
      * SAI DO PARTYXRF E A PESSOA QUE FICOU SEM NENHUM VINCULO SAI  *
      * DO PARTYMAST. PRIMEIRA PASSADA ACHA AS PESSOAS AFETADAS, A   *
      * SEGUNDA REGRAVA OS VINCULOS CONTANDO O QUE SOBROU DELAS.     *
      ***************************************************************
       0460-DESVINCULAR-PESSOAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-XREF-FILE.
           IF WRK-FS-PARTYXRF = '00'
               PERFORM 0461-APURAR-PESSOA UNTIL WRK-FIM-ARQUIVO
               CLOSE PARTY-XREF-FILE
           END-IF.
           IF WRK-QTD-DCP > ZEROS
               PERFORM 0462-REGRAVAR-VINCULOS
               PERFORM 0466-REGRAVAR-PESSOAS
               MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA
               STRING 'LGPD DESVINCULO PESSOAS'
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               STRING 'VINC=' WRK-QTD-VINC-FORA ' PESS='
                   WRK-QTD-PESS-FORA
                   DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               PERFORM 0496-GRAVAR-AUDITORIA
               MOVE SPACES TO RETENTION-REPORT-RECORD
               STRING 'CADASTRO DE PESSOAS: ' WRK-QTD-VINC-FORA
                   ' VINCULO(S) E ' WRK-QTD-PESS-FORA
                   ' PESSOA(S) EXCLUIDOS'
                   DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

       0461-APURAR-PESSOA.
           READ PARTY-XREF-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0464-LOCALIZAR-DESVINCULO
                   IF WRK-ACHADO > ZEROS
                       MOVE XRF-CPFCNPJ TO WRK-CPF-AUX
                       PERFORM 0465-LOCALIZAR-PESSOA
                       IF WRK-ACHADO = ZEROS
                           MOVE 'WRK-TAB-DCP' TO WRK-TABCHK-NOME
                           MOVE WRK-QTD-DCP TO WRK-TABCHK-QTD
                           MOVE 1600 TO WRK-TABCHK-LIM
                           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                               WRK-TABCHK-LIM
                           ADD 1 TO WRK-QTD-DCP
                           MOVE XRF-CPFCNPJ
                               TO WRK-DCP-CPFCNPJ(WRK-QTD-DCP)
                           MOVE ZEROS
                               TO WRK-DCP-RESTANTES(WRK-QTD-DCP)
                       END-IF
                   END-IF
           END-READ.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.

       0462-REGRAVAR-VINCULOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-XREF-FILE.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT PARTY-XREF-FILE-NOVO.
           MOVE 'PARTYXNW' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0463-COPIAR-VINCULO UNTIL WRK-FIM-ARQUIVO.
           CLOSE PARTY-XREF-FILE.
           CLOSE PARTY-XREF-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-PARTYXRF,
               WRK-NOME-PARTYXNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-PARTYXRF
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           ELSE
               MOVE WRK-NOME-PARTYXRF TO WRK-NOME-BASE
               PERFORM 0480-DESCARTAR-GERACOES
           END-IF.

       0463-COPIAR-VINCULO.
           READ PARTY-XREF-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0464-LOCALIZAR-DESVINCULO
                   IF WRK-ACHADO > ZEROS
                       ADD 1 TO WRK-QTD-VINC-FORA
                   ELSE
                       MOVE XRF-CPFCNPJ TO WRK-CPF-AUX
                       PERFORM 0465-LOCALIZAR-PESSOA
                       IF WRK-ACHADO > ZEROS
                           ADD 1 TO WRK-DCP-RESTANTES(WRK-ACHADO)
                       END-IF
                       MOVE PARTY-XREF-RECORD
                           TO PARTY-XREF-RECORD-NOVO
                       WRITE PARTY-XREF-RECORD-NOVO
                       MOVE 'PARTYXNW' TO WRK-FSCHK-ARQ
                       MOVE 'WRITE' TO WRK-FSCHK-OPER
                       CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                           WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                           WRK-FS-PARTYXNW,
                           WRK-FSCHK-CHAVE
                   END-IF
           END-READ.
           MOVE 'PARTYXRF' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYXRF,
               WRK-FSCHK-CHAVE.

       0464-LOCALIZAR-DESVINCULO.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-SUB-DSV FROM 1 BY 1
               UNTIL WRK-SUB-DSV > WRK-QTD-DSV
               IF WRK-DSV-ORIGEM(WRK-SUB-DSV) = XRF-ORIGEM
                   AND WRK-DSV-CHAVE(WRK-SUB-DSV) = XRF-CHAVE
                   MOVE WRK-SUB-DSV TO WRK-ACHADO
                   MOVE WRK-QTD-DSV TO WRK-SUB-DSV
               END-IF
           END-PERFORM.

       0465-LOCALIZAR-PESSOA.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-SUB-DCP FROM 1 BY 1
               UNTIL WRK-SUB-DCP > WRK-QTD-DCP
               IF WRK-DCP-CPFCNPJ(WRK-SUB-DCP) = WRK-CPF-AUX
                   MOVE WRK-SUB-DCP TO WRK-ACHADO
                   MOVE WRK-QTD-DCP TO WRK-SUB-DCP
               END-IF
           END-PERFORM.

       0466-REGRAVAR-PESSOAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PARTY-MASTER-FILE.
           MOVE 'PARTYMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYMAST,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT PARTY-MASTER-FILE-NOVO.
           MOVE 'PARTYNEW' TO WRK-FSCHK-ARQ.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0467-COPIAR-PESSOA UNTIL WRK-FIM-ARQUIVO.
           CLOSE PARTY-MASTER-FILE.
           CLOSE PARTY-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-PARTYMAST,
               WRK-NOME-PARTYNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-PARTYMAST
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           ELSE
               MOVE WRK-NOME-PARTYMAST TO WRK-NOME-BASE
               PERFORM 0480-DESCARTAR-GERACOES
           END-IF.

       0467-COPIAR-PESSOA.
           READ PARTY-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE PTY-CPFCNPJ TO WRK-CPF-AUX
                   PERFORM 0465-LOCALIZAR-PESSOA
                   IF WRK-ACHADO > ZEROS
                       AND WRK-DCP-RESTANTES(WRK-ACHADO) = ZEROS
                       ADD 1 TO WRK-QTD-PESS-FORA
                   ELSE
                       MOVE PARTY-MASTER-RECORD
                           TO PARTY-MASTER-RECORD-NOVO
                       WRITE PARTY-MASTER-RECORD-NOVO
                       MOVE 'PARTYNEW' TO WRK-FSCHK-ARQ
                       MOVE 'WRITE' TO WRK-FSCHK-OPER
                       CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                           WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                           WRK-FS-PARTYNEW,
                           WRK-FSCHK-CHAVE
                   END-IF
           END-READ.
           MOVE 'PARTYMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARTYMAST,
               WRK-FSCHK-CHAVE.

       0480-DESCARTAR-GERACOES.
           PERFORM 0481-APAGAR-GERACAO
               VARYING WRK-NUM-GERACAO FROM 1 BY 1
               UNTIL WRK-NUM-GERACAO > 3.

       0481-APAGAR-GERACAO.
           MOVE SPACES TO WRK-NOME-GERACAO.
           STRING WRK-NOME-BASE DELIMITED BY SPACE
                  '.G' WRK-NUM-GERACAO DELIMITED BY SIZE
               INTO WRK-NOME-GERACAO.
           CALL 'CBL_DELETE_FILE' USING WRK-NOME-GERACAO
               RETURNING WRK-RC-ARQUIVO.

       0490-REGISTRAR-ANONIMIZACAO.
           MOVE WRK-DATA-HOJE     TO REG-DATA.
           MOVE WRK-CATEGORIA-AUX TO REG-CATEGORIA.
           IF WRK-CATEGORIA-AUX = 'VEND'
               MOVE WRK-NOME-VENDA TO REG-CHAVE
           ELSE
               MOVE WRK-CHAVE-AUX TO REG-CHAVE
           END-IF.
           MOVE WRK-OPERADOR-ID   TO REG-OPERADOR.
           MOVE WRK-APROVADOR-ID  TO REG-APROVADOR.
           WRITE ANONYMIZATION-REGISTER-RECORD.
           MOVE 'LGPDREG' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LGPDREG,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-TRATADOS.
           EVALUATE WRK-CATEGORIA-AUX
               WHEN 'EMPR'
                   MOVE 'EMPMAST' TO WRK-ORIGEM-AUX
               WHEN 'CLIE'
                   MOVE 'CUSTMAST' TO WRK-ORIGEM-AUX
               WHEN 'CONT'
                   MOVE 'ACCMAST' TO WRK-ORIGEM-AUX
               WHEN 'ALUN'
                   MOVE 'ALUMAST' TO WRK-ORIGEM-AUX
               WHEN OTHER
                   MOVE SPACES TO WRK-ORIGEM-AUX
           END-EVALUATE.
           IF WRK-ORIGEM-AUX NOT = SPACES
               MOVE 'WRK-TAB-DSV' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-DSV TO WRK-TABCHK-QTD
               MOVE 1600 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-DSV
               MOVE WRK-ORIGEM-AUX TO WRK-DSV-ORIGEM(WRK-QTD-DSV)
               MOVE WRK-CHAVE-AUX TO WRK-DSV-CHAVE(WRK-QTD-DSV)
           END-IF.

      *    UMA LINHA POR CATEGORIA, EM NOME DE QUEM RODOU, COM QUEM
      *    AUTORIZOU; O DETALHE ESTA NO LGPDREG.dat.
       0495-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'LGPD ANONIMIZACAO CAT=' WRK-CATEGORIA-AUX
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'QTD=' WRK-QTD-ED ' APROV=' WRK-APROVADOR-ID
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0496-GRAVAR-AUDITORIA.

       0496-GRAVAR-AUDITORIA.
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

       0500-FINALIZAR.
           CLOSE RETENTION-REPORT-FILE.
           MOVE WRK-QTD-CANDIDATOS TO WRK-QTD-ED.
           DISPLAY 'RETENCAO LGPD - ' WRK-QTD-ED
               ' REGISTRO(S) COM PRAZO VENCIDO - VER LGPDREL.dat.'.
