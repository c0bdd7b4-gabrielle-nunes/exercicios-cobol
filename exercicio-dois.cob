      *             'OPER-CHECK' (SENHA COM HASH, VALIDADE DE 90
      *             DIAS E BLOQUEIO NA TERCEIRA TENTATIVA), E O FD
      *             DO OPERATORS.dat GANHA OS CAMPOS DE CREDENCIAL.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-02 - CADASTRO DE AFASTAMENTOS (AFASTAMENTOS.dat, MANTIDO
      *             PELO AFAMNT) CARREGADO NA ABERTURA. NA FOLHA MENSAL
      *             OS DIAS A CARGO DO INSS (DOENCA E ACIDENTE A PARTIR
      *             DO 16O DIA, MATERNIDADE DESDE O INICIO) SAEM DA BASE
      *             E DO CONTRACHEQUE; O FGTS CONTINUA SOBRE OS DIAS DE
      *             ACIDENTE E MATERNIDADE; VT E VR PROPORCIONAIS AOS
      *             DIAS PRESENTES; PLANO DE SAUDE LIMITADO AO LIQUIDO.
      *             EMPREGADO AFASTADO O MES TODO NAO ENTRA NA LISTA DE
      *             SEM APONTAMENTO. O 13O PERDE O AVO DO MES COM MENOS
      *             DE 15 DIAS TRABALHADOS POR DOENCA/ACIDENTE E A
      *             RESCISAO ZERA AS FERIAS PROPORCIONAIS COM MAIS DE
      *             180 DIAS DE BENEFICIO NO PERIODO AQUISITIVO.
      *2026-10-03 - ADICIONAL DE INSALUBRIDADE (10/20/40% DO
      *             SALARIO-MINIMO DO PARMS) OU DE PERICULOSIDADE (30%
      *             DO BRUTO) CONFORME EMP-GRAU-RISCO, CALCULADO EM 0212
      *             COMO VERBA PROPRIA DA BASE E REFLETIDO NO INSS,
      *             IRRF, FGTS, 13O, FERIAS E RESCISAO. NOVA VERBA
      *             ADIC-RISCO NO JOURNAL E COLUNA NO RESUMO POR CENTRO
      *             DE CUSTO.
      *2026-10-04 - NOVO MODO 5-PLR: VALOR POR MATRICULA LIDO DO
      *             PLRVALOR.dat E IRRF NA TABELA EXCLUSIVA PLRTAB.dat
      *             (COM VIGENCIA), SEM INSS E SEM FGTS. CONTRACHEQUE
      *             GANHA O MODO E O VALOR DA PLR, O YTD GANHA
      *             ACUMULADOS PROPRIOS DE PLR E IRRF-PLR E O JOURNAL AS
      *             VERBAS PLR E IRRF-PLR.
      *2026-10-05 - CONTRIBUICAO SINDICAL: CADASTRO DE SINDICATOS
      *             (SINDICATO.dat, MANTIDO PELO SINDMNT) CARREGADO NA
      *             ABERTURA E NOVOS EMP-SINDICATO / EMP-OPOSICAO-SIND
      *             NO CADASTRO. NA FOLHA MENSAL A CONTRIBUICAO
      *             (PERCENTUAL DO SALARIO-BASE OU VALOR FIXO, CONFORME
      *             A REGRA DO SINDICATO) E DESCONTADA DEPOIS DA PENSAO
      *             E ANTES DO CONSIGNADO, LIMITADA AO LIQUIDO;
      *             EMPREGADO COM CARTA DE OPOSICAO NAO E DESCONTADO. O
      *             DESCONTO SAI NO CONTRACHEQUE COM O CODIGO DO
      *             SINDICATO, NO PAYHIST (SOMADO DE VOLTA NO
      *             REPROCESSO), NA VERBA CONTRIB-SIND DO JOURNAL E NO
      *             CHECKPOINT DO RUN-CONTROL. O ENCERRAMENTO GRAVA O
      *             SINDREM.dat COM CABECALHO (DADOS BANCARIOS), RELACAO
      *             DE EMPREGADOS E TRAILER POR SINDICATO.
      *2026-10-06 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-CARGO. O ADICIONAL DE RISCO CONTINUA SAINDO DO
      *             EMP-GRAU-RISCO DO EMPREGADO; O GRAU DO CARGO
      *             (CARGOS.dat) E SO O PADRAO SUGERIDO PELO EMPMNT.
      *2026-10-10 - REEMBOLSO DE DESPESAS (REEMBOLSO.dat, MANTIDO PELO
      *             REEMBMNT): NA FOLHA MENSAL OS PEDIDOS APROVADOS PARA
      *             A COMPETENCIA SAO SOMADOS POR MATRICULA E CREDITADOS
      *             NO LIQUIDO DEPOIS DE INSS, IRRF E DESCONTOS, FORA DA
      *             BASE DO FGTS. SAI NO CONTRACHEQUE (PAY-REEMBOLSO),
      *             NA VERBA REEMBOLSO DO JOURNAL E NO CHECKPOINT DO
      *             RUN-CONTROL. PEDIDO APROVADO QUE NAO ENCONTROU A
      *             MATRICULA NA FOLHA E LISTADO NO ENCERRAMENTO.
      *2026-10-11 - DESCONTO DO CONSUMO NA LOJA DOS FUNCIONARIOS
      *             (CONSUMO.dat, LANCADO PELO CAIXA NA FORMA F),
      *             LIMITADO A MARGEM CONSUMO-MARGEM DEPOIS DE PENSAO,
      *             SINDICATO E CONSIGNADO; NOVO CAMPO PH-CONSUMO NO
      *             PAYHIST, PAY-CONSUMO NO CONTRACHEQUE E VERBA
      *             CONSUMO-FOLHA NO JOURNAL
      *2026-10-15 - TABELA DO CONTAMAP AMPLIADA DE 50 PARA 100 VERBAS (O
      *             MAPA JA ESTAVA NO LIMITE COM AS VERBAS DO ICMS).
      *2026-10-15 - PROFESSOR HORISTA (PROFMAST.dat, TIPO H) PASSA A SER
      *             PAGO PELAS HORAS-AULA DO TIMESHEET GERADO PELO
      *             AULAHORA, A SALARIO-BRUTO / 160 POR HORA, SEM
      *             PRO-RATA DE DIAS.
      *2026-10-15 - TRAILER DO JOURNAL PASSA A LEVAR A COMPETENCIA E O
      *             MODO DE CALCULO (JRT-COMPETENCIA/JRT-MODO), PARA O
      *             LANCAMENTO NO RAZAO GERAL (CTBLANC).
      *2026-10-15 - NO FECHAMENTO GRAVA OS TOTAIS DE CONTROLE
      *             (CALL 'CTL-TOTAL'): QUANTIDADE DE CONTRACHEQUES E
      *             LIQUIDO TOTAL DO PAYSLIP, JA SOMANDO O QUE FOI
      *             RESTAURADO DO RUNCTL NO REINICIO, PARA O BALANCO
      *             CONFERIR CONTRA O QUE O BANCOREM REPASSOU.
      *2026-10-15 - AUTORIZACAO DE HORA EXTRA DADA PELO PROPRIO
      *             OPERADOR QUE RODA A FOLHA E RECUSADA QUANDO A
      *             MATRIZ DE FUNCOES (CALL 'SOD-CHECK', CONFLITO S01)
      *             PROIBE: AS HORAS FICAM RETIDAS NO OVERAUTX PARA
      *             OUTRO SUPERVISOR. AUTORIZACAO PAGA GANHA UMA LINHA
      *             NO AUDITLOG COM O SUPERVISOR QUE A DEU, PARA O
      *             RELATORIO MENSAL DO SEGFUNC.
      *2026-10-15 - CONSUMO NA LOJA QUE NAO COUBE NA MARGEM (OU DE
      *             MATRICULA QUE NAO PASSOU PELA FOLHA) VOLTA PARA O
      *             CONSUMO.dat NA COMPETENCIA SEGUINTE, TIPO S (SALDO
      *             TRANSPORTADO), EM VEZ DE FICAR SO NO DISPLAY.
      *2026-10-15 - CRITICA DAS HORAS TRABALHADAS ACIMA DO LIMITE
      *             MENSAL VOLTA PARA O 0170 (TINHA FICADO NO 0171, QUE
      *             SO RODA NA PLR).
      *2026-10-15 - NO REINICIO O FECHAMENTO RELE O PAYSLIP PARA
      *             MARCAR REEMBOLSOS CREDITADOS E CONSUMO DESCONTADO E
      *             RODA O 0928/0929 TAMBEM (ANTES O SALDO DO CONSUMO SE
      *             PERDIA); SALDO JA TRANSPORTADO NAO E GRAVADO DE
      *             NOVO. RELATORIO DE OCUPACAO COM O LIMITE NOVO DA
      *             WRK-TAB-MAPA E AS TABELAS DE REEMBOLSO, CONSUMO E
      *             HORISTAS.
      *************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OVERTIME-AUTH-FILE ASSIGN TO "OVERAUT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OVERAUT.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "PROFMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMAST.
           SELECT OVERTIME-EXCEPTION-FILE ASSIGN TO "OVERAUTX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OVERAUTX.
           SELECT LEAVE-FILE ASSIGN TO "AFASTAMENTOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AFASTAM.
           SELECT PLR-RATES-FILE ASSIGN TO "PLRTAB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLRTAB.
           SELECT PLR-AMOUNT-FILE ASSIGN TO "PLRVALOR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLRVALOR.
           SELECT UNION-MASTER-FILE ASSIGN TO "SINDICATO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINDICATO.
           SELECT UNION-REMIT-FILE ASSIGN TO "SINDREM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINDREM.
           SELECT CLAIM-FILE ASSIGN TO "REEMBOLSO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REEMBOLSO.
           SELECT CONSUMPTION-FILE ASSIGN TO "CONSUMO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSUMO.

       DATA DIVISION.
       FILE SECTION.
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           02 PAY-PENSAO            PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-COMISSAO          PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-TIPO-AFASTAMENTO  PIC X(01).
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-DIAS-AFASTADO     PIC ZZ9.
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-AFASTAMENTO-DESC  PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-GRAU-RISCO        PIC X(01).
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-ADIC-RISCO        PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-MODO              PIC X(01).
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-PLR               PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-COD-SINDICATO     PIC X(04).
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-SINDICATO         PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-REEMBOLSO         PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02)       VALUE SPACES.
           02 PAY-CONSUMO           PIC $ZZZ.ZZ9,99.

       FD  YTD-TOTALS-FILE.
       01  YTD-RECORD.
           02 YTD-INSS-ACUM         PIC 9(9)V99.
           02 YTD-IRRF-ACUM         PIC 9(9)V99.
           02 YTD-FGTS-ACUM         PIC 9(9)V99.
           02 YTD-PLR-ACUM          PIC 9(9)V99.
           02 YTD-PLR-IRRF-ACUM     PIC 9(9)V99.

       FD  FGTS-REMIT-FILE.
       01  FGTS-REMIT-RECORD.
           02 JRT-TOTAL-DEBITOS     PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JRT-TOTAL-CREDITOS    PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JRT-COMPETENCIA       PIC 9(06).
           02 FILLER                PIC X(02).
           02 JRT-MODO              PIC X(01).

       FD  COST-CENTER-REPORT-FILE.
       01  COST-CENTER-REPORT-RECORD.
           02 CCR-LIQUIDO           PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 CCR-PROVISAO          PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02).
           02 CCR-ADIC-RISCO        PIC $ZZZ.ZZZ.ZZ9,99.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 PH-LIQUIDO            PIC 9(7)V99.
           02 PH-EMPRESTIMO         PIC 9(7)V99.
           02 PH-PENSAO             PIC 9(7)V99.
           02 PH-SINDICATO          PIC 9(7)V99.
           02 PH-CONSUMO            PIC 9(7)V99.

       FD  GARNISHMENT-FILE.
       01  GARNISHMENT-RECORD.
           02 OA-HORAS-APROV        PIC 9(03).
           02 OA-SUPERVISOR         PIC X(06).

       FD  TEACHER-MASTER-FILE.
       01  TEACHER-MASTER-RECORD.
           02 PROF-ID               PIC X(06).
           02 PROF-NOME             PIC X(30).
           02 PROF-MATRICULA        PIC X(06).
           02 PROF-TIPO             PIC X(01).
           02 PROF-STATUS           PIC X(01).

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           02 AFA-MATRICULA         PIC X(06).
           02 AFA-TIPO              PIC X(01).
           02 AFA-DATA-INICIO       PIC 9(08).
           02 AFA-RETORNO-PREVISTO  PIC 9(08).
           02 AFA-RETORNO-EFETIVO   PIC 9(08).

       FD  PLR-RATES-FILE.
       01  PLR-RATE-RECORD.
           02 PLRT-VIGENCIA          PIC 9(08).
           02 PLRT-FAIXA-DE          PIC 9(7)V99.
           02 PLRT-FAIXA-ATE         PIC 9(7)V99.
           02 PLRT-ALIQUOTA          PIC 9(1)V999.
           02 PLRT-PARC-DEDUZIR      PIC 9(7)V99.

       FD  PLR-AMOUNT-FILE.
       01  PLR-AMOUNT-RECORD.
           02 PLRV-MATRICULA         PIC X(06).
           02 PLRV-VALOR             PIC 9(7)V99.

       FD  UNION-MASTER-FILE.
       01  UNION-MASTER-RECORD.
           02 SIN-CODIGO            PIC X(04).
           02 SIN-NOME              PIC X(30).
           02 SIN-CNPJ              PIC 9(14).
           02 SIN-TIPO              PIC X(01).
           02 SIN-PERCENTUAL        PIC 9(02)V99.
           02 SIN-VALOR             PIC 9(7)V99.
           02 SIN-BANCO             PIC X(03).
           02 SIN-AGENCIA           PIC X(04).
           02 SIN-CONTA             PIC X(10).
           02 SIN-DV                PIC X(01).

       FD  UNION-REMIT-FILE.
       01  UNION-REMIT-HEADER.
           02 SRH-LITERAL           PIC X(08).
           02 FILLER                PIC X(02).
           02 SRH-CODIGO            PIC X(04).
           02 FILLER                PIC X(02).
           02 SRH-NOME              PIC X(30).
           02 FILLER                PIC X(02).
           02 SRH-CNPJ              PIC 9(14).
           02 FILLER                PIC X(02).
           02 SRH-BANCO             PIC X(03).
           02 FILLER                PIC X(02).
           02 SRH-AGENCIA           PIC X(04).
           02 FILLER                PIC X(02).
           02 SRH-CONTA             PIC X(10).
           02 FILLER                PIC X(01).
           02 SRH-DV                PIC X(01).
           02 FILLER                PIC X(02).
           02 SRH-COMPETENCIA       PIC 9(06).
       01  UNION-REMIT-RECORD.
           02 SRM-MATRICULA         PIC X(06).
           02 FILLER                PIC X(02).
           02 SRM-NOME              PIC X(30).
           02 FILLER                PIC X(02).
           02 SRM-COMPETENCIA       PIC 9(06).
           02 FILLER                PIC X(02).
           02 SRM-VALOR             PIC $ZZZ.ZZ9,99.
       01  UNION-REMIT-TRAILER.
           02 SRT-LITERAL           PIC X(08).
           02 FILLER                PIC X(02).
           02 SRT-CODIGO            PIC X(04).
           02 FILLER                PIC X(02).
           02 SRT-QTD               PIC ZZZ9.
           02 FILLER                PIC X(02).
           02 SRT-TOTAL             PIC $ZZZ.ZZ9,99.

       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           02 REE-MATRICULA         PIC X(06).
           02 REE-DATA              PIC 9(08).
           02 REE-CATEGORIA         PIC X(01).
           02 REE-VALOR             PIC 9(7)V99.
           02 REE-RECIBO            PIC X(10).
           02 REE-STATUS            PIC X(01).
           02 REE-COMPETENCIA       PIC 9(06).
           02 REE-OPERADOR          PIC X(06).
           02 REE-AUTORIZADOR       PIC X(06).
           02 REE-MOTIVO            PIC X(30).

       FD  CONSUMPTION-FILE.
       01  CONSUMPTION-RECORD.
           02 CNS-MATRICULA         PIC X(06).
           02 CNS-COMPETENCIA       PIC 9(06).
           02 CNS-DATA              PIC 9(08).
           02 CNS-TERMINAL          PIC X(04).
           02 CNS-CUPOM             PIC 9(06).
           02 CNS-TIPO              PIC X(01).
           02 CNS-VALOR             PIC 9(7)V99.
           02 CNS-REF-DATA          PIC 9(08).
           02 CNS-REF-TERM          PIC X(04).
           02 CNS-REF-CUPOM         PIC 9(06).

       FD  OVERTIME-EXCEPTION-FILE.
       01  OVERTIME-EXCEPTION-RECORD.
           02 OAX-MATRICULA         PIC X(06).
               03 RC-CC-BENEFICIOS  PIC 9(9)V99.
               03 RC-CC-LIQUIDO     PIC 9(9)V99.
               03 RC-CC-PROVISAO    PIC 9(9)V99.
               03 RC-CC-ADIC-RISCO  PIC 9(9)V99.
           02 RC-PRV-13             PIC 9(11)V99.
           02 RC-PRV-FERIAS         PIC 9(11)V99.
           02 RC-PRV-ENCARGO        PIC 9(11)V99.
               03 RC-BEN-NOME       PIC X(30).
               03 RC-BEN-PROCESSO   PIC X(12).
               03 RC-BEN-VALOR      PIC 9(9)V99.
           02 RC-JRN-ADIC-RISCO     PIC 9(11)V99.
           02 RC-JRN-PLR            PIC 9(11)V99.
           02 RC-JRN-IRRF-PLR       PIC 9(11)V99.
           02 RC-JRN-SINDICATO      PIC 9(11)V99.
           02 RC-JRN-REEMBOLSO      PIC 9(11)V99.
           02 RC-JRN-CONSUMO        PIC 9(11)V99.

       FD  LOAN-STATEMENT-FILE.
       01  LOAN-STATEMENT-RECORD.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'CTLTOT-CPY.COB'.
           COPY 'SODCHK-CPY.COB'.

       77 WRK-FSCHK-PROG          PIC X(15)     VALUE 'SALARIO'.
       77 WRK-MULT-HORA-EXTRA    PIC 9(01)V9999  VALUE ZEROS.
           88 WRK-MODO-DECIMO-TERCEIRO            VALUE '2'.
           88 WRK-MODO-FERIAS                    VALUE '3'.
           88 WRK-MODO-RESCISAO                  VALUE '4'.
           88 WRK-MODO-PLR                       VALUE '5'.
           88 WRK-MODO-REPROCESSO                VALUE '6'.
       77 WRK-BASE-CALCULO       PIC 9(7)V99     VALUE ZEROS.
       77 WRK-INSS-BASE-FAIXA    PIC 9(7)V99     VALUE ZEROS.
       77 WRK-YTD-INSS-ACUM      PIC 9(9)V99     VALUE ZEROS.
       77 WRK-YTD-IRRF-ACUM      PIC 9(9)V99     VALUE ZEROS.
       77 WRK-YTD-FGTS-ACUM      PIC 9(9)V99     VALUE ZEROS.
       77 WRK-YTD-PLR-ACUM       PIC 9(9)V99     VALUE ZEROS.
       77 WRK-YTD-PLR-IRRF-ACUM  PIC 9(9)V99     VALUE ZEROS.
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       77 WRK-VT-CUSTO           PIC 9(7)V99     VALUE ZEROS.
               03 WRK-PH-LIQUIDO    PIC 9(7)V99.
               03 WRK-PH-EMPRESTIMO PIC 9(7)V99.
               03 WRK-PH-PENSAO     PIC 9(7)V99.
               03 WRK-PH-SINDICATO  PIC 9(7)V99.
               03 WRK-PH-CONSUMO    PIC 9(7)V99.
       77 WRK-LOTE-BATCH          PIC X(01)       VALUE 'N'.
           88 WRK-LOTE-SEM-OPERADOR              VALUE 'S'.
       77 WRK-FS-CCUSTO           PIC X(02)       VALUE ZEROS.
       77 WRK-FS-JOURNAL          PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-CONTAMAP        PIC X(01)       VALUE 'N'.
           88 WRK-FIM-MAPA                       VALUE 'S'.
       77 WRK-QTD-MAPA            PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-JRN-BRUTO           PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-INSS            PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-IRRF            PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-EMPRESTIMO      PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-INDENIZACOES    PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-LIQUIDO         PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-ADIC-RISCO      PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-PLR             PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-IRRF-PLR        PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS     PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS    PIC 9(11)V99    VALUE ZEROS.
       77 WRK-JRN-VERBA           PIC X(15)       VALUE SPACES.
       77 WRK-JRN-VALOR           PIC 9(11)V99    VALUE ZEROS.

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA    PIC X(15).
               03 WRK-MAPA-CONTA    PIC X(08).
               03 WRK-CC-BENEFICIOS      PIC 9(9)V99.
               03 WRK-CC-LIQUIDO         PIC 9(9)V99.
               03 WRK-CC-PROVISAO        PIC 9(9)V99.
               03 WRK-CC-ADIC-RISCO      PIC 9(9)V99.
       77 WRK-EM-REINICIO         PIC X(01)       VALUE 'N'.
           88 WRK-REINICIO                       VALUE 'S'.
       77 WRK-ULT-MATRICULA       PIC X(06)       VALUE SPACES.
       77 WRK-RC-STATUS-GRAVAR    PIC X(01)       VALUE 'A'.
       77 WRK-SUB-CC              PIC 9(02) COMP  VALUE ZEROS.
       77 WRK-QTD-CONTRACHEQUES   PIC 9(05)       VALUE ZEROS.
       77 WRK-FS-DEPENDENTS       PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-DEPENDENTS      PIC X(01)       VALUE 'N'.
           88 WRK-FIM-DEP                        VALUE 'S'.
               03 WRK-BEN-PROCESSO      PIC X(12).
               03 WRK-BEN-VALOR         PIC 9(9)V99.

       77 WRK-FS-SINDICATO       PIC X(02)       VALUE ZEROS.
       77 WRK-FS-SINDREM         PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-SINDICATO      PIC X(01)       VALUE 'N'.
           88 WRK-FIM-SINDICATOS                 VALUE 'S'.
       77 WRK-FIM-PAYSLIP        PIC X(01)       VALUE 'N'.
           88 WRK-FIM-CONTRACHEQUES              VALUE 'S'.
       77 WRK-QTD-SIND           PIC 9(02) COMP  VALUE ZEROS.
       77 WRK-SUB-SIND           PIC 9(02) COMP  VALUE ZEROS.
       77 WRK-SIND-ACHADO        PIC 9(02) COMP  VALUE ZEROS.
       77 WRK-SINDICATO          PIC X(04)       VALUE SPACES.
       77 WRK-OPOSICAO-SIND      PIC X(01)       VALUE SPACES.
           88 WRK-OPOSICAO-PROTOCOLADA           VALUE 'S'.
       77 WRK-SINDICATO-DESC     PIC 9(7)V99     VALUE ZEROS.
       77 WRK-SINDICATO-LIMITE   PIC S9(7)V99    VALUE ZEROS.
       77 WRK-SINDICATO-PAGO     PIC 9(7)V99     VALUE ZEROS.
       77 WRK-JRN-SINDICATO      PIC 9(11)V99    VALUE ZEROS.
       77 WRK-QTD-SINDREM        PIC 9(04) COMP  VALUE ZEROS.
       77 WRK-TOTAL-SINDREM      PIC 9(9)V99     VALUE ZEROS.
       77 WRK-FS-REEMBOLSO       PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-REEMBOLSO      PIC X(01)       VALUE 'N'.
           88 WRK-FIM-PEDIDOS-REEMB              VALUE 'S'.
       77 WRK-QTD-REE            PIC 9(04) COMP  VALUE ZEROS.
       77 WRK-SUB-REE            PIC 9(04) COMP  VALUE ZEROS.
       77 WRK-REEMBOLSO-MES      PIC 9(7)V99     VALUE ZEROS.
       77 WRK-JRN-REEMBOLSO      PIC 9(11)V99    VALUE ZEROS.
       77 WRK-FS-CONSUMO         PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-CONSUMO        PIC X(01)       VALUE 'N'.
           88 WRK-FIM-CONSUMOS                   VALUE 'S'.
       77 WRK-QTD-CNS            PIC 9(04) COMP  VALUE ZEROS.
       77 WRK-SUB-CNS            PIC 9(04) COMP  VALUE ZEROS.
       77 WRK-CNS-ACHADO         PIC 9(04) COMP  VALUE ZEROS.
       77 WRK-CONSUMO-DESC       PIC 9(7)V99     VALUE ZEROS.
       77 WRK-CONSUMO-LIMITE     PIC S9(7)V99    VALUE ZEROS.
       77 WRK-CONSUMO-MARGEM-VL  PIC S9(7)V99    VALUE ZEROS.
       77 WRK-CONSUMO-MARGEM     PIC 9V9999      VALUE ZEROS.
       77 WRK-JRN-CONSUMO        PIC 9(11)V99    VALUE ZEROS.
       77 WRK-CONSUMO-SALDO      PIC 9(7)V99     VALUE ZEROS.
       77 WRK-QTD-CNS-SALDO      PIC 9(04)       VALUE ZEROS.
       77 WRK-TOTAL-CNS-SALDO    PIC 9(9)V99     VALUE ZEROS.
       77 WRK-REEMBOLSO-PAGO     PIC 9(7)V99     VALUE ZEROS.
       77 WRK-CNS-JA-TRANSPORTADO PIC X(01)      VALUE 'N'.
           88 WRK-SALDO-JA-TRANSPORTADO          VALUE 'S'.
       01  WRK-COMP-SEGUINTE.
           02 WRK-COMP-SEG-ANO       PIC 9(04)     VALUE ZEROS.
           02 WRK-COMP-SEG-MES       PIC 9(02)     VALUE ZEROS.

       01  WRK-TAB-SIND VALUE ZEROS.
           02 WRK-SIND-LINHA OCCURS 20 TIMES.
               03 WRK-SIND-CODIGO       PIC X(04).
               03 WRK-SIND-NOME         PIC X(30).
               03 WRK-SIND-CNPJ         PIC 9(14).
               03 WRK-SIND-TIPO         PIC X(01).
               03 WRK-SIND-PERC         PIC 9(02)V99.
               03 WRK-SIND-VALOR        PIC 9(7)V99.
               03 WRK-SIND-BANCO        PIC X(03).
               03 WRK-SIND-AGENCIA      PIC X(04).
               03 WRK-SIND-CONTA        PIC X(10).
               03 WRK-SIND-DV           PIC X(01).

       01  WRK-TAB-REE VALUE ZEROS.
           02 WRK-REE-LINHA OCCURS 500 TIMES.
               03 WRK-REE-MATRICULA     PIC X(06).
               03 WRK-REE-RECIBO        PIC X(10).
               03 WRK-REE-VALOR         PIC 9(7)V99.
               03 WRK-REE-CREDITADO     PIC X(01).

       01  WRK-TAB-CNS VALUE ZEROS.
           02 WRK-CNS-LINHA OCCURS 200 TIMES.
               03 WRK-CNS-MATRICULA     PIC X(06).
               03 WRK-CNS-TOTAL         PIC S9(7)V99.
               03 WRK-CNS-DESCONTADO    PIC 9(7)V99.
               03 WRK-CNS-PROCESSADO    PIC X(01).

       77 WRK-FS-COMISPAY        PIC X(02)       VALUE ZEROS.
       77 WRK-FS-VENDMAP         PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-COMISPAY       PIC X(01)       VALUE 'N'.
               03 WRK-OAU-MATRICULA     PIC X(06).
               03 WRK-OAU-HORAS         PIC 9(03).
               03 WRK-OAU-SUPERVISOR    PIC X(06).
       77 WRK-FS-PROFMAST        PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-PROFMAST       PIC X(01)       VALUE 'N'.
           88 WRK-FIM-PROFESSORES                VALUE 'S'.
       77 WRK-QTD-HORISTA        PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-SUB-HORISTA        PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-EMP-HORISTA        PIC X(01)       VALUE 'N'.
           88 WRK-PAGO-POR-HORA                  VALUE 'S'.

       01  WRK-TAB-HORISTA VALUE SPACES.
           02 WRK-HORISTA-LINHA OCCURS 100 TIMES.
               03 WRK-HOR-MATRICULA     PIC X(06).
       77 WRK-TOTAL-FGTS         PIC 9(9)V99     VALUE ZEROS.
       77 WRK-QTD-FGTS           PIC 9(04)       VALUE ZEROS.

       77 WRK-FS-AFASTAM         PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-AFASTAM        PIC X(01)       VALUE 'N'.
           88 WRK-FIM-AFASTAMENTOS               VALUE 'S'.
       77 WRK-QTD-AFA            PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-SUB-AFA            PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-TIPO-AFASTAMENTO   PIC X(01)       VALUE SPACES.
       77 WRK-DIAS-AFASTADO      PIC 9(02)       VALUE ZEROS.
       77 WRK-DIAS-AFA-FGTS      PIC 9(02)       VALUE ZEROS.
       77 WRK-AFASTAMENTO-DESC   PIC 9(7)V99     VALUE ZEROS.
       77 WRK-AFASTAMENTO-FGTS   PIC 9(7)V99     VALUE ZEROS.
       77 WRK-FGTS-BASE          PIC 9(7)V99     VALUE ZEROS.
       77 WRK-SALARIO-MINIMO     PIC 9(7)V99     VALUE ZEROS.
       77 WRK-GRAU-RISCO         PIC X(01)       VALUE SPACES.
           88 WRK-RISCO-INSALUB-MIN              VALUE '1'.
           88 WRK-RISCO-INSALUB-MED              VALUE '2'.
           88 WRK-RISCO-INSALUB-MAX              VALUE '3'.
           88 WRK-RISCO-PERICULOSO               VALUE 'P'.
           88 WRK-RISCO-VALIDO                   VALUE ' ' '0'
                                                       '1' '2' '3'
                                                       'P'.
       77 WRK-ADIC-RISCO         PIC 9(7)V99     VALUE ZEROS.
       77 WRK-ADIC-RISCO-MES     PIC 9(7)V99     VALUE ZEROS.
       77 WRK-REMUNERACAO        PIC 9(7)V99     VALUE ZEROS.
       77 WRK-VR-DESCONTO        PIC 9(7)V99     VALUE ZEROS.
       77 WRK-PLANO-DESCONTO     PIC 9(7)V99     VALUE ZEROS.
       77 WRK-JAN-INI            PIC 9(07) COMP  VALUE ZEROS.
       77 WRK-JAN-FIM            PIC 9(07) COMP  VALUE ZEROS.
       77 WRK-AFA-SER-INI        PIC 9(07) COMP  VALUE ZEROS.
       77 WRK-AFA-SER-FIM        PIC 9(07) COMP  VALUE ZEROS.
       77 WRK-AFA-DIAS-TRECHO    PIC 9(04)       VALUE ZEROS.
       77 WRK-AFA-DIAS-TOTAL     PIC 9(04)       VALUE ZEROS.
       77 WRK-AFA-DIAS-DA        PIC 9(04)       VALUE ZEROS.
       77 WRK-AFA-DIAS-AM        PIC 9(04)       VALUE ZEROS.
       77 WRK-AFA-TIPO-ULTIMO    PIC X(01)       VALUE SPACES.
       77 WRK-MES-AFA            PIC 9(02)       VALUE ZEROS.
       77 WRK-MES-INI-AFA13      PIC 9(02)       VALUE ZEROS.
       77 WRK-MES-FIM-AFA13      PIC 9(02)       VALUE ZEROS.
       77 WRK-MESES-AFA-13       PIC 9(02)       VALUE ZEROS.

       01  WRK-DATA-AFA.
           02 WRK-AFD-ANO            PIC 9(04).
           02 WRK-AFD-MES            PIC 9(02).
           02 WRK-AFD-DIA            PIC 9(02).
       01  WRK-DATA-AFA-NUM REDEFINES WRK-DATA-AFA PIC 9(08).

       01  WRK-TAB-AFA VALUE ZEROS.
           02 WRK-AFA-LINHA OCCURS 500 TIMES.
               03 WRK-AFA-MATRICULA     PIC X(06).
               03 WRK-AFA-TIPO          PIC X(01).
               03 WRK-AFA-INICIO        PIC 9(08).
               03 WRK-AFA-EFETIVO       PIC 9(08).

       77 WRK-FS-PLRTAB          PIC X(02)       VALUE ZEROS.
       77 WRK-FS-PLRVALOR        PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-PLRVALOR       PIC X(01)       VALUE 'N'.
           88 WRK-FIM-VALORES-PLR                VALUE 'S'.
       77 WRK-VIG-PLR            PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-FAIXAS-PLR     PIC 9(02)       VALUE ZEROS.
       77 WRK-QTD-PLR            PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-SUB-PLR            PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-PLR-VALOR          PIC 9(7)V99     VALUE ZEROS.
       77 WRK-PLR-ACHOU          PIC X(01)       VALUE 'N'.
           88 WRK-PLR-FAIXA-ACHADA               VALUE 'S'.

       01  WRK-TAB-PLRT VALUE ZEROS.
           02 WRK-TAB-PLRT-ITEM OCCURS 10 TIMES
                                 INDEXED BY WRK-IDX-PLRT.
               03 WRK-PLRT-FAIXA-DE     PIC 9(7)V99.
               03 WRK-PLRT-FAIXA-ATE    PIC 9(7)V99.
               03 WRK-PLRT-ALIQUOTA     PIC 9(1)V999.
               03 WRK-PLRT-PARC-DEDUZIR PIC 9(7)V99.

       01  WRK-TAB-PLR VALUE ZEROS.
           02 WRK-PLR-LINHA OCCURS 200 TIMES.
               03 WRK-PLR-MATRICULA     PIC X(06).
               03 WRK-PLR-VALOR-EMP     PIC 9(7)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
               WRK-FSCHK-CHAVE.
           PERFORM 0110-CARREGAR-TABELA-INSS.
           PERFORM 0120-CARREGAR-TABELA-IRRF.
           IF WRK-MODO-PLR
               PERFORM 0125-CARREGAR-TABELA-PLR
               PERFORM 0146M-CARREGAR-VALORES-PLR
           END-IF.
           PERFORM 0130-CARREGAR-PARAMETROS.
           MOVE 'HORA-EXTRA-MULT' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0135-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-MULT-HORA-EXTRA.
           MOVE 'CONSUMO-MARGEM'   TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0135-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CONSUMO-MARGEM.
           MOVE 'VT-CUSTO-PADRAO'  TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0135-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-VT-CUSTO.
           MOVE 'INSS-PATRONAL'    TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0135-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-INSS-PATRONAL.
           MOVE 'SALARIO-MINIMO'   TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0135-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-SALARIO-MINIMO.
           PERFORM 0138-CALCULAR-DATA-PAGAMENTO.
           PERFORM 0136-SOLICITAR-MOEDA.
           PERFORM 0145-CARREGAR-TIMESHEET.
               WRK-FSCHK-CHAVE.
           PERFORM 0147-CARREGAR-EMPRESTIMOS.
           PERFORM 0146B-CARREGAR-PENSOES.
           PERFORM 0146O-CARREGAR-SINDICATOS.
           IF WRK-MODO-MENSAL
               PERFORM 0146Q-CARREGAR-REEMBOLSOS
               PERFORM 0146S-CARREGAR-CONSUMOS
           END-IF.
           PERFORM 0146D-CARREGAR-COMISSOES.
           PERFORM 0146H-CARREGAR-AUTORIZACOES-HE.
           PERFORM 0146V-CARREGAR-HORISTAS.
           IF WRK-REPROCESSO
               CONTINUE
           ELSE
               WRK-FS-OVERAUTX,
               WRK-FSCHK-CHAVE.
           PERFORM 0149-CARREGAR-DEPENDENTES.
           PERFORM 0146K-CARREGAR-AFASTAMENTOS.
           IF WRK-REPROCESSO
               PERFORM 0151-CARREGAR-HISTORICO-PAGO
               OPEN OUTPUT DIFFERENCES-FILE
               MOVE 'SALARIO' TO WRK-AUDIT-PROGRAMA
           END-IF.
           PERFORM 0139-OBTER-SEQ-AUDITORIA.
           IF WRK-REPROCESSO OR WRK-MODO-PLR
               CONTINUE
           ELSE
           IF WRK-REINICIO

       0106-DIGITAR-MODO-CALCULO.
           DISPLAY 'MODO DE CALCULO (1-MENSAL 2-13O 3-FERIAS '
               '4-RESCISAO 5-PLR 6-REPROCESSO): '.
           ACCEPT WRK-MODO-CALCULO.
           DISPLAY 'CONFIRMA MODO ' WRK-MODO-CALCULO ' (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           MOVE RC-JRN-EMPRESTIMO   TO WRK-JRN-EMPRESTIMO.
           MOVE RC-JRN-INDENIZACOES TO WRK-JRN-INDENIZACOES.
           MOVE RC-JRN-LIQUIDO      TO WRK-JRN-LIQUIDO.
           MOVE RC-JRN-ADIC-RISCO   TO WRK-JRN-ADIC-RISCO.
           MOVE RC-JRN-PLR          TO WRK-JRN-PLR.
           MOVE RC-JRN-IRRF-PLR     TO WRK-JRN-IRRF-PLR.
           MOVE RC-QTD-CC           TO WRK-QTD-CC.
           PERFORM VARYING WRK-SUB-CC FROM 1 BY 1
               UNTIL WRK-SUB-CC > WRK-QTD-CC
                   TO WRK-CC-LIQUIDO(WRK-SUB-CC)
               MOVE RC-CC-PROVISAO(WRK-SUB-CC)
                   TO WRK-CC-PROVISAO(WRK-SUB-CC)
               MOVE RC-CC-ADIC-RISCO(WRK-SUB-CC)
                   TO WRK-CC-ADIC-RISCO(WRK-SUB-CC)
           END-PERFORM.
           MOVE RC-PRV-13           TO WRK-JRN-PRV-13.
           MOVE RC-PRV-FERIAS       TO WRK-JRN-PRV-FERIAS.
           MOVE RC-PRV-ENCARGO      TO WRK-JRN-PRV-ENCARGO.
           MOVE RC-JRN-PENSAO       TO WRK-JRN-PENSAO.
           MOVE RC-JRN-SINDICATO    TO WRK-JRN-SINDICATO.
           MOVE RC-JRN-REEMBOLSO    TO WRK-JRN-REEMBOLSO.
           MOVE RC-JRN-CONSUMO      TO WRK-JRN-CONSUMO.
           MOVE RC-QTD-BENEF        TO WRK-QTD-BENEF.
           PERFORM VARYING WRK-SUB-BENEF FROM 1 BY 1
               UNTIL WRK-SUB-BENEF > WRK-QTD-BENEF
               NOT AT END
                   MOVE 'WRK-TAB-MAPA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-MAPA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
               WRK-FS-GARNISH,
               WRK-FSCHK-CHAVE.

       0146O-CARREGAR-SINDICATOS.
           MOVE 'N' TO WRK-FIM-SINDICATO.
           OPEN INPUT UNION-MASTER-FILE.
           IF WRK-FS-SINDICATO = '00'
               PERFORM 0146P-LER-SINDICATO UNTIL WRK-FIM-SINDICATOS
               CLOSE UNION-MASTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-SINDICATO
           END-IF.

       0146P-LER-SINDICATO.
           READ UNION-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SINDICATO
               NOT AT END
                   MOVE 'WRK-TAB-SIND' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-SIND TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-SIND
                   MOVE SIN-CODIGO
                       TO WRK-SIND-CODIGO(WRK-QTD-SIND)
                   MOVE SIN-NOME
                       TO WRK-SIND-NOME(WRK-QTD-SIND)
                   MOVE SIN-CNPJ
                       TO WRK-SIND-CNPJ(WRK-QTD-SIND)
                   MOVE SIN-TIPO
                       TO WRK-SIND-TIPO(WRK-QTD-SIND)
                   MOVE SIN-PERCENTUAL
                       TO WRK-SIND-PERC(WRK-QTD-SIND)
                   MOVE SIN-VALOR
                       TO WRK-SIND-VALOR(WRK-QTD-SIND)
                   MOVE SIN-BANCO
                       TO WRK-SIND-BANCO(WRK-QTD-SIND)
                   MOVE SIN-AGENCIA
                       TO WRK-SIND-AGENCIA(WRK-QTD-SIND)
                   MOVE SIN-CONTA
                       TO WRK-SIND-CONTA(WRK-QTD-SIND)
                   MOVE SIN-DV
                       TO WRK-SIND-DV(WRK-QTD-SIND)
           END-READ.
           MOVE 'SINDICAT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SINDICATO,
               WRK-FSCHK-CHAVE.

      *    SO OS PEDIDOS APROVADOS PELO REEMBMNT PARA ESTA
      *    COMPETENCIA; PENDENTES E REJEITADOS FICAM DE FORA.
       0146Q-CARREGAR-REEMBOLSOS.
           MOVE 'N' TO WRK-FIM-REEMBOLSO.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-REEMBOLSO = '00'
               PERFORM 0146R-LER-REEMBOLSO
                   UNTIL WRK-FIM-PEDIDOS-REEMB
               CLOSE CLAIM-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-REEMBOLSO
           END-IF.
           DISPLAY 'REEMBOLSOS APROVADOS PARA A COMPETENCIA: '
               WRK-QTD-REE.

       0146R-LER-REEMBOLSO.
           READ CLAIM-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-REEMBOLSO
               NOT AT END
                   IF REE-STATUS = 'A'
                       AND REE-COMPETENCIA = WRK-COMPETENCIA
                       MOVE 'WRK-TAB-REE' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-REE TO WRK-TABCHK-QTD
                       MOVE 500 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-REE
                       MOVE REE-MATRICULA
                           TO WRK-REE-MATRICULA(WRK-QTD-REE)
                       MOVE REE-RECIBO
                           TO WRK-REE-RECIBO(WRK-QTD-REE)
                       MOVE REE-VALOR
                           TO WRK-REE-VALOR(WRK-QTD-REE)
                       MOVE 'N' TO WRK-REE-CREDITADO(WRK-QTD-REE)
                   END-IF
           END-READ.
           MOVE 'REEMBOLS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-REEMBOLSO,
               WRK-FSCHK-CHAVE.

      *    COMPRAS DA LOJA DOS FUNCIONARIOS LANCADAS PELO CAIXA
      *    (PERFORM-TIMES) NA COMPETENCIA, SOMADAS POR MATRICULA;
      *    DEVOLUCOES ABATEM O TOTAL.
       0146S-CARREGAR-CONSUMOS.
           MOVE 'N' TO WRK-FIM-CONSUMO.
           MOVE 'N' TO WRK-CNS-JA-TRANSPORTADO.
           PERFORM 0929C-CALCULAR-COMP-SEGUINTE.
           OPEN INPUT CONSUMPTION-FILE.
           IF WRK-FS-CONSUMO = '00'
               PERFORM 0146T-LER-CONSUMO
                   UNTIL WRK-FIM-CONSUMOS
               CLOSE CONSUMPTION-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CONSUMO
           END-IF.
           DISPLAY 'FUNCIONARIOS COM CONSUMO NA COMPETENCIA: '
               WRK-QTD-CNS.

       0146T-LER-CONSUMO.
           READ CONSUMPTION-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONSUMO
               NOT AT END
                   IF CNS-COMPETENCIA = WRK-COMPETENCIA
                       PERFORM 0146U-ACUMULAR-CONSUMO
                   END-IF
                   IF CNS-COMPETENCIA = WRK-COMP-SEGUINTE
                       AND CNS-TIPO = 'S'
                       AND CNS-TERMINAL = 'FOLH'
                       MOVE 'S' TO WRK-CNS-JA-TRANSPORTADO
                   END-IF
           END-READ.
           MOVE 'CONSUMO' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONSUMO,
               WRK-FSCHK-CHAVE.

       0146U-ACUMULAR-CONSUMO.
           MOVE ZEROS TO WRK-CNS-ACHADO.
           PERFORM VARYING WRK-SUB-CNS FROM 1 BY 1
               UNTIL WRK-SUB-CNS > WRK-QTD-CNS
               IF WRK-CNS-MATRICULA(WRK-SUB-CNS) = CNS-MATRICULA
                   MOVE WRK-SUB-CNS TO WRK-CNS-ACHADO
                   MOVE WRK-QTD-CNS TO WRK-SUB-CNS
               END-IF
           END-PERFORM.
           IF WRK-CNS-ACHADO = ZEROS
               MOVE 'WRK-TAB-CNS' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CNS TO WRK-TABCHK-QTD
               MOVE 200 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CNS
               MOVE WRK-QTD-CNS TO WRK-CNS-ACHADO
               MOVE CNS-MATRICULA
                   TO WRK-CNS-MATRICULA(WRK-CNS-ACHADO)
               MOVE ZEROS TO WRK-CNS-TOTAL(WRK-CNS-ACHADO)
                   WRK-CNS-DESCONTADO(WRK-CNS-ACHADO)
               MOVE 'N' TO WRK-CNS-PROCESSADO(WRK-CNS-ACHADO)
           END-IF.
           IF CNS-TIPO = 'D'
               SUBTRACT CNS-VALOR FROM WRK-CNS-TOTAL(WRK-CNS-ACHADO)
           ELSE
               ADD CNS-VALOR TO WRK-CNS-TOTAL(WRK-CNS-ACHADO)
           END-IF.

      *    PROFESSOR HORISTA (PROFMAST.dat, TIPO H, ATIVO): O
      *    TIMESHEET DELE VEM DO AULAHORA COM AS HORAS-AULA DADAS.
       0146V-CARREGAR-HORISTAS.
           MOVE 'N' TO WRK-FIM-PROFMAST.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-FS-PROFMAST = '00'
               PERFORM 0146W-LER-HORISTA UNTIL WRK-FIM-PROFESSORES
               CLOSE TEACHER-MASTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-PROFMAST
           END-IF.

       0146W-LER-HORISTA.
           READ TEACHER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PROFMAST
               NOT AT END
                   IF PROF-TIPO = 'H' AND PROF-STATUS = 'A'
                       MOVE 'WRK-TAB-HORISTA' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-HORISTA TO WRK-TABCHK-QTD
                       MOVE 100 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-HORISTA
                       MOVE PROF-MATRICULA
                           TO WRK-HOR-MATRICULA(WRK-QTD-HORISTA)
                   END-IF
           END-READ.
           MOVE 'PROFMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PROFMAST,
               WRK-FSCHK-CHAVE.

       0146D-CARREGAR-COMISSOES.
           MOVE 'N' TO WRK-FIM-VENDMAP.
           OPEN INPUT SELLER-MAP-FILE.
                   TO WRK-OAU-SUPERVISOR(WRK-QTD-OVERAUT)
           END-IF.

       0146K-CARREGAR-AFASTAMENTOS.
           MOVE 'N' TO WRK-FIM-AFASTAM.
           OPEN INPUT LEAVE-FILE.
           IF WRK-FS-AFASTAM = '00'
               PERFORM 0146L-LER-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTOS
               CLOSE LEAVE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-AFASTAM
           END-IF.

       0146M-CARREGAR-VALORES-PLR.
           MOVE 'N' TO WRK-FIM-PLRVALOR.
           OPEN INPUT PLR-AMOUNT-FILE.
           MOVE 'PLRVALOR' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLRVALOR,
               WRK-FSCHK-CHAVE.
           PERFORM 0146N-LER-VALOR-PLR UNTIL WRK-FIM-VALORES-PLR.
           CLOSE PLR-AMOUNT-FILE.

       0146N-LER-VALOR-PLR.
           READ PLR-AMOUNT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PLRVALOR
               NOT AT END
                   MOVE 'WRK-TAB-PLR' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PLR TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-PLR
                   MOVE PLRV-MATRICULA
                       TO WRK-PLR-MATRICULA(WRK-QTD-PLR)
                   MOVE PLRV-VALOR
                       TO WRK-PLR-VALOR-EMP(WRK-QTD-PLR)
           END-READ.
           MOVE 'PLRVALOR' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLRVALOR,
               WRK-FSCHK-CHAVE.

       0146L-LER-AFASTAMENTO.
           READ LEAVE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAM
               NOT AT END
                   MOVE 'WRK-TAB-AFA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-AFA TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-AFA
                   MOVE AFA-MATRICULA
                       TO WRK-AFA-MATRICULA(WRK-QTD-AFA)
                   MOVE AFA-TIPO
                       TO WRK-AFA-TIPO(WRK-QTD-AFA)
                   MOVE AFA-DATA-INICIO
                       TO WRK-AFA-INICIO(WRK-QTD-AFA)
                   MOVE AFA-RETORNO-EFETIVO
                       TO WRK-AFA-EFETIVO(WRK-QTD-AFA)
           END-READ.
           MOVE 'AFASTAMENTOS' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AFASTAM,
               WRK-FSCHK-CHAVE.

       0147-CARREGAR-EMPRESTIMOS.
           MOVE 'N' TO WRK-FIM-LOANS.
           IF WRK-REINICIO
                           TO WRK-PH-EMPRESTIMO(WRK-QTD-PAYHIST)
                       MOVE PH-PENSAO
                           TO WRK-PH-PENSAO(WRK-QTD-PAYHIST)
                       MOVE PH-SINDICATO
                           TO WRK-PH-SINDICATO(WRK-QTD-PAYHIST)
                       MOVE PH-CONSUMO
                           TO WRK-PH-CONSUMO(WRK-QTD-PAYHIST)
                   END-IF
           END-READ.
           MOVE 'PAYHIST' TO WRK-FSCHK-ARQ.
           CLOSE IRRF-RATES-FILE.
           DISPLAY 'TABELA IRRF EM VIGOR: ' WRK-VIG-IRRF.

      *    PLR: TABELA PROGRESSIVA EXCLUSIVA (LEI 10.101/2000),
      *    COM VIGENCIA NO MESMO LEIAUTE DO IRRFTAB.
       0125-CARREGAR-TABELA-PLR.
           MOVE WRK-DATA-FIM-MES TO WRK-DATA-REFERENCIA.
           MOVE ZEROS TO WRK-VIG-PLR.
           OPEN INPUT PLR-RATES-FILE.
           MOVE 'PLRTAB' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PLRTAB,
               WRK-FSCHK-CHAVE.
           PERFORM UNTIL WRK-FS-PLRTAB = '10'
               READ PLR-RATES-FILE
                   AT END
                       MOVE '10' TO WRK-FS-PLRTAB
                   NOT AT END
                       IF PLRT-VIGENCIA <= WRK-DATA-REFERENCIA
                           AND PLRT-VIGENCIA > WRK-VIG-PLR
                           MOVE PLRT-VIGENCIA TO WRK-VIG-PLR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLR-RATES-FILE.
           MOVE ZEROS TO WRK-FS-PLRTAB.
           OPEN INPUT PLR-RATES-FILE.
           PERFORM UNTIL WRK-FS-PLRTAB = '10'
               READ PLR-RATES-FILE
                   AT END
                       MOVE '10' TO WRK-FS-PLRTAB
                   NOT AT END
                     IF PLRT-VIGENCIA = WRK-VIG-PLR
                       MOVE 'WRK-TAB-PLRT' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-FAIXAS-PLR TO WRK-TABCHK-QTD
                       MOVE 10 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-FAIXAS-PLR
                       SET WRK-IDX-PLRT TO WRK-QTD-FAIXAS-PLR
                       MOVE PLRT-FAIXA-DE
                           TO WRK-PLRT-FAIXA-DE(WRK-IDX-PLRT)
                       MOVE PLRT-FAIXA-ATE
                           TO WRK-PLRT-FAIXA-ATE(WRK-IDX-PLRT)
                       MOVE PLRT-ALIQUOTA
                           TO WRK-PLRT-ALIQUOTA(WRK-IDX-PLRT)
                       MOVE PLRT-PARC-DEDUZIR
                           TO WRK-PLRT-PARC-DEDUZIR(WRK-IDX-PLRT)
                     END-IF
               END-READ
               MOVE 'PLRTAB' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-PLRTAB,
                   WRK-FSCHK-CHAVE
           END-PERFORM.
           CLOSE PLR-RATES-FILE.
           DISPLAY 'TABELA PLR EM VIGOR: ' WRK-VIG-PLR.

       0130-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                           TO WRK-DATA-DESLIGAMENTO
                       MOVE EMP-MOTIVO-DESLIG TO WRK-MOTIVO-DESLIG
                       MOVE EMP-CENTRO-CUSTO  TO WRK-CENTRO-CUSTO
                       MOVE EMP-GRAU-RISCO    TO WRK-GRAU-RISCO
                       MOVE EMP-SINDICATO     TO WRK-SINDICATO
                       MOVE EMP-OPOSICAO-SIND TO WRK-OPOSICAO-SIND
                       PERFORM 0165-CALCULAR-DIAS-EMPREGADO
                       PERFORM 0166-CALCULAR-DIAS-AFASTADO
                       PERFORM 0155-BUSCAR-APONTAMENTO
                       PERFORM 0158-CONTAR-DEPENDENTES
                       IF NOT WRK-REPROCESSO
           SEARCH WRK-TS-LINHA
               AT END
                   IF WRK-MODO-MENSAL
                       AND WRK-DIAS-AFASTADO < WRK-DIAS-EMPREGADO
                       PERFORM 0156-REPORTAR-SEM-APONTAMENTO
                   END-IF
               WHEN WRK-TS-MATRICULA(WRK-IDX-TS) = WRK-MATRICULA
                   MOVE WRK-QTD-OVERAUT TO WRK-SUB-OVERAUT
               END-IF
           END-PERFORM.
           IF WRK-HE-APROVADAS > ZEROS
               AND WRK-OPERADOR-ID NOT = SPACES
               AND WRK-HE-SUPERVISOR = WRK-OPERADOR-ID
               MOVE 'S01' TO WRK-SODCHK-CODIGO
               CALL 'SOD-CHECK' USING WRK-SODCHK-CODIGO,
                   WRK-SODCHK-RESULTADO
               IF WRK-SODCHK-PROIBIDO
                   DISPLAY 'AUTORIZACAO DE HORA EXTRA DADA PELO '
                       'OPERADOR DA FOLHA RECUSADA (MATRICULA '
                       WRK-MATRICULA ')'
                   MOVE ZEROS TO WRK-HE-APROVADAS
               END-IF
           END-IF.
           IF WRK-HE-APROVADAS > ZEROS AND WRK-HORAS-EXTRAS > ZEROS
               PERFORM 0157A-REGISTRAR-AUTORIZACAO-HE
           END-IF.
           IF WRK-HORAS-EXTRAS > WRK-HE-APROVADAS
               COMPUTE WRK-HE-RETIDAS =
                   WRK-HORAS-EXTRAS - WRK-HE-APROVADAS
               PERFORM 0158-REPORTAR-EXCECAO-HE
           END-IF.

      *    A LINHA LEVA NO OPERADOR O SUPERVISOR QUE DEU A
      *    AUTORIZACAO (E NAO QUEM RODA A FOLHA), PARA O SEGFUNC
      *    CRUZAR COM AS LINHAS 'MATR=' DA MESMA RODADA.
       0157A-REGISTRAR-AUTORIZACAO-HE.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'HE AUTORIZADA MATR=' WRK-MATRICULA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'HORAS=' WRK-HE-APROVADAS
               ' COMP=' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-HE-SUPERVISOR  TO AUD-OPERADOR.
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

       0158-REPORTAR-EXCECAO-HE.
           IF WRK-REPROCESSO
               CONTINUE
                   WRK-DIA-FIM-EMPREGO - WRK-DIA-INI-EMPREGO + 1
           END-IF.

       0166-CALCULAR-DIAS-AFASTADO.
           MOVE ZEROS  TO WRK-DIAS-AFASTADO WRK-DIAS-AFA-FGTS.
           MOVE SPACES TO WRK-TIPO-AFASTAMENTO.
           IF WRK-DIAS-EMPREGADO > 0 AND WRK-QTD-AFA > 0
               COMPUTE WRK-JAN-INI =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-INI-MES)
                   + WRK-DIA-INI-EMPREGO - 1
               COMPUTE WRK-JAN-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-INI-MES)
                   + WRK-DIA-FIM-EMPREGO - 1
               PERFORM 0167-SOMAR-DIAS-AFASTADO
               IF WRK-AFA-DIAS-TOTAL > WRK-DIAS-EMPREGADO
                   MOVE WRK-DIAS-EMPREGADO TO WRK-DIAS-AFASTADO
               ELSE
                   MOVE WRK-AFA-DIAS-TOTAL TO WRK-DIAS-AFASTADO
               END-IF
               IF WRK-AFA-DIAS-AM > WRK-DIAS-AFASTADO
                   MOVE WRK-DIAS-AFASTADO TO WRK-DIAS-AFA-FGTS
               ELSE
                   MOVE WRK-AFA-DIAS-AM TO WRK-DIAS-AFA-FGTS
               END-IF
               MOVE WRK-AFA-TIPO-ULTIMO TO WRK-TIPO-AFASTAMENTO
           END-IF.

      *    SOMA, NA JANELA WRK-JAN-INI A WRK-JAN-FIM (DIAS CORRIDOS),
      *    OS DIAS DE AFASTAMENTO PAGOS PELO INSS: DOENCA E ACIDENTE
      *    A PARTIR DO 16O DIA (OS 15 PRIMEIROS SAO DO EMPREGADOR),
      *    MATERNIDADE DESDE O PRIMEIRO DIA, ATE A VESPERA DO RETORNO
      *    EFETIVO OU EM ABERTO. DA = DOENCA+ACIDENTE (13O E FERIAS),
      *    AM = ACIDENTE+MATERNIDADE (FGTS CONTINUA DEVIDO).
       0167-SOMAR-DIAS-AFASTADO.
           MOVE ZEROS  TO WRK-AFA-DIAS-TOTAL WRK-AFA-DIAS-DA
                          WRK-AFA-DIAS-AM.
           MOVE SPACES TO WRK-AFA-TIPO-ULTIMO.
           PERFORM VARYING WRK-SUB-AFA FROM 1 BY 1
               UNTIL WRK-SUB-AFA > WRK-QTD-AFA
               IF WRK-AFA-MATRICULA(WRK-SUB-AFA) = WRK-MATRICULA
                   PERFORM 0167B-SOMAR-TRECHO-AFASTADO
               END-IF
           END-PERFORM.

       0167B-SOMAR-TRECHO-AFASTADO.
           COMPUTE WRK-AFA-SER-INI =
               FUNCTION INTEGER-OF-DATE(WRK-AFA-INICIO(WRK-SUB-AFA)).
           IF WRK-AFA-TIPO(WRK-SUB-AFA) NOT = 'M'
               ADD 15 TO WRK-AFA-SER-INI
           END-IF.
           IF WRK-AFA-EFETIVO(WRK-SUB-AFA) = ZEROS
               MOVE WRK-JAN-FIM TO WRK-AFA-SER-FIM
           ELSE
               COMPUTE WRK-AFA-SER-FIM =
                   FUNCTION INTEGER-OF-DATE
                       (WRK-AFA-EFETIVO(WRK-SUB-AFA)) - 1
           END-IF.
           IF WRK-AFA-SER-INI < WRK-JAN-INI
               MOVE WRK-JAN-INI TO WRK-AFA-SER-INI
           END-IF.
           IF WRK-AFA-SER-FIM > WRK-JAN-FIM
               MOVE WRK-JAN-FIM TO WRK-AFA-SER-FIM
           END-IF.
           IF WRK-AFA-SER-FIM >= WRK-AFA-SER-INI
               COMPUTE WRK-AFA-DIAS-TRECHO =
                   WRK-AFA-SER-FIM - WRK-AFA-SER-INI + 1
               ADD WRK-AFA-DIAS-TRECHO TO WRK-AFA-DIAS-TOTAL
               MOVE WRK-AFA-TIPO(WRK-SUB-AFA) TO WRK-AFA-TIPO-ULTIMO
               IF WRK-AFA-TIPO(WRK-SUB-AFA) NOT = 'M'
                   ADD WRK-AFA-DIAS-TRECHO TO WRK-AFA-DIAS-DA
               END-IF
               IF WRK-AFA-TIPO(WRK-SUB-AFA) NOT = 'D'
                   ADD WRK-AFA-DIAS-TRECHO TO WRK-AFA-DIAS-AM
               END-IF
           END-IF.

      *    MESES DE WRK-MES-INI-AFA13 A WRK-MES-FIM-AFA13 DO ANO DA
      *    COMPETENCIA EM QUE O BENEFICIO DE DOENCA/ACIDENTE DEIXOU
      *    MENOS DE 15 DIAS TRABALHADOS: O AVO DO 13O NAO E DEVIDO
      *    (FICA A CARGO DO ABONO ANUAL DO INSS).
       0168-CONTAR-MESES-AFASTADO.
           MOVE ZEROS TO WRK-MESES-AFA-13.
           IF WRK-QTD-AFA > 0
               PERFORM 0169-VERIFICAR-MES-AFASTADO
                   VARYING WRK-MES-AFA FROM WRK-MES-INI-AFA13 BY 1
                   UNTIL WRK-MES-AFA > WRK-MES-FIM-AFA13
           END-IF.

       0169-VERIFICAR-MES-AFASTADO.
           MOVE WRK-COMP-ANO TO WRK-AFD-ANO.
           MOVE WRK-MES-AFA  TO WRK-AFD-MES.
           MOVE 01           TO WRK-AFD-DIA.
           COMPUTE WRK-JAN-INI =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AFA-NUM).
           IF WRK-MES-AFA = 12
               ADD 1 TO WRK-AFD-ANO
               MOVE 01 TO WRK-AFD-MES
           ELSE
               ADD 1 TO WRK-AFD-MES
           END-IF.
           COMPUTE WRK-JAN-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AFA-NUM) - 1.
           PERFORM 0167-SOMAR-DIAS-AFASTADO.
           IF WRK-AFA-DIAS-DA > WRK-JAN-FIM - WRK-JAN-INI + 1 - 15
               ADD 1 TO WRK-MESES-AFA-13
           END-IF.

       0158-CONTAR-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEP-EMPREGADO.
           SET WRK-IDX-DEP TO 1.
               END-IF
           END-IF.
           IF WRK-MODO-MENSAL AND NOT WRK-APONTAMENTO-OK
               AND WRK-DIAS-AFASTADO < WRK-DIAS-EMPREGADO
               MOVE 'S' TO WRK-REGISTRO-INVALIDO
           END-IF.
           IF WRK-MODO-MENSAL AND WRK-DIAS-EMPREGADO = ZEROS
                   ': SALARIO BRUTO INVALIDO - REGISTRO IGNORADO.'
               MOVE 'S' TO WRK-REGISTRO-INVALIDO
           END-IF.
           IF NOT WRK-RISCO-VALIDO
               DISPLAY 'REGISTRO ' WRK-MATRICULA
                   ': GRAU DE RISCO INVALIDO (' WRK-GRAU-RISCO
                   ') - REGISTRO IGNORADO.'
               MOVE 'S' TO WRK-REGISTRO-INVALIDO
           END-IF.
           IF WRK-HORAS-TRABALHADAS > WRK-HORAS-MAX-MES
               DISPLAY 'REGISTRO ' WRK-MATRICULA
                   ': HORAS TRABALHADAS ACIMA DO LIMITE MENSAL ('
                   WRK-HORAS-MAX-MES ') - REGISTRO IGNORADO.'
               MOVE 'S' TO WRK-REGISTRO-INVALIDO
           END-IF.
           IF WRK-MODO-PLR
               PERFORM 0171-BUSCAR-VALOR-PLR
               IF WRK-PLR-VALOR = ZEROS
                   MOVE 'S' TO WRK-REGISTRO-INVALIDO
               END-IF
           END-IF.

       0171-BUSCAR-VALOR-PLR.
           MOVE ZEROS TO WRK-PLR-VALOR.
           PERFORM VARYING WRK-SUB-PLR FROM 1 BY 1
               UNTIL WRK-SUB-PLR > WRK-QTD-PLR
               IF WRK-PLR-MATRICULA(WRK-SUB-PLR) = WRK-MATRICULA
                   ADD WRK-PLR-VALOR-EMP(WRK-SUB-PLR)
                       TO WRK-PLR-VALOR
               END-IF
           END-PERFORM.

       0160-LER-YTD-EMPREGADO.
           MOVE 'N'   TO WRK-YTD-EXISTENTE.
           MOVE ZEROS TO WRK-YTD-BRUTO-ACUM
                         WRK-YTD-INSS-ACUM
                         WRK-YTD-IRRF-ACUM
                         WRK-YTD-FGTS-ACUM
                         WRK-YTD-PLR-ACUM
                         WRK-YTD-PLR-IRRF-ACUM.
           MOVE WRK-MATRICULA TO YTD-MATRICULA.
           READ YTD-TOTALS-FILE
               INVALID KEY
                   MOVE YTD-INSS-ACUM  TO WRK-YTD-INSS-ACUM
                   MOVE YTD-IRRF-ACUM  TO WRK-YTD-IRRF-ACUM
                   MOVE YTD-FGTS-ACUM  TO WRK-YTD-FGTS-ACUM
                   MOVE YTD-PLR-ACUM   TO WRK-YTD-PLR-ACUM
                   MOVE YTD-PLR-IRRF-ACUM
                       TO WRK-YTD-PLR-IRRF-ACUM
           END-READ.

       0200-PROCESSAR.
                         WRK-CONTROLE
                         WRK-VT-DESCONTO WRK-EMPRESTIMO-DESC
                         WRK-FALTA-DESC WRK-QTD-DSR WRK-DSR-DESC
                         WRK-PENSAO-DESC WRK-LIQUIDO-PREVIO
                         WRK-VR-DESCONTO WRK-PLANO-DESCONTO
                         WRK-AFASTAMENTO-DESC WRK-AFASTAMENTO-FGTS
                         WRK-ADIC-RISCO-MES WRK-SINDICATO-DESC
                         WRK-REEMBOLSO-MES WRK-CONSUMO-DESC.
           PERFORM 0212-CALCULAR-ADICIONAL-RISCO.
           IF WRK-MODO-PLR
               PERFORM 0270-CALCULAR-PLR
           ELSE
           IF WRK-MODO-RESCISAO
               PERFORM 0260-CALCULAR-RESCISAO
           ELSE
           END-IF

           END-IF
           END-IF
           END-IF.

      *    PLR: SEM INSS E SEM FGTS (LEI 10.101/2000 ART. 3O) E COM
      *    IRRF NA TABELA EXCLUSIVA, FORA DA BASE MENSAL E SEM
      *    DEDUCAO DE DEPENDENTES.
       0270-CALCULAR-PLR.
           MOVE WRK-PLR-VALOR TO WRK-BASE-CALCULO.
           MOVE ZEROS TO WRK-SALARIO-INSS WRK-SALARIO-IRRF.
           MOVE WRK-BASE-CALCULO TO WRK-SALARIO-LIQUIDO.
           MOVE 'N' TO WRK-PLR-ACHOU.
           PERFORM VARYING WRK-IDX-PLRT FROM 1 BY 1
               UNTIL WRK-IDX-PLRT > WRK-QTD-FAIXAS-PLR
                     OR WRK-PLR-FAIXA-ACHADA
               IF WRK-BASE-CALCULO >= WRK-PLRT-FAIXA-DE(WRK-IDX-PLRT)
                   AND (WRK-BASE-CALCULO <=
                        WRK-PLRT-FAIXA-ATE(WRK-IDX-PLRT)
                    OR WRK-IDX-PLRT = WRK-QTD-FAIXAS-PLR)
                   MOVE 'S' TO WRK-PLR-ACHOU
                   COMPUTE WRK-SALARIO-IRRF ROUNDED =
                       (WRK-BASE-CALCULO *
                           WRK-PLRT-ALIQUOTA(WRK-IDX-PLRT))
                       - WRK-PLRT-PARC-DEDUZIR(WRK-IDX-PLRT)
               END-IF
           END-PERFORM.
           IF WRK-SALARIO-IRRF < 0
               MOVE ZEROS TO WRK-SALARIO-IRRF
           END-IF.

       0260-CALCULAR-RESCISAO.
           MOVE WRK-DATA-DESLIGAMENTO TO WRK-DATA-DECOMPOSTA.
           MOVE WRK-DEC-DIA TO WRK-DIA-DESLIGAMENTO.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               WRK-REMUNERACAO
               * (WRK-DIAS-EMPREGADO - WRK-DIAS-AFASTADO)
               / WRK-DIAS-MES.
           COMPUTE WRK-ADIC-RISCO-MES ROUNDED =
               WRK-ADIC-RISCO
               * (WRK-DIAS-EMPREGADO - WRK-DIAS-AFASTADO)
               / WRK-DIAS-MES.
           PERFORM 0261-CALCULAR-13-PROPORCIONAL.
           PERFORM 0262-CALCULAR-FERIAS-RESCISAO.
           IF WRK-DISPENSA-SEM-JUSTA
               MOVE WRK-REMUNERACAO TO WRK-AVISO-PREVIO
           END-IF.
           MOVE WRK-SALDO-SALARIO TO WRK-BASE-CALCULO.
           PERFORM 0220-CALCULAR-INSS.
           IF WRK-DIA-DESLIGAMENTO < 15
               SUBTRACT 1 FROM WRK-MESES-13
           END-IF.
           IF WRK-COMP-MES > WRK-MES-INICIO-13
               MOVE WRK-MES-INICIO-13 TO WRK-MES-INI-AFA13
               COMPUTE WRK-MES-FIM-AFA13 = WRK-COMP-MES - 1
               PERFORM 0168-CONTAR-MESES-AFASTADO
               SUBTRACT WRK-MESES-AFA-13 FROM WRK-MESES-13
           END-IF.
           IF WRK-MESES-13 < 0
               MOVE ZEROS TO WRK-MESES-13
           END-IF.
           COMPUTE WRK-13-PROPORCIONAL ROUNDED =
               WRK-REMUNERACAO / 12 * WRK-MESES-13.

       0262-CALCULAR-FERIAS-RESCISAO.
           MOVE WRK-DATA-ADMISSAO TO WRK-DATA-DECOMPOSTA.
           DIVIDE WRK-MESES-EMPREGO BY 12
               GIVING WRK-QUOC-ANO
               REMAINDER WRK-MESES-FERIAS.
           IF WRK-MESES-FERIAS > 0 AND WRK-QTD-AFA > 0
               PERFORM 0263-VERIFICAR-PERDA-FERIAS
           END-IF.
           COMPUTE WRK-FERIAS-PROP ROUNDED =
               WRK-REMUNERACAO / 12 * WRK-MESES-FERIAS.
           COMPUTE WRK-FERIAS-TERCO ROUNDED =
               WRK-FERIAS-PROP / 3.
           IF WRK-MESES-EMPREGO >= 12
               COMPUTE WRK-FERIAS-VENCIDAS ROUNDED =
                   WRK-REMUNERACAO + (WRK-REMUNERACAO / 3)
           END-IF.

      *    CLT ART. 133 IV: MAIS DE 180 DIAS DE BENEFICIO DE DOENCA
      *    OU ACIDENTE NO PERIODO AQUISITIVO EM CURSO ANULAM AS
      *    FERIAS PROPORCIONAIS DESSE PERIODO.
       0263-VERIFICAR-PERDA-FERIAS.
           MOVE WRK-DATA-ADMISSAO TO WRK-DATA-AFA-NUM.
           ADD WRK-QUOC-ANO TO WRK-AFD-ANO.
           IF WRK-AFD-MES = 02 AND WRK-AFD-DIA = 29
               MOVE 28 TO WRK-AFD-DIA
           END-IF.
           COMPUTE WRK-JAN-INI =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AFA-NUM).
           COMPUTE WRK-JAN-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-DESLIGAMENTO).
           PERFORM 0167-SOMAR-DIAS-AFASTADO.
           IF WRK-AFA-DIAS-DA > 180
               MOVE ZEROS TO WRK-MESES-FERIAS
               DISPLAY 'FERIAS PROPORCIONAIS PERDIDAS (MATRICULA '
                   WRK-MATRICULA '): ' WRK-AFA-DIAS-DA
                   ' DIAS DE BENEFICIO DO INSS NO PERIODO AQUISITIVO.'
           END-IF.

       0208-BUSCAR-COMISSAO.
           MOVE ZEROS TO WRK-FERIAS-ADICIONAL WRK-VALOR-PRORATA.
           EVALUATE TRUE
               WHEN WRK-MODO-DECIMO-TERCEIRO
                   MOVE WRK-COMP-MES TO WRK-MES-INI-AFA13
                                        WRK-MES-FIM-AFA13
                   PERFORM 0168-CONTAR-MESES-AFASTADO
                   IF WRK-MESES-AFA-13 > 0
                       MOVE ZEROS TO WRK-BASE-CALCULO
                       DISPLAY 'REGISTRO ' WRK-MATRICULA
                           ': AVO DO 13O NAO DEVIDO NA COMPETENCIA '
                           WRK-COMPETENCIA ' - AFASTADO PELO INSS.'
                   ELSE
                       DIVIDE WRK-REMUNERACAO BY 12
                           GIVING WRK-BASE-CALCULO
                       DIVIDE WRK-ADIC-RISCO BY 12
                           GIVING WRK-ADIC-RISCO-MES
                   END-IF
               WHEN WRK-MODO-FERIAS
                   DIVIDE WRK-REMUNERACAO BY 3
                       GIVING WRK-FERIAS-ADICIONAL
                   ADD WRK-REMUNERACAO WRK-FERIAS-ADICIONAL
                       GIVING WRK-BASE-CALCULO
                   COMPUTE WRK-ADIC-RISCO-MES ROUNDED =
                       WRK-ADIC-RISCO + (WRK-ADIC-RISCO / 3)
               WHEN OTHER
                   PERFORM 0214-VERIFICAR-HORISTA
                   IF WRK-PAGO-POR-HORA
                       COMPUTE WRK-BASE-CALCULO ROUNDED =
                           WRK-SALARIO-BRUTO * WRK-HORAS-TRABALHADAS
                           / 160
                   ELSE
                       COMPUTE WRK-BASE-CALCULO ROUNDED =
                           WRK-SALARIO-BRUTO * WRK-DIAS-EMPREGADO
                           / WRK-DIAS-MES
                       COMPUTE WRK-VALOR-PRORATA =
                           WRK-SALARIO-BRUTO - WRK-BASE-CALCULO
                       PERFORM 0211-DESCONTAR-AFASTAMENTO
                       PERFORM 0215-DESCONTAR-FALTAS
                   END-IF
                   COMPUTE WRK-ADIC-RISCO-MES ROUNDED =
                       WRK-ADIC-RISCO
                       * (WRK-DIAS-EMPREGADO - WRK-DIAS-AFASTADO)
                       / WRK-DIAS-MES
                   ADD WRK-ADIC-RISCO-MES TO WRK-BASE-CALCULO
                   ADD WRK-COMISSAO-EMP TO WRK-BASE-CALCULO
           END-EVALUATE.

      *    ADICIONAL DE INSALUBRIDADE (NR-15: 10/20/40% DO SALARIO
      *    MINIMO) OU DE PERICULOSIDADE (CLT ART. 193: 30% DO
      *    SALARIO-BASE), CONFORME O GRAU DE RISCO DO EMPREGADO.
      *    OS DOIS NAO SE ACUMULAM (CLT ART. 193 PAR. 2O).
       0212-CALCULAR-ADICIONAL-RISCO.
           MOVE ZEROS TO WRK-ADIC-RISCO.
           EVALUATE TRUE
               WHEN WRK-RISCO-INSALUB-MIN
                   COMPUTE WRK-ADIC-RISCO ROUNDED =
                       WRK-SALARIO-MINIMO * 0,10
               WHEN WRK-RISCO-INSALUB-MED
                   COMPUTE WRK-ADIC-RISCO ROUNDED =
                       WRK-SALARIO-MINIMO * 0,20
               WHEN WRK-RISCO-INSALUB-MAX
                   COMPUTE WRK-ADIC-RISCO ROUNDED =
                       WRK-SALARIO-MINIMO * 0,40
               WHEN WRK-RISCO-PERICULOSO
                   COMPUTE WRK-ADIC-RISCO ROUNDED =
                       WRK-SALARIO-BRUTO * 0,30
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE WRK-REMUNERACAO =
               WRK-SALARIO-BRUTO + WRK-ADIC-RISCO.

       0211-DESCONTAR-AFASTAMENTO.
           IF WRK-DIAS-AFASTADO > 0
               COMPUTE WRK-AFASTAMENTO-DESC ROUNDED =
                   WRK-SALARIO-BRUTO * WRK-DIAS-AFASTADO
                   / WRK-DIAS-MES
               IF WRK-AFASTAMENTO-DESC > WRK-BASE-CALCULO
                   MOVE WRK-BASE-CALCULO TO WRK-AFASTAMENTO-DESC
               END-IF
               SUBTRACT WRK-AFASTAMENTO-DESC FROM WRK-BASE-CALCULO
               IF WRK-DIAS-AFA-FGTS > 0
                   COMPUTE WRK-AFASTAMENTO-FGTS ROUNDED =
                       WRK-SALARIO-BRUTO * WRK-DIAS-AFA-FGTS
                       / WRK-DIAS-MES
               END-IF
           END-IF.

      *    O HORISTA RECEBE AS HORAS APONTADAS A SALARIO-BRUTO / 160
      *    (O MESMO DIVISOR DA HORA EXTRA), SEM PRO-RATA DE DIAS.
       0214-VERIFICAR-HORISTA.
           MOVE 'N' TO WRK-EMP-HORISTA.
           PERFORM VARYING WRK-SUB-HORISTA FROM 1 BY 1
               UNTIL WRK-SUB-HORISTA > WRK-QTD-HORISTA
               IF WRK-HOR-MATRICULA(WRK-SUB-HORISTA) = WRK-MATRICULA
                   MOVE 'S' TO WRK-EMP-HORISTA
                   MOVE WRK-QTD-HORISTA TO WRK-SUB-HORISTA
               END-IF
           END-PERFORM.

       0215-DESCONTAR-FALTAS.
           IF WRK-DIAS-FALTA > 0
               COMPUTE WRK-VALOR-DIA ROUNDED =
           ELSE
               MOVE WRK-VT-CUSTO  TO WRK-VT-DESCONTO
           END-IF.
           MOVE WRK-VR-VALOR          TO WRK-VR-DESCONTO.
           MOVE WRK-PLANO-SAUDE-VALOR TO WRK-PLANO-DESCONTO.
           IF WRK-DIAS-AFASTADO > 0
               COMPUTE WRK-VT-DESCONTO ROUNDED =
                   WRK-VT-DESCONTO
                   * (WRK-DIAS-EMPREGADO - WRK-DIAS-AFASTADO)
                   / WRK-DIAS-EMPREGADO
               COMPUTE WRK-VR-DESCONTO ROUNDED =
                   WRK-VR-DESCONTO
                   * (WRK-DIAS-EMPREGADO - WRK-DIAS-AFASTADO)
                   / WRK-DIAS-EMPREGADO
           END-IF.

       0300-FINALIZAR.

               DISPLAY 'DESCONTO DE FALTAS: ' WRK-FALTA-DESC
               DISPLAY 'DESCONTO DE DSR: ' WRK-DSR-DESC
           END-IF
           IF WRK-MODO-MENSAL AND WRK-DIAS-AFASTADO > 0
               DISPLAY 'AFASTAMENTO TIPO ' WRK-TIPO-AFASTAMENTO ': '
                   WRK-DIAS-AFASTADO ' DIA(S) A CARGO DO INSS'
               DISPLAY 'DESCONTO DE DIAS AFASTADO: '
                   WRK-AFASTAMENTO-DESC
           END-IF
           IF WRK-ADIC-RISCO-MES > 0
               DISPLAY 'ADICIONAL DE RISCO (GRAU ' WRK-GRAU-RISCO
                   ') NA BASE: ' WRK-ADIC-RISCO-MES
           END-IF
           IF WRK-MODO-FERIAS
               DISPLAY 'TERCO CONSTITUCIONAL: ' WRK-FERIAS-ADICIONAL
           END-IF
           IF WRK-MODO-PLR
               DISPLAY 'PLR (TRIBUTACAO EXCLUSIVA): ' WRK-PLR-VALOR
           END-IF
           DISPLAY 'SALARIO POS-INSS: ' WRK-SALARIO-LIQUIDO
           DISPLAY 'DESCONTO DE IRRF: ' WRK-SALARIO-IRRF
           DISPLAY 'ADICIONAL DE HORAS EXTRAS: ' WRK-VALOR-EXTRA
           DISPLAY 'ADICIONAL NOTURNO: ' WRK-VALOR-NOTURNO
           DISPLAY 'DESCONTO VALE-TRANSPORTE: ' WRK-VT-DESCONTO
           DISPLAY 'DESCONTO VALE-REFEICAO: ' WRK-VR-DESCONTO
           EVALUATE TRUE
               WHEN WRK-MODO-RESCISAO
                   MOVE WRK-TOTAL-RESCISAO TO WRK-SALARIO-TOTAL
                   COMPUTE WRK-LIQUIDO-PREVIO =
                       WRK-SALARIO-LIQUIDO - WRK-SALARIO-IRRF
                       + WRK-VALOR-EXTRA + WRK-VALOR-NOTURNO
                       - WRK-VT-DESCONTO - WRK-VR-DESCONTO
                       - WRK-PLANO-DESCONTO
                   IF WRK-LIQUIDO-PREVIO < 0
                       PERFORM 0302-LIMITAR-PLANO-SAUDE
                   END-IF
                   DISPLAY 'DESCONTO PLANO DE SAUDE: '
                       WRK-PLANO-DESCONTO
                   PERFORM 0303-DESCONTAR-PENSAO
                   PERFORM 0307-DESCONTAR-SINDICATO
                   PERFORM 0305-DESCONTAR-EMPRESTIMO
                   PERFORM 0309-DESCONTAR-CONSUMO
                   PERFORM 0308-CREDITAR-REEMBOLSO
                   COMPUTE WRK-SALARIO-TOTAL =
                       WRK-LIQUIDO-PREVIO - WRK-PENSAO-DESC
                       - WRK-SINDICATO-DESC - WRK-EMPRESTIMO-DESC
                       - WRK-CONSUMO-DESC + WRK-REEMBOLSO-MES
               WHEN OTHER
                   COMPUTE WRK-SALARIO-TOTAL =
                       WRK-SALARIO-LIQUIDO - WRK-SALARIO-IRRF
                       + WRK-VALOR-EXTRA + WRK-VALOR-NOTURNO
           END-EVALUATE.
           IF WRK-MODO-PLR
               MOVE ZEROS TO WRK-FGTS-BASE WRK-FGTS-VALOR
           ELSE
               COMPUTE WRK-FGTS-BASE =
                   WRK-BASE-CALCULO + WRK-AFASTAMENTO-FGTS
               COMPUTE WRK-FGTS-VALOR ROUNDED =
                   WRK-FGTS-BASE * WRK-FGTS-PERC
           END-IF.
           DISPLAY 'FGTS DEPOSITADO PELO EMPREGADOR: ' WRK-FGTS-VALOR
           DISPLAY 'SEU SALARIO FINAL: ' WRK-SALARIO-TOTAL.
           IF NOT WRK-MOEDA-BRL AND WRK-TAXA-CAMBIO > 0
               PERFORM 0330-REGISTRAR-AUDITORIA
           ELSE
               PERFORM 0310-EMITIR-CONTRACHEQUE
               IF NOT WRK-MODO-PLR
                   PERFORM 0318-GRAVAR-FGTS
               END-IF
               PERFORM 0319-GRAVAR-HISTORICO-PAGO
               PERFORM 0320-ATUALIZAR-YTD
               PERFORM 0330-REGISTRAR-AUDITORIA
               PERFORM 0931-CHECKPOINT-EMPRESTIMOS
           END-IF.

       0302-LIMITAR-PLANO-SAUDE.
           IF WRK-PLANO-DESCONTO + WRK-LIQUIDO-PREVIO > 0
               COMPUTE WRK-PLANO-DESCONTO =
                   WRK-PLANO-DESCONTO + WRK-LIQUIDO-PREVIO
           ELSE
               MOVE ZEROS TO WRK-PLANO-DESCONTO
           END-IF.
           COMPUTE WRK-LIQUIDO-PREVIO =
               WRK-SALARIO-LIQUIDO - WRK-SALARIO-IRRF
               + WRK-VALOR-EXTRA + WRK-VALOR-NOTURNO
               - WRK-VT-DESCONTO - WRK-VR-DESCONTO
               - WRK-PLANO-DESCONTO.
           DISPLAY 'PLANO DE SAUDE LIMITADO AO LIQUIDO DISPONIVEL.'.

       0303-DESCONTAR-PENSAO.
           IF WRK-REPROCESSO
               CONTINUE
               WHEN WRK-LOAN-MATRICULA(WRK-IDX-LOAN) = WRK-MATRICULA
                   IF WRK-LOAN-PARCELAS-REST(WRK-IDX-LOAN) > 0
                       IF WRK-LOAN-PARCELA(WRK-IDX-LOAN) >
                           (WRK-LIQUIDO-PREVIO - WRK-PENSAO-DESC
                            - WRK-SINDICATO-DESC)
                           DISPLAY 'PARCELA DO CONSIGNADO PULADA '
                               'NA COMPETENCIA: LIQUIDO '
                               'INSUFICIENTE APOS PENSAO E '
                               'CONTRIBUICAO SINDICAL.'
                       ELSE
                           MOVE WRK-LOAN-PARCELA(WRK-IDX-LOAN)
                               TO WRK-EMPRESTIMO-DESC
                   END-IF
           END-SEARCH.

       0307-DESCONTAR-SINDICATO.
           IF WRK-REPROCESSO
               CONTINUE
           ELSE
               PERFORM 0307B-DESCONTAR-SINDICATO-ATIVO
           END-IF.

       0307B-DESCONTAR-SINDICATO-ATIVO.
           MOVE ZEROS TO WRK-SIND-ACHADO.
           IF WRK-SINDICATO = SPACES
               CONTINUE
           ELSE
           IF WRK-OPOSICAO-PROTOCOLADA
               DISPLAY 'CONTRIBUICAO SINDICAL NAO DESCONTADA: '
                   'CARTA DE OPOSICAO PROTOCOLADA.'
           ELSE
               PERFORM VARYING WRK-SUB-SIND FROM 1 BY 1
                   UNTIL WRK-SUB-SIND > WRK-QTD-SIND
                   IF WRK-SIND-CODIGO(WRK-SUB-SIND) = WRK-SINDICATO
                       MOVE WRK-SUB-SIND TO WRK-SIND-ACHADO
                       MOVE WRK-QTD-SIND TO WRK-SUB-SIND
                   END-IF
               END-PERFORM
               IF WRK-SIND-ACHADO = ZEROS
                   DISPLAY 'SINDICATO ' WRK-SINDICATO
                       ' NAO CADASTRADO - CONTRIBUICAO NAO '
                       'DESCONTADA.'
               ELSE
                   PERFORM 0307C-APLICAR-REGRA-SINDICATO
               END-IF
           END-IF
           END-IF.

       0307C-APLICAR-REGRA-SINDICATO.
           EVALUATE WRK-SIND-TIPO(WRK-SIND-ACHADO)
               WHEN 'P'
                   COMPUTE WRK-SINDICATO-DESC ROUNDED =
                       WRK-SALARIO-BRUTO
                       * WRK-SIND-PERC(WRK-SIND-ACHADO) / 100
               WHEN 'F'
                   MOVE WRK-SIND-VALOR(WRK-SIND-ACHADO)
                       TO WRK-SINDICATO-DESC
               WHEN OTHER
                   MOVE ZEROS TO WRK-SINDICATO-DESC
           END-EVALUATE.
           COMPUTE WRK-SINDICATO-LIMITE =
               WRK-LIQUIDO-PREVIO - WRK-PENSAO-DESC.
           IF WRK-SINDICATO-LIMITE < 0
               MOVE ZEROS TO WRK-SINDICATO-LIMITE
           END-IF.
           IF WRK-SINDICATO-DESC > WRK-SINDICATO-LIMITE
               MOVE WRK-SINDICATO-LIMITE TO WRK-SINDICATO-DESC
               DISPLAY 'CONTRIBUICAO SINDICAL LIMITADA AO LIQUIDO '
                   'DISPONIVEL.'
           END-IF.
           DISPLAY 'DESCONTO CONTRIBUICAO SINDICAL ('
               WRK-SINDICATO '): ' WRK-SINDICATO-DESC.

      *    REEMBOLSO DE DESPESA E INDENIZATORIO: ENTRA DEPOIS DO
      *    INSS, DO IRRF E DOS DESCONTOS, FORA DA BASE DO FGTS.
       0308-CREDITAR-REEMBOLSO.
           PERFORM VARYING WRK-SUB-REE FROM 1 BY 1
               UNTIL WRK-SUB-REE > WRK-QTD-REE
               IF WRK-REE-MATRICULA(WRK-SUB-REE) = WRK-MATRICULA
                   ADD WRK-REE-VALOR(WRK-SUB-REE)
                       TO WRK-REEMBOLSO-MES
                   MOVE 'S' TO WRK-REE-CREDITADO(WRK-SUB-REE)
               END-IF
           END-PERFORM.
           IF WRK-REEMBOLSO-MES > 0
               DISPLAY 'REEMBOLSO DE DESPESAS (SEM INCIDENCIA): '
                   WRK-REEMBOLSO-MES
           END-IF.

      *    CONSUMO NA LOJA: ULTIMO DESCONTO DA FILA (DEPOIS DE
      *    PENSAO, SINDICATO E CONSIGNADO). LIMITADO AO LIQUIDO QUE
      *    SOBRA E A MARGEM CONSUMO-MARGEM DO LIQUIDO APOS PENSAO,
      *    DIVIDIDA COM O CONSIGNADO. O QUE NAO COUBER VOLTA PARA O
      *    CONSUMO.dat NA COMPETENCIA SEGUINTE (0929).
       0309-DESCONTAR-CONSUMO.
           IF WRK-REPROCESSO
               CONTINUE
           ELSE
               PERFORM 0309B-DESCONTAR-CONSUMO-ATIVO
           END-IF.

       0309B-DESCONTAR-CONSUMO-ATIVO.
           MOVE ZEROS TO WRK-CNS-ACHADO.
           PERFORM VARYING WRK-SUB-CNS FROM 1 BY 1
               UNTIL WRK-SUB-CNS > WRK-QTD-CNS
               IF WRK-CNS-MATRICULA(WRK-SUB-CNS) = WRK-MATRICULA
                   MOVE WRK-SUB-CNS TO WRK-CNS-ACHADO
                   MOVE WRK-QTD-CNS TO WRK-SUB-CNS
               END-IF
           END-PERFORM.
           IF WRK-CNS-ACHADO > ZEROS
               MOVE 'S' TO WRK-CNS-PROCESSADO(WRK-CNS-ACHADO)
               IF WRK-CNS-TOTAL(WRK-CNS-ACHADO) > 0
                   PERFORM 0309C-APLICAR-LIMITE-CONSUMO
               END-IF
           END-IF.

       0309C-APLICAR-LIMITE-CONSUMO.
           MOVE WRK-CNS-TOTAL(WRK-CNS-ACHADO) TO WRK-CONSUMO-DESC.
           COMPUTE WRK-CONSUMO-LIMITE =
               WRK-LIQUIDO-PREVIO - WRK-PENSAO-DESC
               - WRK-SINDICATO-DESC - WRK-EMPRESTIMO-DESC.
           COMPUTE WRK-CONSUMO-MARGEM-VL ROUNDED =
               (WRK-LIQUIDO-PREVIO - WRK-PENSAO-DESC)
               * WRK-CONSUMO-MARGEM - WRK-EMPRESTIMO-DESC.
           IF WRK-CONSUMO-MARGEM-VL < WRK-CONSUMO-LIMITE
               MOVE WRK-CONSUMO-MARGEM-VL TO WRK-CONSUMO-LIMITE
           END-IF.
           IF WRK-CONSUMO-LIMITE < 0
               MOVE ZEROS TO WRK-CONSUMO-LIMITE
           END-IF.
           IF WRK-CONSUMO-DESC > WRK-CONSUMO-LIMITE
               MOVE WRK-CONSUMO-LIMITE TO WRK-CONSUMO-DESC
               DISPLAY 'CONSUMO NA LOJA LIMITADO A MARGEM: '
                   'SALDO NAO DESCONTADO DE '
                   WRK-CNS-TOTAL(WRK-CNS-ACHADO)
           END-IF.
           MOVE WRK-CONSUMO-DESC
               TO WRK-CNS-DESCONTADO(WRK-CNS-ACHADO).
           DISPLAY 'DESCONTO CONSUMO NA LOJA: ' WRK-CONSUMO-DESC.

       0315-GRAVAR-RESCISAO.
           MOVE 'SALDO DE SALARIO' TO WRK-RSC-VERBA-DESC.
           MOVE '+' TO WRK-RSC-NATUREZA.
           MOVE WRK-SALARIO-TOTAL  TO PH-LIQUIDO.
           MOVE WRK-EMPRESTIMO-DESC TO PH-EMPRESTIMO.
           MOVE WRK-PENSAO-DESC    TO PH-PENSAO.
           MOVE WRK-SINDICATO-DESC TO PH-SINDICATO.
           MOVE WRK-CONSUMO-DESC   TO PH-CONSUMO.
           WRITE PAY-HISTORY-RECORD.
           MOVE 'PAYHIST' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
                   WRK-PH-LIQUIDO(WRK-PH-ACHADO)
                   + WRK-PH-EMPRESTIMO(WRK-PH-ACHADO)
                   + WRK-PH-PENSAO(WRK-PH-ACHADO)
                   + WRK-PH-SINDICATO(WRK-PH-ACHADO)
                   + WRK-PH-CONSUMO(WRK-PH-ACHADO)
               COMPUTE WRK-DIF-LIQUIDO =
                   WRK-SALARIO-TOTAL - WRK-LIQUIDO-SEM-LOAN
               IF WRK-DIF-BRUTO = 0 AND WRK-DIF-INSS = 0
                             WRK-CC-BENEFICIOS(WRK-IDX-CC)
                             WRK-CC-LIQUIDO(WRK-IDX-CC)
                             WRK-CC-PROVISAO(WRK-IDX-CC)
                             WRK-CC-ADIC-RISCO(WRK-IDX-CC)
           ELSE
               SET WRK-IDX-CC TO WRK-CC-IDX-ACHADO
           END-IF.
           IF WRK-MODO-MENSAL
               COMPUTE WRK-CC-BENEF-EMP =
                   WRK-VT-DESCONTO + WRK-VR-DESCONTO
                   + WRK-PLANO-DESCONTO
           ELSE
               MOVE ZEROS TO WRK-CC-BENEF-EMP
           END-IF.
           ADD WRK-SALARIO-IRRF   TO WRK-CC-IRRF(WRK-IDX-CC).
           ADD WRK-CC-BENEF-EMP   TO WRK-CC-BENEFICIOS(WRK-IDX-CC).
           ADD WRK-SALARIO-TOTAL  TO WRK-CC-LIQUIDO(WRK-IDX-CC).
           ADD WRK-ADIC-RISCO-MES TO WRK-CC-ADIC-RISCO(WRK-IDX-CC).

       0345-ACUMULAR-PROVISAO.
           IF WRK-MODO-MENSAL
           END-IF.

       0350-ACUMULAR-JOURNAL.
           IF WRK-MODO-PLR
               ADD WRK-BASE-CALCULO TO WRK-JRN-PLR
               ADD WRK-SALARIO-IRRF TO WRK-JRN-IRRF-PLR
           ELSE
               COMPUTE WRK-JRN-BRUTO = WRK-JRN-BRUTO
                   + WRK-BASE-CALCULO - WRK-ADIC-RISCO-MES
                   + WRK-VALOR-EXTRA + WRK-VALOR-NOTURNO
               ADD WRK-ADIC-RISCO-MES TO WRK-JRN-ADIC-RISCO
               ADD WRK-SALARIO-INSS TO WRK-JRN-INSS
               ADD WRK-SALARIO-IRRF TO WRK-JRN-IRRF
           END-IF.
           ADD WRK-CC-BENEF-EMP  TO WRK-JRN-BENEFICIOS.
           ADD WRK-EMPRESTIMO-DESC TO WRK-JRN-EMPRESTIMO.
           ADD WRK-PENSAO-DESC   TO WRK-JRN-PENSAO.
           ADD WRK-SINDICATO-DESC TO WRK-JRN-SINDICATO.
           ADD WRK-REEMBOLSO-MES TO WRK-JRN-REEMBOLSO.
           ADD WRK-CONSUMO-DESC  TO WRK-JRN-CONSUMO.
           IF WRK-MODO-RESCISAO
               COMPUTE WRK-JRN-INDENIZACOES = WRK-JRN-INDENIZACOES
                   + WRK-FERIAS-PROP + WRK-FERIAS-TERCO
           MOVE WRK-VALOR-NOTURNO  TO PAY-NOTURNO.
           MOVE WRK-SALARIO-TOTAL  TO PAY-LIQUIDO.
           MOVE WRK-VT-DESCONTO       TO PAY-VALE-TRANSPORTE.
           MOVE WRK-VR-DESCONTO       TO PAY-VALE-REFEICAO.
           MOVE WRK-PLANO-DESCONTO    TO PAY-PLANO-SAUDE.
           MOVE WRK-DIAS-EMPREGADO    TO PAY-DIAS-EMPREGADO.
           MOVE WRK-VALOR-PRORATA     TO PAY-PRORATA.
           MOVE WRK-DATA-PAGAMENTO    TO PAY-DATA-PAGTO.
           MOVE WRK-DSR-DESC          TO PAY-DSR-DESC.
           MOVE WRK-PENSAO-DESC       TO PAY-PENSAO.
           MOVE WRK-COMISSAO-EMP      TO PAY-COMISSAO.
           MOVE WRK-TIPO-AFASTAMENTO  TO PAY-TIPO-AFASTAMENTO.
           MOVE WRK-DIAS-AFASTADO     TO PAY-DIAS-AFASTADO.
           MOVE WRK-AFASTAMENTO-DESC  TO PAY-AFASTAMENTO-DESC.
           MOVE WRK-GRAU-RISCO        TO PAY-GRAU-RISCO.
           MOVE WRK-ADIC-RISCO-MES    TO PAY-ADIC-RISCO.
           MOVE WRK-MODO-CALCULO      TO PAY-MODO.
           IF WRK-MODO-PLR
               MOVE WRK-PLR-VALOR     TO PAY-PLR
           ELSE
               MOVE ZEROS             TO PAY-PLR
           END-IF.
           IF WRK-SINDICATO-DESC > 0
               MOVE WRK-SINDICATO     TO PAY-COD-SINDICATO
           END-IF.
           MOVE WRK-SINDICATO-DESC    TO PAY-SINDICATO.
           MOVE WRK-REEMBOLSO-MES     TO PAY-REEMBOLSO.
           MOVE WRK-CONSUMO-DESC      TO PAY-CONSUMO.
           WRITE PAYSLIP-RECORD.
           MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           MOVE WRK-MATRICULA     TO FG-MATRICULA.
           MOVE WRK-NOME          TO FG-NOME.
           MOVE WRK-COMPETENCIA   TO FG-COMPETENCIA.
           MOVE WRK-FGTS-BASE     TO FG-BASE.
           MOVE WRK-FGTS-VALOR    TO FG-VALOR.
           WRITE FGTS-REMIT-RECORD.
           MOVE 'FGTSREM' TO WRK-FSCHK-ARQ.
           ADD WRK-FGTS-VALOR TO WRK-TOTAL-FGTS.

       0320-ATUALIZAR-YTD.
           IF WRK-MODO-PLR
               ADD WRK-BASE-CALCULO TO WRK-YTD-PLR-ACUM
               ADD WRK-SALARIO-IRRF TO WRK-YTD-PLR-IRRF-ACUM
           ELSE
               ADD WRK-BASE-CALCULO TO WRK-YTD-BRUTO-ACUM
               ADD WRK-SALARIO-INSS TO WRK-YTD-INSS-ACUM
               ADD WRK-SALARIO-IRRF TO WRK-YTD-IRRF-ACUM
               ADD WRK-FGTS-VALOR   TO WRK-YTD-FGTS-ACUM
           END-IF.
           MOVE WRK-MATRICULA      TO YTD-MATRICULA.
           MOVE WRK-YTD-BRUTO-ACUM TO YTD-BRUTO-ACUM.
           MOVE WRK-YTD-INSS-ACUM  TO YTD-INSS-ACUM.
           MOVE WRK-YTD-IRRF-ACUM  TO YTD-IRRF-ACUM.
           MOVE WRK-YTD-FGTS-ACUM  TO YTD-FGTS-ACUM.
           MOVE WRK-YTD-PLR-ACUM   TO YTD-PLR-ACUM.
           MOVE WRK-YTD-PLR-IRRF-ACUM TO YTD-PLR-IRRF-ACUM.
           IF WRK-YTD-JA-EXISTE
               REWRITE YTD-RECORD
           ELSE
           END-IF.

       0905-ENCERRAR-FECHAMENTO.
           IF NOT WRK-MODO-PLR
               PERFORM 0906-FECHAR-REMESSA-FGTS
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE TIMESHEET-MISSING-FILE.
           CLOSE OVERTIME-EXCEPTION-FILE.
           CLOSE YTD-TOTALS-FILE.
           PERFORM 0920-GRAVAR-EMPRESTIMOS.
           PERFORM 0925-GRAVAR-REMESSA-PENSAO.
           IF WRK-MODO-MENSAL AND WRK-QTD-SIND > 0
               PERFORM 0927-GRAVAR-REMESSA-SINDICATO
           END-IF.
           IF WRK-MODO-MENSAL
               IF WRK-REINICIO
                   PERFORM 0928A-RELER-CONTRACHEQUES
               END-IF
               PERFORM 0928-VERIFICAR-REEMBOLSOS
               PERFORM 0929-VERIFICAR-CONSUMOS
           END-IF.
           PERFORM 0940-GRAVAR-RESUMO-CC.
           PERFORM 0950-GRAVAR-JOURNAL.
           PERFORM 0960-RELATORIO-CAPACIDADE.
           PERFORM 0970-GRAVAR-TOTAIS-CONTROLE.
           MOVE 'C' TO WRK-RC-STATUS-GRAVAR.
           PERFORM 0930-GRAVAR-RUN-CONTROL.

       0906-FECHAR-REMESSA-FGTS.
           MOVE SPACES        TO FGTS-TRAILER-RECORD.
           MOVE 'TOTAL   '    TO FGT-LITERAL.
           MOVE WRK-QTD-FGTS  TO FGT-QTD.
           MOVE WRK-TOTAL-FGTS TO FGT-TOTAL.
           WRITE FGTS-TRAILER-RECORD.
           MOVE 'FGTSREM' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FGTSREM,
               WRK-FSCHK-CHAVE.
           CLOSE FGTS-REMIT-FILE.

       0925-GRAVAR-REMESSA-PENSAO.
           IF WRK-QTD-BENEF = ZEROS
               CONTINUE
               WRK-FS-GARNREM,
               WRK-FSCHK-CHAVE.

       0927-GRAVAR-REMESSA-SINDICATO.
           OPEN OUTPUT UNION-REMIT-FILE.
           MOVE 'SINDREM' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SINDREM,
               WRK-FSCHK-CHAVE.
           PERFORM 0927B-GRAVAR-SINDICATO
               VARYING WRK-SUB-SIND FROM 1 BY 1
               UNTIL WRK-SUB-SIND > WRK-QTD-SIND.
           CLOSE UNION-REMIT-FILE.

       0927B-GRAVAR-SINDICATO.
           IF WRK-SIND-TIPO(WRK-SUB-SIND) = 'N'
               CONTINUE
           ELSE
               MOVE ZEROS TO WRK-QTD-SINDREM WRK-TOTAL-SINDREM
               MOVE SPACES TO UNION-REMIT-HEADER
               MOVE 'SINDIC  '                    TO SRH-LITERAL
               MOVE WRK-SIND-CODIGO(WRK-SUB-SIND)  TO SRH-CODIGO
               MOVE WRK-SIND-NOME(WRK-SUB-SIND)    TO SRH-NOME
               MOVE WRK-SIND-CNPJ(WRK-SUB-SIND)    TO SRH-CNPJ
               MOVE WRK-SIND-BANCO(WRK-SUB-SIND)   TO SRH-BANCO
               MOVE WRK-SIND-AGENCIA(WRK-SUB-SIND) TO SRH-AGENCIA
               MOVE WRK-SIND-CONTA(WRK-SUB-SIND)   TO SRH-CONTA
               MOVE WRK-SIND-DV(WRK-SUB-SIND)      TO SRH-DV
               MOVE WRK-COMPETENCIA                TO SRH-COMPETENCIA
               WRITE UNION-REMIT-HEADER
               PERFORM 0927D-VERIFICAR-GRAVACAO
               MOVE 'N' TO WRK-FIM-PAYSLIP
               OPEN INPUT PAYSLIP-FILE
               MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-PAYSLIP,
                   WRK-FSCHK-CHAVE
               PERFORM 0927C-LER-CONTRACHEQUE
                   UNTIL WRK-FIM-CONTRACHEQUES
               CLOSE PAYSLIP-FILE
               MOVE SPACES TO UNION-REMIT-TRAILER
               MOVE 'TOTAL   '                   TO SRT-LITERAL
               MOVE WRK-SIND-CODIGO(WRK-SUB-SIND) TO SRT-CODIGO
               MOVE WRK-QTD-SINDREM               TO SRT-QTD
               MOVE WRK-TOTAL-SINDREM             TO SRT-TOTAL
               WRITE UNION-REMIT-TRAILER
               PERFORM 0927D-VERIFICAR-GRAVACAO
           END-IF.

       0927C-LER-CONTRACHEQUE.
           READ PAYSLIP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAYSLIP
               NOT AT END
                   IF PAY-COD-SINDICATO
                       = WRK-SIND-CODIGO(WRK-SUB-SIND)
                       MOVE PAY-SINDICATO TO WRK-SINDICATO-PAGO
                       IF WRK-SINDICATO-PAGO > 0
                           MOVE SPACES TO UNION-REMIT-RECORD
                           MOVE PAY-MATRICULA   TO SRM-MATRICULA
                           MOVE PAY-NOME        TO SRM-NOME
                           MOVE WRK-COMPETENCIA TO SRM-COMPETENCIA
                           MOVE WRK-SINDICATO-PAGO TO SRM-VALOR
                           WRITE UNION-REMIT-RECORD
                           PERFORM 0927D-VERIFICAR-GRAVACAO
                           ADD 1 TO WRK-QTD-SINDREM
                           ADD WRK-SINDICATO-PAGO
                               TO WRK-TOTAL-SINDREM
                       END-IF
                   END-IF
           END-READ.
           MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAYSLIP,
               WRK-FSCHK-CHAVE.

       0927D-VERIFICAR-GRAVACAO.
           MOVE 'SINDREM' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SINDREM,
               WRK-FSCHK-CHAVE.

      *    REINICIO: OS CONTRACHEQUES GRAVADOS ANTES DA QUEDA NAO
      *    PASSARAM POR ESTA EXECUCAO. RELE O PAYSLIP (COMO O 0927B)
      *    PARA MARCAR OS REEMBOLSOS CREDITADOS E O CONSUMO
      *    DESCONTADO DE CADA MATRICULA ANTES DO 0928 E DO 0929.
       0928A-RELER-CONTRACHEQUES.
           MOVE 'N' TO WRK-FIM-PAYSLIP.
           OPEN INPUT PAYSLIP-FILE.
           MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAYSLIP,
               WRK-FSCHK-CHAVE.
           PERFORM 0928B-LER-CONTRACHEQUE
               UNTIL WRK-FIM-CONTRACHEQUES.
           CLOSE PAYSLIP-FILE.

       0928B-LER-CONTRACHEQUE.
           READ PAYSLIP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAYSLIP
               NOT AT END
                   PERFORM 0928C-MARCAR-CONTRACHEQUE
           END-READ.
           MOVE 'PAYSLIP' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PAYSLIP,
               WRK-FSCHK-CHAVE.

       0928C-MARCAR-CONTRACHEQUE.
           MOVE PAY-REEMBOLSO TO WRK-REEMBOLSO-PAGO.
           IF WRK-REEMBOLSO-PAGO > 0
               PERFORM VARYING WRK-SUB-REE FROM 1 BY 1
                   UNTIL WRK-SUB-REE > WRK-QTD-REE
                   IF WRK-REE-MATRICULA(WRK-SUB-REE) = PAY-MATRICULA
                       MOVE 'S' TO WRK-REE-CREDITADO(WRK-SUB-REE)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WRK-SUB-CNS FROM 1 BY 1
               UNTIL WRK-SUB-CNS > WRK-QTD-CNS
               IF WRK-CNS-MATRICULA(WRK-SUB-CNS) = PAY-MATRICULA
                   MOVE 'S' TO WRK-CNS-PROCESSADO(WRK-SUB-CNS)
                   MOVE PAY-CONSUMO
                       TO WRK-CNS-DESCONTADO(WRK-SUB-CNS)
                   MOVE WRK-QTD-CNS TO WRK-SUB-CNS
               END-IF
           END-PERFORM.

      *    PEDIDO APROVADO PARA A COMPETENCIA CUJA MATRICULA NAO
      *    PASSOU PELA FOLHA (DESLIGADO, FORA DO CADASTRO) FICA SEM
      *    PAGAMENTO E PRECISA SER TRATADO PELO RH.
       0928-VERIFICAR-REEMBOLSOS.
           PERFORM VARYING WRK-SUB-REE FROM 1 BY 1
               UNTIL WRK-SUB-REE > WRK-QTD-REE
               IF WRK-REE-CREDITADO(WRK-SUB-REE) = 'N'
                   DISPLAY 'REEMBOLSO APROVADO NAO CREDITADO: MATR '
                       WRK-REE-MATRICULA(WRK-SUB-REE) ' RECIBO '
                       WRK-REE-RECIBO(WRK-SUB-REE) ' VALOR '
                       WRK-REE-VALOR(WRK-SUB-REE)
               END-IF
           END-PERFORM.

      *    CONSUMO DA COMPETENCIA QUE NAO FOI DESCONTADO POR INTEIRO
      *    (MARGEM ESGOTADA) OU CUJA MATRICULA NAO PASSOU PELA FOLHA
      *    VOLTA PARA O CONSUMO.dat NA COMPETENCIA SEGUINTE, TIPO S
      *    (SALDO TRANSPORTADO), E A PROXIMA FOLHA DESCONTA DE NOVO.
       0929-VERIFICAR-CONSUMOS.
           MOVE ZEROS TO WRK-QTD-CNS-SALDO WRK-TOTAL-CNS-SALDO.
           IF WRK-SALDO-JA-TRANSPORTADO
               DISPLAY 'CONSUMO NA LOJA JA TRANSPORTADO PARA '
                   WRK-COMP-SEGUINTE ' - NADA GRAVADO.'
           END-IF.
           IF WRK-QTD-CNS > 0 AND NOT WRK-SALDO-JA-TRANSPORTADO
               OPEN EXTEND CONSUMPTION-FILE
               MOVE 'CONSUMO' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CONSUMO,
                   WRK-FSCHK-CHAVE
               PERFORM 0929A-VERIFICAR-CONSUMO
                   VARYING WRK-SUB-CNS FROM 1 BY 1
                   UNTIL WRK-SUB-CNS > WRK-QTD-CNS
               CLOSE CONSUMPTION-FILE
               DISPLAY 'CONSUMO NA LOJA TRANSPORTADO PARA '
                   WRK-COMP-SEGUINTE ': ' WRK-QTD-CNS-SALDO
                   ' MATRICULA(S), ' WRK-TOTAL-CNS-SALDO
           END-IF.

       0929A-VERIFICAR-CONSUMO.
           MOVE ZEROS TO WRK-CONSUMO-SALDO.
           IF WRK-CNS-TOTAL(WRK-SUB-CNS) > 0
               IF WRK-CNS-PROCESSADO(WRK-SUB-CNS) = 'N'
                   MOVE WRK-CNS-TOTAL(WRK-SUB-CNS)
                       TO WRK-CONSUMO-SALDO
                   DISPLAY 'CONSUMO NA LOJA NAO DESCONTADO: MATR '
                       WRK-CNS-MATRICULA(WRK-SUB-CNS) ' VALOR '
                       WRK-CNS-TOTAL(WRK-SUB-CNS)
                       ' (FORA DA FOLHA)'
               ELSE
                   IF WRK-CNS-DESCONTADO(WRK-SUB-CNS)
                       < WRK-CNS-TOTAL(WRK-SUB-CNS)
                       COMPUTE WRK-CONSUMO-SALDO =
                           WRK-CNS-TOTAL(WRK-SUB-CNS)
                           - WRK-CNS-DESCONTADO(WRK-SUB-CNS)
                       DISPLAY 'CONSUMO NA LOJA NAO DESCONTADO: '
                           'MATR ' WRK-CNS-MATRICULA(WRK-SUB-CNS)
                           ' TOTAL ' WRK-CNS-TOTAL(WRK-SUB-CNS)
                           ' DESCONTADO '
                           WRK-CNS-DESCONTADO(WRK-SUB-CNS)
                   END-IF
               END-IF
           END-IF.
           IF WRK-CONSUMO-SALDO > 0
               PERFORM 0929B-TRANSPORTAR-CONSUMO
           END-IF.

       0929B-TRANSPORTAR-CONSUMO.
           MOVE SPACES TO CONSUMPTION-RECORD.
           MOVE WRK-CNS-MATRICULA(WRK-SUB-CNS) TO CNS-MATRICULA.
           MOVE WRK-COMP-SEGUINTE  TO CNS-COMPETENCIA.
           MOVE WRK-DATA-PAGAMENTO TO CNS-DATA.
           MOVE 'FOLH'             TO CNS-TERMINAL.
           MOVE ZEROS              TO CNS-CUPOM.
           MOVE 'S'                TO CNS-TIPO.
           MOVE WRK-CONSUMO-SALDO  TO CNS-VALOR.
           MOVE ZEROS              TO CNS-REF-DATA CNS-REF-CUPOM.
           WRITE CONSUMPTION-RECORD.
           MOVE 'CONSUMO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           MOVE WRK-CNS-MATRICULA(WRK-SUB-CNS) TO WRK-FSCHK-CHAVE.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONSUMO,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-CNS-SALDO.
           ADD WRK-CONSUMO-SALDO TO WRK-TOTAL-CNS-SALDO.

       0929C-CALCULAR-COMP-SEGUINTE.
           MOVE WRK-COMP-ANO TO WRK-COMP-SEG-ANO.
           COMPUTE WRK-COMP-SEG-MES = WRK-COMP-MES + 1.
           IF WRK-COMP-SEG-MES > 12
               MOVE 1 TO WRK-COMP-SEG-MES
               ADD 1 TO WRK-COMP-SEG-ANO
           END-IF.

       0950-GRAVAR-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE 'JOURNAL' TO WRK-FSCHK-ARQ.
           MOVE 'SALARIO-BRUTO'   TO WRK-JRN-VERBA.
           MOVE WRK-JRN-BRUTO     TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'ADIC-RISCO'      TO WRK-JRN-VERBA.
           MOVE WRK-JRN-ADIC-RISCO TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'PLR'             TO WRK-JRN-VERBA.
           MOVE WRK-JRN-PLR       TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'REEMBOLSO'       TO WRK-JRN-VERBA.
           MOVE WRK-JRN-REEMBOLSO TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'INDENIZACOES'    TO WRK-JRN-VERBA.
           MOVE WRK-JRN-INDENIZACOES TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'IRRF-RETIDO'     TO WRK-JRN-VERBA.
           MOVE WRK-JRN-IRRF      TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'IRRF-PLR'        TO WRK-JRN-VERBA.
           MOVE WRK-JRN-IRRF-PLR  TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'BENEFICIOS'      TO WRK-JRN-VERBA.
           MOVE WRK-JRN-BENEFICIOS TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'PENSAO-JUD'      TO WRK-JRN-VERBA.
           MOVE WRK-JRN-PENSAO    TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'CONTRIB-SIND'    TO WRK-JRN-VERBA.
           MOVE WRK-JRN-SINDICATO TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'CONSUMO-FOLHA'   TO WRK-JRN-VERBA.
           MOVE WRK-JRN-CONSUMO   TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'SALARIO-LIQUIDO' TO WRK-JRN-VERBA.
           MOVE WRK-JRN-LIQUIDO   TO WRK-JRN-VALOR.
           PERFORM 0951-GRAVAR-LINHA-JOURNAL.
           MOVE 'TOTAIS  '            TO JRT-LITERAL.
           MOVE WRK-JRN-TOT-DEBITOS   TO JRT-TOTAL-DEBITOS.
           MOVE WRK-JRN-TOT-CREDITOS  TO JRT-TOTAL-CREDITOS.
           MOVE WRK-COMPETENCIA       TO JRT-COMPETENCIA.
           MOVE WRK-MODO-CALCULO      TO JRT-MODO.
           WRITE JOURNAL-TRAILER-RECORD.
           MOVE 'JOURNAL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           MOVE WRK-CC-BENEFICIOS(WRK-IDX-CC)  TO CCR-BENEFICIOS.
           MOVE WRK-CC-LIQUIDO(WRK-IDX-CC)     TO CCR-LIQUIDO.
           MOVE WRK-CC-PROVISAO(WRK-IDX-CC)    TO CCR-PROVISAO.
           MOVE WRK-CC-ADIC-RISCO(WRK-IDX-CC)  TO CCR-ADIC-RISCO.
           WRITE COST-CENTER-REPORT-RECORD.
           MOVE 'CCUSTO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FS-CCUSTO,
               WRK-FSCHK-CHAVE.

      *    TOTAIS DE CONTROLE PARA O BALANCO. CADA CONTRACHEQUE
      *    SOMA 1 NO SEU CENTRO DE CUSTO E O LIQUIDO NO JOURNAL, OS
      *    DOIS RESTAURADOS DO RUNCTL NO REINICIO.
       0970-GRAVAR-TOTAIS-CONTROLE.
           MOVE ZEROS TO WRK-QTD-CONTRACHEQUES.
           PERFORM 0971-SOMAR-CONTRACHEQUES
               VARYING WRK-IDX-CC FROM 1 BY 1
               UNTIL WRK-IDX-CC > WRK-QTD-CC.
           MOVE 'PAYSLIP' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-CONTRACHEQUES TO WRK-CTLTOT-QTD.
           MOVE WRK-JRN-LIQUIDO       TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.

       0971-SOMAR-CONTRACHEQUES.
           ADD WRK-CC-QTD(WRK-IDX-CC) TO WRK-QTD-CONTRACHEQUES.

       0960-RELATORIO-CAPACIDADE.
           DISPLAY '--- OCUPACAO DAS TABELAS ---'.
           DISPLAY 'WRK-TAB-PARM    ' WRK-QTD-PARM ' / 0200'.
           DISPLAY 'WRK-TAB-TS      ' WRK-QTD-TS ' / 0200'.
           DISPLAY 'WRK-TAB-LOAN    ' WRK-QTD-LOAN ' / 0200'.
           DISPLAY 'WRK-TAB-DEP     ' WRK-QTD-DEP-TAB ' / 0200'.
           DISPLAY 'WRK-TAB-AFA     ' WRK-QTD-AFA ' / 0500'.
           DISPLAY 'WRK-TAB-CC      ' WRK-QTD-CC ' / 0050'.
           DISPLAY 'WRK-TAB-MAPA    ' WRK-QTD-MAPA ' / 0100'.
           DISPLAY 'WRK-TAB-INSS    ' WRK-QTD-FAIXAS-INSS ' / 0010'.
           DISPLAY 'WRK-TAB-IRRF    ' WRK-QTD-FAIXAS-IRRF ' / 0010'.
           IF WRK-MODO-PLR
               DISPLAY 'WRK-TAB-PLRT    ' WRK-QTD-FAIXAS-PLR ' / 0010'
               DISPLAY 'WRK-TAB-PLR     ' WRK-QTD-PLR ' / 0200'
           END-IF.
           DISPLAY 'WRK-TAB-SIND    ' WRK-QTD-SIND ' / 0020'.
           DISPLAY 'WRK-TAB-REE     ' WRK-QTD-REE ' / 0500'.
           DISPLAY 'WRK-TAB-CNS     ' WRK-QTD-CNS ' / 0200'.
           DISPLAY 'WRK-TAB-HORISTA ' WRK-QTD-HORISTA ' / 0100'.

       0930-GRAVAR-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           MOVE WRK-JRN-EMPRESTIMO  TO RC-JRN-EMPRESTIMO.
           MOVE WRK-JRN-INDENIZACOES TO RC-JRN-INDENIZACOES.
           MOVE WRK-JRN-LIQUIDO     TO RC-JRN-LIQUIDO.
           MOVE WRK-JRN-ADIC-RISCO  TO RC-JRN-ADIC-RISCO.
           MOVE WRK-JRN-PLR         TO RC-JRN-PLR.
           MOVE WRK-JRN-IRRF-PLR    TO RC-JRN-IRRF-PLR.
           MOVE WRK-QTD-CC          TO RC-QTD-CC.
           PERFORM VARYING WRK-SUB-CC FROM 1 BY 1
               UNTIL WRK-SUB-CC > WRK-QTD-CC
                   TO RC-CC-LIQUIDO(WRK-SUB-CC)
               MOVE WRK-CC-PROVISAO(WRK-SUB-CC)
                   TO RC-CC-PROVISAO(WRK-SUB-CC)
               MOVE WRK-CC-ADIC-RISCO(WRK-SUB-CC)
                   TO RC-CC-ADIC-RISCO(WRK-SUB-CC)
           END-PERFORM.
           PERFORM VARYING WRK-SUB-CC FROM WRK-QTD-CC BY 1
               UNTIL WRK-SUB-CC >= 50
                              RC-CC-BENEFICIOS(WRK-SUB-CC + 1)
                              RC-CC-LIQUIDO(WRK-SUB-CC + 1)
                              RC-CC-PROVISAO(WRK-SUB-CC + 1)
                              RC-CC-ADIC-RISCO(WRK-SUB-CC + 1)
           END-PERFORM.
           MOVE WRK-JRN-PRV-13      TO RC-PRV-13.
           MOVE WRK-JRN-PRV-FERIAS  TO RC-PRV-FERIAS.
           MOVE WRK-JRN-PRV-ENCARGO TO RC-PRV-ENCARGO.
           MOVE WRK-JRN-PENSAO      TO RC-JRN-PENSAO.
           MOVE WRK-JRN-SINDICATO   TO RC-JRN-SINDICATO.
           MOVE WRK-JRN-REEMBOLSO   TO RC-JRN-REEMBOLSO.
           MOVE WRK-JRN-CONSUMO     TO RC-JRN-CONSUMO.
           MOVE WRK-QTD-BENEF       TO RC-QTD-BENEF.
           PERFORM VARYING WRK-SUB-BENEF FROM 1 BY 1
               UNTIL WRK-SUB-BENEF > WRK-QTD-BENEF
