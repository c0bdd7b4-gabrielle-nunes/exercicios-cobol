      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-11 - NOVA FORMA DE PAGAMENTO F (DESCONTO EM FOLHA) PARA
      *             COMPRA DE FUNCIONARIO: A VENDA TRAZ A MATRICULA
      *             (NOVO POS-MATRICULA NO POSTX, PERGUNTADA NO
      *             DIALOGO), VALIDADA CONTRA O EMPMAST (CADASTRADA E
      *             NAO DESLIGADA), E O TOTAL DA COMPETENCIA MAIS A
      *             VENDA NAO PODE PASSAR DO CONSUMO-LIM-MES DO PARMS;
      *             FORA DISSO VAI PARA O SALESREJ COM MOTIVO. CADA
      *             VENDA/DEVOLUCAO EM FOLHA E GRAVADA NO CONSUMO.dat
      *             COM A COMPETENCIA DA PROXIMA FOLHA MENSAL (SALRUN,
      *             OU O MES SEGUINTE SE JA ESTIVER NO PAYHIST), QUE O
      *             SALARIO DESCONTA. DEVOLUCAO DE VENDA EM FOLHA TEM DE
      *             SER EM FOLHA, NA MATRICULA DA VENDA E SO ENQUANTO A
      *             COMPETENCIA ESTIVER ABERTA. A LIQUIDACAO E O
      *             CHECKPOINT GANHAM A FORMA FOLHA SEPARADA, E NO
      *             JRNCONS ELA SAI DO CAIXA (VENDAS-RECEB) PARA A VERBA
      *             VENDAS-FOLHA.
      *2026-10-15 - WRK-TAB-MAPA AMPLIADA DE 30 PARA 50 LINHAS: O
      *             CONTAMAP PASSOU DE 30 VERBAS COM AS TARIFAS DE
      *             BOLETO.
      *2026-10-15 - PONTOS DE FIDELIDADE: CPF OPCIONAL DO CLIENTE NA
      *             VENDA E NO POSTX (DIGITO CONFERIDO COMO NO NOME),
      *             PONTOS GANHOS POR REAL GASTO NO NOVO FIDELID,
      *             RESGATE COMO FORMA DE PAGAMENTO R E ESTORNO DOS
      *             PONTOS NA DEVOLUCAO.
      *2026-10-15 - CREDIARIO DA LOJA (FORMA A): SO PARA CPF DE CLIENTE
      *             DO CUSTMAST COM LIMITE DE CREDITO, SEM PARCELA
      *             VENCIDA HA MAIS DE CREDIARIO-BLOQ DIAS E COM O
      *             PRINCIPAL EM ABERTO DENTRO DO LIMITE. A VENDA E
      *             DIVIDIDA EM ATE CREDIARIO-PARC PARCELAS MENSAIS PELA
      *             TABELA PRICE A CREDIARIO-JUROS E AS PARCELAS VAO
      *             PARA O NOVO CREDPARC.dat. NOVO TIPO P RECEBE PARCELA
      *             NO TERMINAL (DINHEIRO OU PIX, COM MULTA E JUROS DE
      *             ATRASO COMO NA JANELA DO CAIXA). DEVOLUCAO DE VENDA
      *             NO CREDIARIO CANCELA PARCELAS EM ABERTO DA ULTIMA
      *             PARA TRAS EM VEZ DE DEVOLVER DINHEIRO. JRNCONS GANHA
      *             VENDAS-CREDIAR E O RECEBIMENTO DAS PARCELAS
      *             (CRED-RECEB, CRED-PRINCIPAL, CRED-JUROS).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM A CLASSIFICACAO
      *             FISCAL DO ITEM (IT-NCM, IT-ICMS-ALIQ E IT-ICMS-ST).
      *2026-10-15 - TABELA DO CONTAMAP AMPLIADA DE 50 PARA 100 VERBAS.
      *2026-10-15 - ESTOQUE POR LOCAL: CADA TERMINAL PERTENCE A UM LOCAL
      *             (TERMLOC.dat) E A VENDA/DEVOLUCAO MOVIMENTA O SALDO
      *             DO ITEM NAQUELE LOCAL (ESTLOC.dat, REGRAVADO VIA
      *             ESTLOCNW E PROMOVIDO), ALEM DO IT-ESTOQUE TOTAL.
      *             TERMINAL SEM LOCAL E REJEITADO. NO DIALOGO O CAIXA E
      *             PEDIDO ANTES DO ITEM. O CHECKPOINT GUARDA OS SALDOS
      *             POR LOCAL E O LOWSTOCK SAI POR ITEM E LOCAL (SALDO
      *             MAIS TRANSITO CONTRA O PONTO DE REPOSICAO DO LOCAL).
      *2026-10-15 - BAIXA DA VENDA CONSOME OS LOTES DO LOCAL PELA
      *             VALIDADE MAIS PROXIMA (LOTES.dat), LOTE VENCIDO NAO
      *             E VENDIDO; SALDO DE LOTE NO CHECKPOINT
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O LOTE DE COMPRA DO
      *             ITEM (IT-LOTE-COMPRA).
      *2026-10-15 - LAYOUT DO ITEMMAST ESTENDIDO COM O PESO DO ITEM
      *             (IT-PESO). VENDA COM ENTREGA EM DOMICILIO: FLAG,
      *             CLIENTE E UF DE DESTINO NA VENDA E NO POSTX
      *             (POS-ENTREGA, POS-CLIENTE, POS-UF-DESTINO); O FRETE
      *             E COTADO PELO CALL 'FRETE-COTA' COM O PESO DO
      *             CATALOGO VEZES A QUANTIDADE E COBRADO NO CUPOM
      *             (DINHEIRO, CARTAO OU PIX). CADA ENTREGA GERA UM
      *             PEDIDO L+SEQUENCIAL (ENTCTL.dat) NO PEDLOJA.dat, QUE
      *             O ORDEDIT E O FRETE DA MESMA NOITE PROCESSAM, E O
      *             VINCULO CUPOM X PEDIDO NO ENTLOJA.dat PARA O
      *             PEDTRACE. O FRETE ENTRA NAS FORMAS DE PAGAMENTO, NO
      *             CHECKPOINT E NO JRNCONS (VERBA VENDAS-FRETE).
      *2026-10-15 - O CALL 'FRETE-COTA' DA ENTREGA PASSA O SENTIDO DE
      *             SAIDA (S), COM O NOVO PARAMETRO DE SENTIDO DA
      *             COTACAO.
      *2026-10-15 - TRAILER DO JRNCONS PASSA A LEVAR A COMPETENCIA E
      *             A DATA DO MOVIMENTO (JCT-COMPETENCIA/JCT-DATA),
      *             PARA O LANCAMENTO NO RAZAO GERAL (CTBLANC).
      *2026-10-15 - NO MODO DE LOTE GRAVA OS TOTAIS DE CONTROLE
      *             (CALL 'CTL-TOTAL'): LINHAS LIDAS DO POSTX E
      *             GRAVADAS NO SALESDET, NO SALESREJ E COMO BAIXA DE
      *             PARCELA DO CREDIARIO (CREDPARC, QUE NAO GERA
      *             SALESDET), PARA O BALANCO CONFERIR QUE TODA LINHA
      *             DO POSTX SAIU EM ALGUM LUGAR. A LINHA DO POSTX COM
      *             VALOR ACIMA DO LIMITE, QUE ERA SO IGNORADA, PASSA A
      *             IR PARA O SALESREJ COM MOTIVO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ITEM-MASTER-FILE-NOVO ASSIGN TO "ITEMNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMNEW.
           SELECT TERMINAL-LOCATION-FILE ASSIGN TO "TERMLOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMLOC.
           SELECT STOCK-LOCATION-FILE ASSIGN TO "ESTLOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTLOC.
           SELECT STOCK-LOCATION-FILE-NOVO ASSIGN TO "ESTLOCNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTLOCNW.
           SELECT LOT-FILE ASSIGN TO "LOTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTES.
           SELECT LOT-FILE-NOVO ASSIGN TO "LOTESNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTESNW.
           SELECT LOW-STOCK-FILE ASSIGN TO "LOWSTOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOWSTOCK.
           SELECT CLOSED-DAY-FILE ASSIGN TO "ZFECH.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ZFECH.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT CONSUMPTION-FILE ASSIGN TO "CONSUMO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSUMO.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "SALRUN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALRUN.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.
           SELECT LOYALTY-LEDGER-FILE ASSIGN TO "FIDELID.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FIDELID.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDPARC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPARC.
           SELECT STORE-ORDER-FILE ASSIGN TO "PEDLOJA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDLOJA.
           SELECT DELIVERY-LINK-FILE ASSIGN TO "ENTLOJA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTLOJA.
           SELECT DELIVERY-CONTROL-FILE ASSIGN TO "ENTCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTCTL.

       DATA DIVISION.
       FILE SECTION.
           02 SD-REF-DATA            PIC 9(08).
           02 SD-REF-TERM            PIC X(04).
           02 SD-REF-CUPOM           PIC 9(06).
           02 SD-CPF                 PIC 9(11).
           02 SD-PONTOS              PIC 9(07).

       FD  POS-TRANSACTION-FILE.
       01  POS-TRANSACTION-RECORD.
           02 POS-REF-DATA           PIC 9(08).
           02 POS-REF-TERM           PIC X(04).
           02 POS-REF-CUPOM          PIC 9(06).
           02 POS-MATRICULA          PIC X(06).
           02 POS-CPF                PIC 9(11).
           02 POS-PARCELAS           PIC 9(02).
           02 POS-ENTREGA            PIC X(01).
           02 POS-CLIENTE            PIC X(06).
           02 POS-UF-DESTINO         PIC X(02).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 IT-CATEGORIA           PIC X(10).
           02 IT-FORNECEDOR          PIC X(06).
           02 IT-CUSTO               PIC 9(05)V99.
           02 IT-NCM                 PIC 9(08).
           02 IT-ICMS-ALIQ           PIC 9(02)V99.
           02 IT-ICMS-ST             PIC X(01).
           02 IT-LOTE-COMPRA         PIC 9(05).
           02 IT-PESO                PIC 9(03)V99.

       FD  ITEM-MASTER-FILE-NOVO.
       01  ITEM-MASTER-RECORD-NOVO.
           02 ITN-CATEGORIA          PIC X(10).
           02 ITN-FORNECEDOR         PIC X(06).
           02 ITN-CUSTO              PIC 9(05)V99.
           02 ITN-NCM                PIC 9(08).
           02 ITN-ICMS-ALIQ          PIC 9(02)V99.
           02 ITN-ICMS-ST            PIC X(01).
           02 ITN-LOTE-COMPRA        PIC 9(05).
           02 ITN-PESO               PIC 9(03)V99.

       FD  TERMINAL-LOCATION-FILE.
       01  TERMINAL-LOCATION-RECORD.
           02 TL-TERMINAL            PIC X(04).
           02 TL-LOCAL               PIC X(04).

       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-RECORD.
           02 EL-ITEM                PIC X(06).
           02 EL-LOCAL               PIC X(04).
           02 EL-SALDO               PIC 9(05).
           02 EL-PONTO-REP           PIC 9(05).
           02 EL-TRANSITO            PIC 9(05).

       FD  STOCK-LOCATION-FILE-NOVO.
       01  STOCK-LOCATION-RECORD-NOVO.
           02 ELN-ITEM               PIC X(06).
           02 ELN-LOCAL              PIC X(04).
           02 ELN-SALDO              PIC 9(05).
           02 ELN-PONTO-REP          PIC 9(05).
           02 ELN-TRANSITO           PIC 9(05).

      *    SALDO POR LOTE DE FORNECEDOR (ITEM PERECIVEL), GRAVADO NO
      *    RECEBIMENTO. A VENDA CONSOME OS LOTES DO LOCAL DO TERMINAL
      *    PELA VALIDADE MAIS PROXIMA, SEM TOCAR LOTE JA VENCIDO.
       FD  LOT-FILE.
       01  LOT-RECORD.
           02 LT-ITEM                PIC X(06).
           02 LT-LOCAL               PIC X(04).
           02 LT-LOTE                PIC X(10).
           02 LT-VALIDADE            PIC 9(08).
           02 LT-SALDO               PIC 9(05).
           02 LT-DATA-ENTRADA        PIC 9(08).

       FD  LOT-FILE-NOVO.
       01  LOT-RECORD-NOVO.
           02 LTN-ITEM               PIC X(06).
           02 LTN-LOCAL              PIC X(04).
           02 LTN-LOTE               PIC X(10).
           02 LTN-VALIDADE           PIC 9(08).
           02 LTN-SALDO              PIC 9(05).
           02 LTN-DATA-ENTRADA       PIC 9(08).

       FD  LOW-STOCK-FILE.
       01  LOW-STOCK-RECORD.
           02 LST-CODIGO             PIC X(06).
           02 FILLER                 PIC X(02).
           02 LST-LOCAL              PIC X(04).
           02 FILLER                 PIC X(02).
           02 LST-DESCRICAO          PIC X(20).
           02 FILLER                 PIC X(02).
           02 LST-ESTOQUE            PIC ZZZZ9.
           02 FILLER                 PIC X(02).
           02 LST-TRANSITO           PIC ZZZZ9.
           02 FILLER                 PIC X(02).
           02 LST-PONTO-REP          PIC ZZZZ9.

       FD  PRICE-LIST-FILE.
           02 CKP-TAB-PROMOTOT OCCURS 20 TIMES.
               03 CKP-PRT-ID          PIC X(04).
               03 CKP-PRT-TOTAL       PIC 9(09)V99.
           02 CKP-QTD-FORMA-FOL       PIC 9(05).
           02 CKP-TOT-FORMA-FOL       PIC S9(09)V99.
           02 CKP-QTD-FORMA-PTS       PIC 9(05).
           02 CKP-TOT-FORMA-PTS       PIC S9(09)V99.
           02 CKP-QTD-FORMA-CRD       PIC 9(05).
           02 CKP-TOT-FORMA-CRD       PIC S9(09)V99.
           02 CKP-QTD-RECEB-PARC      PIC 9(05).
           02 CKP-TOT-RECEB-PRINC     PIC 9(09)V99.
           02 CKP-TOT-RECEB-JUROS     PIC 9(09)V99.
           02 CKP-QTD-ESTLOC          PIC 9(03).
           02 CKP-TAB-ESTLOC OCCURS 300 TIMES.
               03 CKP-ELC-ITEM        PIC X(06).
               03 CKP-ELC-LOCAL       PIC X(04).
               03 CKP-ELC-SALDO       PIC 9(05).
           02 CKP-QTD-LOTE            PIC 9(03).
           02 CKP-TAB-LOTE OCCURS 500 TIMES.
               03 CKP-LTE-ITEM        PIC X(06).
               03 CKP-LTE-LOCAL       PIC X(04).
               03 CKP-LTE-LOTE        PIC X(10).
               03 CKP-LTE-SALDO       PIC 9(05).
           02 CKP-QTD-ENTREGAS        PIC 9(05).
           02 CKP-TOT-FRETE           PIC 9(09)V99.

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 JCT-TOTAL-DEBITOS     PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-TOTAL-CREDITOS    PIC 9(11)V99.
           02 FILLER                PIC X(02).
           02 JCT-COMPETENCIA       PIC 9(06).
           02 FILLER                PIC X(02).
           02 JCT-DATA              PIC 9(08).

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

       FD  CONSUMPTION-FILE.
       01  CONSUMPTION-RECORD.
           02 CNS-MATRICULA          PIC X(06).
           02 CNS-COMPETENCIA        PIC 9(06).
           02 CNS-DATA               PIC 9(08).
           02 CNS-TERMINAL           PIC X(04).
           02 CNS-CUPOM              PIC 9(06).
           02 CNS-TIPO               PIC X(01).
           02 CNS-VALOR              PIC 9(07)V99.
           02 CNS-REF-DATA           PIC 9(08).
           02 CNS-REF-TERM           PIC X(04).
           02 CNS-REF-CUPOM          PIC 9(06).

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           02 SR-MODO               PIC X(01).
           02 SR-MOEDA              PIC X(03).
           02 SR-COMPETENCIA        PIC 9(06).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           02 PH-COMPETENCIA        PIC 9(06).
           02 PH-MODO               PIC X(01).
           02 PH-MATRICULA          PIC X(06).
           02 PH-BRUTO              PIC 9(7)V99.
           02 PH-INSS               PIC 9(7)V99.
           02 PH-IRRF               PIC 9(7)V99.
           02 PH-LIQUIDO            PIC 9(7)V99.
           02 PH-EMPRESTIMO         PIC 9(7)V99.
           02 PH-PENSAO             PIC 9(7)V99.
           02 PH-SINDICATO          PIC 9(7)V99.
           02 PH-CONSUMO            PIC 9(7)V99.

      *    RAZAO DE PONTOS DE FIDELIDADE POR CPF: A=ACUMULO NA VENDA,
      *    E=ESTORNO NA DEVOLUCAO, R=RESGATE COMO FORMA DE PAGAMENTO,
      *    C=PONTOS DEVOLVIDOS NA DEVOLUCAO DE VENDA PAGA EM PONTOS,
      *    X=EXPIRACAO (GRAVADA PELO FIDREL). A E C TRAZEM A VALIDADE.
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-RECORD.
           02 FID-CPF                PIC 9(11).
           02 FID-DATA               PIC 9(08).
           02 FID-TERMINAL           PIC X(04).
           02 FID-CUPOM              PIC 9(06).
           02 FID-TIPO               PIC X(01).
           02 FID-PONTOS             PIC 9(07).
           02 FID-VALIDADE           PIC 9(08).

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

      *    REGISTRO DE PARCELAS DO CREDIARIO, SO ACRESCIDO: V=PARCELA
      *    GERADA NA VENDA (COM VENCIMENTO, PRINCIPAL E JUROS DO
      *    FINANCIAMENTO), P=PAGAMENTO (ORIGEM L=TERMINAL DA LOJA OU
      *    C=JANELA DO CAIXA, COM OS ENCARGOS DE ATRASO), C=CANCELAMENTO
      *    NA DEVOLUCAO. O ABERTO DA PARCELA E V MENOS P MENOS C. A
      *    CHAVE E A VENDA (DATA, TERMINAL E CUPOM) MAIS A PARCELA.
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

      *    PEDIDO DE ENTREGA DA VENDA NA LOJA, NO LAYOUT DO
      *    CUSTOMER-ORDER-RECORD, PARA O ORDEDIT DA MESMA NOITE.
       FD  STORE-ORDER-FILE.
       01  STORE-ORDER-RECORD.
           02 PDL-NUMERO             PIC X(06).
           02 PDL-CLIENTE            PIC X(20).
           02 PDL-PRODUTO            PIC X(20).
           02 PDL-VALOR              PIC 9(06)V99.
           02 PDL-UF                 PIC X(02).
           02 PDL-PESO               PIC 9(03)V99.
           02 PDL-SEGURO-RESP        PIC X(01).
           02 PDL-TIPO               PIC X(01).
           02 PDL-PEDIDO-ORIG        PIC X(06).
           02 PDL-SERVICO            PIC X(01).
           02 PDL-ORIGEM             PIC X(03).
           02 PDL-COD                PIC X(01).

      *    VINCULO VENDA (DATA, TERMINAL E CUPOM DO SALESDET) X PEDIDO
      *    DE ENTREGA, SO ACRESCIDO, PARA O PEDTRACE SEGUIR O CUPOM.
       FD  DELIVERY-LINK-FILE.
       01  DELIVERY-LINK-RECORD.
           02 ENL-PEDIDO             PIC X(06).
           02 ENL-DATA               PIC 9(08).
           02 ENL-TERMINAL           PIC X(04).
           02 ENL-CUPOM              PIC 9(06).
           02 ENL-CLIENTE            PIC X(06).
           02 ENL-UF                 PIC X(02).
           02 ENL-ITEM               PIC X(06).
           02 ENL-QTDE               PIC 9(03).
           02 ENL-PESO               PIC 9(03)V99.
           02 ENL-FRETE              PIC 9(04)V99.

       FD  DELIVERY-CONTROL-FILE.
       01  DELIVERY-CONTROL-RECORD.
           02 ENC-ULTIMO-PEDIDO      PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'CTLTOT-CPY.COB'.

       77  WRK-FSCHK-PROG        PIC X(15) VALUE 'PERFORM-TIMES'.
       77  WRK-FS-SALESDET       PIC X(02) VALUE ZEROS.
           88 WRK-POS-PRESENTE              VALUE 'S'.
       77  WRK-FIM-POSTX         PIC X(01) VALUE 'N'.
           88 WRK-POS-ESGOTADO              VALUE 'S'.
       77  WRK-QTD-POSTX-LIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DET-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PARC-BAIXADAS PIC 9(05) VALUE ZEROS.
       77  WRK-FS-ITEMNEW        PIC X(02) VALUE ZEROS.
       77  WRK-FS-LOWSTOCK       PIC X(02) VALUE ZEROS.
       77  WRK-CAT-IDX-ACHADO    PIC 9(03) COMP VALUE ZEROS.
               03 WRK-CAT-CATEGORIA  PIC X(10).
               03 WRK-CAT-FORNECEDOR PIC X(06).
               03 WRK-CAT-CUSTO      PIC 9(05)V99.
               03 WRK-CAT-NCM        PIC 9(08).
               03 WRK-CAT-ICMS-ALIQ  PIC 9(02)V99.
               03 WRK-CAT-ICMS-ST    PIC X(01).
               03 WRK-CAT-LOTE-COMPRA
                                     PIC 9(05).
               03 WRK-CAT-PESO       PIC 9(03)V99.

       77  WRK-FS-TERMLOC        PIC X(02) VALUE ZEROS.
       77  WRK-FS-ESTLOC         PIC X(02) VALUE ZEROS.
       77  WRK-FS-ESTLOCNW       PIC X(02) VALUE ZEROS.
       77  WRK-FIM-TERMLOC       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TERMINAIS             VALUE 'S'.
       77  WRK-FIM-ESTLOC        PIC X(01) VALUE 'N'.
           88 WRK-FIM-SALDOS-LOCAL          VALUE 'S'.
       77  WRK-QTD-TLC           PIC 9(02) COMP VALUE ZEROS.
       77  WRK-SUB-TLC           PIC 9(02) COMP VALUE ZEROS.
       77  WRK-QTD-ELC           PIC 9(03) COMP VALUE ZEROS.
       77  WRK-SUB-ELC           PIC 9(03) COMP VALUE ZEROS.
       77  WRK-ELC-ACHADO        PIC 9(03) COMP VALUE ZEROS.
       77  WRK-LOCAL-VENDA       PIC X(04) VALUE SPACES.
       77  WRK-ELC-ITEM-BUSCA    PIC X(06) VALUE SPACES.
       77  WRK-QTD-BAIXADA       PIC 9(05) VALUE ZEROS.
       77  WRK-NOME-ESTLOC       PIC X(20) VALUE "ESTLOC.dat".
       77  WRK-NOME-ESTLOCNW     PIC X(20) VALUE "ESTLOCNW.dat".
       77  WRK-FS-LOTES          PIC X(02) VALUE ZEROS.
       77  WRK-FS-LOTESNW        PIC X(02) VALUE ZEROS.
       77  WRK-FIM-LOTES         PIC X(01) VALUE 'N'.
           88 WRK-FIM-SALDOS-LOTE           VALUE 'S'.
       77  WRK-QTD-LTE           PIC 9(03) COMP VALUE ZEROS.
       77  WRK-SUB-LTE           PIC 9(03) COMP VALUE ZEROS.
       77  WRK-LTE-ACHADO        PIC 9(03) COMP VALUE ZEROS.
       77  WRK-LTE-A-CONSUMIR    PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-CONSUMO      PIC 9(08) VALUE ZEROS.
       77  WRK-NOME-LOTES        PIC X(20) VALUE "LOTES.dat".
       77  WRK-NOME-LOTESNW      PIC X(20) VALUE "LOTESNW.dat".

       01  WRK-TAB-TLC VALUE SPACES.
           02 WRK-TLC-LINHA OCCURS 20 TIMES.
               03 WRK-TLC-TERMINAL   PIC X(04).
               03 WRK-TLC-LOCAL      PIC X(04).

       01  WRK-TAB-ELC VALUE ZEROS.
           02 WRK-ELC-LINHA OCCURS 300 TIMES.
               03 WRK-ELC-ITEM       PIC X(06).
               03 WRK-ELC-LOCAL      PIC X(04).
               03 WRK-ELC-SALDO      PIC 9(05).
               03 WRK-ELC-PONTO-REP  PIC 9(05).
               03 WRK-ELC-TRANSITO   PIC 9(05).

       01  WRK-TAB-LTE VALUE ZEROS.
           02 WRK-LTE-LINHA OCCURS 500 TIMES.
               03 WRK-LTE-ITEM       PIC X(06).
               03 WRK-LTE-LOCAL      PIC X(04).
               03 WRK-LTE-LOTE       PIC X(10).
               03 WRK-LTE-VALIDADE   PIC 9(08).
               03 WRK-LTE-SALDO      PIC 9(05).
               03 WRK-LTE-ENTRADA    PIC 9(08).

       77  WRK-SD-DATA           PIC 9(08) VALUE ZEROS.
       77  WRK-SD-HORA           PIC 9(06) VALUE ZEROS.
       77  WRK-FS-JRNCONS        PIC X(02) VALUE ZEROS.
       77  WRK-FIM-CONTAMAP      PIC X(01) VALUE 'N'.
           88 WRK-FIM-MAPA                 VALUE 'S'.
       77  WRK-QTD-MAPA          PIC 9(03) COMP VALUE ZEROS.
       77  WRK-JRN-VERBA         PIC X(15) VALUE SPACES.
       77  WRK-JRN-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-JRN-TOT-DEBITOS   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RECEITA-BRUTA     PIC 9(11)V99 VALUE ZEROS.

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA     PIC X(15).
               03 WRK-MAPA-CONTA     PIC X(08).
               03 WRK-PRC-VIGENCIA   PIC 9(08).
               03 WRK-PRC-PRECO      PIC 9(05)V99.

       77  WRK-FS-EMPMAST        PIC X(02) VALUE ZEROS.
       77  WRK-FS-CONSUMO        PIC X(02) VALUE ZEROS.
       77  WRK-FS-SALRUN         PIC X(02) VALUE ZEROS.
       77  WRK-FS-PAYHIST        PIC X(02) VALUE ZEROS.
       77  WRK-FIM-EMPMAST       PIC X(01) VALUE 'N'.
           88 WRK-FIM-EMPREGADOS            VALUE 'S'.
       77  WRK-FIM-CONSUMO       PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONSUMOS              VALUE 'S'.
       77  WRK-FIM-PAYHIST       PIC X(01) VALUE 'N'.
           88 WRK-FIM-HISTORICO             VALUE 'S'.
       77  WRK-COMP-FECHADA      PIC X(01) VALUE 'N'.
           88 WRK-FOLHA-FECHADA             VALUE 'S'.
       77  WRK-QTD-EMP           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-SUB-EMP           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-EMP-ACHADO        PIC 9(04) COMP VALUE ZEROS.
       77  WRK-QTD-CNS           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-SUB-CNS           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-CNS-ACHADO        PIC 9(04) COMP VALUE ZEROS.
       77  WRK-MATRICULA-CONSUMO PIC X(06) VALUE SPACES.
       77  WRK-COMP-FOLHA        PIC 9(06) VALUE ZEROS.
       77  WRK-CONSUMO-LIMITE    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CONSUMO-MES       PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CONSUMO-VALIDO    PIC X(01) VALUE 'S'.
           88 WRK-CONSUMO-OK                VALUE 'S'.
       77  WRK-ORIG-FORMA        PIC X(01) VALUE SPACES.
       77  WRK-QTD-FORMA-FOL     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-FORMA-FOL     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-RECEB-CAIXA       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.

       01  WRK-COMP-AUX.
           02 WRK-COMP-ANO           PIC 9(04).
           02 WRK-COMP-MES           PIC 9(02).
       01  WRK-COMP-AUX-R REDEFINES WRK-COMP-AUX PIC 9(06).

       01  WRK-TAB-EMP VALUE ZEROS.
           02 WRK-EMP-LINHA OCCURS 200 TIMES.
               03 WRK-EMP-MATRICULA  PIC X(06).
               03 WRK-EMP-DESLIG     PIC 9(08).

       01  WRK-TAB-CNS VALUE ZEROS.
           02 WRK-CNS-LINHA OCCURS 500 TIMES.
               03 WRK-CNS-MATRICULA  PIC X(06).
               03 WRK-CNS-DATA       PIC 9(08).
               03 WRK-CNS-TERMINAL   PIC X(04).
               03 WRK-CNS-CUPOM      PIC 9(06).
               03 WRK-CNS-TIPO       PIC X(01).
               03 WRK-CNS-VALOR      PIC 9(07)V99.

       77  WRK-FS-FIDELID        PIC X(02) VALUE ZEROS.
       77  WRK-FIM-FIDELID       PIC X(01) VALUE 'N'.
           88 WRK-FIM-PONTOS                VALUE 'S'.
       77  WRK-QTD-FID           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-SUB-FID           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-PONTOS-POR-REAL   PIC 9(03)V9999 VALUE ZEROS.
       77  WRK-PONTOS-VALIDADE   PIC 9(03) VALUE ZEROS.
       77  WRK-PONTOS-VLR-RESG   PIC 9(03)V9999 VALUE ZEROS.
       77  WRK-PONTOS-MOV        PIC 9(07) VALUE ZEROS.
       77  WRK-PONTOS-SALDO      PIC 9(09) VALUE ZEROS.
       77  WRK-PONTOS-DEBITO     PIC 9(09) VALUE ZEROS.
       77  WRK-ORIG-CPF          PIC 9(11) VALUE ZEROS.
       77  WRK-ORIG-PONTOS       PIC 9(07) VALUE ZEROS.
       77  WRK-PONTOS-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-PONTOS-LOTE       PIC 9(09) VALUE ZEROS.
       77  WRK-SUB-LOTE          PIC 9(04) COMP VALUE ZEROS.
       77  WRK-DATA-PONTOS       PIC 9(08) VALUE ZEROS.
       77  WRK-FIDEL-VALIDO      PIC X(01) VALUE 'S'.
           88 WRK-FIDEL-OK                  VALUE 'S'.
       77  WRK-QTD-FORMA-PTS     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-FORMA-PTS     PIC S9(09)V99 VALUE ZEROS.

      *    CPF DO CLIENTE, CONFERIDO PELO MESMO CALCULO DE DIGITO
      *    VERIFICADOR DO NOME.COB.
       01  WRK-CPF-CLIENTE       PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-CLI-TAB REDEFINES WRK-CPF-CLIENTE.
           02 WRK-CPF-DIG        PIC 9(01) OCCURS 11 TIMES.
       77  WRK-CPF-VALIDO        PIC X(01) VALUE 'N'.
           88 WRK-CPF-OK                    VALUE 'S'.
       77  WRK-IDX-CPF           PIC 9(02) COMP VALUE ZEROS.
       77  WRK-SOMA-CPF          PIC 9(04) COMP VALUE ZEROS.
       77  WRK-RESTO-CPF         PIC 9(02) COMP VALUE ZEROS.
       77  WRK-DIGITO1-CPF       PIC 9(01) VALUE ZEROS.
       77  WRK-DIGITO2-CPF       PIC 9(01) VALUE ZEROS.

       01  WRK-DATA-VALIDADE     PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-VALIDADE.
           02 WRK-VAL-ANO            PIC 9(04).
           02 WRK-VAL-MES            PIC 9(02).
           02 WRK-VAL-DIA            PIC 9(02).

      *    LIMITE DE CONSUMO DE UM DEBITO: ESTORNO E RESGATE SO
      *    CONSOMEM LOTE VALIDO NA DATA DELES; A EXPIRACAO CONSOME OS
      *    LOTES VENCIDOS ATE O FIM DO MES DELA.
       01  WRK-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-LIMITE.
           02 FILLER                 PIC 9(06).
           02 WRK-LIM-DIA            PIC 9(02).

      *    WRK-FID-RESTO: O QUE SOBRA DO LOTE (TIPOS A E C) DEPOIS DOS
      *    DEBITOS JA APLICADOS NA APURACAO DO SALDO.
       01  WRK-TAB-FID VALUE ZEROS.
           02 WRK-FID-LINHA OCCURS 2000 TIMES.
               03 WRK-FID-CPF        PIC 9(11).
               03 WRK-FID-DATA       PIC 9(08).
               03 WRK-FID-TIPO       PIC X(01).
               03 WRK-FID-PONTOS     PIC 9(07).
               03 WRK-FID-VALIDADE   PIC 9(08).
               03 WRK-FID-RESTO      PIC 9(07).

       77  WRK-FS-CUSTMAST       PIC X(02) VALUE ZEROS.
       77  WRK-FS-CREDPARC       PIC X(02) VALUE ZEROS.
       77  WRK-FIM-CUSTMAST      PIC X(01) VALUE 'N'.
           88 WRK-FIM-CLIENTES              VALUE 'S'.
       77  WRK-FIM-CREDPARC      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PARCELAS              VALUE 'S'.
       77  WRK-QTD-CLI           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-SUB-CLI           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-CLI-ACHADO        PIC 9(04) COMP VALUE ZEROS.
       77  WRK-QTD-CRD           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-SUB-CRD           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-SUB-CRD2          PIC 9(04) COMP VALUE ZEROS.
       77  WRK-CRD-JUROS-MES     PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-CRD-MAX-PARC      PIC 9(02) VALUE ZEROS.
       77  WRK-CRD-DIAS-BLOQ     PIC 9(03) VALUE ZEROS.
       77  WRK-MULTA-PERC        PIC 9(02)V99 VALUE ZEROS.
       77  WRK-JUROS-DIA-PERC    PIC 9(01)V9999 VALUE ZEROS.
       77  WRK-CRD-QTD-PARC      PIC 9(02) VALUE ZEROS.
       77  WRK-CRD-QTD-ORIG      PIC 9(02) VALUE ZEROS.
       77  WRK-CRD-PARCELA       PIC 9(02) VALUE ZEROS.
       77  WRK-CRD-CONFIRMA      PIC X(01) VALUE 'N'.
       77  WRK-CRD-VALIDO        PIC X(01) VALUE 'S'.
           88 WRK-CRD-OK                    VALUE 'S'.
       77  WRK-CRD-ACHADA        PIC X(01) VALUE 'N'.
       77  WRK-CRD-CPF-PARC      PIC 9(11) VALUE ZEROS.
       77  WRK-CRD-DATA-MOVTO    PIC 9(08) VALUE ZEROS.
       77  WRK-CRD-ABERTO-CLI    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CRD-ABERTO-VENDA  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CRD-ABERTO-PRINC  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CRD-ABERTO-JUROS  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CRD-VENCIMENTO    PIC 9(08) VALUE ZEROS.
       77  WRK-CRD-VENC-ANTIGO   PIC 9(08) VALUE ZEROS.
       77  WRK-CRD-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77  WRK-CRD-FATOR         PIC 9(03)V9(08) VALUE ZEROS.
       77  WRK-CRD-PRESTACAO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CRD-SALDO         PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CRD-PRINCIPAL     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CRD-JUROS         PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CRD-CANCELAR      PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CRD-VESPERA       PIC 9(08) VALUE ZEROS.
       77  WRK-CRD-VENC-EFETIVO  PIC 9(08) VALUE ZEROS.
       77  WRK-CRD-DU-DIAS       PIC 9(02) VALUE ZEROS.
       77  WRK-CRD-MULTA         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CRD-MORA          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CRD-ENCARGOS      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CRD-TOTAL-PAGAR   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DU-FUNCAO         PIC X(01) VALUE 'P'.
       77  WRK-DU-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77  WRK-DU-UF             PIC X(02) VALUE SPACES.
       77  WRK-QTD-FORMA-CRD     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-FORMA-CRD     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-QTD-RECEB-PARC    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-RECEB-PRINC   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-RECEB-JUROS   PIC 9(09)V99 VALUE ZEROS.

      *    CHAVE DA PARCELA: VENDA (DATA, TERMINAL, CUPOM) E NUMERO,
      *    NO MESMO FORMATO DE WRK-CRT-CHAVE PARA COMPARAR DE UMA VEZ.
       01  WRK-CRD-CHAVE.
           02 WRK-CRD-CH-DATA        PIC 9(08).
           02 WRK-CRD-CH-TERM        PIC X(04).
           02 WRK-CRD-CH-CUPOM       PIC 9(06).
           02 WRK-CRD-CH-PARCELA     PIC 9(02).

       01  WRK-DATA-PARCELA      PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-PARCELA.
           02 WRK-PARC-ANO           PIC 9(04).
           02 WRK-PARC-MES           PIC 9(02).
           02 WRK-PARC-DIA           PIC 9(02).

      *    SO CLIENTES DO CUSTMAST COM LIMITE DE CREDITO COMPRAM NO
      *    CREDIARIO; O CPF FICA NOS 11 DIGITOS FINAIS DO CM-CPFCNPJ.
       01  WRK-TAB-CLI VALUE ZEROS.
           02 WRK-CLI-LINHA OCCURS 500 TIMES.
               03 WRK-CLI-CPFCNPJ    PIC 9(14).
               03 WRK-CLI-CODIGO     PIC X(06).
               03 WRK-CLI-LIMITE     PIC 9(09)V99.

       01  WRK-TAB-CRD VALUE ZEROS.
           02 WRK-CRT-LINHA OCCURS 3000 TIMES.
               03 WRK-CRT-CPF        PIC 9(11).
               03 WRK-CRT-CHAVE.
                   04 WRK-CRT-DATA       PIC 9(08).
                   04 WRK-CRT-TERM       PIC X(04).
                   04 WRK-CRT-CUPOM      PIC 9(06).
                   04 WRK-CRT-PARCELA    PIC 9(02).
               03 WRK-CRT-QTD-PARC   PIC 9(02).
               03 WRK-CRT-TIPO       PIC X(01).
               03 WRK-CRT-VENCIMENTO PIC 9(08).
               03 WRK-CRT-PRINCIPAL  PIC 9(07)V99.
               03 WRK-CRT-JUROS      PIC 9(07)V99.

       77  WRK-FS-PEDLOJA        PIC X(02) VALUE ZEROS.
       77  WRK-FS-ENTLOJA        PIC X(02) VALUE ZEROS.
       77  WRK-FS-ENTCTL         PIC X(02) VALUE ZEROS.
       77  WRK-ENTREGA           PIC X(01) VALUE 'N'.
           88 WRK-VENDA-ENTREGA             VALUE 'S'.
       77  WRK-ENT-VALIDA        PIC X(01) VALUE 'S'.
           88 WRK-ENT-OK                    VALUE 'S'.
       77  WRK-ENT-CLIENTE       PIC X(06) VALUE SPACES.
       77  WRK-ENT-SENTIDO       PIC X(01) VALUE 'S'.
       77  WRK-ENT-UF            PIC X(02) VALUE SPACES.
       77  WRK-ENT-VALOR         PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ENT-PESO          PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ENT-PESO-CALC     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ENT-FRETE         PIC 9(04)V99 VALUE ZEROS.
       77  WRK-ENT-PRAZO         PIC 9(02) VALUE ZEROS.
       77  WRK-ENT-RESULTADO     PIC X(01) VALUE SPACES.
       77  WRK-ENT-ULTIMO        PIC 9(05) VALUE ZEROS.
       77  WRK-ENT-FRETE-ED      PIC ZZZ9,99.
       77  WRK-QTD-ENTREGAS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-FRETE         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-CEN           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-SUB-CEN           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-CEN-ACHADO        PIC 9(04) COMP VALUE ZEROS.

      *    NUMERO DO PEDIDO DE ENTREGA DA LOJA: L + SEQUENCIAL DO
      *    ENTCTL.dat, FORA DA FAIXA NUMERICA DOS PEDIDOS DO ORDERS.
       01  WRK-ENT-PEDIDO.
           02 WRK-ENT-PED-PREFIXO    PIC X(01) VALUE 'L'.
           02 WRK-ENT-PED-SEQ        PIC 9(05) VALUE ZEROS.

      *    CADASTRO INTEIRO DO CUSTMAST PARA A VENDA COM ENTREGA (A
      *    WRK-TAB-CLI SO TEM OS CLIENTES COM LIMITE DE CREDIARIO).
       01  WRK-TAB-CEN VALUE SPACES.
           02 WRK-CEN-LINHA OCCURS 500 TIMES.
               03 WRK-CEN-CODIGO     PIC X(06).
               03 WRK-CEN-NOME       PIC X(30).
               03 WRK-CEN-UF         PIC X(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           MOVE 'CARTAO-PRAZO-D' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CARTAO-PRAZO-D.
           MOVE 'CONSUMO-LIM-MES' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CONSUMO-LIMITE.
           MOVE 'PONTOS-POR-REAL' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PONTOS-POR-REAL.
           MOVE 'PONTOS-VALIDADE' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PONTOS-VALIDADE.
           MOVE 'PONTOS-VLR-RESG' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PONTOS-VLR-RESG.
           MOVE 'CREDIARIO-JUROS' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CRD-JUROS-MES.
           MOVE 'CREDIARIO-PARC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CRD-MAX-PARC.
           MOVE 'CREDIARIO-BLOQ' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CRD-DIAS-BLOQ.
           MOVE 'MULTA-PERC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-MULTA-PERC.
           MOVE 'JUROS-DIA-PERC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0106B-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-JUROS-DIA-PERC.
           PERFORM 0107-CARREGAR-CATALOGO.
           PERFORM 0107J-CARREGAR-TERMINAIS.
           PERFORM 0107L-CARREGAR-ESTOQUE-LOCAL.
           PERFORM 0107N-CARREGAR-LOTES.
           PERFORM 0107B-CARREGAR-LISTA-PRECO.
           PERFORM 0107D-CARREGAR-PROMOCOES.
           PERFORM 0107F-CARREGAR-CONTADORES.
           PERFORM 0107H-CARREGAR-DIAS-FECHADOS.
           PERFORM 0108-CARREGAR-CONTAMAP.
           PERFORM 0110-CARREGAR-EMPREGADOS.
           PERFORM 0111-DEFINIR-COMPETENCIA.
           PERFORM 0112-CARREGAR-CONSUMO.
           PERFORM 0113-CARREGAR-PONTOS.
           PERFORM 0114-CARREGAR-CLIENTES.
           PERFORM 0115-CARREGAR-CREDIARIO.
           PERFORM 0116-CARREGAR-ENTREGAS.
           PERFORM 0105-RESTAURAR-CHECKPOINT.
           PERFORM 0109-VERIFICAR-POS.
           IF NOT WRK-POS-PRESENTE
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
               NOT AT END
                   MOVE 'WRK-TAB-MAPA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-MAPA TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
               WRK-FS-CONTAMAP,
               WRK-FSCHK-CHAVE.

       0110-CARREGAR-EMPREGADOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0110A-LER-EMPREGADO UNTIL WRK-FIM-EMPREGADOS.
           CLOSE EMPLOYEE-MASTER-FILE.

       0110A-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPMAST
               NOT AT END
                   MOVE 'WRK-TAB-EMP' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-EMP TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-EMP
                   MOVE EMP-MATRICULA
                       TO WRK-EMP-MATRICULA(WRK-QTD-EMP)
                   MOVE EMP-DATA-DESLIGAMENTO
                       TO WRK-EMP-DESLIG(WRK-QTD-EMP)
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

      *    A COMPRA EM FOLHA E DESCONTADA NA PROXIMA FOLHA MENSAL: A
      *    COMPETENCIA DO SALRUN, SE A FOLHA DELA AINDA NAO FOI
      *    GRAVADA NO PAYHIST, SENAO O MES SEGUINTE (MESMA REGRA DO
      *    REEMBMNT). SEM SALRUN VALE O MES CORRENTE - O LOTE NAO
      *    PODE PARAR NUM ACCEPT.
       0111-DEFINIR-COMPETENCIA.
           OPEN INPUT RUN-PARAMETER-FILE.
           IF WRK-FS-SALRUN = '00'
               READ RUN-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SR-COMPETENCIA TO WRK-COMP-FOLHA
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.
           IF WRK-COMP-FOLHA = ZEROS
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMP-FOLHA
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0111A-LER-HISTORICO UNTIL WRK-FIM-HISTORICO
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WRK-FOLHA-FECHADA
               MOVE WRK-COMP-FOLHA TO WRK-COMP-AUX-R
               IF WRK-COMP-MES = 12
                   ADD 1 TO WRK-COMP-ANO
                   MOVE 01 TO WRK-COMP-MES
               ELSE
                   ADD 1 TO WRK-COMP-MES
               END-IF
               MOVE WRK-COMP-AUX-R TO WRK-COMP-FOLHA
           END-IF.

       0111A-LER-HISTORICO.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PAYHIST
               NOT AT END
                   IF PH-COMPETENCIA = WRK-COMP-FOLHA
                       AND PH-MODO = '1'
                       MOVE 'S' TO WRK-COMP-FECHADA
                   END-IF
           END-READ.

      *    SO OS LANCAMENTOS DA COMPETENCIA AINDA ABERTA: SAO ELES
      *    QUE CONTAM PARA O LIMITE MENSAL E QUE UMA DEVOLUCAO EM
      *    FOLHA AINDA PODE ESTORNAR.
       0112-CARREGAR-CONSUMO.
           OPEN INPUT CONSUMPTION-FILE.
           IF WRK-FS-CONSUMO = '00'
               PERFORM 0112A-LER-CONSUMO UNTIL WRK-FIM-CONSUMOS
               CLOSE CONSUMPTION-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CONSUMO
           END-IF.
           OPEN EXTEND CONSUMPTION-FILE.
           IF WRK-FS-CONSUMO NOT = '00'
               OPEN OUTPUT CONSUMPTION-FILE
           END-IF.
           MOVE 'CONSUMO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONSUMO,
               WRK-FSCHK-CHAVE.
           DISPLAY 'COMPRAS EM FOLHA VAO PARA A FOLHA DE '
               WRK-COMP-FOLHA.

       0112A-LER-CONSUMO.
           READ CONSUMPTION-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONSUMO
               NOT AT END
                   IF CNS-COMPETENCIA = WRK-COMP-FOLHA
                       PERFORM 0112B-GUARDAR-CONSUMO
                   END-IF
           END-READ.
           MOVE 'CONSUMO' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONSUMO,
               WRK-FSCHK-CHAVE.

       0112B-GUARDAR-CONSUMO.
           MOVE 'WRK-TAB-CNS' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-CNS TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-CNS.
           MOVE CNS-MATRICULA TO WRK-CNS-MATRICULA(WRK-QTD-CNS).
           MOVE CNS-DATA      TO WRK-CNS-DATA(WRK-QTD-CNS).
           MOVE CNS-TERMINAL  TO WRK-CNS-TERMINAL(WRK-QTD-CNS).
           MOVE CNS-CUPOM     TO WRK-CNS-CUPOM(WRK-QTD-CNS).
           MOVE CNS-TIPO      TO WRK-CNS-TIPO(WRK-QTD-CNS).
           MOVE CNS-VALOR     TO WRK-CNS-VALOR(WRK-QTD-CNS).

      *    O RAZAO DE PONTOS INTEIRO: O SALDO DO CPF SAI DELE NA HORA
      *    DO RESGATE, JA SEM OS LOTES VENCIDOS.
       0113-CARREGAR-PONTOS.
           OPEN INPUT LOYALTY-LEDGER-FILE.
           IF WRK-FS-FIDELID = '00'
               PERFORM 0113A-LER-PONTOS UNTIL WRK-FIM-PONTOS
               CLOSE LOYALTY-LEDGER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-FIDELID
           END-IF.
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

       0113A-LER-PONTOS.
           READ LOYALTY-LEDGER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FIDELID
               NOT AT END
                   PERFORM 0113B-GUARDAR-PONTOS
           END-READ.
           MOVE 'FIDELID' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDELID,
               WRK-FSCHK-CHAVE.

       0113B-GUARDAR-PONTOS.
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

       0114-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WRK-FS-CUSTMAST = '00'
               PERFORM 0114A-LER-CLIENTE UNTIL WRK-FIM-CLIENTES
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               DISPLAY 'CUSTMAST INDISPONIVEL - CREDIARIO SUSPENSO.'
           END-IF.

       0114A-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CUSTMAST
               NOT AT END
                   MOVE 'WRK-TAB-CEN' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CEN TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CEN
                   MOVE CM-CODIGO TO WRK-CEN-CODIGO(WRK-QTD-CEN)
                   MOVE CM-NOME   TO WRK-CEN-NOME(WRK-QTD-CEN)
                   MOVE CM-UF     TO WRK-CEN-UF(WRK-QTD-CEN)
                   IF CM-LIMITE-CREDITO > ZEROS
                       MOVE 'WRK-TAB-CLI' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-CLI TO WRK-TABCHK-QTD
                       MOVE 500 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-CLI
                       MOVE CM-CPFCNPJ TO WRK-CLI-CPFCNPJ(WRK-QTD-CLI)
                       MOVE CM-CODIGO  TO WRK-CLI-CODIGO(WRK-QTD-CLI)
                       MOVE CM-LIMITE-CREDITO
                           TO WRK-CLI-LIMITE(WRK-QTD-CLI)
                   END-IF
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

      *    ULTIMO PEDIDO DE ENTREGA NUMERADO (ENTCTL.dat, REGRAVADO A
      *    CADA ENTREGA COMO O ZCTL) E OS ARQUIVOS DE SAIDA DA ENTREGA.
       0116-CARREGAR-ENTREGAS.
           MOVE ZEROS TO WRK-ENT-ULTIMO.
           OPEN INPUT DELIVERY-CONTROL-FILE.
           IF WRK-FS-ENTCTL = '00'
               READ DELIVERY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ENC-ULTIMO-PEDIDO TO WRK-ENT-ULTIMO
               END-READ
               MOVE 'ENTCTL' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-ENTCTL,
                   WRK-FSCHK-CHAVE
               CLOSE DELIVERY-CONTROL-FILE
           END-IF.
           OPEN EXTEND STORE-ORDER-FILE.
           IF WRK-FS-PEDLOJA NOT = '00'
               OPEN OUTPUT STORE-ORDER-FILE
           END-IF.
           MOVE 'PEDLOJA' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PEDLOJA,
               WRK-FSCHK-CHAVE.
           OPEN EXTEND DELIVERY-LINK-FILE.
           IF WRK-FS-ENTLOJA NOT = '00'
               OPEN OUTPUT DELIVERY-LINK-FILE
           END-IF.
           MOVE 'ENTLOJA' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ENTLOJA,
               WRK-FSCHK-CHAVE.

      *    O REGISTRO DE PARCELAS INTEIRO: O EM ABERTO DE CADA PARCELA
      *    E DE CADA CLIENTE SAI DELE.
       0115-CARREGAR-CREDIARIO.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CREDPARC = '00'
               PERFORM 0115A-LER-PARCELA UNTIL WRK-FIM-PARCELAS
               CLOSE INSTALLMENT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CREDPARC
           END-IF.
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

       0115A-LER-PARCELA.
           READ INSTALLMENT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CREDPARC
               NOT AT END
                   PERFORM 0115B-GUARDAR-PARCELA
           END-READ.
           MOVE 'CREDPARC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDPARC,
               WRK-FSCHK-CHAVE.

       0115B-GUARDAR-PARCELA.
           MOVE 'WRK-TAB-CRD' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-CRD TO WRK-TABCHK-QTD.
           MOVE 3000 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-CRD.
           MOVE CP-CPF        TO WRK-CRT-CPF(WRK-QTD-CRD).
           MOVE CP-DATA-VENDA TO WRK-CRT-DATA(WRK-QTD-CRD).
           MOVE CP-TERMINAL   TO WRK-CRT-TERM(WRK-QTD-CRD).
           MOVE CP-CUPOM      TO WRK-CRT-CUPOM(WRK-QTD-CRD).
           MOVE CP-PARCELA    TO WRK-CRT-PARCELA(WRK-QTD-CRD).
           MOVE CP-QTD-PARC   TO WRK-CRT-QTD-PARC(WRK-QTD-CRD).
           MOVE CP-TIPO       TO WRK-CRT-TIPO(WRK-QTD-CRD).
           MOVE CP-VENCIMENTO TO WRK-CRT-VENCIMENTO(WRK-QTD-CRD).
           MOVE CP-PRINCIPAL  TO WRK-CRT-PRINCIPAL(WRK-QTD-CRD).
           MOVE CP-JUROS      TO WRK-CRT-JUROS(WRK-QTD-CRD).

       0107-CARREGAR-CATALOGO.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
                       TO WRK-CAT-FORNECEDOR(WRK-IDX-CAT)
                   MOVE IT-CUSTO
                       TO WRK-CAT-CUSTO(WRK-IDX-CAT)
                   MOVE IT-NCM
                       TO WRK-CAT-NCM(WRK-IDX-CAT)
                   MOVE IT-ICMS-ALIQ
                       TO WRK-CAT-ICMS-ALIQ(WRK-IDX-CAT)
                   MOVE IT-ICMS-ST
                       TO WRK-CAT-ICMS-ST(WRK-IDX-CAT)
                   MOVE IT-LOTE-COMPRA
                       TO WRK-CAT-LOTE-COMPRA(WRK-IDX-CAT)
                   MOVE IT-PESO
                       TO WRK-CAT-PESO(WRK-IDX-CAT)
           END-READ.
           MOVE 'ITEMMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
               WRK-FS-ITEMMAST,
               WRK-FSCHK-CHAVE.

       0107J-CARREGAR-TERMINAIS.
           OPEN INPUT TERMINAL-LOCATION-FILE.
           MOVE 'TERMLOC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TERMLOC,
               WRK-FSCHK-CHAVE.
           PERFORM 0107K-LER-TERMINAL UNTIL WRK-FIM-TERMINAIS.
           CLOSE TERMINAL-LOCATION-FILE.

       0107K-LER-TERMINAL.
           READ TERMINAL-LOCATION-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TERMLOC
               NOT AT END
                   MOVE 'WRK-TAB-TLC' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-TLC TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-TLC
                   MOVE TL-TERMINAL TO WRK-TLC-TERMINAL(WRK-QTD-TLC)
                   MOVE TL-LOCAL    TO WRK-TLC-LOCAL(WRK-QTD-TLC)
           END-READ.
           MOVE 'TERMLOC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TERMLOC,
               WRK-FSCHK-CHAVE.

       0107L-CARREGAR-ESTOQUE-LOCAL.
           OPEN INPUT STOCK-LOCATION-FILE.
           MOVE 'ESTLOC' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOC,
               WRK-FSCHK-CHAVE.
           PERFORM 0107M-LER-ESTOQUE-LOCAL
               UNTIL WRK-FIM-SALDOS-LOCAL.
           CLOSE STOCK-LOCATION-FILE.

       0107M-LER-ESTOQUE-LOCAL.
           READ STOCK-LOCATION-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ESTLOC
               NOT AT END
                   MOVE 'WRK-TAB-ELC' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-ELC TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-ELC
                   MOVE EL-ITEM      TO WRK-ELC-ITEM(WRK-QTD-ELC)
                   MOVE EL-LOCAL     TO WRK-ELC-LOCAL(WRK-QTD-ELC)
                   MOVE EL-SALDO     TO WRK-ELC-SALDO(WRK-QTD-ELC)
                   MOVE EL-PONTO-REP
                       TO WRK-ELC-PONTO-REP(WRK-QTD-ELC)
                   MOVE EL-TRANSITO
                       TO WRK-ELC-TRANSITO(WRK-QTD-ELC)
           END-READ.
           MOVE 'ESTLOC' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOC,
               WRK-FSCHK-CHAVE.

      *    O LOTES.dat SO PASSA A EXISTIR NA PRIMEIRA ENTRADA COM
      *    LOTE; SEM ELE NENHUM ITEM TEM CONTROLE DE LOTE.
       0107N-CARREGAR-LOTES.
           OPEN INPUT LOT-FILE.
           IF WRK-FS-LOTES = '00'
               PERFORM 0107O-LER-LOTE UNTIL WRK-FIM-SALDOS-LOTE
               CLOSE LOT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-LOTES
           END-IF.

       0107O-LER-LOTE.
           READ LOT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOTES
               NOT AT END
                   MOVE 'WRK-TAB-LTE' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-LTE TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-LTE
                   MOVE LT-ITEM      TO WRK-LTE-ITEM(WRK-QTD-LTE)
                   MOVE LT-LOCAL     TO WRK-LTE-LOCAL(WRK-QTD-LTE)
                   MOVE LT-LOTE      TO WRK-LTE-LOTE(WRK-QTD-LTE)
                   MOVE LT-VALIDADE  TO WRK-LTE-VALIDADE(WRK-QTD-LTE)
                   MOVE LT-SALDO     TO WRK-LTE-SALDO(WRK-QTD-LTE)
                   MOVE LT-DATA-ENTRADA
                       TO WRK-LTE-ENTRADA(WRK-QTD-LTE)
           END-READ.
           MOVE 'LOTES' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTES,
               WRK-FSCHK-CHAVE.

       0107B-CARREGAR-LISTA-PRECO.
           OPEN INPUT PRICE-LIST-FILE.
           IF WRK-FS-PRICELIST = '00'
                           TO WRK-MOTIVO-REJ-ITEM
                   END-IF
           END-SEARCH.
           IF WRK-ITEM-OK
               PERFORM 0416-LOCALIZAR-ESTOQUE
           END-IF.

       0415-PRECIFICAR-PELA-LISTA.
           IF WRK-DATA-PRECO = ZEROS
               END-IF
           END-PERFORM.

       0416-LOCALIZAR-ESTOQUE.
           MOVE SPACES TO WRK-LOCAL-VENDA.
           MOVE ZEROS TO WRK-ELC-ACHADO.
           PERFORM VARYING WRK-SUB-TLC FROM 1 BY 1
               UNTIL WRK-SUB-TLC > WRK-QTD-TLC
               IF WRK-TLC-TERMINAL(WRK-SUB-TLC) = WRK-CAIXA-CODIGO
                   MOVE WRK-TLC-LOCAL(WRK-SUB-TLC)
                       TO WRK-LOCAL-VENDA
                   MOVE WRK-QTD-TLC TO WRK-SUB-TLC
               END-IF
           END-PERFORM.
           IF WRK-LOCAL-VENDA = SPACES
               MOVE 'N' TO WRK-ITEM-VALIDO
               MOVE 'TERMINAL SEM LOCAL DE ESTOQUE'
                   TO WRK-MOTIVO-REJ-ITEM
           ELSE
               MOVE WRK-ITEM-CODIGO TO WRK-ELC-ITEM-BUSCA
               PERFORM 0417-BUSCAR-SALDO-LOCAL
           END-IF.

       0417-BUSCAR-SALDO-LOCAL.
           MOVE ZEROS TO WRK-ELC-ACHADO.
           PERFORM VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC
               IF WRK-ELC-ITEM(WRK-SUB-ELC) = WRK-ELC-ITEM-BUSCA
                   AND WRK-ELC-LOCAL(WRK-SUB-ELC) = WRK-LOCAL-VENDA
                   MOVE WRK-SUB-ELC TO WRK-ELC-ACHADO
                   MOVE WRK-QTD-ELC TO WRK-SUB-ELC
               END-IF
           END-PERFORM.
           IF WRK-ELC-ACHADO = ZEROS
               MOVE 'WRK-TAB-ELC' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-ELC TO WRK-TABCHK-QTD
               MOVE 300 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-ELC
               MOVE WRK-QTD-ELC TO WRK-ELC-ACHADO
               MOVE WRK-ELC-ITEM-BUSCA
                   TO WRK-ELC-ITEM(WRK-ELC-ACHADO)
               MOVE WRK-LOCAL-VENDA
                   TO WRK-ELC-LOCAL(WRK-ELC-ACHADO)
               MOVE ZEROS TO WRK-ELC-SALDO(WRK-ELC-ACHADO)
               MOVE ZEROS TO WRK-ELC-PONTO-REP(WRK-ELC-ACHADO)
               MOVE ZEROS TO WRK-ELC-TRANSITO(WRK-ELC-ACHADO)
           END-IF.

       0430-AVISAR-FALTA-ESTOQUE.
           IF WRK-TRANS-VENDA
               AND WRK-ELC-ACHADO > 0
               AND WRK-QTD-MOVIDA >
                   WRK-ELC-SALDO(WRK-ELC-ACHADO)
               DISPLAY 'AVISO: VENDA DE ' WRK-QTD-MOVIDA
                   ' DO ITEM ' WRK-ITEM-CODIGO
                   ' COM ESTOQUE DE APENAS '
                   WRK-ELC-SALDO(WRK-ELC-ACHADO)
                   ' NO LOCAL ' WRK-LOCAL-VENDA
           END-IF.

       0440-BAIXAR-ESTOQUE.
           IF WRK-CAT-IDX-ACHADO > 0
               AND WRK-ELC-ACHADO > 0
               IF WRK-QTD-MOVIDA >
                   WRK-ELC-SALDO(WRK-ELC-ACHADO)
                   MOVE WRK-ELC-SALDO(WRK-ELC-ACHADO)
                       TO WRK-QTD-BAIXADA
               ELSE
                   MOVE WRK-QTD-MOVIDA TO WRK-QTD-BAIXADA
               END-IF
               SUBTRACT WRK-QTD-BAIXADA
                   FROM WRK-ELC-SALDO(WRK-ELC-ACHADO)
               IF WRK-QTD-BAIXADA >
                   WRK-CAT-ESTOQUE(WRK-CAT-IDX-ACHADO)
                   MOVE ZEROS
                       TO WRK-CAT-ESTOQUE(WRK-CAT-IDX-ACHADO)
               ELSE
                   SUBTRACT WRK-QTD-BAIXADA
                       FROM WRK-CAT-ESTOQUE(WRK-CAT-IDX-ACHADO)
               END-IF
               PERFORM 0442-CONSUMIR-LOTES
           END-IF.

      *    PRIMEIRO QUE VENCE, PRIMEIRO QUE SAI: A QUANTIDADE BAIXADA
      *    SAI DOS LOTES DO ITEM NO LOCAL DA VENDA, DO DE VALIDADE
      *    MAIS PROXIMA PARA O MAIS LONGE. LOTE VENCIDO NAO E
      *    VENDIDO (AGUARDA A BAIXA DO LOTEBAIXA); O QUE PASSAR DOS
      *    LOTES VALIDOS SAI DO SALDO SEM LOTE (ESTOQUE ANTERIOR AO
      *    CONTROLE OU ITEM NAO PERECIVEL).
       0442-CONSUMIR-LOTES.
           IF WRK-POS-PRESENTE
               MOVE WRK-SD-DATA TO WRK-DATA-CONSUMO
           ELSE
               ACCEPT WRK-DATA-CONSUMO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-QTD-BAIXADA TO WRK-LTE-A-CONSUMIR.
           MOVE 1 TO WRK-LTE-ACHADO.
           PERFORM 0443-CONSUMIR-LOTE-PROXIMO
               UNTIL WRK-LTE-A-CONSUMIR = ZEROS
                  OR WRK-LTE-ACHADO = ZEROS.

       0443-CONSUMIR-LOTE-PROXIMO.
           MOVE ZEROS TO WRK-LTE-ACHADO.
           PERFORM VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE
               IF WRK-LTE-ITEM(WRK-SUB-LTE)
                   = WRK-ELC-ITEM(WRK-ELC-ACHADO)
                   AND WRK-LTE-LOCAL(WRK-SUB-LTE)
                   = WRK-ELC-LOCAL(WRK-ELC-ACHADO)
                   AND WRK-LTE-SALDO(WRK-SUB-LTE) > ZEROS
                   AND WRK-LTE-VALIDADE(WRK-SUB-LTE)
                   NOT < WRK-DATA-CONSUMO
                   IF WRK-LTE-ACHADO = ZEROS
                       MOVE WRK-SUB-LTE TO WRK-LTE-ACHADO
                   ELSE
                       IF WRK-LTE-VALIDADE(WRK-SUB-LTE)
                           < WRK-LTE-VALIDADE(WRK-LTE-ACHADO)
                           MOVE WRK-SUB-LTE TO WRK-LTE-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-LTE-ACHADO > ZEROS
               IF WRK-LTE-SALDO(WRK-LTE-ACHADO) > WRK-LTE-A-CONSUMIR
                   SUBTRACT WRK-LTE-A-CONSUMIR
                       FROM WRK-LTE-SALDO(WRK-LTE-ACHADO)
                   MOVE ZEROS TO WRK-LTE-A-CONSUMIR
               ELSE
                   SUBTRACT WRK-LTE-SALDO(WRK-LTE-ACHADO)
                       FROM WRK-LTE-A-CONSUMIR
                   MOVE ZEROS TO WRK-LTE-SALDO(WRK-LTE-ACHADO)
               END-IF
           END-IF.

       0450-REPOR-ESTOQUE.
           IF WRK-CAT-IDX-ACHADO > 0
               AND WRK-ELC-ACHADO > 0
               ADD WRK-QTD-MOVIDA
                   TO WRK-ELC-SALDO(WRK-ELC-ACHADO)
               ADD WRK-QTD-MOVIDA
                   TO WRK-CAT-ESTOQUE(WRK-CAT-IDX-ACHADO)
           END-IF.
           END-IF.

       0400-PROCESSAR-POS.
           ADD 1 TO WRK-QTD-POSTX-LIDOS.
           MOVE POS-TIPO     TO WRK-TIPO-TRANSACAO.
           MOVE POS-ITEM     TO WRK-ITEM-CODIGO.
           MOVE POS-VENDEDOR TO WRK-VENDEDOR-CODIGO.
           MOVE POS-REF-DATA  TO WRK-REF-DATA.
           MOVE POS-REF-TERM  TO WRK-REF-TERM.
           MOVE POS-REF-CUPOM TO WRK-REF-CUPOM.
           MOVE POS-MATRICULA TO WRK-MATRICULA-CONSUMO.
           IF POS-CPF IS NUMERIC
               MOVE POS-CPF TO WRK-CPF-CLIENTE
           ELSE
               MOVE ZEROS TO WRK-CPF-CLIENTE
           END-IF.
           IF POS-PARCELAS IS NUMERIC
               MOVE POS-PARCELAS TO WRK-CRD-QTD-PARC
           ELSE
               MOVE ZEROS TO WRK-CRD-QTD-PARC
           END-IF.
           MOVE 'N' TO WRK-ENTREGA.
           MOVE SPACES TO WRK-ENT-CLIENTE WRK-ENT-UF.
           IF POS-ENTREGA = 'S' AND WRK-TRANS-VENDA
               MOVE 'S' TO WRK-ENTREGA
               MOVE POS-CLIENTE    TO WRK-ENT-CLIENTE
               MOVE POS-UF-DESTINO TO WRK-ENT-UF
           END-IF.
           PERFORM 0470-VERIFICAR-DIA-FECHADO.
           IF WRK-DIA-FECHADO = 'S'
               MOVE 'DIA DO TERMINAL JA FECHADO'
               MOVE POS-ITEM TO WRK-ITEM-CODIGO
               PERFORM 0420-REJEITAR-ITEM
           ELSE
           IF WRK-TRANS-PARCELA
               MOVE WRK-CRD-QTD-PARC TO WRK-CRD-PARCELA
               PERFORM 0271-APURAR-PARCELA-PAGTO
               IF WRK-CRD-OK
                   PERFORM 0272-BAIXAR-PARCELA
               ELSE
                   PERFORM 0420-REJEITAR-ITEM
               END-IF
           ELSE
           PERFORM 0410-VALIDAR-ITEM
           IF NOT WRK-ITEM-OK
               PERFORM 0420-REJEITAR-ITEM
                   MOVE SPACES TO WRK-PROMO-APLICADA
               END-IF
               IF WRK-VENDAS > WRK-VENDA-MAXIMA
                   MOVE 'VALOR ACIMA DO LIMITE PERMITIDO'
                       TO WRK-MOTIVO-REJ-ITEM
                   PERFORM 0420-REJEITAR-ITEM
               ELSE
                   IF WRK-TRANS-DEVOLUCAO
                       PERFORM 0490-VALIDAR-DEVOLUCAO
                           PERFORM 0420-REJEITAR-ITEM
                       END-IF
                   ELSE
                       PERFORM 0493-VALIDAR-CONSUMO
                       PERFORM 0495-VALIDAR-FIDELIDADE
                       PERFORM 0500-VALIDAR-CREDIARIO
                       PERFORM 0506-VALIDAR-ENTREGA
                       IF WRK-CONSUMO-OK AND WRK-FIDEL-OK
                           AND WRK-CRD-OK AND WRK-ENT-OK
                           PERFORM 0240-PROCESSAR-VENDA
                           PERFORM 0475-NUMERAR-CUPOM
                           PERFORM 0250-GRAVAR-DETALHE
                           PERFORM 0260-GRAVAR-CHECKPOINT
                           PERFORM 0480-GRAVAR-CONTADORES
                       ELSE
                           PERFORM 0420-REJEITAR-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 0150-LER-POS.

                           TO WRK-TOT-FORMA-CAR
                       MOVE CKP-TOT-FORMA-PIX
                           TO WRK-TOT-FORMA-PIX
                       MOVE CKP-QTD-FORMA-FOL
                           TO WRK-QTD-FORMA-FOL
                       MOVE CKP-TOT-FORMA-FOL
                           TO WRK-TOT-FORMA-FOL
                       MOVE CKP-QTD-FORMA-PTS
                           TO WRK-QTD-FORMA-PTS
                       MOVE CKP-TOT-FORMA-PTS
                           TO WRK-TOT-FORMA-PTS
                       MOVE CKP-QTD-FORMA-CRD
                           TO WRK-QTD-FORMA-CRD
                       MOVE CKP-TOT-FORMA-CRD
                           TO WRK-TOT-FORMA-CRD
                       MOVE CKP-QTD-RECEB-PARC
                           TO WRK-QTD-RECEB-PARC
                       MOVE CKP-TOT-RECEB-PRINC
                           TO WRK-TOT-RECEB-PRINC
                       MOVE CKP-TOT-RECEB-JUROS
                           TO WRK-TOT-RECEB-JUROS
                       PERFORM 0108B-RESTAURAR-ESTOQUE
                           VARYING WRK-SUB-EST FROM 1 BY 1
                           UNTIL WRK-SUB-EST > CKP-QTD-ESTOQUE
                       IF CKP-QTD-ESTLOC IS NUMERIC
                           PERFORM 0108D-RESTAURAR-ESTOQUE-LOCAL
                               VARYING WRK-SUB-EST FROM 1 BY 1
                               UNTIL WRK-SUB-EST > CKP-QTD-ESTLOC
                       END-IF
                       IF CKP-QTD-LOTE IS NUMERIC
                           PERFORM 0108E-RESTAURAR-LOTE
                               VARYING WRK-SUB-EST FROM 1 BY 1
                               UNTIL WRK-SUB-EST > CKP-QTD-LOTE
                       END-IF
                       IF CKP-QTD-ENTREGAS IS NUMERIC
                           MOVE CKP-QTD-ENTREGAS TO WRK-QTD-ENTREGAS
                           MOVE CKP-TOT-FRETE    TO WRK-TOT-FRETE
                       END-IF
                       MOVE CKP-QTD-PROMOTOT TO WRK-QTD-PROMOTOT
                       PERFORM 0108C-RESTAURAR-PROMOTOT
                           VARYING WRK-SUB-PRTOT FROM 1 BY 1
               END-IF
           END-PERFORM.

       0108D-RESTAURAR-ESTOQUE-LOCAL.
           MOVE CKP-ELC-ITEM(WRK-SUB-EST)  TO WRK-ELC-ITEM-BUSCA.
           MOVE CKP-ELC-LOCAL(WRK-SUB-EST) TO WRK-LOCAL-VENDA.
           PERFORM 0417-BUSCAR-SALDO-LOCAL.
           MOVE CKP-ELC-SALDO(WRK-SUB-EST)
               TO WRK-ELC-SALDO(WRK-ELC-ACHADO).

      *    O CHECKPOINT SO LEVA SALDO DE LOTE QUE JA EXISTIA NO
      *    LOTES.dat (A VENDA NAO CRIA LOTE).
       0108E-RESTAURAR-LOTE.
           PERFORM VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE
               IF WRK-LTE-ITEM(WRK-SUB-LTE)
                   = CKP-LTE-ITEM(WRK-SUB-EST)
                   AND WRK-LTE-LOCAL(WRK-SUB-LTE)
                   = CKP-LTE-LOCAL(WRK-SUB-EST)
                   AND WRK-LTE-LOTE(WRK-SUB-LTE)
                   = CKP-LTE-LOTE(WRK-SUB-EST)
                   MOVE CKP-LTE-SALDO(WRK-SUB-EST)
                       TO WRK-LTE-SALDO(WRK-SUB-LTE)
                   MOVE WRK-QTD-LTE TO WRK-SUB-LTE
               END-IF
           END-PERFORM.

       0108C-RESTAURAR-PROMOTOT.
           MOVE CKP-PRT-ID(WRK-SUB-PRTOT)
               TO WRK-PRT-ID(WRK-SUB-PRTOT).
               TO WRK-PRT-TOTAL(WRK-SUB-PRTOT).

       0200-PROCESSAR.
           DISPLAY 'TIPO (V-VENDA / D-DEVOLUCAO / P-PARCELA DO '
               'CREDIARIO): '.
           ACCEPT WRK-TIPO-TRANSACAO.
           IF WRK-TRANS-PARCELA
               PERFORM 0275-DIGITAR-PARCELA
           ELSE
           DISPLAY 'CODIGO DO CAIXA: '
           ACCEPT WRK-CAIXA-CODIGO
           DISPLAY 'CODIGO DO ITEM: '
           ACCEPT WRK-ITEM-CODIGO
           PERFORM 0410-VALIDAR-ITEM
               ELSE
                   DISPLAY 'CODIGO DO VENDEDOR: '
                   ACCEPT WRK-VENDEDOR-CODIGO
                   DISPLAY 'FORMA DE PAGAMENTO (D/C/P/F/R/A): '
                   ACCEPT WRK-FORMA-PAGTO
                   MOVE ZEROS TO WRK-CRD-QTD-PARC
                   IF WRK-PAGTO-CREDIARIO AND WRK-TRANS-VENDA
                       DISPLAY 'NUMERO DE PARCELAS (1 A '
                           WRK-CRD-MAX-PARC '): '
                       ACCEPT WRK-CRD-QTD-PARC
                   END-IF
                   MOVE SPACES TO WRK-MATRICULA-CONSUMO
                   IF WRK-PAGTO-FOLHA AND WRK-TRANS-VENDA
                       DISPLAY 'MATRICULA DO FUNCIONARIO: '
                       ACCEPT WRK-MATRICULA-CONSUMO
                   END-IF
                   MOVE ZEROS TO WRK-CPF-CLIENTE
                   IF WRK-TRANS-VENDA
                       DISPLAY 'CPF DO CLIENTE (SOMENTE NUMEROS, '
                           'ZERO SE NAO INFORMADO): '
                       ACCEPT WRK-CPF-CLIENTE
                   END-IF
                   MOVE 'N' TO WRK-ENTREGA
                   MOVE SPACES TO WRK-ENT-CLIENTE WRK-ENT-UF
                   IF WRK-TRANS-VENDA
                       DISPLAY 'ENTREGA EM DOMICILIO (S/N): '
                       ACCEPT WRK-ENTREGA
                   END-IF
                   IF WRK-VENDA-ENTREGA
                       DISPLAY 'CODIGO DO CLIENTE DA ENTREGA: '
                       ACCEPT WRK-ENT-CLIENTE
                       DISPLAY 'UF DE DESTINO (BRANCO = UF DO '
                           'CADASTRO): '
                       ACCEPT WRK-ENT-UF
                   END-IF
                   IF WRK-TRANS-DEVOLUCAO
                       DISPLAY 'DATA DA VENDA ORIGINAL '
                           '(AAAAMMDD): '
                           PERFORM 0420-REJEITAR-ITEM
                       END-IF
                   ELSE
                       PERFORM 0493-VALIDAR-CONSUMO
                       PERFORM 0495-VALIDAR-FIDELIDADE
                       PERFORM 0500-VALIDAR-CREDIARIO
                       PERFORM 0506-VALIDAR-ENTREGA
                       IF WRK-CONSUMO-OK AND WRK-FIDEL-OK
                           AND WRK-CRD-OK AND WRK-ENT-OK
                           PERFORM 0240-PROCESSAR-VENDA
                           PERFORM 0475-NUMERAR-CUPOM
                           PERFORM 0250-GRAVAR-DETALHE
                           PERFORM 0260-GRAVAR-CHECKPOINT
                           PERFORM 0480-GRAVAR-CONTADORES
                       ELSE
                           PERFORM 0420-REJEITAR-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
           ACCEPT WRK-VENDAS.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
       0490-VALIDAR-DEVOLUCAO.
           MOVE 'N' TO WRK-DEV-VALIDA WRK-ORIG-ACHADA
                       WRK-FIM-SCAN-DEV.
           MOVE SPACES TO WRK-ORIG-FORMA.
           MOVE ZEROS TO WRK-ORIG-VALOR WRK-DEV-ACUMULADA.
           MOVE ZEROS TO WRK-ORIG-CPF WRK-ORIG-PONTOS
                         WRK-PONTOS-DEVOLVIDOS.
           CLOSE SALES-DETAIL-FILE.
           OPEN INPUT SALES-DETAIL-FILE.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
                   > WRK-ORIG-VALOR
                   MOVE 'VENDA JA DEVOLVIDA'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN WRK-ORIG-FORMA = 'F' AND NOT WRK-PAGTO-FOLHA
                   MOVE 'VENDA FOI EM FOLHA - USAR F'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN WRK-PAGTO-FOLHA AND WRK-ORIG-FORMA NOT = 'F'
                   MOVE 'VENDA ORIGINAL NAO FOI EM FOLHA'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN WRK-ORIG-FORMA = 'R' AND NOT WRK-PAGTO-PONTOS
                   MOVE 'VENDA FOI EM PONTOS - USAR R'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN WRK-PAGTO-PONTOS AND WRK-ORIG-FORMA NOT = 'R'
                   MOVE 'VENDA ORIGINAL NAO FOI EM PONTOS'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN WRK-ORIG-FORMA = 'A' AND NOT WRK-PAGTO-CREDIARIO
                   MOVE 'VENDA FOI NO CREDIARIO - USAR A'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN WRK-PAGTO-CREDIARIO AND WRK-ORIG-FORMA NOT = 'A'
                   MOVE 'VENDA ORIGINAL NAO FOI CREDIARIO'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN OTHER
                   MOVE 'S' TO WRK-DEV-VALIDA
           END-EVALUATE.
           IF WRK-DEV-VALIDA = 'S' AND WRK-PAGTO-FOLHA
               PERFORM 0497-LOCALIZAR-CONSUMO-ORIGINAL
           END-IF.
      *    CREDIARIO: A DEVOLUCAO SO CANCELA PARCELAS EM ABERTO, SEM
      *    DEVOLVER DINHEIRO; O QUE JA FOI PAGO NAO VOLTA POR AQUI.
           IF WRK-DEV-VALIDA = 'S' AND WRK-PAGTO-CREDIARIO
               PERFORM 0505-APURAR-ABERTO-VENDA
               IF WRK-VENDAS > WRK-CRD-ABERTO-VENDA
                   MOVE 'N' TO WRK-DEV-VALIDA
                   MOVE 'DEVOLUCAO MAIOR QUE O EM ABERTO'
                       TO WRK-MOTIVO-REJ-ITEM
               END-IF
           END-IF.
           MOVE WRK-ORIG-CPF TO WRK-CPF-CLIENTE.

       0491-PROCURAR-ORIGINAL.
           READ SALES-DETAIL-FILE
                       AND SD-CUPOM = WRK-REF-CUPOM
                       MOVE 'S' TO WRK-ORIG-ACHADA
                       MOVE SD-VALOR TO WRK-ORIG-VALOR
                       MOVE SD-FORMA-PAGTO TO WRK-ORIG-FORMA
                       IF SD-CPF IS NUMERIC
                           MOVE SD-CPF TO WRK-ORIG-CPF
                           MOVE SD-PONTOS TO WRK-ORIG-PONTOS
                       END-IF
                   END-IF
                   IF SD-TIPO-TRANSACAO = 'D'
                       AND SD-REF-DATA = WRK-REF-DATA
                       AND SD-REF-TERM = WRK-REF-TERM
                       AND SD-REF-CUPOM = WRK-REF-CUPOM
                       ADD SD-VALOR TO WRK-DEV-ACUMULADA
                       IF SD-PONTOS IS NUMERIC
                           ADD SD-PONTOS TO WRK-PONTOS-DEVOLVIDOS
                       END-IF
                   END-IF
           END-READ.

      *    COMPRA EM FOLHA: MATRICULA ATIVA NO EMPMAST E O TOTAL DA
      *    COMPETENCIA (VENDAS MENOS DEVOLUCOES) MAIS ESTA VENDA NAO
      *    PODE PASSAR DO CONSUMO-LIM-MES DO PARMS.
       0493-VALIDAR-CONSUMO.
           MOVE 'S' TO WRK-CONSUMO-VALIDO.
           IF WRK-PAGTO-FOLHA
               MOVE ZEROS TO WRK-EMP-ACHADO
               PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
                   UNTIL WRK-SUB-EMP > WRK-QTD-EMP
                   IF WRK-EMP-MATRICULA(WRK-SUB-EMP)
                       = WRK-MATRICULA-CONSUMO
                       MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
                       MOVE WRK-QTD-EMP TO WRK-SUB-EMP
                   END-IF
               END-PERFORM
               PERFORM 0494-SOMAR-CONSUMO-MES
               EVALUATE TRUE
                   WHEN WRK-MATRICULA-CONSUMO = SPACES
                       MOVE 'N' TO WRK-CONSUMO-VALIDO
                       MOVE 'COMPRA EM FOLHA SEM MATRICULA'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-EMP-ACHADO = ZEROS
                       MOVE 'N' TO WRK-CONSUMO-VALIDO
                       MOVE 'MATRICULA NAO CADASTRADA'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-EMP-DESLIG(WRK-EMP-ACHADO) NOT = ZEROS
                       MOVE 'N' TO WRK-CONSUMO-VALIDO
                       MOVE 'FUNCIONARIO DESLIGADO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-CONSUMO-MES + WRK-VENDAS
                       > WRK-CONSUMO-LIMITE
                       MOVE 'N' TO WRK-CONSUMO-VALIDO
                       MOVE 'LIMITE MENSAL DE CONSUMO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0494-SOMAR-CONSUMO-MES.
           MOVE ZEROS TO WRK-CONSUMO-MES.
           PERFORM VARYING WRK-SUB-CNS FROM 1 BY 1
               UNTIL WRK-SUB-CNS > WRK-QTD-CNS
               IF WRK-CNS-MATRICULA(WRK-SUB-CNS)
                   = WRK-MATRICULA-CONSUMO
                   IF WRK-CNS-TIPO(WRK-SUB-CNS) = 'D'
                       SUBTRACT WRK-CNS-VALOR(WRK-SUB-CNS)
                           FROM WRK-CONSUMO-MES
                   ELSE
                       ADD WRK-CNS-VALOR(WRK-SUB-CNS)
                           TO WRK-CONSUMO-MES
                   END-IF
               END-IF
           END-PERFORM.

      *    FIDELIDADE: VENDA COM CPF GANHA PONTOS-POR-REAL PONTOS POR
      *    REAL GASTO; VENDA PAGA EM PONTOS (FORMA R) EXIGE CPF E SALDO
      *    QUE COBRA A LINHA INTEIRA, A PONTOS-VLR-RESG REAIS O PONTO.
       0495-VALIDAR-FIDELIDADE.
           IF WRK-CONSUMO-OK
               MOVE 'S' TO WRK-FIDEL-VALIDO
               MOVE ZEROS TO WRK-PONTOS-MOV
               IF WRK-CPF-CLIENTE NOT = ZEROS
                   PERFORM 0496-VALIDAR-CPF-CLIENTE
               END-IF
               EVALUATE TRUE
                   WHEN WRK-CPF-CLIENTE = ZEROS AND WRK-PAGTO-PONTOS
                       MOVE 'N' TO WRK-FIDEL-VALIDO
                       MOVE 'RESGATE DE PONTOS SEM CPF'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-CPF-CLIENTE = ZEROS
                       CONTINUE
                   WHEN NOT WRK-CPF-OK
                       MOVE 'N' TO WRK-FIDEL-VALIDO
                       MOVE 'CPF DO CLIENTE INVALIDO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-PAGTO-PONTOS
                       AND WRK-PONTOS-VLR-RESG = ZEROS
                       MOVE 'N' TO WRK-FIDEL-VALIDO
                       MOVE 'RESGATE DE PONTOS DESATIVADO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-PAGTO-PONTOS
                       COMPUTE WRK-PONTOS-MOV =
                           WRK-VENDAS / WRK-PONTOS-VLR-RESG
                       IF WRK-PONTOS-MOV * WRK-PONTOS-VLR-RESG
                           < WRK-VENDAS
                           ADD 1 TO WRK-PONTOS-MOV
                       END-IF
                       PERFORM 0498-APURAR-SALDO-PONTOS
                       IF WRK-PONTOS-SALDO < WRK-PONTOS-MOV
                           MOVE 'N' TO WRK-FIDEL-VALIDO
                           MOVE 'SALDO DE PONTOS INSUFICIENTE'
                               TO WRK-MOTIVO-REJ-ITEM
                       END-IF
                   WHEN OTHER
                       COMPUTE WRK-PONTOS-MOV =
                           WRK-VENDAS * WRK-PONTOS-POR-REAL
               END-EVALUATE
           END-IF.

       0496-VALIDAR-CPF-CLIENTE.
           MOVE 'N' TO WRK-CPF-VALIDO.
           PERFORM 0496A-CALCULAR-DIGITO1.
           PERFORM 0496B-CALCULAR-DIGITO2.
           IF WRK-DIGITO1-CPF = WRK-CPF-DIG(10)
               AND WRK-DIGITO2-CPF = WRK-CPF-DIG(11)
               MOVE 'S' TO WRK-CPF-VALIDO
           END-IF.

       0496A-CALCULAR-DIGITO1.
           MOVE ZEROS TO WRK-SOMA-CPF.
           PERFORM 0496C-SOMAR-DIGITO1
               VARYING WRK-IDX-CPF FROM 1 BY 1
               UNTIL WRK-IDX-CPF > 9.
           DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-RESTO-CPF
               REMAINDER WRK-RESTO-CPF.
           IF WRK-RESTO-CPF < 2
               MOVE 0 TO WRK-DIGITO1-CPF
           ELSE
               COMPUTE WRK-DIGITO1-CPF = 11 - WRK-RESTO-CPF
           END-IF.

       0496B-CALCULAR-DIGITO2.
           MOVE ZEROS TO WRK-SOMA-CPF.
           PERFORM 0496D-SOMAR-DIGITO2
               VARYING WRK-IDX-CPF FROM 1 BY 1
               UNTIL WRK-IDX-CPF > 9.
           COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF + (WRK-DIGITO1-CPF * 2).
           DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-RESTO-CPF
               REMAINDER WRK-RESTO-CPF.
           IF WRK-RESTO-CPF < 2
               MOVE 0 TO WRK-DIGITO2-CPF
           ELSE
               COMPUTE WRK-DIGITO2-CPF = 11 - WRK-RESTO-CPF
           END-IF.

       0496C-SOMAR-DIGITO1.
           COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
               (WRK-CPF-DIG(WRK-IDX-CPF) * (11 - WRK-IDX-CPF)).

       0496D-SOMAR-DIGITO2.
           COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
               (WRK-CPF-DIG(WRK-IDX-CPF) * (12 - WRK-IDX-CPF)).

      *    SALDO DO CPF NA DATA DO MOVIMENTO: O RAZAO E REFEITO EM
      *    ORDEM; CADA ESTORNO, RESGATE OU EXPIRACAO CONSOME OS LOTES
      *    MAIS ANTIGOS QUE PODIA CONSUMIR NA DATA DELE, E O QUE NAO
      *    ACHOU LOTE FICA DEVENDO PARA OS PONTOS SEGUINTES. O QUE
      *    SOBRA DOS LOTES AINDA NO PRAZO E O SALDO.
       0498-APURAR-SALDO-PONTOS.
           IF WRK-POS-PRESENTE
               MOVE WRK-SD-DATA TO WRK-DATA-PONTOS
           ELSE
               ACCEPT WRK-DATA-PONTOS FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROS TO WRK-PONTOS-SALDO WRK-PONTOS-DEBITO.
           PERFORM VARYING WRK-SUB-FID FROM 1 BY 1
               UNTIL WRK-SUB-FID > WRK-QTD-FID
               IF WRK-FID-CPF(WRK-SUB-FID) = WRK-CPF-CLIENTE
                   PERFORM 0499-APLICAR-MOVTO-PONTOS
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-FID FROM 1 BY 1
               UNTIL WRK-SUB-FID > WRK-QTD-FID
               IF WRK-FID-CPF(WRK-SUB-FID) = WRK-CPF-CLIENTE
                   AND (WRK-FID-TIPO(WRK-SUB-FID) = 'A'
                     OR WRK-FID-TIPO(WRK-SUB-FID) = 'C')
                   AND WRK-FID-VALIDADE(WRK-SUB-FID)
                       NOT < WRK-DATA-PONTOS
                   ADD WRK-FID-RESTO(WRK-SUB-FID) TO WRK-PONTOS-SALDO
               END-IF
           END-PERFORM.

       0499-APLICAR-MOVTO-PONTOS.
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
                   IF WRK-FID-CPF(WRK-SUB-LOTE) = WRK-CPF-CLIENTE
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

      *    A DEVOLUCAO EM FOLHA SO ESTORNA VENDA DA COMPETENCIA AINDA
      *    ABERTA, E SEMPRE NA MATRICULA DA VENDA ORIGINAL. VENDA DE
      *    FOLHA JA FECHADA VOLTA EM DINHEIRO, COM AUTORIZACAO.
      *    CREDIARIO: CPF DE CLIENTE DO CUSTMAST COM LIMITE, DE 1 A
      *    CREDIARIO-PARC PARCELAS, SEM PARCELA VENCIDA HA MAIS DE
      *    CREDIARIO-BLOQ DIAS E COM O PRINCIPAL EM ABERTO MAIS ESTA
      *    VENDA DENTRO DO LIMITE DE CREDITO.
       0500-VALIDAR-CREDIARIO.
           MOVE 'S' TO WRK-CRD-VALIDO.
           IF WRK-CONSUMO-OK AND WRK-FIDEL-OK AND WRK-PAGTO-CREDIARIO
               PERFORM 0504-DEFINIR-DATA-MOVTO
               PERFORM 0501-LOCALIZAR-CLIENTE
               IF WRK-CLI-ACHADO > ZEROS
                   PERFORM 0502-APURAR-SALDO-CLIENTE
               END-IF
               EVALUATE TRUE
                   WHEN WRK-CPF-CLIENTE = ZEROS
                       MOVE 'N' TO WRK-CRD-VALIDO
                       MOVE 'CREDIARIO SEM CPF'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-CLI-ACHADO = ZEROS
                       MOVE 'N' TO WRK-CRD-VALIDO
                       MOVE 'CLIENTE SEM LIMITE DE CREDIARIO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-CRD-QTD-PARC = ZEROS
                       OR WRK-CRD-QTD-PARC > WRK-CRD-MAX-PARC
                       MOVE 'N' TO WRK-CRD-VALIDO
                       MOVE 'NUMERO DE PARCELAS INVALIDO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-CRD-DIAS-ATRASO > WRK-CRD-DIAS-BLOQ
                       MOVE 'N' TO WRK-CRD-VALIDO
                       MOVE 'CLIENTE COM PARCELA EM ATRASO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-CRD-ABERTO-CLI + WRK-VENDAS
                       > WRK-CLI-LIMITE(WRK-CLI-ACHADO)
                       MOVE 'N' TO WRK-CRD-VALIDO
                       MOVE 'LIMITE DE CREDIARIO EXCEDIDO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0501-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QTD-CLI
               IF WRK-CLI-CPFCNPJ(WRK-SUB-CLI) = WRK-CPF-CLIENTE
                   MOVE WRK-SUB-CLI TO WRK-CLI-ACHADO
                   MOVE WRK-QTD-CLI TO WRK-SUB-CLI
               END-IF
           END-PERFORM.

      *    PRINCIPAL EM ABERTO DO CPF EM TODAS AS VENDAS E O VENCIMENTO
      *    MAIS ANTIGO AINDA EM ABERTO, PARA OS DIAS DE ATRASO.
       0502-APURAR-SALDO-CLIENTE.
           MOVE ZEROS TO WRK-CRD-ABERTO-CLI WRK-CRD-VENC-ANTIGO
                         WRK-CRD-DIAS-ATRASO.
           PERFORM VARYING WRK-SUB-CRD FROM 1 BY 1
               UNTIL WRK-SUB-CRD > WRK-QTD-CRD
               IF WRK-CRT-CPF(WRK-SUB-CRD) = WRK-CPF-CLIENTE
                   AND WRK-CRT-TIPO(WRK-SUB-CRD) = 'V'
                   MOVE WRK-CRT-CHAVE(WRK-SUB-CRD) TO WRK-CRD-CHAVE
                   PERFORM 0503-APURAR-PARCELA
                   ADD WRK-CRD-ABERTO-PRINC TO WRK-CRD-ABERTO-CLI
                   IF WRK-CRD-ABERTO-PRINC + WRK-CRD-ABERTO-JUROS
                       > ZEROS
                       AND (WRK-CRD-VENC-ANTIGO = ZEROS
                       OR WRK-CRD-VENCIMENTO < WRK-CRD-VENC-ANTIGO)
                       MOVE WRK-CRD-VENCIMENTO TO WRK-CRD-VENC-ANTIGO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-CRD-VENC-ANTIGO > ZEROS
               AND WRK-CRD-VENC-ANTIGO < WRK-CRD-DATA-MOVTO
               COMPUTE WRK-CRD-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-CRD-DATA-MOVTO)
                   - FUNCTION INTEGER-OF-DATE(WRK-CRD-VENC-ANTIGO)
           END-IF.

      *    EM ABERTO DA PARCELA DE WRK-CRD-CHAVE: A GERACAO (V) MENOS
      *    PAGAMENTOS (P) E CANCELAMENTOS (C) JA REGISTRADOS.
       0503-APURAR-PARCELA.
           MOVE 'N' TO WRK-CRD-ACHADA.
           MOVE ZEROS TO WRK-CRD-ABERTO-PRINC WRK-CRD-ABERTO-JUROS
                         WRK-CRD-VENCIMENTO WRK-CRD-CPF-PARC
                         WRK-CRD-QTD-ORIG.
           PERFORM VARYING WRK-SUB-CRD2 FROM 1 BY 1
               UNTIL WRK-SUB-CRD2 > WRK-QTD-CRD
               IF WRK-CRT-CHAVE(WRK-SUB-CRD2) = WRK-CRD-CHAVE
                   IF WRK-CRT-TIPO(WRK-SUB-CRD2) = 'V'
                       MOVE 'S' TO WRK-CRD-ACHADA
                       MOVE WRK-CRT-CPF(WRK-SUB-CRD2)
                           TO WRK-CRD-CPF-PARC
                       MOVE WRK-CRT-VENCIMENTO(WRK-SUB-CRD2)
                           TO WRK-CRD-VENCIMENTO
                       MOVE WRK-CRT-QTD-PARC(WRK-SUB-CRD2)
                           TO WRK-CRD-QTD-ORIG
                       ADD WRK-CRT-PRINCIPAL(WRK-SUB-CRD2)
                           TO WRK-CRD-ABERTO-PRINC
                       ADD WRK-CRT-JUROS(WRK-SUB-CRD2)
                           TO WRK-CRD-ABERTO-JUROS
                   ELSE
                       SUBTRACT WRK-CRT-PRINCIPAL(WRK-SUB-CRD2)
                           FROM WRK-CRD-ABERTO-PRINC
                       SUBTRACT WRK-CRT-JUROS(WRK-SUB-CRD2)
                           FROM WRK-CRD-ABERTO-JUROS
                   END-IF
               END-IF
           END-PERFORM.

       0504-DEFINIR-DATA-MOVTO.
           IF WRK-POS-PRESENTE
               MOVE WRK-SD-DATA TO WRK-CRD-DATA-MOVTO
           ELSE
               ACCEPT WRK-CRD-DATA-MOVTO FROM DATE YYYYMMDD
           END-IF.

      *    PRINCIPAL EM ABERTO DE TODAS AS PARCELAS DA VENDA ORIGINAL.
       0505-APURAR-ABERTO-VENDA.
           MOVE ZEROS TO WRK-CRD-ABERTO-VENDA.
           PERFORM VARYING WRK-SUB-CRD FROM 1 BY 1
               UNTIL WRK-SUB-CRD > WRK-QTD-CRD
               IF WRK-CRT-TIPO(WRK-SUB-CRD) = 'V'
                   AND WRK-CRT-DATA(WRK-SUB-CRD) = WRK-REF-DATA
                   AND WRK-CRT-TERM(WRK-SUB-CRD) = WRK-REF-TERM
                   AND WRK-CRT-CUPOM(WRK-SUB-CRD) = WRK-REF-CUPOM
                   MOVE WRK-CRT-CHAVE(WRK-SUB-CRD) TO WRK-CRD-CHAVE
                   PERFORM 0503-APURAR-PARCELA
                   ADD WRK-CRD-ABERTO-PRINC TO WRK-CRD-ABERTO-VENDA
               END-IF
           END-PERFORM.

      *    VENDA COM ENTREGA EM DOMICILIO: O FRETE E COTADO PELA
      *    TABELA PUBLICA (CALL 'FRETE-COTA') E COBRADO NO CUPOM, POR
      *    ISSO SO EM DINHEIRO, CARTAO OU PIX. A UF TEM DE SER A DO
      *    CADASTRO, QUE E A QUE O FRETE USA NO LOTE; O PESO E O DO
      *    ITEM NO CATALOGO VEZES A QUANTIDADE.
       0506-VALIDAR-ENTREGA.
           MOVE 'S' TO WRK-ENT-VALIDA.
           MOVE ZEROS TO WRK-ENT-FRETE WRK-ENT-PRAZO WRK-ENT-PESO.
           IF WRK-CONSUMO-OK AND WRK-FIDEL-OK AND WRK-CRD-OK
               AND WRK-VENDA-ENTREGA
               PERFORM 0507-LOCALIZAR-CLIENTE-ENTREGA
               IF WRK-CEN-ACHADO > ZEROS AND WRK-ENT-UF = SPACES
                   MOVE WRK-CEN-UF(WRK-CEN-ACHADO) TO WRK-ENT-UF
               END-IF
               COMPUTE WRK-ENT-PESO-CALC =
                   WRK-CAT-PESO(WRK-CAT-IDX-ACHADO) * WRK-QTD-MOVIDA
               EVALUATE TRUE
                   WHEN WRK-CEN-ACHADO = ZEROS
                       MOVE 'N' TO WRK-ENT-VALIDA
                       MOVE 'CLIENTE DA ENTREGA INEXISTENTE'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN NOT (WRK-PAGTO-DINHEIRO OR WRK-PAGTO-CARTAO
                             OR WRK-PAGTO-PIX)
                       MOVE 'N' TO WRK-ENT-VALIDA
                       MOVE 'ENTREGA SO DINHEIRO/CARTAO/PIX'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-ENT-UF NOT = WRK-CEN-UF(WRK-CEN-ACHADO)
                       MOVE 'N' TO WRK-ENT-VALIDA
                       MOVE 'UF DA ENTREGA FORA DO CADASTRO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-ENT-PESO-CALC = ZEROS
                       MOVE 'N' TO WRK-ENT-VALIDA
                       MOVE 'ITEM SEM PESO NO CATALOGO'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN WRK-ENT-PESO-CALC > 999,99
                       MOVE 'N' TO WRK-ENT-VALIDA
                       MOVE 'PESO DA ENTREGA EXCEDE LIMITE'
                           TO WRK-MOTIVO-REJ-ITEM
                   WHEN OTHER
                       MOVE WRK-ENT-PESO-CALC TO WRK-ENT-PESO
                       MOVE WRK-VENDAS TO WRK-ENT-VALOR
                       CALL 'FRETE-COTA' USING WRK-ENT-SENTIDO,
                           WRK-ENT-UF,
                           WRK-ENT-VALOR, WRK-ENT-PESO,
                           WRK-ITEM-DESCR, WRK-ENT-FRETE,
                           WRK-ENT-PRAZO, WRK-ENT-RESULTADO
                       EVALUATE WRK-ENT-RESULTADO
                           WHEN 'S'
                               CONTINUE
                           WHEN 'E'
                               MOVE 'N' TO WRK-ENT-VALIDA
                               MOVE 'FRETE ACIMA DO LIMITE'
                                   TO WRK-MOTIVO-REJ-ITEM
                           WHEN OTHER
                               MOVE 'N' TO WRK-ENT-VALIDA
                               MOVE 'UF FORA DA AREA DE ENTREGA'
                                   TO WRK-MOTIVO-REJ-ITEM
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       0507-LOCALIZAR-CLIENTE-ENTREGA.
           MOVE ZEROS TO WRK-CEN-ACHADO.
           PERFORM VARYING WRK-SUB-CEN FROM 1 BY 1
               UNTIL WRK-SUB-CEN > WRK-QTD-CEN
               IF WRK-CEN-CODIGO(WRK-SUB-CEN) = WRK-ENT-CLIENTE
                   MOVE WRK-SUB-CEN TO WRK-CEN-ACHADO
                   MOVE WRK-QTD-CEN TO WRK-SUB-CEN
               END-IF
           END-PERFORM.

       0497-LOCALIZAR-CONSUMO-ORIGINAL.
           MOVE ZEROS TO WRK-CNS-ACHADO.
           PERFORM VARYING WRK-SUB-CNS FROM 1 BY 1
               UNTIL WRK-SUB-CNS > WRK-QTD-CNS
               IF WRK-CNS-TIPO(WRK-SUB-CNS) = 'V'
                   AND WRK-CNS-DATA(WRK-SUB-CNS) = WRK-REF-DATA
                   AND WRK-CNS-TERMINAL(WRK-SUB-CNS) = WRK-REF-TERM
                   AND WRK-CNS-CUPOM(WRK-SUB-CNS) = WRK-REF-CUPOM
                   MOVE WRK-SUB-CNS TO WRK-CNS-ACHADO
                   MOVE WRK-QTD-CNS TO WRK-SUB-CNS
               END-IF
           END-PERFORM.
           IF WRK-CNS-ACHADO = ZEROS
               MOVE 'N' TO WRK-DEV-VALIDA
               MOVE 'VENDA DE FOLHA JA FECHADA'
                   TO WRK-MOTIVO-REJ-ITEM
           ELSE
               MOVE WRK-CNS-MATRICULA(WRK-CNS-ACHADO)
                   TO WRK-MATRICULA-CONSUMO
           END-IF.

       0230-PROCESSAR-DEVOLUCAO.
           ADD 1 TO WRK-QTD-DEVOLUCOES.
           SUBTRACT WRK-VENDAS FROM WRK-TOTAL.
           ADD WRK-VENDAS TO WRK-TOTAL-DEVOLUCOES.
           PERFORM 0245-ABATER-FORMA-PAGTO.
           PERFORM 0450-REPOR-ESTOQUE.
           PERFORM 0231-ESTORNAR-PONTOS.
           IF WRK-PAGTO-CREDIARIO
               PERFORM 0232-CANCELAR-PARCELAS
           END-IF.

      *    DEVOLUCAO DE VENDA COM CPF: OS PONTOS GANHOS NA VENDA (OU
      *    RESGATADOS, SE A VENDA FOI EM PONTOS) VOLTAM NA PROPORCAO
      *    DO VALOR DEVOLVIDO; A ULTIMA DEVOLUCAO DA VENDA LEVA O
      *    RESTO, PARA O ARREDONDAMENTO NAO DEIXAR SOBRA.
       0231-ESTORNAR-PONTOS.
           MOVE ZEROS TO WRK-PONTOS-MOV.
           IF WRK-CPF-CLIENTE NOT = ZEROS
               AND WRK-ORIG-PONTOS > ZEROS
               IF WRK-DEV-ACUMULADA + WRK-VENDAS = WRK-ORIG-VALOR
                   COMPUTE WRK-PONTOS-MOV =
                       WRK-ORIG-PONTOS - WRK-PONTOS-DEVOLVIDOS
               ELSE
                   COMPUTE WRK-PONTOS-MOV =
                       WRK-ORIG-PONTOS * WRK-VENDAS / WRK-ORIG-VALOR
               END-IF
               IF WRK-PAGTO-PONTOS
                   DISPLAY 'PONTOS DEVOLVIDOS AO CPF '
                       WRK-CPF-CLIENTE ': ' WRK-PONTOS-MOV
               ELSE
                   DISPLAY 'PONTOS ESTORNADOS DO CPF '
                       WRK-CPF-CLIENTE ': ' WRK-PONTOS-MOV
               END-IF
           END-IF.

      *    DEVOLUCAO NO CREDIARIO: CANCELA O PRINCIPAL DEVOLVIDO A
      *    PARTIR DA ULTIMA PARCELA EM ABERTO PARA TRAS; OS JUROS DE
      *    CADA PARCELA CAEM NA PROPORCAO DO PRINCIPAL CANCELADO.
       0232-CANCELAR-PARCELAS.
           PERFORM 0504-DEFINIR-DATA-MOVTO.
           PERFORM 0505-APURAR-ABERTO-VENDA.
           MOVE WRK-VENDAS TO WRK-CRD-CANCELAR.
           PERFORM 0233-CANCELAR-PARCELA
               VARYING WRK-CRD-PARCELA FROM WRK-CRD-QTD-ORIG BY -1
               UNTIL WRK-CRD-PARCELA = ZEROS
               OR WRK-CRD-CANCELAR NOT > ZEROS.

       0233-CANCELAR-PARCELA.
           MOVE WRK-REF-DATA    TO WRK-CRD-CH-DATA.
           MOVE WRK-REF-TERM    TO WRK-CRD-CH-TERM.
           MOVE WRK-REF-CUPOM   TO WRK-CRD-CH-CUPOM.
           MOVE WRK-CRD-PARCELA TO WRK-CRD-CH-PARCELA.
           PERFORM 0503-APURAR-PARCELA.
           IF WRK-CRD-ABERTO-PRINC > ZEROS
               IF WRK-CRD-ABERTO-PRINC > WRK-CRD-CANCELAR
                   MOVE WRK-CRD-CANCELAR TO WRK-CRD-PRINCIPAL
                   COMPUTE WRK-CRD-JUROS ROUNDED =
                       WRK-CRD-ABERTO-JUROS * WRK-CRD-CANCELAR
                       / WRK-CRD-ABERTO-PRINC
               ELSE
                   MOVE WRK-CRD-ABERTO-PRINC TO WRK-CRD-PRINCIPAL
                   MOVE WRK-CRD-ABERTO-JUROS TO WRK-CRD-JUROS
               END-IF
               SUBTRACT WRK-CRD-PRINCIPAL FROM WRK-CRD-CANCELAR
               MOVE SPACES TO INSTALLMENT-RECORD
               MOVE WRK-CRD-CPF-PARC    TO CP-CPF
               MOVE WRK-CRD-CH-DATA     TO CP-DATA-VENDA
               MOVE WRK-CRD-CH-TERM     TO CP-TERMINAL
               MOVE WRK-CRD-CH-CUPOM    TO CP-CUPOM
               MOVE WRK-CRD-CH-PARCELA  TO CP-PARCELA
               MOVE WRK-CRD-QTD-ORIG    TO CP-QTD-PARC
               MOVE 'C'                 TO CP-TIPO
               MOVE WRK-CRD-DATA-MOVTO  TO CP-DATA-MOVTO
               MOVE WRK-CRD-VENCIMENTO  TO CP-VENCIMENTO
               MOVE WRK-CRD-PRINCIPAL   TO CP-PRINCIPAL
               MOVE WRK-CRD-JUROS       TO CP-JUROS
               MOVE ZEROS               TO CP-ENCARGOS
               MOVE 'L'                 TO CP-ORIGEM
               MOVE WRK-CAIXA-CODIGO    TO CP-LOCAL
               MOVE WRK-FORMA-PAGTO     TO CP-FORMA
               PERFORM 0268-GRAVAR-EVENTO-CRD
               DISPLAY 'PARCELA ' WRK-CRD-PARCELA ' CANCELADA: '
                   'PRINCIPAL ' WRK-CRD-PRINCIPAL
                   ' JUROS ' WRK-CRD-JUROS
           END-IF.

       0245-ABATER-FORMA-PAGTO.
           EVALUATE TRUE
                   SUBTRACT WRK-VENDAS FROM WRK-TOT-FORMA-DIN
               WHEN WRK-PAGTO-CARTAO
                   SUBTRACT WRK-VENDAS FROM WRK-TOT-FORMA-CAR
               WHEN WRK-PAGTO-FOLHA
                   SUBTRACT WRK-VENDAS FROM WRK-TOT-FORMA-FOL
               WHEN WRK-PAGTO-PONTOS
                   SUBTRACT WRK-VENDAS FROM WRK-TOT-FORMA-PTS
               WHEN WRK-PAGTO-CREDIARIO
                   SUBTRACT WRK-VENDAS FROM WRK-TOT-FORMA-CRD
               WHEN OTHER
                   SUBTRACT WRK-VENDAS FROM WRK-TOT-FORMA-PIX
           END-EVALUATE.
               WHEN WRK-PAGTO-CARTAO
                   ADD 1 TO WRK-QTD-FORMA-CAR
                   ADD WRK-VENDAS TO WRK-TOT-FORMA-CAR
               WHEN WRK-PAGTO-FOLHA
                   ADD 1 TO WRK-QTD-FORMA-FOL
                   ADD WRK-VENDAS TO WRK-TOT-FORMA-FOL
               WHEN WRK-PAGTO-PONTOS
                   ADD 1 TO WRK-QTD-FORMA-PTS
                   ADD WRK-VENDAS TO WRK-TOT-FORMA-PTS
               WHEN WRK-PAGTO-CREDIARIO
                   ADD 1 TO WRK-QTD-FORMA-CRD
                   ADD WRK-VENDAS TO WRK-TOT-FORMA-CRD
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FORMA-PIX
                   ADD WRK-VENDAS TO WRK-TOT-FORMA-PIX
           END-EVALUATE.

      *    O FRETE COBRADO NO CUPOM ENTRA NA GAVETA/CARTAO/PIX JUNTO
      *    COM A VENDA, MAS NAO NO TOTAL DE VENDAS (NAO E RECEITA DE
      *    MERCADORIA).
       0247-ACUMULAR-FRETE.
           ADD 1 TO WRK-QTD-ENTREGAS.
           ADD WRK-ENT-FRETE TO WRK-TOT-FRETE.
           EVALUATE TRUE
               WHEN WRK-PAGTO-DINHEIRO
                   ADD WRK-ENT-FRETE TO WRK-TOT-FORMA-DIN
               WHEN WRK-PAGTO-CARTAO
                   ADD WRK-ENT-FRETE TO WRK-TOT-FORMA-CAR
               WHEN OTHER
                   ADD WRK-ENT-FRETE TO WRK-TOT-FORMA-PIX
           END-EVALUATE.

       0240-PROCESSAR-VENDA.
           ADD 1 TO WRK-QTVENDAS.
           ADD WRK-VENDAS TO WRK-TOTAL.
           PERFORM 0220-ACUMULAR-VENDEDOR.
           PERFORM 0225-ACUMULAR-CAIXA.
           PERFORM 0246-ACUMULAR-FORMA-PAGTO.
           IF WRK-VENDA-ENTREGA
               PERFORM 0247-ACUMULAR-FRETE
           END-IF.
           PERFORM 0440-BAIXAR-ESTOQUE.

       0250-GRAVAR-DETALHE.
               MOVE ZEROS  TO SD-REF-DATA SD-REF-CUPOM
               MOVE SPACES TO SD-REF-TERM
           END-IF.
           MOVE WRK-CPF-CLIENTE     TO SD-CPF.
           MOVE WRK-PONTOS-MOV      TO SD-PONTOS.
           WRITE SALES-DETAIL-RECORD.
           MOVE 'SALESDET' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SALESDET,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-DET-GRAVADOS.
           IF WRK-PAGTO-FOLHA
               PERFORM 0255-GRAVAR-CONSUMO
           END-IF.
           IF WRK-PONTOS-MOV > ZEROS
               PERFORM 0256-GRAVAR-PONTOS
           END-IF.
           IF WRK-TRANS-VENDA AND WRK-PAGTO-CREDIARIO
               PERFORM 0258-GRAVAR-PARCELAS
           END-IF.
           IF WRK-TRANS-VENDA AND WRK-VENDA-ENTREGA
               PERFORM 0252-GRAVAR-ENTREGA
           END-IF.

      *    PEDIDO DE ENTREGA NO PEDLOJA (ORDEDIT E FRETE DA MESMA
      *    NOITE), VINCULO CUPOM X PEDIDO NO ENTLOJA E O CONTADOR DE
      *    PEDIDOS REGRAVADO NO ENTCTL.
       0252-GRAVAR-ENTREGA.
           ADD 1 TO WRK-ENT-ULTIMO.
           MOVE WRK-ENT-ULTIMO TO WRK-ENT-PED-SEQ.
           MOVE SPACES TO STORE-ORDER-RECORD.
           MOVE WRK-ENT-PEDIDO      TO PDL-NUMERO.
           MOVE WRK-ENT-CLIENTE     TO PDL-CLIENTE(1:6).
           MOVE WRK-CEN-NOME(WRK-CEN-ACHADO)
                                    TO PDL-CLIENTE(7:14).
           MOVE WRK-ITEM-DESCR      TO PDL-PRODUTO.
           MOVE WRK-ENT-VALOR       TO PDL-VALOR.
           MOVE WRK-ENT-UF          TO PDL-UF.
           MOVE WRK-ENT-PESO        TO PDL-PESO.
           MOVE 'N'                 TO PDL-SEGURO-RESP.
           MOVE 'N'                 TO PDL-TIPO.
           MOVE 'E'                 TO PDL-SERVICO.
           MOVE 'N'                 TO PDL-COD.
           WRITE STORE-ORDER-RECORD.
           MOVE 'PEDLOJA' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PEDLOJA,
               WRK-FSCHK-CHAVE.
           MOVE WRK-ENT-PEDIDO      TO ENL-PEDIDO.
           MOVE WRK-SD-DATA         TO ENL-DATA.
           MOVE WRK-CAIXA-CODIGO    TO ENL-TERMINAL.
           MOVE WRK-CUPOM-ATUAL     TO ENL-CUPOM.
           MOVE WRK-ENT-CLIENTE     TO ENL-CLIENTE.
           MOVE WRK-ENT-UF          TO ENL-UF.
           MOVE WRK-ITEM-CODIGO     TO ENL-ITEM.
           MOVE WRK-QTD-MOVIDA      TO ENL-QTDE.
           MOVE WRK-ENT-PESO        TO ENL-PESO.
           MOVE WRK-ENT-FRETE       TO ENL-FRETE.
           WRITE DELIVERY-LINK-RECORD.
           MOVE 'ENTLOJA' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ENTLOJA,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT DELIVERY-CONTROL-FILE.
           MOVE 'ENTCTL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ENTCTL,
               WRK-FSCHK-CHAVE.
           MOVE WRK-ENT-ULTIMO TO ENC-ULTIMO-PEDIDO.
           WRITE DELIVERY-CONTROL-RECORD.
           MOVE 'ENTCTL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ENTCTL,
               WRK-FSCHK-CHAVE.
           CLOSE DELIVERY-CONTROL-FILE.
           MOVE WRK-ENT-FRETE TO WRK-ENT-FRETE-ED.
           DISPLAY 'ENTREGA ' WRK-ENT-PEDIDO ' PARA ' WRK-ENT-UF
               ' - FRETE DA ENTREGA: ' WRK-ENT-FRETE-ED
               ' - PRAZO ' WRK-ENT-PRAZO ' DIA(S)'.

       0255-GRAVAR-CONSUMO.
           MOVE SPACES TO CONSUMPTION-RECORD.
           MOVE WRK-MATRICULA-CONSUMO TO CNS-MATRICULA.
           MOVE WRK-COMP-FOLHA        TO CNS-COMPETENCIA.
           MOVE SD-DATA               TO CNS-DATA.
           MOVE SD-TERMINAL           TO CNS-TERMINAL.
           MOVE SD-CUPOM              TO CNS-CUPOM.
           MOVE SD-TIPO-TRANSACAO     TO CNS-TIPO.
           MOVE SD-VALOR              TO CNS-VALOR.
           MOVE SD-REF-DATA           TO CNS-REF-DATA.
           MOVE SD-REF-TERM           TO CNS-REF-TERM.
           MOVE SD-REF-CUPOM          TO CNS-REF-CUPOM.
           WRITE CONSUMPTION-RECORD.
           MOVE 'CONSUMO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONSUMO,
               WRK-FSCHK-CHAVE.
           PERFORM 0112B-GUARDAR-CONSUMO.

       0256-GRAVAR-PONTOS.
           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE SD-CPF       TO FID-CPF.
           MOVE SD-DATA      TO FID-DATA.
           MOVE SD-TERMINAL  TO FID-TERMINAL.
           MOVE SD-CUPOM     TO FID-CUPOM.
           MOVE SD-PONTOS    TO FID-PONTOS.
           MOVE ZEROS        TO FID-VALIDADE.
           EVALUATE TRUE
               WHEN WRK-TRANS-VENDA AND WRK-PAGTO-PONTOS
                   MOVE 'R' TO FID-TIPO
               WHEN WRK-TRANS-VENDA
                   MOVE 'A' TO FID-TIPO
                   PERFORM 0257-CALCULAR-VALIDADE
               WHEN WRK-PAGTO-PONTOS
                   MOVE 'C' TO FID-TIPO
                   PERFORM 0257-CALCULAR-VALIDADE
               WHEN OTHER
                   MOVE 'E' TO FID-TIPO
           END-EVALUATE.
           WRITE LOYALTY-LEDGER-RECORD.
           MOVE 'FIDELID' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FIDELID,
               WRK-FSCHK-CHAVE.
           PERFORM 0113B-GUARDAR-PONTOS.

      *    O LOTE DE PONTOS VALE ATE O FIM DO MES QUE FECHA O PRAZO
      *    PONTOS-VALIDADE (EM MESES) CONTADO DO MES DO MOVIMENTO.
       0257-CALCULAR-VALIDADE.
           MOVE SD-DATA TO WRK-DATA-VALIDADE.
           ADD WRK-PONTOS-VALIDADE TO WRK-VAL-MES.
           PERFORM UNTIL WRK-VAL-MES NOT > 12
               SUBTRACT 12 FROM WRK-VAL-MES
               ADD 1 TO WRK-VAL-ANO
           END-PERFORM.
           MOVE 31 TO WRK-VAL-DIA.
           MOVE WRK-DATA-VALIDADE TO FID-VALIDADE.

      *    PARCELAS PELA TABELA PRICE A CREDIARIO-JUROS (% AO MES): A
      *    PRESTACAO E FIXA, OS JUROS DE CADA MES SAO SOBRE O SALDO
      *    DEVEDOR E A ULTIMA PARCELA LEVA O RESTO DO PRINCIPAL. SEM
      *    JUROS, A VENDA E DIVIDIDA IGUALMENTE.
       0258-GRAVAR-PARCELAS.
           MOVE WRK-CRD-QTD-PARC TO WRK-CRD-QTD-ORIG.
           IF WRK-CRD-JUROS-MES = ZEROS
               COMPUTE WRK-CRD-PRESTACAO =
                   SD-VALOR / WRK-CRD-QTD-ORIG
           ELSE
               COMPUTE WRK-CRD-FATOR ROUNDED =
                   (1 + WRK-CRD-JUROS-MES / 100) ** WRK-CRD-QTD-ORIG
               COMPUTE WRK-CRD-PRESTACAO ROUNDED =
                   SD-VALOR * WRK-CRD-JUROS-MES / 100
                   * WRK-CRD-FATOR / (WRK-CRD-FATOR - 1)
           END-IF.
           MOVE SD-VALOR TO WRK-CRD-SALDO.
           PERFORM 0259-GRAVAR-PARCELA
               VARYING WRK-CRD-PARCELA FROM 1 BY 1
               UNTIL WRK-CRD-PARCELA > WRK-CRD-QTD-ORIG.
           MOVE WRK-CRD-PRESTACAO TO WRK-FORMA-VALOR-ED.
           DISPLAY 'CREDIARIO DO CPF ' SD-CPF ' EM '
               WRK-CRD-QTD-ORIG ' PARCELA(S) DE '
               WRK-FORMA-VALOR-ED.

       0259-GRAVAR-PARCELA.
           COMPUTE WRK-CRD-JUROS ROUNDED =
               WRK-CRD-SALDO * WRK-CRD-JUROS-MES / 100.
           IF WRK-CRD-PARCELA = WRK-CRD-QTD-ORIG
               MOVE WRK-CRD-SALDO TO WRK-CRD-PRINCIPAL
           ELSE
               COMPUTE WRK-CRD-PRINCIPAL =
                   WRK-CRD-PRESTACAO - WRK-CRD-JUROS
           END-IF.
           SUBTRACT WRK-CRD-PRINCIPAL FROM WRK-CRD-SALDO.
           MOVE SD-DATA TO WRK-DATA-PARCELA.
           ADD WRK-CRD-PARCELA TO WRK-PARC-MES.
           PERFORM UNTIL WRK-PARC-MES NOT > 12
               SUBTRACT 12 FROM WRK-PARC-MES
               ADD 1 TO WRK-PARC-ANO
           END-PERFORM.
           IF WRK-PARC-DIA > 28
               MOVE 28 TO WRK-PARC-DIA
           END-IF.
           MOVE SPACES TO INSTALLMENT-RECORD.
           MOVE SD-CPF              TO CP-CPF.
           MOVE SD-DATA             TO CP-DATA-VENDA.
           MOVE SD-TERMINAL         TO CP-TERMINAL.
           MOVE SD-CUPOM            TO CP-CUPOM.
           MOVE WRK-CRD-PARCELA     TO CP-PARCELA.
           MOVE WRK-CRD-QTD-ORIG    TO CP-QTD-PARC.
           MOVE 'V'                 TO CP-TIPO.
           MOVE SD-DATA             TO CP-DATA-MOVTO.
           MOVE WRK-DATA-PARCELA    TO CP-VENCIMENTO.
           MOVE WRK-CRD-PRINCIPAL   TO CP-PRINCIPAL.
           MOVE WRK-CRD-JUROS       TO CP-JUROS.
           MOVE ZEROS               TO CP-ENCARGOS.
           MOVE 'L'                 TO CP-ORIGEM.
           MOVE SD-TERMINAL         TO CP-LOCAL.
           MOVE SD-FORMA-PAGTO      TO CP-FORMA.
           PERFORM 0268-GRAVAR-EVENTO-CRD.

       0268-GRAVAR-EVENTO-CRD.
           WRITE INSTALLMENT-RECORD.
           MOVE 'CREDPARC' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDPARC,
               WRK-FSCHK-CHAVE.
           PERFORM 0115B-GUARDAR-PARCELA.

      *    RECEBIMENTO DE PARCELA NO TERMINAL, EM DINHEIRO OU PIX,
      *    SEMPRE PELO EM ABERTO INTEIRO; PAGA DEPOIS DO VENCIMENTO
      *    UTIL, COBRA MULTA-PERC E JUROS-DIA-PERC NA MESMA REGRA DA
      *    JANELA DO CAIXA.
       0271-APURAR-PARCELA-PAGTO.
           MOVE SPACES TO WRK-ITEM-CODIGO.
           MOVE 'S' TO WRK-CRD-VALIDO.
           PERFORM 0504-DEFINIR-DATA-MOVTO.
           MOVE WRK-REF-DATA    TO WRK-CRD-CH-DATA.
           MOVE WRK-REF-TERM    TO WRK-CRD-CH-TERM.
           MOVE WRK-REF-CUPOM   TO WRK-CRD-CH-CUPOM.
           MOVE WRK-CRD-PARCELA TO WRK-CRD-CH-PARCELA.
           PERFORM 0503-APURAR-PARCELA.
           EVALUATE TRUE
               WHEN WRK-CRD-ACHADA = 'N'
                   MOVE 'N' TO WRK-CRD-VALIDO
                   MOVE 'PARCELA NAO ENCONTRADA'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN WRK-CRD-CPF-PARC NOT = WRK-CPF-CLIENTE
                   MOVE 'N' TO WRK-CRD-VALIDO
                   MOVE 'PARCELA NAO E DESTE CPF'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN WRK-CRD-ABERTO-PRINC + WRK-CRD-ABERTO-JUROS
                   NOT > ZEROS
                   MOVE 'N' TO WRK-CRD-VALIDO
                   MOVE 'PARCELA JA PAGA OU CANCELADA'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN NOT WRK-PAGTO-DINHEIRO AND NOT WRK-PAGTO-PIX
                   MOVE 'N' TO WRK-CRD-VALIDO
                   MOVE 'PARCELA SO EM DINHEIRO OU PIX'
                       TO WRK-MOTIVO-REJ-ITEM
               WHEN OTHER
                   PERFORM 0273-CALCULAR-ENCARGOS
           END-EVALUATE.

       0272-BAIXAR-PARCELA.
           MOVE SPACES TO INSTALLMENT-RECORD.
           MOVE WRK-CRD-CPF-PARC     TO CP-CPF.
           MOVE WRK-CRD-CH-DATA      TO CP-DATA-VENDA.
           MOVE WRK-CRD-CH-TERM      TO CP-TERMINAL.
           MOVE WRK-CRD-CH-CUPOM     TO CP-CUPOM.
           MOVE WRK-CRD-CH-PARCELA   TO CP-PARCELA.
           MOVE WRK-CRD-QTD-ORIG     TO CP-QTD-PARC.
           MOVE 'P'                  TO CP-TIPO.
           MOVE WRK-CRD-DATA-MOVTO   TO CP-DATA-MOVTO.
           MOVE WRK-CRD-VENCIMENTO   TO CP-VENCIMENTO.
           MOVE WRK-CRD-ABERTO-PRINC TO CP-PRINCIPAL.
           MOVE WRK-CRD-ABERTO-JUROS TO CP-JUROS.
           MOVE WRK-CRD-ENCARGOS     TO CP-ENCARGOS.
           MOVE 'L'                  TO CP-ORIGEM.
           MOVE WRK-CAIXA-CODIGO     TO CP-LOCAL.
           MOVE WRK-FORMA-PAGTO      TO CP-FORMA.
           PERFORM 0268-GRAVAR-EVENTO-CRD.
           ADD 1 TO WRK-QTD-RECEB-PARC.
           ADD 1 TO WRK-QTD-PARC-BAIXADAS.
           ADD WRK-CRD-ABERTO-PRINC TO WRK-TOT-RECEB-PRINC.
           COMPUTE WRK-TOT-RECEB-JUROS = WRK-TOT-RECEB-JUROS
               + WRK-CRD-ABERTO-JUROS + WRK-CRD-ENCARGOS.
           PERFORM 0260-GRAVAR-CHECKPOINT.
           MOVE WRK-CRD-TOTAL-PAGAR TO WRK-FORMA-VALOR-ED.
           DISPLAY 'PARCELA ' WRK-CRD-CH-PARCELA '/' WRK-CRD-QTD-ORIG
               ' DO CUPOM ' WRK-CRD-CH-CUPOM ' RECEBIDA: '
               WRK-FORMA-VALOR-ED.

       0273-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-CRD-MULTA WRK-CRD-MORA
                         WRK-CRD-DIAS-ATRASO WRK-CRD-VENC-EFETIVO.
           COMPUTE WRK-CRD-VESPERA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-CRD-VENCIMENTO) - 1).
           MOVE 'P' TO WRK-DU-FUNCAO.
           MOVE ZEROS TO WRK-DU-COMPETENCIA.
           MOVE 1 TO WRK-CRD-DU-DIAS.
           CALL 'DIA-UTIL' USING WRK-DU-FUNCAO,
               WRK-DU-COMPETENCIA, WRK-CRD-VESPERA,
               WRK-CRD-DU-DIAS, WRK-CRD-VENC-EFETIVO,
               WRK-DU-UF.
           IF WRK-CRD-DATA-MOVTO > WRK-CRD-VENC-EFETIVO
               COMPUTE WRK-CRD-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-CRD-DATA-MOVTO)
                   - FUNCTION INTEGER-OF-DATE(WRK-CRD-VENCIMENTO)
               COMPUTE WRK-CRD-MULTA ROUNDED =
                   (WRK-CRD-ABERTO-PRINC + WRK-CRD-ABERTO-JUROS)
                   * WRK-MULTA-PERC / 100
               COMPUTE WRK-CRD-MORA ROUNDED =
                   (WRK-CRD-ABERTO-PRINC + WRK-CRD-ABERTO-JUROS)
                   * WRK-JUROS-DIA-PERC * WRK-CRD-DIAS-ATRASO / 100
           END-IF.
           COMPUTE WRK-CRD-ENCARGOS = WRK-CRD-MULTA + WRK-CRD-MORA.
           COMPUTE WRK-CRD-TOTAL-PAGAR = WRK-CRD-ABERTO-PRINC
               + WRK-CRD-ABERTO-JUROS + WRK-CRD-ENCARGOS.

       0274-EXIBIR-PARCELA.
           DISPLAY 'PARCELA ' WRK-CRD-CH-PARCELA '/' WRK-CRD-QTD-ORIG
               ' VENCIMENTO ' WRK-CRD-VENCIMENTO.
           COMPUTE WRK-FORMA-VALOR-ED =
               WRK-CRD-ABERTO-PRINC + WRK-CRD-ABERTO-JUROS.
           DISPLAY 'VALOR DA PARCELA: ' WRK-FORMA-VALOR-ED.
           IF WRK-CRD-ENCARGOS > ZEROS
               MOVE WRK-CRD-ENCARGOS TO WRK-FORMA-VALOR-ED
               DISPLAY 'ENCARGOS (' WRK-CRD-DIAS-ATRASO ' DIAS): '
                   WRK-FORMA-VALOR-ED
           END-IF.
           MOVE WRK-CRD-TOTAL-PAGAR TO WRK-FORMA-VALOR-ED.
           DISPLAY 'TOTAL A PAGAR:    ' WRK-FORMA-VALOR-ED.

       0275-DIGITAR-PARCELA.
           DISPLAY 'CPF DO CLIENTE: '.
           ACCEPT WRK-CPF-CLIENTE.
           DISPLAY 'DATA DA VENDA NO CREDIARIO (AAAAMMDD): '.
           ACCEPT WRK-REF-DATA.
           DISPLAY 'TERMINAL DA VENDA: '.
           ACCEPT WRK-REF-TERM.
           DISPLAY 'CUPOM DA VENDA: '.
           ACCEPT WRK-REF-CUPOM.
           DISPLAY 'NUMERO DA PARCELA: '.
           ACCEPT WRK-CRD-PARCELA.
           DISPLAY 'CODIGO DO CAIXA: '.
           ACCEPT WRK-CAIXA-CODIGO.
           DISPLAY 'FORMA DE PAGAMENTO (D/P): '.
           ACCEPT WRK-FORMA-PAGTO.
           PERFORM 0271-APURAR-PARCELA-PAGTO.
           IF WRK-CRD-OK
               PERFORM 0274-EXIBIR-PARCELA
               DISPLAY 'CONFIRMA RECEBIMENTO (S/N)? '
               ACCEPT WRK-CRD-CONFIRMA
               IF WRK-CRD-CONFIRMA = 'S'
                   PERFORM 0272-BAIXAR-PARCELA
               END-IF
           ELSE
               PERFORM 0420-REJEITAR-ITEM
           END-IF.

       0260-GRAVAR-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE WRK-TOT-FORMA-DIN      TO CKP-TOT-FORMA-DIN.
           MOVE WRK-TOT-FORMA-CAR      TO CKP-TOT-FORMA-CAR.
           MOVE WRK-TOT-FORMA-PIX      TO CKP-TOT-FORMA-PIX.
           MOVE WRK-QTD-FORMA-FOL      TO CKP-QTD-FORMA-FOL.
           MOVE WRK-TOT-FORMA-FOL      TO CKP-TOT-FORMA-FOL.
           MOVE WRK-QTD-FORMA-PTS      TO CKP-QTD-FORMA-PTS.
           MOVE WRK-TOT-FORMA-PTS      TO CKP-TOT-FORMA-PTS.
           MOVE WRK-QTD-FORMA-CRD      TO CKP-QTD-FORMA-CRD.
           MOVE WRK-TOT-FORMA-CRD      TO CKP-TOT-FORMA-CRD.
           MOVE WRK-QTD-RECEB-PARC     TO CKP-QTD-RECEB-PARC.
           MOVE WRK-TOT-RECEB-PRINC    TO CKP-TOT-RECEB-PRINC.
           MOVE WRK-TOT-RECEB-JUROS    TO CKP-TOT-RECEB-JUROS.
           MOVE WRK-QTD-CATALOGO       TO CKP-QTD-ESTOQUE.
           PERFORM 0264-GRAVAR-TAB-ESTOQUE
               VARYING WRK-SUB-EST FROM 1 BY 1
           PERFORM 0265-GRAVAR-TAB-PROMOTOT
               VARYING WRK-SUB-PRTOT FROM 1 BY 1
               UNTIL WRK-SUB-PRTOT > WRK-QTD-PROMOTOT.
           MOVE WRK-QTD-ELC            TO CKP-QTD-ESTLOC.
           PERFORM 0266-GRAVAR-TAB-ESTLOC
               VARYING WRK-SUB-EST FROM 1 BY 1
               UNTIL WRK-SUB-EST > WRK-QTD-ELC.
           MOVE WRK-QTD-LTE            TO CKP-QTD-LOTE.
           PERFORM 0267-GRAVAR-TAB-LOTE
               VARYING WRK-SUB-EST FROM 1 BY 1
               UNTIL WRK-SUB-EST > WRK-QTD-LTE.
           MOVE WRK-QTD-ENTREGAS       TO CKP-QTD-ENTREGAS.
           MOVE WRK-TOT-FRETE          TO CKP-TOT-FRETE.
           WRITE CHECKPOINT-RECORD.
           MOVE 'CKPOINT' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           MOVE WRK-PRT-TOTAL(WRK-SUB-PRTOT)
               TO CKP-PRT-TOTAL(WRK-SUB-PRTOT).

       0266-GRAVAR-TAB-ESTLOC.
           MOVE WRK-ELC-ITEM(WRK-SUB-EST)
               TO CKP-ELC-ITEM(WRK-SUB-EST).
           MOVE WRK-ELC-LOCAL(WRK-SUB-EST)
               TO CKP-ELC-LOCAL(WRK-SUB-EST).
           MOVE WRK-ELC-SALDO(WRK-SUB-EST)
               TO CKP-ELC-SALDO(WRK-SUB-EST).

       0267-GRAVAR-TAB-LOTE.
           MOVE WRK-LTE-ITEM(WRK-SUB-EST)
               TO CKP-LTE-ITEM(WRK-SUB-EST).
           MOVE WRK-LTE-LOCAL(WRK-SUB-EST)
               TO CKP-LTE-LOCAL(WRK-SUB-EST).
           MOVE WRK-LTE-LOTE(WRK-SUB-EST)
               TO CKP-LTE-LOTE(WRK-SUB-EST).
           MOVE WRK-LTE-SALDO(WRK-SUB-EST)
               TO CKP-LTE-SALDO(WRK-SUB-EST).

       0263-GRAVAR-TAB-CAIXAS.
           MOVE WRK-CAIXA-COD(WRK-IDX-CAIXA)
               TO CKP-CAIXA-COD(WRK-IDX-CAIXA).

       0300-FINALIZAR.
           CLOSE SALES-DETAIL-FILE.
           CLOSE CONSUMPTION-FILE.
           CLOSE LOYALTY-LEDGER-FILE.
           CLOSE INSTALLMENT-FILE.
           CLOSE STORE-ORDER-FILE.
           CLOSE DELIVERY-LINK-FILE.
           IF WRK-QTVENDAS > 0
               COMPUTE WRK-MEDIA-VENDA ROUNDED =
                   WRK-TOTAL / WRK-QTVENDAS
               UNTIL WRK-IDX-CAIXA > WRK-QTD-CAIXAS.
           PERFORM 0350-GERAR-ESTOQUE-BAIXO.
           PERFORM 0360-GRAVAR-CATALOGO.
           PERFORM 0365-GRAVAR-ESTOQUE-LOCAL.
           IF WRK-QTD-LTE > ZEROS
               PERFORM 0367-GRAVAR-LOTES
           END-IF.
           PERFORM 0370-RELATORIO-CAPACIDADE.
           PERFORM 0380-GRAVAR-JRNCONS.
           IF WRK-POS-PRESENTE
               PERFORM 0385-GRAVAR-TOTAIS-CONTROLE
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO.'.
           PERFORM 0330-LIMPAR-CHECKPOINT.

           MOVE ZEROS TO WRK-JRN-TOT-DEBITOS WRK-JRN-TOT-CREDITOS.
           COMPUTE WRK-RECEITA-BRUTA =
               WRK-TOTAL + WRK-TOTAL-DEVOLUCOES.
           MOVE WRK-TOTAL TO WRK-RECEB-CAIXA.
           IF WRK-TOT-FORMA-FOL > 0
               SUBTRACT WRK-TOT-FORMA-FOL FROM WRK-RECEB-CAIXA
               MOVE 'VENDAS-FOLHA' TO WRK-JRN-VERBA
               MOVE WRK-TOT-FORMA-FOL TO WRK-JRN-VALOR
               PERFORM 0381-GRAVAR-LINHA-JRNCONS
           END-IF.
      *    PAGO EM PONTOS BAIXA O PASSIVO DE FIDELIDADE; SE NO DIA AS
      *    DEVOLUCOES EM PONTOS PASSARAM AS VENDAS, O PASSIVO VOLTA.
           IF WRK-TOT-FORMA-PTS NOT = 0
               SUBTRACT WRK-TOT-FORMA-PTS FROM WRK-RECEB-CAIXA
               IF WRK-TOT-FORMA-PTS > 0
                   MOVE 'VENDAS-PONTOS' TO WRK-JRN-VERBA
                   MOVE WRK-TOT-FORMA-PTS TO WRK-JRN-VALOR
               ELSE
                   MOVE 'VENDAS-PONTOS-E' TO WRK-JRN-VERBA
                   COMPUTE WRK-JRN-VALOR = 0 - WRK-TOT-FORMA-PTS
               END-IF
               PERFORM 0381-GRAVAR-LINHA-JRNCONS
           END-IF.
      *    CREDIARIO VAI PARA CLIENTES A RECEBER; OS JUROS SO SAO
      *    RECEITA QUANDO A PARCELA E PAGA (AQUI, AS PAGAS NO TERMINAL;
      *    AS PAGAS NA JANELA DO CAIXA ENTRAM PELO CRDREL).
           IF WRK-TOT-FORMA-CRD NOT = 0
               SUBTRACT WRK-TOT-FORMA-CRD FROM WRK-RECEB-CAIXA
               IF WRK-TOT-FORMA-CRD > 0
                   MOVE 'VENDAS-CREDIAR' TO WRK-JRN-VERBA
                   MOVE WRK-TOT-FORMA-CRD TO WRK-JRN-VALOR
               ELSE
                   MOVE 'VENDAS-CREDIA-E' TO WRK-JRN-VERBA
                   COMPUTE WRK-JRN-VALOR = 0 - WRK-TOT-FORMA-CRD
               END-IF
               PERFORM 0381-GRAVAR-LINHA-JRNCONS
           END-IF.
           COMPUTE WRK-JRN-VALOR =
               WRK-TOT-RECEB-PRINC + WRK-TOT-RECEB-JUROS.
           MOVE 'CRED-RECEB'     TO WRK-JRN-VERBA.
           PERFORM 0381-GRAVAR-LINHA-JRNCONS.
           MOVE 'CRED-PRINCIPAL' TO WRK-JRN-VERBA.
           MOVE WRK-TOT-RECEB-PRINC TO WRK-JRN-VALOR.
           PERFORM 0381-GRAVAR-LINHA-JRNCONS.
           MOVE 'CRED-JUROS'     TO WRK-JRN-VERBA.
           MOVE WRK-TOT-RECEB-JUROS TO WRK-JRN-VALOR.
           PERFORM 0381-GRAVAR-LINHA-JRNCONS.
      *    FRETE DA ENTREGA COBRADO NO CUPOM: ENTRA NO CAIXA E VAI
      *    PARA A RECEITA DE FRETE.
           ADD WRK-TOT-FRETE TO WRK-RECEB-CAIXA.
           MOVE 'VENDAS-FRETE'   TO WRK-JRN-VERBA.
           MOVE WRK-TOT-FRETE    TO WRK-JRN-VALOR.
           PERFORM 0381-GRAVAR-LINHA-JRNCONS.
           MOVE 'VENDAS-RECEB'   TO WRK-JRN-VERBA.
           MOVE WRK-RECEB-CAIXA  TO WRK-JRN-VALOR.
           PERFORM 0381-GRAVAR-LINHA-JRNCONS.
           MOVE 'VENDAS-DEVOL'   TO WRK-JRN-VERBA.
           MOVE WRK-TOTAL-DEVOLUCOES TO WRK-JRN-VALOR.
           MOVE 'TOTAIS  '           TO JCT-LITERAL.
           MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS.
           MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS.
           IF WRK-SD-DATA = ZEROS
               ACCEPT WRK-SD-DATA FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-SD-DATA(1:6)     TO JCT-COMPETENCIA.
           MOVE WRK-SD-DATA          TO JCT-DATA.
           WRITE CONSOL-JOURNAL-TRAILER.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               END-SEARCH
           END-IF.

      *    TOTAIS DE CONTROLE PARA O BALANCO: TODA LINHA DO POSTX
      *    VIRA SALESDET, SALESREJ OU BAIXA DE PARCELA (CREDPARC).
       0385-GRAVAR-TOTAIS-CONTROLE.
           MOVE 'ENTRADA'  TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-POSTX-LIDOS TO WRK-CTLTOT-QTD.
           MOVE ZEROS TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'SALESDET' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-DET-GRAVADOS TO WRK-CTLTOT-QTD.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'SALESREJ' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-REJ-ITEM TO WRK-CTLTOT-QTD.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'CREDPARC' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-PARC-BAIXADAS TO WRK-CTLTOT-QTD.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.

       0350-GERAR-ESTOQUE-BAIXO.
           MOVE ZEROS TO WRK-QTD-ITENS-BAIXOS.
           OPEN OUTPUT LOW-STOCK-FILE.
               WRK-FS-LOWSTOCK,
               WRK-FSCHK-CHAVE.
           PERFORM 0351-AVALIAR-ESTOQUE-ITEM
               VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC.
           CLOSE LOW-STOCK-FILE.
           IF WRK-QTD-ITENS-BAIXOS > 0
               DISPLAY 'ITENS ABAIXO DO PONTO DE REPOSICAO: '
           END-IF.

       0351-AVALIAR-ESTOQUE-ITEM.
           MOVE ZEROS TO WRK-SUB-CAT.
           SET WRK-IDX-CAT TO 1.
           SEARCH WRK-CAT-LINHA
               AT END
                   CONTINUE
               WHEN WRK-CAT-CODIGO(WRK-IDX-CAT)
                   = WRK-ELC-ITEM(WRK-SUB-ELC)
                   SET WRK-SUB-CAT TO WRK-IDX-CAT
           END-SEARCH.
           IF WRK-SUB-CAT > 0
               AND WRK-CAT-ATIVO(WRK-SUB-CAT) = 'S'
               AND WRK-ELC-SALDO(WRK-SUB-ELC)
                   + WRK-ELC-TRANSITO(WRK-SUB-ELC)
                   < WRK-ELC-PONTO-REP(WRK-SUB-ELC)
               ADD 1 TO WRK-QTD-ITENS-BAIXOS
               MOVE SPACES TO LOW-STOCK-RECORD
               MOVE WRK-ELC-ITEM(WRK-SUB-ELC)      TO LST-CODIGO
               MOVE WRK-ELC-LOCAL(WRK-SUB-ELC)     TO LST-LOCAL
               MOVE WRK-CAT-DESCRICAO(WRK-SUB-CAT) TO LST-DESCRICAO
               MOVE WRK-ELC-SALDO(WRK-SUB-ELC)     TO LST-ESTOQUE
               MOVE WRK-ELC-TRANSITO(WRK-SUB-ELC)  TO LST-TRANSITO
               MOVE WRK-ELC-PONTO-REP(WRK-SUB-ELC) TO LST-PONTO-REP
               WRITE LOW-STOCK-RECORD
               MOVE 'LOWSTOCK' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
           MOVE WRK-CAT-CATEGORIA(WRK-SUB-CAT) TO ITN-CATEGORIA.
           MOVE WRK-CAT-FORNECEDOR(WRK-SUB-CAT) TO ITN-FORNECEDOR.
           MOVE WRK-CAT-CUSTO(WRK-SUB-CAT)      TO ITN-CUSTO.
           MOVE WRK-CAT-NCM(WRK-SUB-CAT)        TO ITN-NCM.
           MOVE WRK-CAT-ICMS-ALIQ(WRK-SUB-CAT)  TO ITN-ICMS-ALIQ.
           MOVE WRK-CAT-ICMS-ST(WRK-SUB-CAT)    TO ITN-ICMS-ST.
           MOVE WRK-CAT-LOTE-COMPRA(WRK-SUB-CAT)
               TO ITN-LOTE-COMPRA.
           MOVE WRK-CAT-PESO(WRK-SUB-CAT)       TO ITN-PESO.
           WRITE ITEM-MASTER-RECORD-NOVO.
           MOVE 'ITEMNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
               WRK-FS-ITEMNEW,
               WRK-FSCHK-CHAVE.

       0365-GRAVAR-ESTOQUE-LOCAL.
           OPEN OUTPUT STOCK-LOCATION-FILE-NOVO.
           MOVE 'ESTLOCNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOCNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0366-GRAVAR-SALDO-LOCAL
               VARYING WRK-SUB-ELC FROM 1 BY 1
               UNTIL WRK-SUB-ELC > WRK-QTD-ELC.
           CLOSE STOCK-LOCATION-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-ESTLOC,
               WRK-NOME-ESTLOCNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-ESTLOC
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0366-GRAVAR-SALDO-LOCAL.
           MOVE WRK-ELC-ITEM(WRK-SUB-ELC)      TO ELN-ITEM.
           MOVE WRK-ELC-LOCAL(WRK-SUB-ELC)     TO ELN-LOCAL.
           MOVE WRK-ELC-SALDO(WRK-SUB-ELC)     TO ELN-SALDO.
           MOVE WRK-ELC-PONTO-REP(WRK-SUB-ELC) TO ELN-PONTO-REP.
           MOVE WRK-ELC-TRANSITO(WRK-SUB-ELC)  TO ELN-TRANSITO.
           WRITE STOCK-LOCATION-RECORD-NOVO.
           MOVE 'ESTLOCNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ESTLOCNW,
               WRK-FSCHK-CHAVE.

       0367-GRAVAR-LOTES.
           OPEN OUTPUT LOT-FILE-NOVO.
           MOVE 'LOTESNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTESNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0368-GRAVAR-LOTE
               VARYING WRK-SUB-LTE FROM 1 BY 1
               UNTIL WRK-SUB-LTE > WRK-QTD-LTE.
           CLOSE LOT-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-LOTES,
               WRK-NOME-LOTESNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-LOTES
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.

       0368-GRAVAR-LOTE.
           MOVE WRK-LTE-ITEM(WRK-SUB-LTE)     TO LTN-ITEM.
           MOVE WRK-LTE-LOCAL(WRK-SUB-LTE)    TO LTN-LOCAL.
           MOVE WRK-LTE-LOTE(WRK-SUB-LTE)     TO LTN-LOTE.
           MOVE WRK-LTE-VALIDADE(WRK-SUB-LTE) TO LTN-VALIDADE.
           MOVE WRK-LTE-SALDO(WRK-SUB-LTE)    TO LTN-SALDO.
           MOVE WRK-LTE-ENTRADA(WRK-SUB-LTE)  TO LTN-DATA-ENTRADA.
           WRITE LOT-RECORD-NOVO.
           MOVE 'LOTESNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-LOTESNW,
               WRK-FSCHK-CHAVE.

       0340-EXIBIR-LIQUIDACAO.
           DISPLAY '--- LIQUIDACAO POR FORMA DE PAGAMENTO ---'.
           MOVE WRK-TOT-FORMA-DIN TO WRK-FORMA-VALOR-ED.
           MOVE WRK-TOT-FORMA-CAR TO WRK-FORMA-VALOR-ED.
           DISPLAY 'CARTAO:   ' WRK-QTD-FORMA-CAR ' VENDA(S) '
               WRK-FORMA-VALOR-ED.
           MOVE WRK-TOT-FORMA-FOL TO WRK-FORMA-VALOR-ED.
           DISPLAY 'FOLHA:    ' WRK-QTD-FORMA-FOL ' VENDA(S) '
               WRK-FORMA-VALOR-ED ' (DESCONTO NA FOLHA DE '
               WRK-COMP-FOLHA ')'.
           MOVE WRK-TOT-FORMA-PTS TO WRK-FORMA-VALOR-ED.
           DISPLAY 'PONTOS:   ' WRK-QTD-FORMA-PTS ' VENDA(S) '
               WRK-FORMA-VALOR-ED.
           MOVE WRK-TOT-FORMA-CRD TO WRK-FORMA-VALOR-ED.
           DISPLAY 'CREDIARIO:' WRK-QTD-FORMA-CRD ' VENDA(S) '
               WRK-FORMA-VALOR-ED.
           COMPUTE WRK-FORMA-VALOR-ED =
               WRK-TOT-RECEB-PRINC + WRK-TOT-RECEB-JUROS.
           DISPLAY 'PARCELAS RECEBIDAS: ' WRK-QTD-RECEB-PARC ' '
               WRK-FORMA-VALOR-ED.
           MOVE WRK-TOT-FRETE TO WRK-FORMA-VALOR-ED.
           DISPLAY 'FRETE DE ENTREGA: ' WRK-QTD-ENTREGAS ' ENTREGA(S) '
               WRK-FORMA-VALOR-ED ' (JA NAS FORMAS ACIMA)'.
           IF WRK-TOT-FORMA-CAR > 0
               COMPUTE WRK-CARTAO-FEE-VALOR ROUNDED =
                   WRK-TOT-FORMA-CAR * WRK-CARTAO-FEE-PERC

       0370-RELATORIO-CAPACIDADE.
           DISPLAY '--- OCUPACAO DAS TABELAS ---'.
           DISPLAY 'WRK-TAB-PARM       ' WRK-QTD-PARM ' / 0200'.
           DISPLAY 'WRK-TAB-ITENS      ' WRK-QTD-ITENS ' / 0020'.
           DISPLAY 'WRK-TAB-VENDEDORES ' WRK-QTD-VENDEDORES
               ' / 0020'.
           DISPLAY 'WRK-TAB-CAIXAS     ' WRK-QTD-CAIXAS ' / 0010'.
           DISPLAY 'WRK-TAB-CATALOGO   ' WRK-QTD-CATALOGO
               ' / 0100'.
           DISPLAY 'WRK-TAB-TLC        ' WRK-QTD-TLC ' / 0020'.
           DISPLAY 'WRK-TAB-ELC        ' WRK-QTD-ELC ' / 0300'.
           DISPLAY 'WRK-TAB-LTE        ' WRK-QTD-LTE ' / 0500'.
           DISPLAY 'WRK-TAB-EMP        ' WRK-QTD-EMP ' / 0200'.
           DISPLAY 'WRK-TAB-CNS        ' WRK-QTD-CNS ' / 0500'.
           DISPLAY 'WRK-TAB-FID        ' WRK-QTD-FID ' / 2000'.
           DISPLAY 'WRK-TAB-CLI        ' WRK-QTD-CLI ' / 0500'.
           DISPLAY 'WRK-TAB-CEN        ' WRK-QTD-CEN ' / 0500'.
           DISPLAY 'WRK-TAB-CRD        ' WRK-QTD-CRD ' / 3000'.

       0330-LIMPAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
