      *             POR PEDIDO, COM UM UNICO RASTREIO PARA TODAS AS
      *             LINHAS. PEDIDO SEM LINHA NO ORDITEM CONTINUA
      *             VALENDO PELO PROPRIO REGISTRO (ITEM UNICO).
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-15 - PEDIDO GANHA O DEPOSITO DE ORIGEM (ORDER-ORIGEM,
      *             BRANCO = DEPOSITO PRINCIPAL DO WHSMAST.dat).
      *             DEPOSITO INEXISTENTE OU INATIVO REJEITA COM MOTIVO
      *             14, E A UF DE DESTINO PASSA A SER CRITICADA CONTRA A
      *             ROTA ORIGEM X DESTINO DA UFRATES. REGISTROS DO
      *             ORDERSOK, ORDERREJ E ORDHOLD CRESCEM PARA 73
      *             POSICOES.
      *2026-10-15 - CUSTMAST GANHA O INDICADOR DE CONTRIBUINTE DE ICMS.
      *2026-10-15 - CUSTMAST GANHA O INDICADOR DE FATURAMENTO SO COM
      *             COMPROVANTE DE ENTREGA (CM-EXIGE-POD).
      *2026-10-15 - NOVO CAMPO ORDER-COD (CONTRA-ENTREGA), REGISTRO COM
      *             74 BYTES; MOTIVOS 15 (FLAG INVALIDO) E 16
      *             (CONTRA-ENTREGA EM RETORNO).
      *2026-10-15 - FD DO FATREG ACOMPANHA OS CAMPOS DO BOLETO (NOSSO
      *             NUMERO, VENCIMENTO E SITUACAO DO BOLETO) GRAVADOS
      *             PELO FATURA E ATUALIZADOS PELO BOLRET.
      *2026-10-15 - OS PEDIDOS DE ENTREGA DAS VENDAS DA LOJA
      *             (PEDLOJA.dat, GRAVADO PELO PERFORM-TIMES NO MESMO
      *             LOTE) SAO CRITICADOS DEPOIS DO ORDERS.idx PELA MESMA
      *             ROTINA E VAO PARA O MESMO ORDERSOK; O PEDLOJA E
      *             ESVAZIADO NO FIM. PEDIDO L JA FOI PAGO NO CAIXA E
      *             NAO PASSA PELO BLOQUEIO DE CREDITO.
      *2026-10-15 - NO FIM DA RODADA GRAVA OS TOTAIS DE CONTROLE
      *             (CALL 'CTL-TOTAL'): PEDIDOS RECEBIDOS (ORDERS MAIS
      *             PEDLOJA) E GRAVADOS NO ORDERSOK, ORDERREJ E
      *             ORDHOLD, PARA O BALANCO CONFERIR ENTRADA = LIMPOS +
      *             REJEITADOS + BLOQUEADOS. O ORDERSOK LEVA TAMBEM O
      *             HASH DO VALOR, CONFERIDO COM A ENTRADA DO FRETE.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ORDER-ITEM-FILE ASSIGN TO "ORDITEM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDITEM.
           SELECT WAREHOUSE-MASTER-FILE ASSIGN TO "WHSMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-WHSMAST.
           SELECT STORE-ORDER-FILE ASSIGN TO "PEDLOJA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDLOJA.

       DATA DIVISION.
       FILE SECTION.
           02 ORDER-TIPO             PIC X(01).
           02 ORDER-PEDIDO-ORIG      PIC X(06).
           02 ORDER-SERVICO          PIC X(01).
           02 ORDER-ORIGEM           PIC X(03).
           02 ORDER-COD              PIC X(01).

      *    PEDIDOS DE ENTREGA DAS VENDAS DA LOJA (PERFORM-TIMES),
      *    MESMO LAYOUT DO CUSTOMER-ORDER-RECORD.
       FD  STORE-ORDER-FILE.
       01  STORE-ORDER-RECORD        PIC X(74).

       FD  ORDER-CLEAN-FILE.
       01  ORDER-CLEAN-RECORD        PIC X(74).

       FD  ORDER-REJECT-FILE.
       01  ORDER-REJECT-RECORD.
           02 FILLER                 PIC X(02).
           02 REJ-MOTIVO-DESCRICAO   PIC X(30).
           02 FILLER                 PIC X(02).
           02 REJ-PEDIDO             PIC X(74).

       FD  FREIGHT-RATE-TABLE.
       01  FREIGHT-RATE-RECORD.
           02 RATE-VIGENCIA          PIC 9(08).
           02 RATE-UF-ORIGEM         PIC X(02).
           02 RATE-UF                PIC X(02).
           02 RATE-MULTIPLICADOR     PIC 9(01)V99.
           02 RATE-PRAZO-DIAS        PIC 9(02).
           02 FAT-VALOR              PIC 9(09)V99.
           02 FAT-STATUS             PIC X(01).
           02 FAT-VALOR-PAGO         PIC 9(09)V99.
           02 FAT-NOSSO-NUMERO       PIC 9(09).
           02 FAT-DATA-VENCIMENTO    PIC 9(08).
           02 FAT-BOLETO-STATUS      PIC X(01).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           02 CM-UF                  PIC X(02).
           02 CM-SEGURO-PREF         PIC X(01).
           02 CM-LIMITE-CREDITO      PIC 9(09)V99.
           02 CM-CONTRIB-ICMS        PIC X(01).
           02 CM-EXIGE-POD           PIC X(01).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 FILLER                 PIC X(02).
           02 HLD-MOTIVO-DESCRICAO   PIC X(30).
           02 FILLER                 PIC X(02).
           02 HLD-PEDIDO             PIC X(74).

       FD  ORDER-ITEM-FILE.
       01  ORDER-ITEM-RECORD.
           02 OIT-VALOR              PIC 9(06)V99.
           02 OIT-PESO               PIC 9(03)V99.

       FD  WAREHOUSE-MASTER-FILE.
       01  WAREHOUSE-MASTER-RECORD.
           02 WHS-CODIGO             PIC X(03).
           02 WHS-NOME               PIC X(20).
           02 WHS-UF                 PIC X(02).
           02 WHS-ATIVO              PIC X(01).
           02 WHS-PRINCIPAL          PIC X(01).

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'CTLTOT-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'ORDEDIT'.
       77 WRK-FS-ORDERS          PIC X(02)      VALUE ZEROS.
           88 WRK-FIM-PEDIDOS                   VALUE 'S'.
       77 WRK-FIM-UFRATES        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TAB-UF                    VALUE 'S'.
       77 WRK-QTD-UF             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-UF-ENCONTRADA      PIC X(01)      VALUE 'N'.
           88 WRK-UF-VALIDA                     VALUE 'S'.
       77 WRK-MOTIVO-CODIGO      PIC X(02)      VALUE SPACES.
               03 WRK-ITM-PESO       PIC 9(03)V99.

       01  WRK-TAB-UF.
           02 WRK-UF-ITEM OCCURS 300 TIMES INDEXED BY WRK-IDX-UF.
               03 WRK-UF-ORIGEM-SIGLA  PIC X(02).
               03 WRK-UF-SIGLA         PIC X(02).
               03 WRK-UF-MULTIPLICADOR PIC 9(01)V99.

       77 WRK-FS-WHSMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-WHSMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DEPOSITOS                 VALUE 'S'.
       77 WRK-QTD-DEP            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-DEP            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DEP-PRINCIPAL      PIC X(03)      VALUE SPACES.
       77 WRK-ORIGEM             PIC X(03)      VALUE SPACES.
       77 WRK-UF-ORIGEM          PIC X(02)      VALUE SPACES.

       01  WRK-TAB-DEP VALUE SPACES.
           02 WRK-DEP-LINHA OCCURS 20 TIMES.
               03 WRK-DEP-CODIGO     PIC X(03).
               03 WRK-DEP-UF         PIC X(02).
               03 WRK-DEP-ATIVO      PIC X(01).

       77 WRK-FS-PEDLOJA         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PEDLOJA        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PEDIDOS-LOJA              VALUE 'S'.
       77 WRK-QTD-PEDLOJA        PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ENTRADA        PIC 9(05)      VALUE ZEROS.
       77 WRK-VALOR-LIMPOS       PIC 9(11)V99   VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR
               PERFORM 0150-LER-PEDIDO
           END-PERFORM.
           PERFORM 0160-ABRIR-PEDIDOS-LOJA.
           PERFORM 0165-LER-PEDIDO-LOJA.
           PERFORM UNTIL WRK-FIM-PEDIDOS-LOJA
               ADD 1 TO WRK-QTD-PEDLOJA
               PERFORM 0200-PROCESSAR
               PERFORM 0165-LER-PEDIDO-LOJA
           END-PERFORM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
           COMPUTE WRK-SERIAL-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM 0110-CARREGAR-TABELA-UF.
           PERFORM 0105-CARREGAR-DEPOSITOS.
           PERFORM 0120-CARREGAR-PARAMETROS.
           MOVE 'CRED-DIAS-MAX' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0125-BUSCAR-PARAMETRO.
               WRK-FS-ORDERREJ,
               WRK-FSCHK-CHAVE.

       0105-CARREGAR-DEPOSITOS.
           OPEN INPUT WAREHOUSE-MASTER-FILE.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0106-LER-DEPOSITO UNTIL WRK-FIM-DEPOSITOS.
           CLOSE WAREHOUSE-MASTER-FILE.

       0106-LER-DEPOSITO.
           READ WAREHOUSE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-WHSMAST
               NOT AT END
                   MOVE 'WRK-TAB-DEP' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-DEP TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-DEP
                   MOVE WHS-CODIGO TO WRK-DEP-CODIGO(WRK-QTD-DEP)
                   MOVE WHS-UF     TO WRK-DEP-UF(WRK-QTD-DEP)
                   MOVE WHS-ATIVO  TO WRK-DEP-ATIVO(WRK-QTD-DEP)
                   IF WHS-PRINCIPAL = 'S' AND WHS-ATIVO = 'S'
                       MOVE WHS-CODIGO TO WRK-DEP-PRINCIPAL
                   END-IF
           END-READ.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.

       0110-CARREGAR-TABELA-UF.
           MOVE ZEROS TO WRK-VIG-UFRATES.
           OPEN INPUT FREIGHT-RATE-TABLE.
                   IF RATE-VIGENCIA = WRK-VIG-UFRATES
                       MOVE 'WRK-TAB-UF' TO WRK-TABCHK-NOME
                       MOVE WRK-QTD-UF TO WRK-TABCHK-QTD
                       MOVE 300 TO WRK-TABCHK-LIM
                       CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                           WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                           WRK-TABCHK-LIM
                       ADD 1 TO WRK-QTD-UF
                       MOVE RATE-UF-ORIGEM
                           TO WRK-UF-ORIGEM-SIGLA(WRK-QTD-UF)
                       MOVE RATE-UF TO WRK-UF-SIGLA(WRK-QTD-UF)
                       MOVE RATE-MULTIPLICADOR
                           TO WRK-UF-MULTIPLICADOR(WRK-QTD-UF)
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   WRK-FSCHK-CHAVE
           END-IF.

      *    O PEDLOJA E OPCIONAL: SEM VENDA COM ENTREGA NO DIA ELE PODE
      *    NEM EXISTIR.
       0160-ABRIR-PEDIDOS-LOJA.
           OPEN INPUT STORE-ORDER-FILE.
           IF WRK-FS-PEDLOJA NOT = '00'
               MOVE 'S' TO WRK-FIM-PEDLOJA
           END-IF.

       0165-LER-PEDIDO-LOJA.
           IF NOT WRK-FIM-PEDIDOS-LOJA
               READ STORE-ORDER-FILE INTO CUSTOMER-ORDER-RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-PEDLOJA
               END-READ
               MOVE 'PEDLOJA' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-PEDLOJA,
                   WRK-FSCHK-CHAVE
           END-IF.

       0200-PROCESSAR.
           ADD 1 TO WRK-QTD-ENTRADA.
           MOVE SPACES TO WRK-MOTIVO-CODIGO WRK-MOTIVO-DESCRICAO.
           PERFORM 0209-CONSOLIDAR-ITENS.
           IF WRK-MOTIVO-CODIGO = SPACES
                   MOVE WRK-QTD-LIB TO WRK-SUB-LIB
               END-IF
           END-PERFORM.
      *    PEDIDO DE ENTREGA DA LOJA (L + SEQUENCIAL) JA FOI PAGO NO
      *    CAIXA, MERCADORIA E FRETE: NAO PASSA PELO CREDITO.
           IF WRK-PEDIDO-LIBERADO = 'S' OR ORDER-NUMERO(1:1) = 'L'
               CONTINUE
           ELSE
               MOVE ZEROS TO WRK-SALDO-CLIENTE
           END-IF.

       0210-VALIDAR-PEDIDO.
           PERFORM 0214-RESOLVER-ORIGEM.
           IF ORDER-NUMERO = SPACES
               MOVE '01' TO WRK-MOTIVO-CODIGO
               MOVE 'NUMERO DO PEDIDO EM BRANCO'
               MOVE '04' TO WRK-MOTIVO-CODIGO
               MOVE 'PESO DO PEDIDO INVALIDO'
                   TO WRK-MOTIVO-DESCRICAO
           ELSE
           IF WRK-UF-ORIGEM = SPACES
               MOVE '14' TO WRK-MOTIVO-CODIGO
               MOVE 'DEPOSITO DE ORIGEM INVALIDO'
                   TO WRK-MOTIVO-DESCRICAO
           ELSE
               PERFORM 0215-VALIDAR-UF
               IF NOT WRK-UF-VALIDA
                   MOVE '09' TO WRK-MOTIVO-CODIGO
                   MOVE 'FLAG DE SERVICO INVALIDO (E/R)'
                       TO WRK-MOTIVO-DESCRICAO
               ELSE
               IF ORDER-COD NOT = 'S' AND ORDER-COD NOT = 'N'
                   AND ORDER-COD NOT = SPACE
                   MOVE '15' TO WRK-MOTIVO-CODIGO
                   MOVE 'FLAG CONTRA-ENTREGA INVALIDO'
                       TO WRK-MOTIVO-DESCRICAO
               ELSE
               IF ORDER-COD = 'S' AND ORDER-TIPO = 'R'
                   MOVE '16' TO WRK-MOTIVO-CODIGO
                   MOVE 'CONTRA-ENTREGA EM RETORNO'
                       TO WRK-MOTIVO-DESCRICAO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    DEPOSITO DE ORIGEM: BRANCO = DEPOSITO PRINCIPAL; A UF DO
      *    DEPOSITO FICA EM BRANCO QUANDO ELE NAO EXISTE OU ESTA
      *    INATIVO.
       0214-RESOLVER-ORIGEM.
           MOVE SPACES TO WRK-UF-ORIGEM.
           MOVE ORDER-ORIGEM TO WRK-ORIGEM.
           IF WRK-ORIGEM = SPACES
               MOVE WRK-DEP-PRINCIPAL TO WRK-ORIGEM
           END-IF.
           PERFORM VARYING WRK-SUB-DEP FROM 1 BY 1
               UNTIL WRK-SUB-DEP > WRK-QTD-DEP
               IF WRK-DEP-CODIGO(WRK-SUB-DEP) = WRK-ORIGEM
                   AND WRK-DEP-ATIVO(WRK-SUB-DEP) = 'S'
                   AND WRK-ORIGEM NOT = SPACES
                   MOVE WRK-DEP-UF(WRK-SUB-DEP) TO WRK-UF-ORIGEM
                   MOVE WRK-QTD-DEP TO WRK-SUB-DEP
               END-IF
           END-PERFORM.

       0215-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-ENCONTRADA.
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF > WRK-QTD-UF
               IF WRK-UF-ORIGEM-SIGLA(WRK-IDX-UF) = WRK-UF-ORIGEM
                   AND WRK-UF-SIGLA(WRK-IDX-UF) = ORDER-UF
                   MOVE 'S' TO WRK-UF-ENCONTRADA
                   MOVE WRK-QTD-UF TO WRK-IDX-UF
               END-IF
               WRK-FS-ORDERSOK,
               WRK-FSCHK-CHAVE.
           ADD 1 TO WRK-QTD-LIMPOS.
           ADD ORDER-VALOR TO WRK-VALOR-LIMPOS.

       0230-GRAVAR-REJEITADO.
           MOVE SPACES TO ORDER-REJECT-RECORD.
           CLOSE ORDER-CLEAN-FILE.
           CLOSE ORDER-REJECT-FILE.
           CLOSE CREDIT-HOLD-FILE.
           IF WRK-FS-PEDLOJA = '00' OR WRK-FS-PEDLOJA = '10'
               CLOSE STORE-ORDER-FILE
               OPEN OUTPUT STORE-ORDER-FILE
               CLOSE STORE-ORDER-FILE
               DISPLAY 'PEDIDOS DE ENTREGA DA LOJA: ' WRK-QTD-PEDLOJA
           END-IF.
           DISPLAY 'CRITICA DE PEDIDOS: ' WRK-QTD-LIMPOS
               ' LIMPO(S), ' WRK-QTD-REJEITADOS ' REJEITADO(S), '
               WRK-QTD-BLOQUEADOS ' EM BLOQUEIO DE CREDITO.'.
           PERFORM 0310-GRAVAR-TOTAIS-CONTROLE.

      *    TOTAIS DE CONTROLE PARA O BALANCO. O PEDIDO REJEITADO PODE
      *    TER VALOR INVALIDO, ENTAO ENTRADA, ORDERREJ E ORDHOLD SO
      *    CONFEREM QUANTIDADE.
       0310-GRAVAR-TOTAIS-CONTROLE.
           MOVE 'ENTRADA'  TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-ENTRADA TO WRK-CTLTOT-QTD.
           MOVE ZEROS TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'ORDERSOK' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-LIMPOS TO WRK-CTLTOT-QTD.
           MOVE WRK-VALOR-LIMPOS TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'ORDERREJ' TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-REJEITADOS TO WRK-CTLTOT-QTD.
           MOVE ZEROS TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
           MOVE 'ORDHOLD'  TO WRK-CTLTOT-ITEM.
           MOVE WRK-QTD-BLOQUEADOS TO WRK-CTLTOT-QTD.
           MOVE ZEROS TO WRK-CTLTOT-VALOR.
           CALL 'CTL-TOTAL' USING WRK-FSCHK-PROG,
               WRK-CTLTOT-ITEM, WRK-CTLTOT-QTD,
               WRK-CTLTOT-VALOR.
