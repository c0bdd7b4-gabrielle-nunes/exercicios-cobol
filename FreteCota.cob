       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETE-COTA.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: COTACAO DE FRETE POR CHAMADA, PARA QUEM PRECISA DO
      *          PRECO DA ENTREGA ANTES DO LOTE NOTURNO (O CAIXA
      *          COBRA O FRETE NO CUPOM DA VENDA COM ENTREGA EM
      *          DOMICILIO). PRECIFICA PELA TABELA PUBLICA DO FRETE:
      *          ROTA DEPOSITO PRINCIPAL (WHSMAST) X UF INFORMADA, NO
      *          SENTIDO DE SAIDA (S, DO DEPOSITO PARA A UF) OU DE
      *          ENTRADA (E, DA UF PARA O DEPOSITO),
      *          MULTIPLICADOR DA TRANSPORTADORA ATIVA MAIS BARATA DO
      *          CARRATES OU, SEM ELA, O DA UFRATES VIGENTE, MAIS OS
      *          ADICIONAIS DE PESO E DE CATEGORIA DO PARMS; PEDIDO
      *          DE SAIDA ACIMA DE FRETE-GRATIS NAO PAGA FRETE (NA
      *          ENTRADA QUEM PAGA E A LOJA). AS TABELAS SAO
      *          CARREGADAS NA PRIMEIRA CHAMADA.
      *          RESULTADO: S = COTADO, N = ROTA FORA DA AREA DE
      *          ENTREGA OU SEM DEPOSITO PRINCIPAL ATIVO, E = FRETE
      *          CALCULADO NAO CABE NO CAMPO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O FRETE DA VENDA COM ENTREGA TEM DE SAIR
      *             NO CUPOM, E O FRETE SO PRECIFICA NO LOTE.
      *2026-10-15 - NOVO PARAMETRO FC-SENTIDO: E COTA A ROTA DA UF
      *             INFORMADA PARA O DEPOSITO PRINCIPAL (FRETE DE
      *             ENTRADA DA MERCADORIA DO FORNECEDOR, NO
      *             RECEBIMENTO), SEM A REGRA DE FRETE-GRATIS; S MANTEM
      *             A COTACAO DE SAIDA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-RATE-TABLE ASSIGN TO "UFRATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UFRATES.
           SELECT CARRIER-MASTER-FILE ASSIGN TO "CARRMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRMAST.
           SELECT CARRIER-RATE-FILE ASSIGN TO "CARRATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRATES.
           SELECT WAREHOUSE-MASTER-FILE ASSIGN TO "WHSMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-WHSMAST.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-TABLE.
       01  FREIGHT-RATE-RECORD.
           02 RATE-VIGENCIA          PIC 9(08).
           02 RATE-UF-ORIGEM         PIC X(02).
           02 RATE-UF                PIC X(02).
           02 RATE-MULTIPLICADOR     PIC 9(01)V99.
           02 RATE-PRAZO-DIAS        PIC 9(02).

       FD  CARRIER-MASTER-FILE.
       01  CARRIER-MASTER-RECORD.
           02 CR-CODIGO              PIC X(03).
           02 CR-NOME                PIC X(20).
           02 CR-ATIVO               PIC X(01).

       FD  CARRIER-RATE-FILE.
       01  CARRIER-RATE-RECORD.
           02 CRT-CARRIER            PIC X(03).
           02 CRT-UF-ORIGEM          PIC X(02).
           02 CRT-UF                 PIC X(02).
           02 CRT-MULTIPLICADOR      PIC 9(01)V99.
           02 CRT-PRAZO-DIAS         PIC 9(02).

       FD  WAREHOUSE-MASTER-FILE.
       01  WAREHOUSE-MASTER-RECORD.
           02 WHS-CODIGO             PIC X(03).
           02 WHS-NOME               PIC X(20).
           02 WHS-UF                 PIC X(02).
           02 WHS-ATIVO              PIC X(01).
           02 WHS-PRINCIPAL          PIC X(01).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

       WORKING-STORAGE SECTION.
           COPY 'PARM-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)       VALUE 'FRETE-COTA'.
       77 WRK-FS-UFRATES         PIC X(02)       VALUE ZEROS.
       77 WRK-FS-CARRMAST        PIC X(02)       VALUE ZEROS.
       77 WRK-FS-CARRATES        PIC X(02)       VALUE ZEROS.
       77 WRK-FS-WHSMAST         PIC X(02)       VALUE ZEROS.
       77 WRK-FIM-UFRATES        PIC X(01)       VALUE 'N'.
           88 WRK-FIM-TAB-UF                     VALUE 'S'.
       77 WRK-FIM-CARRMAST       PIC X(01)       VALUE 'N'.
           88 WRK-FIM-TRANSPORTADORAS            VALUE 'S'.
       77 WRK-FIM-CARRATES       PIC X(01)       VALUE 'N'.
           88 WRK-FIM-TARIFAS                    VALUE 'S'.
       77 WRK-FIM-WHSMAST        PIC X(01)       VALUE 'N'.
           88 WRK-FIM-DEPOSITOS                  VALUE 'S'.
       77 WRK-TABELAS-LIDAS      PIC X(01)       VALUE 'N'.
       77 WRK-DATA-HOJE          PIC 9(08)       VALUE ZEROS.
       77 WRK-VIG-UFRATES        PIC 9(08)       VALUE ZEROS.
       77 WRK-UF-ORIGEM          PIC X(02)       VALUE SPACES.
       77 WRK-ROTA-ORIGEM        PIC X(02)       VALUE SPACES.
       77 WRK-ROTA-DESTINO       PIC X(02)       VALUE SPACES.
       77 WRK-QTD-UF             PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-SUB-UF             PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-QTD-CARRIER        PIC 9(02) COMP  VALUE ZEROS.
       77 WRK-SUB-CAR            PIC 9(02) COMP  VALUE ZEROS.
       77 WRK-QTD-CARRATE        PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-SUB-CRT            PIC 9(03) COMP  VALUE ZEROS.
       77 WRK-CARRIER-ATIVO      PIC X(01)       VALUE 'N'.
       77 WRK-ROTA-ACHADA        PIC X(01)       VALUE 'N'.
       77 WRK-MULTIPLICADOR      PIC 9(01)V99    VALUE ZEROS.
       77 WRK-PRAZO-DIAS         PIC 9(02)       VALUE ZEROS.
       77 WRK-LIMITE-FRETE-GRATIS PIC 9(07)V99   VALUE ZEROS.
       77 WRK-PESO-ADIC-1        PIC 9(05)V99    VALUE ZEROS.
       77 WRK-PESO-ADIC-2        PIC 9(05)V99    VALUE ZEROS.
       77 WRK-PESO-ADIC-3        PIC 9(05)V99    VALUE ZEROS.
       77 WRK-CATEG-ADIC-1       PIC 9(05)V99    VALUE ZEROS.
       77 WRK-CATEG-ADIC-2       PIC 9(05)V99    VALUE ZEROS.
       77 WRK-ADICIONAL-PESO     PIC 9(05)V99    VALUE ZEROS.
       77 WRK-ADICIONAL-CATEG    PIC 9(05)V99    VALUE ZEROS.
       77 WRK-FRETE-CALC         PIC 9(07)V99    VALUE ZEROS.

       01  WRK-TAB-UF VALUE ZEROS.
           02 WRK-UF-LINHA OCCURS 300 TIMES.
               03 WRK-UF-ORIGEM-SIGLA PIC X(02).
               03 WRK-UF-SIGLA       PIC X(02).
               03 WRK-UF-MULT        PIC 9(01)V99.
               03 WRK-UF-PRAZO       PIC 9(02).

       01  WRK-TAB-CARRIER VALUE SPACES.
           02 WRK-CAR-LINHA OCCURS 10 TIMES.
               03 WRK-CAR-CODIGO     PIC X(03).
               03 WRK-CAR-ATIVO      PIC X(01).

       01  WRK-TAB-CARRATE VALUE ZEROS.
           02 WRK-CRT-LINHA OCCURS 300 TIMES.
               03 WRK-CRT-CARRIER    PIC X(03).
               03 WRK-CRT-UF-ORIGEM  PIC X(02).
               03 WRK-CRT-UF         PIC X(02).
               03 WRK-CRT-MULT       PIC 9(01)V99.
               03 WRK-CRT-PRAZO      PIC 9(02).

       LINKAGE SECTION.
       01  FC-SENTIDO             PIC X(01).
           88 FC-SENTIDO-ENTRADA             VALUE 'E'.
       01  FC-UF                  PIC X(02).
       01  FC-VALOR               PIC 9(06)V99.
       01  FC-PESO                PIC 9(03)V99.
       01  FC-PRODUTO             PIC X(20).
       01  FC-FRETE               PIC 9(04)V99.
       01  FC-PRAZO               PIC 9(02).
       01  FC-RESULTADO           PIC X(01).

       PROCEDURE DIVISION USING FC-SENTIDO
                                 FC-UF
                                 FC-VALOR
                                 FC-PESO
                                 FC-PRODUTO
                                 FC-FRETE
                                 FC-PRAZO
                                 FC-RESULTADO.
       0001-PRINCIPAL.
           IF WRK-TABELAS-LIDAS = 'N'
               PERFORM 0100-CARREGAR-TABELAS
               MOVE 'S' TO WRK-TABELAS-LIDAS
           END-IF.
           MOVE ZEROS TO FC-FRETE FC-PRAZO.
           MOVE 'N' TO FC-RESULTADO.
           IF WRK-UF-ORIGEM NOT = SPACES
               PERFORM 0200-BUSCAR-ROTA
               IF WRK-ROTA-ACHADA = 'S'
                   PERFORM 0300-CALCULAR-FRETE
               END-IF
           END-IF.

           GOBACK.

       0100-CARREGAR-TABELAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-DEPOSITO.
           PERFORM 0120-CARREGAR-TABELA-UF.
           PERFORM 0130-CARREGAR-TRANSPORTADORAS.
           PERFORM 0140-CARREGAR-PARAMETROS.
           MOVE 'FRETE-GRATIS' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0142-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-LIMITE-FRETE-GRATIS.
           MOVE 'PESO-ADIC-1' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0142-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PESO-ADIC-1.
           MOVE 'PESO-ADIC-2' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0142-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PESO-ADIC-2.
           MOVE 'PESO-ADIC-3' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0142-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PESO-ADIC-3.
           MOVE 'CATEG-ADIC-1' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0142-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CATEG-ADIC-1.
           MOVE 'CATEG-ADIC-2' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0142-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-CATEG-ADIC-2.

      *    A LOJA EXPEDE PELO DEPOSITO PRINCIPAL, COMO O PEDIDO COM
      *    ORIGEM EM BRANCO NO ORDEDIT E NO FRETE.
       0110-CARREGAR-DEPOSITO.
           OPEN INPUT WAREHOUSE-MASTER-FILE.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-DEPOSITO UNTIL WRK-FIM-DEPOSITOS.
           CLOSE WAREHOUSE-MASTER-FILE.

       0111-LER-DEPOSITO.
           READ WAREHOUSE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-WHSMAST
               NOT AT END
                   IF WHS-PRINCIPAL = 'S' AND WHS-ATIVO = 'S'
                       MOVE WHS-UF TO WRK-UF-ORIGEM
                   END-IF
           END-READ.
           MOVE 'WHSMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-WHSMAST,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-TABELA-UF.
           MOVE ZEROS TO WRK-VIG-UFRATES.
           OPEN INPUT FREIGHT-RATE-TABLE.
           MOVE 'UFRATES' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-UFRATES,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-BUSCAR-VIGENCIA UNTIL WRK-FIM-TAB-UF.
           CLOSE FREIGHT-RATE-TABLE.
           MOVE 'N' TO WRK-FIM-UFRATES.
           OPEN INPUT FREIGHT-RATE-TABLE.
           PERFORM 0122-LER-TABELA-UF UNTIL WRK-FIM-TAB-UF.
           CLOSE FREIGHT-RATE-TABLE.

       0121-BUSCAR-VIGENCIA.
           READ FREIGHT-RATE-TABLE
               AT END
                   MOVE 'S' TO WRK-FIM-UFRATES
               NOT AT END
                   IF RATE-VIGENCIA <= WRK-DATA-HOJE
                       AND RATE-VIGENCIA > WRK-VIG-UFRATES
                       MOVE RATE-VIGENCIA TO WRK-VIG-UFRATES
                   END-IF
           END-READ.

       0122-LER-TABELA-UF.
           READ FREIGHT-RATE-TABLE
               AT END
                   MOVE 'S' TO WRK-FIM-UFRATES
               NOT AT END
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
                           TO WRK-UF-MULT(WRK-QTD-UF)
                       MOVE RATE-PRAZO-DIAS
                           TO WRK-UF-PRAZO(WRK-QTD-UF)
                   END-IF
           END-READ.
           MOVE 'UFRATES' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-UFRATES,
               WRK-FSCHK-CHAVE.

       0130-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-MASTER-FILE.
           MOVE 'CARRMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0131-LER-TRANSPORTADORA
               UNTIL WRK-FIM-TRANSPORTADORAS.
           CLOSE CARRIER-MASTER-FILE.
           OPEN INPUT CARRIER-RATE-FILE.
           MOVE 'CARRATES' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRATES,
               WRK-FSCHK-CHAVE.
           PERFORM 0132-LER-TARIFA UNTIL WRK-FIM-TARIFAS.
           CLOSE CARRIER-RATE-FILE.

       0131-LER-TRANSPORTADORA.
           READ CARRIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CARRMAST
               NOT AT END
                   MOVE 'WRK-TAB-CARRIER' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CARRIER TO WRK-TABCHK-QTD
                   MOVE 10 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CARRIER
                   MOVE CR-CODIGO TO WRK-CAR-CODIGO(WRK-QTD-CARRIER)
                   MOVE CR-ATIVO  TO WRK-CAR-ATIVO(WRK-QTD-CARRIER)
           END-READ.
           MOVE 'CARRMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRMAST,
               WRK-FSCHK-CHAVE.

       0132-LER-TARIFA.
           READ CARRIER-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CARRATES
               NOT AT END
                   MOVE 'WRK-TAB-CARRATE' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CARRATE TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CARRATE
                   MOVE CRT-CARRIER
                       TO WRK-CRT-CARRIER(WRK-QTD-CARRATE)
                   MOVE CRT-UF-ORIGEM
                       TO WRK-CRT-UF-ORIGEM(WRK-QTD-CARRATE)
                   MOVE CRT-UF
                       TO WRK-CRT-UF(WRK-QTD-CARRATE)
                   MOVE CRT-MULTIPLICADOR
                       TO WRK-CRT-MULT(WRK-QTD-CARRATE)
                   MOVE CRT-PRAZO-DIAS
                       TO WRK-CRT-PRAZO(WRK-QTD-CARRATE)
           END-READ.
           MOVE 'CARRATES' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARRATES,
               WRK-FSCHK-CHAVE.

       0140-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0141-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0141-LER-PARAMETRO.
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

       0142-BUSCAR-PARAMETRO.
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

      *    MESMA ESCOLHA DO FRETE PARA O SERVICO ECONOMICO: O MENOR
      *    MULTIPLICADOR ENTRE AS TRANSPORTADORAS ATIVAS DA ROTA; SEM
      *    NENHUMA, A TABELA LEGADA DA UFRATES.
       0200-BUSCAR-ROTA.
           MOVE 'N' TO WRK-ROTA-ACHADA.
           MOVE ZEROS TO WRK-MULTIPLICADOR WRK-PRAZO-DIAS.
           IF FC-SENTIDO-ENTRADA
               MOVE FC-UF TO WRK-ROTA-ORIGEM
               MOVE WRK-UF-ORIGEM TO WRK-ROTA-DESTINO
           ELSE
               MOVE WRK-UF-ORIGEM TO WRK-ROTA-ORIGEM
               MOVE FC-UF TO WRK-ROTA-DESTINO
           END-IF.
           PERFORM VARYING WRK-SUB-CRT FROM 1 BY 1
               UNTIL WRK-SUB-CRT > WRK-QTD-CARRATE
               IF WRK-CRT-UF-ORIGEM(WRK-SUB-CRT) = WRK-ROTA-ORIGEM
                   AND WRK-CRT-UF(WRK-SUB-CRT) = WRK-ROTA-DESTINO
                   PERFORM 0210-VERIFICAR-CARRIER-ATIVO
                   IF WRK-CARRIER-ATIVO = 'S'
                       IF WRK-ROTA-ACHADA = 'N'
                           OR WRK-CRT-MULT(WRK-SUB-CRT)
                              < WRK-MULTIPLICADOR
                           MOVE 'S' TO WRK-ROTA-ACHADA
                           MOVE WRK-CRT-MULT(WRK-SUB-CRT)
                               TO WRK-MULTIPLICADOR
                           MOVE WRK-CRT-PRAZO(WRK-SUB-CRT)
                               TO WRK-PRAZO-DIAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ROTA-ACHADA = 'N'
               PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
                   UNTIL WRK-SUB-UF > WRK-QTD-UF
                   IF WRK-UF-ORIGEM-SIGLA(WRK-SUB-UF) = WRK-ROTA-ORIGEM
                       AND WRK-UF-SIGLA(WRK-SUB-UF) = WRK-ROTA-DESTINO
                       MOVE 'S' TO WRK-ROTA-ACHADA
                       MOVE WRK-UF-MULT(WRK-SUB-UF)
                           TO WRK-MULTIPLICADOR
                       MOVE WRK-UF-PRAZO(WRK-SUB-UF)
                           TO WRK-PRAZO-DIAS
                       MOVE WRK-QTD-UF TO WRK-SUB-UF
                   END-IF
               END-PERFORM
           END-IF.

       0210-VERIFICAR-CARRIER-ATIVO.
           MOVE 'N' TO WRK-CARRIER-ATIVO.
           PERFORM VARYING WRK-SUB-CAR FROM 1 BY 1
               UNTIL WRK-SUB-CAR > WRK-QTD-CARRIER
               IF WRK-CAR-CODIGO(WRK-SUB-CAR)
                   = WRK-CRT-CARRIER(WRK-SUB-CRT)
                   AND WRK-CAR-ATIVO(WRK-SUB-CAR) = 'S'
                   MOVE 'S' TO WRK-CARRIER-ATIVO
                   MOVE WRK-QTD-CARRIER TO WRK-SUB-CAR
               END-IF
           END-PERFORM.

      *    FRETE = VALOR X MULTIPLICADOR DA ROTA + ADICIONAL DE PESO
      *    (FAIXAS DE 5/20/50 KG) + ADICIONAL DE CATEGORIA, COMO NA
      *    TABELA PUBLICA DO FRETE.
       0300-CALCULAR-FRETE.
           MOVE WRK-PRAZO-DIAS TO FC-PRAZO.
           IF FC-VALOR > WRK-LIMITE-FRETE-GRATIS
               AND NOT FC-SENTIDO-ENTRADA
               MOVE 'S' TO FC-RESULTADO
           ELSE
               EVALUATE TRUE
                   WHEN FC-PESO <= 5
                       MOVE ZEROS TO WRK-ADICIONAL-PESO
                   WHEN FC-PESO <= 20
                       MOVE WRK-PESO-ADIC-1 TO WRK-ADICIONAL-PESO
                   WHEN FC-PESO <= 50
                       MOVE WRK-PESO-ADIC-2 TO WRK-ADICIONAL-PESO
                   WHEN OTHER
                       MOVE WRK-PESO-ADIC-3 TO WRK-ADICIONAL-PESO
               END-EVALUATE
               EVALUATE FC-PRODUTO
                   WHEN 'MOVEIS'
                       MOVE WRK-CATEG-ADIC-1 TO WRK-ADICIONAL-CATEG
                   WHEN 'ELETRONICOS'
                       MOVE WRK-CATEG-ADIC-2 TO WRK-ADICIONAL-CATEG
                   WHEN OTHER
                       MOVE ZEROS TO WRK-ADICIONAL-CATEG
               END-EVALUATE
               COMPUTE WRK-FRETE-CALC =
                   (FC-VALOR * WRK-MULTIPLICADOR)
                   + WRK-ADICIONAL-PESO + WRK-ADICIONAL-CATEG
               IF WRK-FRETE-CALC > 9999,99
                   MOVE 'E' TO FC-RESULTADO
               ELSE
                   MOVE WRK-FRETE-CALC TO FC-FRETE
                   MOVE 'S' TO FC-RESULTADO
               END-IF
           END-IF.
