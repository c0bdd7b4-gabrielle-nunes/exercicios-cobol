      *          TRANSPORTADORA, A LINHA DO TEMPO DE RASTREIO DO
      *          TRACKEVT E A FATURA EM QUE FOI COBRADO (ELO DO
      *          FATITEM) COM O STATUS DE PAGAMENTO DO FATREG.
      *          MOSTRA TAMBEM O COMPROVANTE DE ENTREGA (PODREG).
      *DATA = 02/09/2026
      *******************************
      *MODIFICACOES
      *2026-09-02 - CRIADO: RESPONDER 'O QUE ACONTECEU COM O PEDIDO
      *             000123' EXIGIA QUATRO ARQUIVOS ABERTOS LADO A
      *             LADO NO EDITOR.
      *2026-10-14 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CONTRATO E LOG-FRETE-PUBLICO GRAVADOS PELO
      *             FRETE.
      *2026-10-15 - FDS DO ORDERS.idx E DO FRETELOG GANHAM O DEPOSITO DE
      *             ORIGEM, EXIBIDO NA LINHA DO PEDIDO E NA DO FRETE.
      *2026-10-15 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CTE-SERIE E LOG-CTE-NUMERO (CT-E DO ENVIO)
      *             GRAVADOS PELO FRETE.
      *2026-10-15 - LAYOUT DO TRACKREG ACOMPANHA O NOVO CAMPO TRK-CARGA
      *             (ROMANEIO DA CARGA).
      *2026-10-15 - LAYOUT DO TRACKREG ACOMPANHA O NOVO CAMPO
      *             TRK-TENTATIVAS (TENTATIVAS DE ENTREGA FRUSTRADAS).
      *2026-10-15 - EXIBE O COMPROVANTE DE ENTREGA DO RASTREIO (PODREG):
      *             RECEBEDOR, DOCUMENTO, DATA/HORA E REFERENCIA DA
      *             IMAGEM DO CANHOTO.
      *2026-10-15 - LAYOUT DO PEDIDO COM O CAMPO ORDER-COD (74 BYTES).
      *2026-10-15 - FD DO FATREG ACOMPANHA OS CAMPOS DO BOLETO (NOSSO
      *             NUMERO, VENCIMENTO E SITUACAO DO BOLETO) GRAVADOS
      *             PELO FATURA E ATUALIZADOS PELO BOLRET.
      *2026-10-15 - NOVA CONSULTA POR CUPOM DA LOJA (DATA, TERMINAL E
      *             CUPOM), RESOLVIDA PARA O PEDIDO DE ENTREGA PELO
      *             ENTLOJA.dat; PEDIDO L (ENTREGA DE VENDA DA LOJA,
      *             FORA DO ORDERS.idx) MOSTRA A VENDA DE ORIGEM NA
      *             LINHA DO PEDIDO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "FATREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREG.
           SELECT POD-REGISTER-FILE ASSIGN TO "PODREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PODREG.
           SELECT DELIVERY-LINK-FILE ASSIGN TO "ENTLOJA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTLOJA.

       DATA DIVISION.
       FILE SECTION.
           02 ORDER-TIPO             PIC X(01).
           02 ORDER-PEDIDO-ORIG      PIC X(06).
           02 ORDER-SERVICO          PIC X(01).
           02 ORDER-ORIGEM           PIC X(03).
           02 ORDER-COD              PIC X(01).

       FD  FREIGHT-LOG-FILE.
       01  FREIGHT-LOG-RECORD.
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
           02 TRK-DATA               PIC 9(08).
           02 TRK-HORA               PIC 9(08).
           02 TRK-STATUS             PIC X(10).
           02 TRK-CARGA              PIC 9(08).
           02 TRK-TENTATIVAS         PIC 9(01).

       FD  TRACKING-EVENT-FILE.
       01  TRACKING-EVENT-RECORD.
           02 FAT-VALOR              PIC 9(09)V99.
           02 FAT-STATUS             PIC X(01).
           02 FAT-VALOR-PAGO         PIC 9(09)V99.
           02 FAT-NOSSO-NUMERO       PIC 9(09).
           02 FAT-DATA-VENCIMENTO    PIC 9(08).
           02 FAT-BOLETO-STATUS      PIC X(01).

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

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
       77 WRK-FS-TRACKEVT        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATITEM         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PODREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ENTLOJA         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ARQUIVO        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LEITURA                   VALUE 'S'.
       77 WRK-TIPO-CONSULTA      PIC X(01)      VALUE SPACES.
           88 WRK-CONSULTA-PEDIDO               VALUE 'P'.
           88 WRK-CONSULTA-RASTREIO             VALUE 'R'.
           88 WRK-CONSULTA-CUPOM                VALUE 'C'.
       77 WRK-PEDIDO-BUSCA       PIC X(06)      VALUE SPACES.
       77 WRK-RASTREIO-BUSCA     PIC X(12)      VALUE SPACES.
       77 WRK-RASTREIO-PEDIDO    PIC X(12)      VALUE SPACES.
       77 WRK-FATURA-PEDIDO      PIC 9(08)      VALUE ZEROS.
       77 WRK-ACHOU              PIC X(01)      VALUE 'N'.
       77 WRK-CUPOM-DATA         PIC 9(08)      VALUE ZEROS.
       77 WRK-CUPOM-TERMINAL     PIC X(04)      VALUE SPACES.
       77 WRK-CUPOM-NUMERO       PIC 9(06)      VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0200-EXIBIR-PEDIDO.
           PERFORM 0300-EXIBIR-FRETE.
           PERFORM 0400-EXIBIR-RASTREIO.
           PERFORM 0450-EXIBIR-POD.
           PERFORM 0500-EXIBIR-FATURA.

           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'CONSULTA POR (P=PEDIDO / R=RASTREIO / C=CUPOM DA '
               'LOJA): '.
           ACCEPT WRK-TIPO-CONSULTA.
           IF WRK-CONSULTA-CUPOM
               DISPLAY 'DATA DA VENDA (AAAAMMDD): '
               ACCEPT WRK-CUPOM-DATA
               DISPLAY 'TERMINAL DA VENDA: '
               ACCEPT WRK-CUPOM-TERMINAL
               DISPLAY 'CUPOM DA VENDA: '
               ACCEPT WRK-CUPOM-NUMERO
               PERFORM 0120-RESOLVER-CUPOM
               IF WRK-PEDIDO-BUSCA = SPACES
                   DISPLAY 'CUPOM SEM ENTREGA NO ENTLOJA.'
                   STOP RUN
               END-IF
           ELSE
           IF WRK-CONSULTA-RASTREIO
               DISPLAY 'NUMERO DE RASTREIO: '
               ACCEPT WRK-RASTREIO-BUSCA
           ELSE
               DISPLAY 'NUMERO DO PEDIDO: '
               ACCEPT WRK-PEDIDO-BUSCA
           END-IF
           END-IF.
           DISPLAY '===== PEDIDO ' WRK-PEDIDO-BUSCA ' ====='.

                   END-IF
           END-READ.

      *    VENDA DA LOJA COM ENTREGA: O CUPOM (DATA, TERMINAL E NUMERO)
      *    LEVA AO PEDIDO L PELO ENTLOJA.
       0120-RESOLVER-CUPOM.
           MOVE SPACES TO WRK-PEDIDO-BUSCA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT DELIVERY-LINK-FILE.
           IF WRK-FS-ENTLOJA = '00'
               PERFORM 0121-LER-VINCULO-CUPOM UNTIL WRK-FIM-LEITURA
               CLOSE DELIVERY-LINK-FILE
           END-IF.

       0121-LER-VINCULO-CUPOM.
           READ DELIVERY-LINK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENL-DATA = WRK-CUPOM-DATA
                       AND ENL-TERMINAL = WRK-CUPOM-TERMINAL
                       AND ENL-CUPOM = WRK-CUPOM-NUMERO
                       MOVE ENL-PEDIDO TO WRK-PEDIDO-BUSCA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.
           MOVE 'ENTLOJA' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ENTLOJA,
               WRK-FSCHK-CHAVE.

       0200-EXIBIR-PEDIDO.
           IF WRK-PEDIDO-BUSCA(1:1) = 'L'
               PERFORM 0210-EXIBIR-VENDA-LOJA
           ELSE
               PERFORM 0205-LER-PEDIDO
           END-IF.

       0205-LER-PEDIDO.
           OPEN INPUT CUSTOMER-ORDER-FILE.
           MOVE 'ORDERS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
                       ' VALOR ' ORDER-VALOR
                       ' UF ' ORDER-UF
                       ' PESO ' ORDER-PESO
                       ' DEPOSITO ' ORDER-ORIGEM
           END-READ.
           CLOSE CUSTOMER-ORDER-FILE.

      *    PEDIDO L NAO ESTA NO ORDERS.idx: NASCEU DE UMA VENDA NA LOJA
      *    E O PEDIDO E A VENDA DE ORIGEM VEM DO ENTLOJA.
       0210-EXIBIR-VENDA-LOJA.
           MOVE 'N' TO WRK-FIM-ARQUIVO WRK-ACHOU.
           OPEN INPUT DELIVERY-LINK-FILE.
           IF WRK-FS-ENTLOJA = '00'
               PERFORM 0211-LER-VENDA-LOJA UNTIL WRK-FIM-LEITURA
               CLOSE DELIVERY-LINK-FILE
           END-IF.
           IF WRK-ACHOU = 'N'
               DISPLAY 'PEDIDO: ENTREGA DA LOJA SEM VINCULO NO ENTLOJA'
           END-IF.

       0211-LER-VENDA-LOJA.
           READ DELIVERY-LINK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENL-PEDIDO = WRK-PEDIDO-BUSCA
                       MOVE 'S' TO WRK-ACHOU WRK-FIM-ARQUIVO
                       DISPLAY 'PEDIDO:  ENTREGA DE VENDA DA LOJA - '
                           'CLIENTE ' ENL-CLIENTE
                       DISPLAY '         VENDA ' ENL-DATA
                           ' TERMINAL ' ENL-TERMINAL
                           ' CUPOM ' ENL-CUPOM
                       DISPLAY '         ITEM ' ENL-ITEM
                           ' QTDE ' ENL-QTDE
                           ' UF ' ENL-UF
                           ' PESO ' ENL-PESO
                           ' FRETE NO CUPOM ' ENL-FRETE
                   END-IF
           END-READ.
           MOVE 'ENTLOJA' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ENTLOJA,
               WRK-FSCHK-CHAVE.

       0300-EXIBIR-FRETE.
           MOVE 'N' TO WRK-FIM-ARQUIVO WRK-ACHOU.
           MOVE SPACES TO WRK-RASTREIO-PEDIDO.
                           ' PREVISTA ' LOG-DATA-PREVISTA
                       DISPLAY '         RASTREIO ' LOG-TRACKING
                           ' SEGURO ' LOG-VALOR-SEGURO
                           ' ORIGEM ' LOG-ORIGEM
                       DISPLAY '         CT-E ' LOG-CTE-SERIE '-'
                           LOG-CTE-NUMERO
                   END-IF
           END-READ.

                   END-IF
           END-READ.

       0450-EXIBIR-POD.
           MOVE 'N' TO WRK-FIM-ARQUIVO WRK-ACHOU.
           IF WRK-RASTREIO-PEDIDO NOT = SPACES
               OPEN INPUT POD-REGISTER-FILE
               IF WRK-FS-PODREG = '00'
                   PERFORM 0451-LER-POD UNTIL WRK-FIM-LEITURA
                   CLOSE POD-REGISTER-FILE
               END-IF
           END-IF.
           IF WRK-ACHOU = 'N'
               DISPLAY 'POD:     SEM COMPROVANTE DE ENTREGA'
           END-IF.

       0451-LER-POD.
           READ POD-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF POD-RASTREIO = WRK-RASTREIO-PEDIDO
                       MOVE 'S' TO WRK-ACHOU
                       DISPLAY 'POD:     ' POD-DATA ' ' POD-HORA
                           ' RECEBEDOR ' POD-RECEBEDOR
                       DISPLAY '         DOCUMENTO ' POD-DOCUMENTO
                           ' ORIGEM ' POD-ORIGEM
                       DISPLAY '         IMAGEM ' POD-IMAGEM
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0500-EXIBIR-FATURA.
           MOVE ZEROS TO WRK-FATURA-PEDIDO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
