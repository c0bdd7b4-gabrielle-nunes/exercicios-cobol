       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLRET.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: PROCESSAR O ARQUIVO DE RETORNO DO BANCO COBRADOR
      *          SOBRE A REMESSA DE BOLETOS DO FATURA. LE O BOLRET.dat
      *          (NOSSO NUMERO, OCORRENCIA P=PAGO / C=CANCELADO, DATA,
      *          VALOR PAGO, ENCARGOS DE MULTA E JUROS COBRADOS E
      *          TARIFA DO BANCO), CASA PELO NOSSO NUMERO COM O
      *          FATREG.dat E BAIXA O PAGAMENTO COM A MESMA REGRA DO
      *          FATBAIXA (PARCIAL DEIXA SALDO, QUITADA VIRA STATUS P).
      *          BOLETO CANCELADO FICA COM SITUACAO C E A FATURA SEGUE
      *          EM ABERTO PARA A COBRANCA. O RELATORIO BOLRETREL.dat
      *          LISTA AS BAIXAS, AS LINHAS SEM FATURA OU RECUSADAS E
      *          AS TARIFAS, QUE TAMBEM VAO AO DIARIO CONSOLIDADO
      *          JRNCONS.dat VIA CONTAMAP (BOL-TARIFA / BOL-TARIFA-C).
      *          O FATREG E REGRAVADO VIA FATREGNW.dat E PROMOVIDO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O RETORNO DO BANCO ERA CONFERIDO NA MAO E
      *             CADA BOLETO PAGO VIRAVA UMA BAIXA DIGITADA NO
      *             FATBAIXA.
      *2026-10-15 - TABELA DO CONTAMAP AMPLIADA DE 50 PARA 100 VERBAS (O
      *             MAPA JA ESTAVA NO LIMITE COM AS VERBAS DO ICMS).
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
           SELECT BANK-RETURN-FILE ASSIGN TO "BOLRET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLRET.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "FATREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREG.
           SELECT INVOICE-REGISTER-FILE-NOVO ASSIGN TO "FATREGNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREGNW.
           SELECT RETURN-REPORT-FILE ASSIGN TO "BOLRETREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLRETREL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT CONSOL-JOURNAL-FILE ASSIGN TO "JRNCONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNCONS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-LINE          PIC X(45).
       01  BANK-RETURN-RECORD.
           02 RET-NOSSO-NUMERO       PIC 9(09).
           02 RET-OCORRENCIA         PIC X(01).
           02 RET-DATA-OCORRENCIA    PIC 9(08).
           02 RET-VALOR-PAGO         PIC 9(09)V99.
           02 RET-VALOR-ENCARGOS     PIC 9(07)V99.
           02 RET-VALOR-TARIFA       PIC 9(05)V99.
       01  BANK-RETURN-TRAILER.
           02 RTT-LITERAL            PIC X(07).
           02 RTT-QTD                PIC 9(05).
           02 RTT-TOTAL              PIC 9(11)V99.

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

       FD  INVOICE-REGISTER-FILE-NOVO.
       01  INVOICE-REGISTER-RECORD-NOVO.
           02 FATN-NUMERO            PIC 9(08).
           02 FATN-CLIENTE           PIC X(06).
           02 FATN-DATA-EMISSAO      PIC 9(08).
           02 FATN-VALOR             PIC 9(09)V99.
           02 FATN-STATUS            PIC X(01).
           02 FATN-VALOR-PAGO        PIC 9(09)V99.
           02 FATN-NOSSO-NUMERO      PIC 9(09).
           02 FATN-DATA-VENCIMENTO   PIC 9(08).
           02 FATN-BOLETO-STATUS     PIC X(01).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD      PIC X(80).

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

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'BOLRET'.
       77 WRK-FS-BOLRET          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FATREGNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-BOLRETREL       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTAMAP        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-JRNCONS         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-BOLRET         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-RETORNO                   VALUE 'S'.
       77 WRK-FIM-FATREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-FIM-CONTAMAP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-MAPA                      VALUE 'S'.
       77 WRK-QTD-FAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-FAT            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-FAT-ACHADA         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-MAPA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LINHAS         PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-QUITADAS       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-PARCIAIS       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-CANCELADOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-FATURA     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-RECUSADOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-ALTERACOES     PIC 9(05)      VALUE ZEROS.
       77 WRK-SALDO-ABERTO       PIC 9(09)V99   VALUE ZEROS.
       77 WRK-VALOR-PRINCIPAL    PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOTAL-RECEBIDO     PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-ENCARGOS     PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-TARIFAS      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-MOTIVO             PIC X(30)      VALUE SPACES.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-NOME-FATREG        PIC X(20)      VALUE "FATREG.dat".
       77 WRK-NOME-FATREGNW      PIC X(20)      VALUE "FATREGNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
       77 WRK-JRN-VERBA          PIC X(15)      VALUE SPACES.
       77 WRK-JRN-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-DEBITOS    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-JRN-TOT-CREDITOS   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-SALDO-ED           PIC $ZZZ.ZZZ.ZZ9,99.

       01  WRK-TAB-FAT VALUE ZEROS.
           02 WRK-FAT-LINHA OCCURS 300 TIMES.
               03 WRK-FAT-NUMERO     PIC 9(08).
               03 WRK-FAT-CLIENTE    PIC X(06).
               03 WRK-FAT-EMISSAO    PIC 9(08).
               03 WRK-FAT-VALOR      PIC 9(09)V99.
               03 WRK-FAT-STATUS     PIC X(01).
               03 WRK-FAT-PAGO       PIC 9(09)V99.
               03 WRK-FAT-NOSSO-NUM  PIC 9(09).
               03 WRK-FAT-VENCIMENTO PIC 9(08).
               03 WRK-FAT-BOLETO     PIC X(01).

       01  WRK-TAB-MAPA VALUE ZEROS.
           02 WRK-MAPA-LINHA OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-MAPA.
               03 WRK-MAPA-VERBA     PIC X(15).
               03 WRK-MAPA-CONTA     PIC X(08).
               03 WRK-MAPA-NATUREZA  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-LER-RETORNO.
           PERFORM UNTIL WRK-FIM-RETORNO
               PERFORM 0200-PROCESSAR
               PERFORM 0150-LER-RETORNO
           END-PERFORM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF WRK-FS-FATREG = '00'
               PERFORM 0110-LER-FATURA UNTIL WRK-FIM-REGISTRO
               CLOSE INVOICE-REGISTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-FATREG
           END-IF.
           DISPLAY 'FATURAS CARREGADAS: ' WRK-QTD-FAT.
           OPEN INPUT BANK-RETURN-FILE.
           MOVE 'BOLRET' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BOLRET,
               WRK-FSCHK-CHAVE.
           OPEN OUTPUT RETURN-REPORT-FILE.
           MOVE 'BOLRETREL' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BOLRETREL,
               WRK-FSCHK-CHAVE.

       0110-LER-FATURA.
           READ INVOICE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FATREG
               NOT AT END
                   MOVE 'WRK-TAB-FAT' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-FAT TO WRK-TABCHK-QTD
                   MOVE 300 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-FAT
                   MOVE FAT-NUMERO
                       TO WRK-FAT-NUMERO(WRK-QTD-FAT)
                   MOVE FAT-CLIENTE
                       TO WRK-FAT-CLIENTE(WRK-QTD-FAT)
                   MOVE FAT-DATA-EMISSAO
                       TO WRK-FAT-EMISSAO(WRK-QTD-FAT)
                   MOVE FAT-VALOR
                       TO WRK-FAT-VALOR(WRK-QTD-FAT)
                   MOVE FAT-STATUS
                       TO WRK-FAT-STATUS(WRK-QTD-FAT)
                   MOVE FAT-VALOR-PAGO
                       TO WRK-FAT-PAGO(WRK-QTD-FAT)
                   MOVE FAT-NOSSO-NUMERO
                       TO WRK-FAT-NOSSO-NUM(WRK-QTD-FAT)
                   MOVE FAT-DATA-VENCIMENTO
                       TO WRK-FAT-VENCIMENTO(WRK-QTD-FAT)
                   MOVE FAT-BOLETO-STATUS
                       TO WRK-FAT-BOLETO(WRK-QTD-FAT)
           END-READ.

       0150-LER-RETORNO.
           IF NOT WRK-FIM-RETORNO
               READ BANK-RETURN-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-BOLRET
               END-READ
               MOVE 'BOLRET' TO WRK-FSCHK-ARQ
               MOVE 'READ' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-BOLRET,
                   WRK-FSCHK-CHAVE
           END-IF.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN BANK-RETURN-LINE(1:6) = 'HEADER'
                   CONTINUE
               WHEN BANK-RETURN-LINE(1:7) = 'TRAILER'
                   PERFORM 0205-CONFERIR-TRAILER
               WHEN OTHER
                   ADD 1 TO WRK-QTD-LINHAS
                   PERFORM 0210-CASAR-BOLETO
           END-EVALUATE.

       0205-CONFERIR-TRAILER.
           IF RTT-QTD NOT = WRK-QTD-LINHAS
               DISPLAY 'ATENCAO: TRAILER DO RETORNO INFORMA '
                   RTT-QTD ' LINHA(S), LIDAS ' WRK-QTD-LINHAS
               MOVE SPACES TO RETURN-REPORT-RECORD
               STRING 'ATENCAO:     TRAILER INFORMA ' RTT-QTD
                   ' LINHA(S), LIDAS ' WRK-QTD-LINHAS
                   DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

       0210-CASAR-BOLETO.
           MOVE ZEROS TO WRK-FAT-ACHADA.
           PERFORM VARYING WRK-SUB-FAT FROM 1 BY 1
               UNTIL WRK-SUB-FAT > WRK-QTD-FAT
               IF WRK-FAT-NOSSO-NUM(WRK-SUB-FAT) = RET-NOSSO-NUMERO
                   AND WRK-FAT-BOLETO(WRK-SUB-FAT) NOT = SPACE
                   MOVE WRK-SUB-FAT TO WRK-FAT-ACHADA
                   MOVE WRK-QTD-FAT TO WRK-SUB-FAT
               END-IF
           END-PERFORM.
           MOVE RET-VALOR-PAGO TO WRK-VALOR-ED.
           EVALUATE TRUE
               WHEN WRK-FAT-ACHADA = ZEROS
                   ADD 1 TO WRK-QTD-SEM-FATURA
                   MOVE SPACES TO RETURN-REPORT-RECORD
                   STRING 'SEM FATURA:  ' RET-NOSSO-NUMERO
                       ' OCORR ' RET-OCORRENCIA
                       ' ' RET-DATA-OCORRENCIA
                       ' ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
                   PERFORM 0290-GRAVAR-LINHA
               WHEN RET-OCORRENCIA = 'P'
                   PERFORM 0220-BAIXAR-PAGAMENTO
               WHEN RET-OCORRENCIA = 'C'
                   PERFORM 0230-CANCELAR-BOLETO
               WHEN OTHER
                   MOVE 'OCORRENCIA DESCONHECIDA' TO WRK-MOTIVO
                   PERFORM 0240-RECUSAR-LINHA
           END-EVALUATE.
           IF RET-VALOR-TARIFA > ZEROS
               PERFORM 0250-REGISTRAR-TARIFA
           END-IF.

      *    MESMA REGRA DO FATBAIXA: O PRINCIPAL (PAGO MENOS MULTA E
      *    JUROS) NAO PODE SER ZERO NEM PASSAR DO SALDO EM ABERTO;
      *    PAGAMENTO MENOR QUE O SALDO E BAIXA PARCIAL. O BOLETO
      *    PAGO, MESMO EM PARTE, ESTA LIQUIDADO NO BANCO.
       0220-BAIXAR-PAGAMENTO.
           COMPUTE WRK-SALDO-ABERTO =
               WRK-FAT-VALOR(WRK-FAT-ACHADA)
               - WRK-FAT-PAGO(WRK-FAT-ACHADA).
           EVALUATE TRUE
               WHEN WRK-FAT-BOLETO(WRK-FAT-ACHADA) = 'L'
                   MOVE 'BOLETO JA LIQUIDADO' TO WRK-MOTIVO
                   PERFORM 0240-RECUSAR-LINHA
               WHEN WRK-FAT-STATUS(WRK-FAT-ACHADA) = 'P'
                   MOVE 'FATURA JA QUITADA' TO WRK-MOTIVO
                   PERFORM 0240-RECUSAR-LINHA
               WHEN RET-VALOR-ENCARGOS >= RET-VALOR-PAGO
                   MOVE 'VALOR INVALIDO' TO WRK-MOTIVO
                   PERFORM 0240-RECUSAR-LINHA
               WHEN OTHER
                   COMPUTE WRK-VALOR-PRINCIPAL =
                       RET-VALOR-PAGO - RET-VALOR-ENCARGOS
                   IF WRK-VALOR-PRINCIPAL > WRK-SALDO-ABERTO
                       MOVE 'VALOR ACIMA DO SALDO EM ABERTO'
                           TO WRK-MOTIVO
                       PERFORM 0240-RECUSAR-LINHA
                   ELSE
                       PERFORM 0225-LANCAR-PAGAMENTO
                   END-IF
           END-EVALUATE.

       0225-LANCAR-PAGAMENTO.
           ADD WRK-VALOR-PRINCIPAL TO WRK-FAT-PAGO(WRK-FAT-ACHADA).
           MOVE 'L' TO WRK-FAT-BOLETO(WRK-FAT-ACHADA).
           ADD 1 TO WRK-QTD-ALTERACOES.
           ADD RET-VALOR-PAGO TO WRK-TOTAL-RECEBIDO.
           ADD RET-VALOR-ENCARGOS TO WRK-TOTAL-ENCARGOS.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           IF WRK-FAT-PAGO(WRK-FAT-ACHADA)
               >= WRK-FAT-VALOR(WRK-FAT-ACHADA)
               MOVE 'P' TO WRK-FAT-STATUS(WRK-FAT-ACHADA)
               ADD 1 TO WRK-QTD-QUITADAS
               STRING 'LIQUIDADO:   ' RET-NOSSO-NUMERO
                   ' FATURA ' WRK-FAT-NUMERO(WRK-FAT-ACHADA)
                   ' ' RET-DATA-OCORRENCIA
                   ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           ELSE
               COMPUTE WRK-SALDO-ABERTO =
                   WRK-FAT-VALOR(WRK-FAT-ACHADA)
                   - WRK-FAT-PAGO(WRK-FAT-ACHADA)
               MOVE WRK-SALDO-ABERTO TO WRK-SALDO-ED
               ADD 1 TO WRK-QTD-PARCIAIS
               STRING 'PARCIAL:     ' RET-NOSSO-NUMERO
                   ' FATURA ' WRK-FAT-NUMERO(WRK-FAT-ACHADA)
                   ' ' WRK-VALOR-ED
                   ' SALDO ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.
           IF RET-VALOR-ENCARGOS > ZEROS
               MOVE RET-VALOR-ENCARGOS TO WRK-VALOR-ED
               MOVE SPACES TO RETURN-REPORT-RECORD
               STRING '  ENCARGOS:  ' RET-NOSSO-NUMERO
                   ' MULTA/JUROS ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

      *    BOLETO BAIXADO NO BANCO SEM PAGAMENTO: A FATURA CONTINUA
      *    DEVIDA E SEGUE NO AGING E NA CARTA DA COBRANCA.
       0230-CANCELAR-BOLETO.
           IF WRK-FAT-BOLETO(WRK-FAT-ACHADA) NOT = 'R'
               MOVE 'BOLETO NAO ESTA REGISTRADO' TO WRK-MOTIVO
               PERFORM 0240-RECUSAR-LINHA
           ELSE
               MOVE 'C' TO WRK-FAT-BOLETO(WRK-FAT-ACHADA)
               ADD 1 TO WRK-QTD-ALTERACOES
               ADD 1 TO WRK-QTD-CANCELADOS
               COMPUTE WRK-SALDO-ABERTO =
                   WRK-FAT-VALOR(WRK-FAT-ACHADA)
                   - WRK-FAT-PAGO(WRK-FAT-ACHADA)
               MOVE WRK-SALDO-ABERTO TO WRK-SALDO-ED
               MOVE SPACES TO RETURN-REPORT-RECORD
               STRING 'CANCELADO:   ' RET-NOSSO-NUMERO
                   ' FATURA ' WRK-FAT-NUMERO(WRK-FAT-ACHADA)
                   ' EM ABERTO ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

       0240-RECUSAR-LINHA.
           ADD 1 TO WRK-QTD-RECUSADOS.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING 'RECUSADO:    ' RET-NOSSO-NUMERO
               ' ' WRK-VALOR-ED
               ' MOTIVO: ' WRK-MOTIVO
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0250-REGISTRAR-TARIFA.
           ADD RET-VALOR-TARIFA TO WRK-TOTAL-TARIFAS.
           MOVE RET-VALOR-TARIFA TO WRK-VALOR-ED.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING 'TARIFA:      ' RET-NOSSO-NUMERO
               ' OCORR ' RET-OCORRENCIA
               ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA.
           WRITE RETURN-REPORT-RECORD.
           MOVE 'BOLRETREL' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-BOLRETREL,
               WRK-FSCHK-CHAVE.

       0300-FINALIZAR.
           MOVE ALL '-' TO RETURN-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-RECEBIDO TO WRK-VALOR-ED.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING 'TOTAL RECEBIDO:  ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-ENCARGOS TO WRK-VALOR-ED.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING 'TOTAL ENCARGOS:  ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-TARIFAS TO WRK-VALOR-ED.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING 'TOTAL TARIFAS:   ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           PERFORM 0290-GRAVAR-LINHA.
           CLOSE BANK-RETURN-FILE.
           CLOSE RETURN-REPORT-FILE.
           IF WRK-QTD-ALTERACOES > 0
               PERFORM 0310-REGRAVAR-REGISTRO
           END-IF.
           IF WRK-TOTAL-TARIFAS > ZEROS
               PERFORM 0340-GRAVAR-JRNCONS
           END-IF.
           DISPLAY 'RETORNO PROCESSADO: ' WRK-QTD-QUITADAS
               ' QUITADA(S), ' WRK-QTD-PARCIAIS
               ' PARCIAL(IS), ' WRK-QTD-CANCELADOS
               ' CANCELADO(S).'.
           DISPLAY 'SEM FATURA: ' WRK-QTD-SEM-FATURA
               ' RECUSADOS: ' WRK-QTD-RECUSADOS
               ' TARIFAS: ' WRK-TOTAL-TARIFAS.

       0310-REGRAVAR-REGISTRO.
           OPEN OUTPUT INVOICE-REGISTER-FILE-NOVO.
           MOVE 'FATREGNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATREGNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-FATURA
               VARYING WRK-SUB-FAT FROM 1 BY 1
               UNTIL WRK-SUB-FAT > WRK-QTD-FAT.
           CLOSE INVOICE-REGISTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-FATREG,
               WRK-NOME-FATREGNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-FATREG
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'REGISTRO DE FATURAS REGRAVADO.'.

       0311-GRAVAR-FATURA.
           MOVE WRK-FAT-NUMERO(WRK-SUB-FAT)   TO FATN-NUMERO.
           MOVE WRK-FAT-CLIENTE(WRK-SUB-FAT)  TO FATN-CLIENTE.
           MOVE WRK-FAT-EMISSAO(WRK-SUB-FAT)  TO FATN-DATA-EMISSAO.
           MOVE WRK-FAT-VALOR(WRK-SUB-FAT)    TO FATN-VALOR.
           MOVE WRK-FAT-STATUS(WRK-SUB-FAT)   TO FATN-STATUS.
           MOVE WRK-FAT-PAGO(WRK-SUB-FAT)     TO FATN-VALOR-PAGO.
           MOVE WRK-FAT-NOSSO-NUM(WRK-SUB-FAT) TO FATN-NOSSO-NUMERO.
           MOVE WRK-FAT-VENCIMENTO(WRK-SUB-FAT)
                                              TO FATN-DATA-VENCIMENTO.
           MOVE WRK-FAT-BOLETO(WRK-SUB-FAT)   TO FATN-BOLETO-STATUS.
           WRITE INVOICE-REGISTER-RECORD-NOVO.
           MOVE 'FATREGNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-FATREGNW,
               WRK-FSCHK-CHAVE.

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

       0340-GRAVAR-JRNCONS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0335-CARREGAR-CONTAMAP.
           OPEN EXTEND CONSOL-JOURNAL-FILE.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           MOVE ZEROS TO WRK-JRN-TOT-DEBITOS WRK-JRN-TOT-CREDITOS.
           MOVE 'BOL-TARIFA' TO WRK-JRN-VERBA.
           MOVE WRK-TOTAL-TARIFAS TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE 'BOL-TARIFA-C' TO WRK-JRN-VERBA.
           MOVE WRK-TOTAL-TARIFAS TO WRK-JRN-VALOR.
           PERFORM 0341-GRAVAR-LINHA-JRNCONS.
           MOVE SPACES               TO CONSOL-JOURNAL-TRAILER.
           MOVE 'BOLETO'             TO JCT-ORIGEM.
           MOVE 'TOTAIS  '           TO JCT-LITERAL.
           MOVE WRK-JRN-TOT-DEBITOS  TO JCT-TOTAL-DEBITOS.
           MOVE WRK-JRN-TOT-CREDITOS TO JCT-TOTAL-CREDITOS.
           MOVE WRK-DATA-HOJE(1:6)   TO JCT-COMPETENCIA.
           MOVE WRK-DATA-HOJE        TO JCT-DATA.
           WRITE CONSOL-JOURNAL-TRAILER.
           MOVE 'JRNCONS' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-JRNCONS,
               WRK-FSCHK-CHAVE.
           IF WRK-JRN-TOT-DEBITOS NOT = WRK-JRN-TOT-CREDITOS
               DISPLAY 'ATENCAO: JRNCONS DO BOLETO DESBALANCEADO'
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
                       MOVE 'BOLETO' TO JC-ORIGEM
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO JC-CONTA
                       MOVE WRK-MAPA-NATUREZA(WRK-IDX-MAPA)
                           TO JC-NATUREZA
                       MOVE WRK-JRN-VALOR TO JC-VALOR
                       MOVE WRK-JRN-VERBA TO JC-HISTORICO
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
