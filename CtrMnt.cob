       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DOS CONTRATOS DE FRETE NEGOCIADOS COM OS
      *          CLIENTES (CONTRFRT.dat), QUE O FRETE APLICA NO LUGAR
      *          DA TABELA PUBLICA UFRATES/CARRATES. CADA LINHA E UMA
      *          REGRA DO CONTRATO: NUMERO, CLIENTE (VALIDADO NO
      *          CUSTMAST.dat), VIGENCIA INICIO/FIM, TIPO (D =
      *          DESCONTO % NO MULTIPLICADOR DA UF, F = PRECO
      *          FECHADO ATE UM PESO, M = FRETE MINIMO POR ENVIO, S =
      *          CREDITO POR ATRASO NA ENTREGA: % DO FRETE POR DIA DE
      *          ATRASO NO CTF-PERC-DESC E TETO EM % DO FRETE NO
      *          CTF-VALOR, APURADO PELO SLACRED) E
      *          UF (EM BRANCO = QUALQUER DESTINO). OPERACOES:
      *          INCLUIR REGRA, ENCERRAR VIGENCIA DO CONTRATO,
      *          LISTAR. CADA MUDANCA E GRAVADA NO AUDITLOG E O
      *          ARQUIVO E REGRAVADO VIA CONTRFNW.dat NO
      *          ENCERRAMENTO.
      *DATA = 14/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-14 - CRIADO: O PRECO NEGOCIADO COM OS CLIENTES GRANDES
      *             SO EXISTIA NA COBRANCA, QUE EMITIA NOTA DE
      *             CREDITO DEPOIS DO FRETE COBRADO PELA TABELA
      *             PUBLICA.
      *2026-10-15 - CUSTMAST GANHA O INDICADOR DE CONTRIBUINTE DE ICMS.
      *2026-10-15 - CUSTMAST GANHA O INDICADOR DE FATURAMENTO SO COM
      *             COMPROVANTE DE ENTREGA (CM-EXIGE-POD).
      *2026-10-15 - NOVO TIPO DE REGRA S (CREDITO POR ATRASO NA
      *             ENTREGA): % DO FRETE POR DIA DE ATRASO COM TETO EM %
      *             DO FRETE, APURADO MENSALMENTE PELO SLACRED.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-CONTRACT-FILE ASSIGN TO "CONTRFRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTRFRT.
           SELECT FREIGHT-CONTRACT-FILE-NOVO ASSIGN TO "CONTRFNW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTRFNW.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-CONTRACT-FILE.
       01  FREIGHT-CONTRACT-RECORD.
           02 CTF-CONTRATO           PIC X(06).
           02 CTF-CLIENTE            PIC X(06).
           02 CTF-VIG-INICIO         PIC 9(08).
           02 CTF-VIG-FIM            PIC 9(08).
           02 CTF-TIPO               PIC X(01).
           02 CTF-UF                 PIC X(02).
           02 CTF-PERC-DESC          PIC 9(02)V99.
           02 CTF-PESO-ATE           PIC 9(03)V99.
           02 CTF-VALOR              PIC 9(04)V99.

       FD  FREIGHT-CONTRACT-FILE-NOVO.
       01  FREIGHT-CONTRACT-RECORD-NOVO.
           02 CTFN-CONTRATO          PIC X(06).
           02 CTFN-CLIENTE           PIC X(06).
           02 CTFN-VIG-INICIO        PIC 9(08).
           02 CTFN-VIG-FIM           PIC 9(08).
           02 CTFN-TIPO              PIC X(01).
           02 CTFN-UF                PIC X(02).
           02 CTFN-PERC-DESC         PIC 9(02)V99.
           02 CTFN-PESO-ATE          PIC 9(03)V99.
           02 CTFN-VALOR             PIC 9(04)V99.

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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
           02 AUD-SEQUENCIA         PIC 9(06).
           02 AUD-DATA              PIC 9(08).
           02 AUD-HORA              PIC 9(08).
           02 AUD-ENTRADA           PIC X(30).
           02 AUD-SAIDA             PIC X(30).
           02 AUD-OPERADOR          PIC X(06).

       WORKING-STORAGE SECTION.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CTRMNT'.
       77 WRK-FS-CONTRFRT        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONTRFNW        PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CONTRFRT       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONTRATOS                 VALUE 'S'.
       77 WRK-FIM-CUSTMAST       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CLIENTES                  VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-ENCERRAR                VALUE 'E'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-TIPO-ENTRADA       PIC X(01)      VALUE SPACES.
           88 WRK-TIPO-VALIDO                   VALUE 'D' 'F' 'M' 'S'.
       77 WRK-QTD-CLIENTE        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CLI            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CLI-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CTR            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CTR            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CTR-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-ENCERRADAS     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CONTRATO           PIC X(06)      VALUE SPACES.
       77 WRK-CLIENTE            PIC X(06)      VALUE SPACES.
       77 WRK-UF-ENTRADA         PIC X(02)      VALUE SPACES.
       77 WRK-INICIO-ENTRADA     PIC 9(08)      VALUE ZEROS.
       77 WRK-FIM-ENTRADA        PIC 9(08)      VALUE ZEROS.
       77 WRK-PERC-ENTRADA       PIC 9(02)V99   VALUE ZEROS.
       77 WRK-PESO-ENTRADA       PIC 9(03)V99   VALUE ZEROS.
       77 WRK-VALOR-ENTRADA      PIC 9(04)V99   VALUE ZEROS.
       77 WRK-REGRA-OK           PIC X(01)      VALUE 'N'.
           88 WRK-REGRA-VALIDA                  VALUE 'S'.
       77 WRK-ED-QTD             PIC ZZZ9.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-NOME-CONTRFRT      PIC X(20)      VALUE "CONTRFRT.dat".
       77 WRK-NOME-CONTRFNW      PIC X(20)      VALUE "CONTRFNW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-CLI VALUE ZEROS.
           02 WRK-CLI-LINHA OCCURS 100 TIMES.
               03 WRK-CLI-CODIGO     PIC X(06).
               03 WRK-CLI-NOME       PIC X(30).

       01  WRK-TAB-CTR VALUE ZEROS.
           02 WRK-CTR-LINHA OCCURS 500 TIMES.
               03 WRK-CTR-CONTRATO   PIC X(06).
               03 WRK-CTR-CLIENTE    PIC X(06).
               03 WRK-CTR-INICIO     PIC 9(08).
               03 WRK-CTR-FIM        PIC 9(08).
               03 WRK-CTR-TIPO       PIC X(01).
               03 WRK-CTR-UF         PIC X(02).
               03 WRK-CTR-PERC       PIC 9(02)V99.
               03 WRK-CTR-PESO-ATE   PIC 9(03)V99.
               03 WRK-CTR-VALOR      PIC 9(04)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           MOVE 'CTRMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           PERFORM 0120-CARREGAR-CLIENTES.
           PERFORM 0110-CARREGAR-CONTRATOS.

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

       0110-CARREGAR-CONTRATOS.
           OPEN INPUT FREIGHT-CONTRACT-FILE.
           IF WRK-FS-CONTRFRT = '00'
               PERFORM 0111-LER-CONTRATO UNTIL WRK-FIM-CONTRATOS
               CLOSE FREIGHT-CONTRACT-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CONTRFRT
               DISPLAY 'AVISO: CONTRFRT.dat AUSENTE - CADASTRO '
                   'INICIADO VAZIO.'
           END-IF.
           DISPLAY 'REGRAS DE CONTRATO CARREGADAS: ' WRK-QTD-CTR.

       0111-LER-CONTRATO.
           READ FREIGHT-CONTRACT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTRFRT
               NOT AT END
                   MOVE 'WRK-TAB-CTR' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CTR TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CTR
                   MOVE CTF-CONTRATO   TO WRK-CTR-CONTRATO(WRK-QTD-CTR)
                   MOVE CTF-CLIENTE    TO WRK-CTR-CLIENTE(WRK-QTD-CTR)
                   MOVE CTF-VIG-INICIO TO WRK-CTR-INICIO(WRK-QTD-CTR)
                   MOVE CTF-VIG-FIM    TO WRK-CTR-FIM(WRK-QTD-CTR)
                   MOVE CTF-TIPO       TO WRK-CTR-TIPO(WRK-QTD-CTR)
                   MOVE CTF-UF         TO WRK-CTR-UF(WRK-QTD-CTR)
                   MOVE CTF-PERC-DESC  TO WRK-CTR-PERC(WRK-QTD-CTR)
                   MOVE CTF-PESO-ATE
                       TO WRK-CTR-PESO-ATE(WRK-QTD-CTR)
                   MOVE CTF-VALOR      TO WRK-CTR-VALOR(WRK-QTD-CTR)
           END-READ.
           MOVE 'CONTRFRT' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTRFRT,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-CLIENTE UNTIL WRK-FIM-CLIENTES.
           CLOSE CUSTOMER-MASTER-FILE.

       0121-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CUSTMAST
               NOT AT END
                   MOVE 'WRK-TAB-CLI' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CLIENTE TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CLIENTE
                   MOVE CM-CODIGO TO WRK-CLI-CODIGO(WRK-QTD-CLIENTE)
                   MOVE CM-NOME   TO WRK-CLI-NOME(WRK-QTD-CLIENTE)
           END-READ.
           MOVE 'CUSTMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CUSTMAST,
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

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (I=INCLUIR REGRA E=ENCERRAR CONTRATO '
               'L=LISTAR F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-REGRA
               WHEN WRK-OPCAO-ENCERRAR
                   PERFORM 0220-ENCERRAR-CONTRATO
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0230-LISTAR-CONTRATOS
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-CONTRATO.
           MOVE ZEROS TO WRK-CTR-ACHADO.
           PERFORM VARYING WRK-SUB-CTR FROM 1 BY 1
               UNTIL WRK-SUB-CTR > WRK-QTD-CTR
               IF WRK-CTR-CONTRATO(WRK-SUB-CTR) = WRK-CONTRATO
                   MOVE WRK-SUB-CTR TO WRK-CTR-ACHADO
                   MOVE WRK-QTD-CTR TO WRK-SUB-CTR
               END-IF
           END-PERFORM.

       0206-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QTD-CLIENTE
               IF WRK-CLI-CODIGO(WRK-SUB-CLI) = WRK-CLIENTE
                   MOVE WRK-SUB-CLI TO WRK-CLI-ACHADO
                   MOVE WRK-QTD-CLIENTE TO WRK-SUB-CLI
               END-IF
           END-PERFORM.

       0210-INCLUIR-REGRA.
           DISPLAY 'NUMERO DO CONTRATO: '.
           MOVE SPACES TO WRK-CONTRATO.
           ACCEPT WRK-CONTRATO.
           DISPLAY 'CODIGO DO CLIENTE: '.
           MOVE SPACES TO WRK-CLIENTE.
           ACCEPT WRK-CLIENTE.
           PERFORM 0205-LOCALIZAR-CONTRATO.
           PERFORM 0206-LOCALIZAR-CLIENTE.
           EVALUATE TRUE
               WHEN WRK-CONTRATO = SPACES
                   DISPLAY 'NUMERO DO CONTRATO EM BRANCO.'
               WHEN WRK-CLI-ACHADO = ZEROS
                   DISPLAY 'CLIENTE NAO CADASTRADO NO CUSTMAST.'
               WHEN WRK-CTR-ACHADO NOT = ZEROS
                   AND WRK-CTR-CLIENTE(WRK-CTR-ACHADO) NOT = WRK-CLIENTE
                   DISPLAY 'CONTRATO JA PERTENCE AO CLIENTE '
                       WRK-CTR-CLIENTE(WRK-CTR-ACHADO) '.'
               WHEN OTHER
                   DISPLAY WRK-CLI-NOME(WRK-CLI-ACHADO)
                   PERFORM 0211-SOLICITAR-REGRA
                   IF WRK-REGRA-VALIDA
                       PERFORM 0212-GRAVAR-REGRA
                   END-IF
           END-EVALUATE.

       0211-SOLICITAR-REGRA.
           MOVE 'N' TO WRK-REGRA-OK.
           MOVE ZEROS TO WRK-PERC-ENTRADA WRK-PESO-ENTRADA
                         WRK-VALOR-ENTRADA.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '.
           ACCEPT WRK-INICIO-ENTRADA.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, 0 = SEM PRAZO): '.
           ACCEPT WRK-FIM-ENTRADA.
           IF WRK-FIM-ENTRADA = ZEROS
               MOVE 99999999 TO WRK-FIM-ENTRADA
           END-IF.
           MOVE 'VIG-INICIO' TO WRK-DTCHK-CAMPO.
           MOVE 'W' TO WRK-DTCHK-SEVERIDADE.
           MOVE WRK-INICIO-ENTRADA TO WRK-DTCHK-DATA.
           CALL 'DATE-CHECK' USING WRK-FSCHK-PROG, WRK-DTCHK-CAMPO,
               WRK-DTCHK-SEVERIDADE, WRK-DTCHK-DATA,
               WRK-DTCHK-RESULTADO.
           IF WRK-DTCHK-RESULTADO = 'N'
               DISPLAY 'INICIO DA VIGENCIA INVALIDO - REGRA NAO '
                   'INCLUIDA.'
           ELSE
               IF WRK-FIM-ENTRADA NOT = 99999999
                   MOVE 'VIG-FIM' TO WRK-DTCHK-CAMPO
                   MOVE WRK-FIM-ENTRADA TO WRK-DTCHK-DATA
                   CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
                       WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
                       WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO
               END-IF
               IF WRK-DTCHK-RESULTADO = 'N'
                   OR WRK-FIM-ENTRADA < WRK-INICIO-ENTRADA
                   DISPLAY 'FIM DA VIGENCIA INVALIDO - REGRA NAO '
                       'INCLUIDA.'
               ELSE
                   PERFORM 0213-SOLICITAR-TIPO
               END-IF
           END-IF.

       0213-SOLICITAR-TIPO.
           MOVE SPACES TO WRK-TIPO-ENTRADA.
           PERFORM UNTIL WRK-TIPO-VALIDO
               DISPLAY 'TIPO (D-DESCONTO NA UF F-PRECO POR FAIXA '
                   'DE PESO M-FRETE MINIMO S-CREDITO POR ATRASO): '
               ACCEPT WRK-TIPO-ENTRADA
               IF NOT WRK-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO.'
               END-IF
           END-PERFORM.
           DISPLAY 'UF DE DESTINO (BRANCO = TODAS): '.
           MOVE SPACES TO WRK-UF-ENTRADA.
           ACCEPT WRK-UF-ENTRADA.
           EVALUATE WRK-TIPO-ENTRADA
               WHEN 'D'
                   DISPLAY 'DESCONTO % SOBRE O MULTIPLICADOR: '
                   ACCEPT WRK-PERC-ENTRADA
                   IF WRK-PERC-ENTRADA = ZEROS
                       DISPLAY 'DESCONTO ZERADO - REGRA NAO INCLUIDA.'
                   ELSE
                       MOVE 'S' TO WRK-REGRA-OK
                   END-IF
               WHEN 'F'
                   DISPLAY 'PESO MAXIMO DA FAIXA (KG): '
                   ACCEPT WRK-PESO-ENTRADA
                   DISPLAY 'PRECO FECHADO DA FAIXA: '
                   ACCEPT WRK-VALOR-ENTRADA
                   IF WRK-PESO-ENTRADA = ZEROS
                       OR WRK-VALOR-ENTRADA = ZEROS
                       DISPLAY 'FAIXA OU PRECO ZERADO - REGRA NAO '
                           'INCLUIDA.'
                   ELSE
                       MOVE 'S' TO WRK-REGRA-OK
                   END-IF
               WHEN 'S'
                   DISPLAY 'CREDITO % DO FRETE POR DIA DE ATRASO: '
                   ACCEPT WRK-PERC-ENTRADA
                   DISPLAY 'TETO DO CREDITO EM % DO FRETE '
                       '(0 = 100): '
                   ACCEPT WRK-VALOR-ENTRADA
                   IF WRK-VALOR-ENTRADA = ZEROS
                       MOVE 100 TO WRK-VALOR-ENTRADA
                   END-IF
                   IF WRK-PERC-ENTRADA = ZEROS
                       OR WRK-VALOR-ENTRADA > 100
                       DISPLAY 'PERCENTUAL ZERADO OU TETO ACIMA DE '
                           '100% - REGRA NAO INCLUIDA.'
                   ELSE
                       MOVE 'S' TO WRK-REGRA-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'FRETE MINIMO POR ENVIO: '
                   ACCEPT WRK-VALOR-ENTRADA
                   IF WRK-VALOR-ENTRADA = ZEROS
                       DISPLAY 'MINIMO ZERADO - REGRA NAO INCLUIDA.'
                   ELSE
                       MOVE 'S' TO WRK-REGRA-OK
                   END-IF
           END-EVALUATE.

       0212-GRAVAR-REGRA.
           MOVE 'WRK-TAB-CTR' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-CTR TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-CTR.
           MOVE WRK-CONTRATO       TO WRK-CTR-CONTRATO(WRK-QTD-CTR).
           MOVE WRK-CLIENTE        TO WRK-CTR-CLIENTE(WRK-QTD-CTR).
           MOVE WRK-INICIO-ENTRADA TO WRK-CTR-INICIO(WRK-QTD-CTR).
           MOVE WRK-FIM-ENTRADA    TO WRK-CTR-FIM(WRK-QTD-CTR).
           MOVE WRK-TIPO-ENTRADA   TO WRK-CTR-TIPO(WRK-QTD-CTR).
           MOVE WRK-UF-ENTRADA     TO WRK-CTR-UF(WRK-QTD-CTR).
           MOVE WRK-PERC-ENTRADA   TO WRK-CTR-PERC(WRK-QTD-CTR).
           MOVE WRK-PESO-ENTRADA   TO WRK-CTR-PESO-ATE(WRK-QTD-CTR).
           MOVE WRK-VALOR-ENTRADA  TO WRK-CTR-VALOR(WRK-QTD-CTR).
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'INCLUSAO K=' WRK-CONTRATO ' C=' WRK-CLIENTE
               ' T=' WRK-TIPO-ENTRADA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           EVALUATE WRK-TIPO-ENTRADA
               WHEN 'D'
                   STRING 'UF=' WRK-UF-ENTRADA ' PERC=' WRK-PERC-ENTRADA
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               WHEN 'F'
                   STRING 'UF=' WRK-UF-ENTRADA ' ATE=' WRK-PESO-ENTRADA
                       ' V=' WRK-VALOR-ENTRADA
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               WHEN 'S'
                   STRING 'UF=' WRK-UF-ENTRADA ' SLA=' WRK-PERC-ENTRADA
                       ' TETO=' WRK-VALOR-ENTRADA
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
               WHEN OTHER
                   STRING 'UF=' WRK-UF-ENTRADA ' MIN='
                       WRK-VALOR-ENTRADA
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
           END-EVALUATE.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'REGRA INCLUIDA NO CONTRATO ' WRK-CONTRATO '.'.

      *    ENCERRAR: AS REGRAS DO CONTRATO QUE VIGORARIAM ALEM DA
      *    DATA INFORMADA PASSAM A TERMINAR NELA. NADA E APAGADO, PARA
      *    O HISTORICO DO QUE FOI NEGOCIADO CONTINUAR NO ARQUIVO.
       0220-ENCERRAR-CONTRATO.
           DISPLAY 'NUMERO DO CONTRATO A ENCERRAR: '.
           MOVE SPACES TO WRK-CONTRATO.
           ACCEPT WRK-CONTRATO.
           PERFORM 0205-LOCALIZAR-CONTRATO.
           IF WRK-CTR-ACHADO = ZEROS
               DISPLAY 'CONTRATO NAO ENCONTRADO.'
           ELSE
               DISPLAY 'ULTIMO DIA DE VIGENCIA (AAAAMMDD): '
               ACCEPT WRK-FIM-ENTRADA
               MOVE 'VIG-FIM' TO WRK-DTCHK-CAMPO
               MOVE 'W' TO WRK-DTCHK-SEVERIDADE
               MOVE WRK-FIM-ENTRADA TO WRK-DTCHK-DATA
               CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
                   WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
                   WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO
               IF WRK-DTCHK-RESULTADO = 'N'
                   DISPLAY 'DATA INVALIDA - CONTRATO MANTIDO.'
               ELSE
                   MOVE ZEROS TO WRK-QTD-ENCERRADAS
                   PERFORM 0221-ENCERRAR-REGRA
                       VARYING WRK-SUB-CTR FROM 1 BY 1
                       UNTIL WRK-SUB-CTR > WRK-QTD-CTR
                   IF WRK-QTD-ENCERRADAS = ZEROS
                       DISPLAY 'NENHUMA REGRA VIGORA ALEM DE '
                           WRK-FIM-ENTRADA '.'
                   ELSE
                       MOVE 'S' TO WRK-HOUVE-ALTERACAO
                       MOVE SPACES TO WRK-AUDIT-ENTRADA
                       STRING 'ENCERRAMENTO K=' WRK-CONTRATO
                           DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                       MOVE WRK-QTD-ENCERRADAS TO WRK-ED-QTD
                       MOVE SPACES TO WRK-AUDIT-SAIDA
                       STRING 'FIM=' WRK-FIM-ENTRADA ' REGRAS='
                           WRK-ED-QTD
                           DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                       PERFORM 0250-REGISTRAR-AUDITORIA
                       DISPLAY 'CONTRATO ' WRK-CONTRATO
                           ' ENCERRADO EM ' WRK-FIM-ENTRADA '.'
                   END-IF
               END-IF
           END-IF.

       0221-ENCERRAR-REGRA.
           IF WRK-CTR-CONTRATO(WRK-SUB-CTR) = WRK-CONTRATO
               AND WRK-CTR-FIM(WRK-SUB-CTR) > WRK-FIM-ENTRADA
               MOVE WRK-FIM-ENTRADA TO WRK-CTR-FIM(WRK-SUB-CTR)
               ADD 1 TO WRK-QTD-ENCERRADAS
           END-IF.

       0230-LISTAR-CONTRATOS.
           PERFORM VARYING WRK-SUB-CTR FROM 1 BY 1
               UNTIL WRK-SUB-CTR > WRK-QTD-CTR
               DISPLAY WRK-CTR-CONTRATO(WRK-SUB-CTR) ' '
                   WRK-CTR-CLIENTE(WRK-SUB-CTR) ' '
                   WRK-CTR-INICIO(WRK-SUB-CTR) '-'
                   WRK-CTR-FIM(WRK-SUB-CTR) ' T='
                   WRK-CTR-TIPO(WRK-SUB-CTR) ' UF='
                   WRK-CTR-UF(WRK-SUB-CTR) ' %='
                   WRK-CTR-PERC(WRK-SUB-CTR) ' ATE='
                   WRK-CTR-PESO-ATE(WRK-SUB-CTR) ' V='
                   WRK-CTR-VALOR(WRK-SUB-CTR)
           END-PERFORM.

       0250-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-DATA     TO AUD-DATA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-OPERADOR-ID    TO AUD-OPERADOR.
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

       0300-FINALIZAR.
           IF WRK-HOUVE-ALTERACAO = 'S'
               PERFORM 0310-REGRAVAR-CONTRATOS
           END-IF.
           DISPLAY 'MANUTENCAO DE CONTRATOS DE FRETE ENCERRADA.'.

       0310-REGRAVAR-CONTRATOS.
           OPEN OUTPUT FREIGHT-CONTRACT-FILE-NOVO.
           MOVE 'CONTRFNW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTRFNW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-CONTRATO
               VARYING WRK-SUB-CTR FROM 1 BY 1
               UNTIL WRK-SUB-CTR > WRK-QTD-CTR.
           CLOSE FREIGHT-CONTRACT-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CONTRFRT,
               WRK-NOME-CONTRFNW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CONTRFRT
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'CONTRATOS DE FRETE REGRAVADOS.'.

       0311-GRAVAR-CONTRATO.
           MOVE WRK-CTR-CONTRATO(WRK-SUB-CTR)  TO CTFN-CONTRATO.
           MOVE WRK-CTR-CLIENTE(WRK-SUB-CTR)   TO CTFN-CLIENTE.
           MOVE WRK-CTR-INICIO(WRK-SUB-CTR)    TO CTFN-VIG-INICIO.
           MOVE WRK-CTR-FIM(WRK-SUB-CTR)       TO CTFN-VIG-FIM.
           MOVE WRK-CTR-TIPO(WRK-SUB-CTR)      TO CTFN-TIPO.
           MOVE WRK-CTR-UF(WRK-SUB-CTR)        TO CTFN-UF.
           MOVE WRK-CTR-PERC(WRK-SUB-CTR)      TO CTFN-PERC-DESC.
           MOVE WRK-CTR-PESO-ATE(WRK-SUB-CTR)  TO CTFN-PESO-ATE.
           MOVE WRK-CTR-VALOR(WRK-SUB-CTR)     TO CTFN-VALOR.
           WRITE FREIGHT-CONTRACT-RECORD-NOVO.
           MOVE 'CONTRFNW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CONTRFNW,
               WRK-FSCHK-CHAVE.
