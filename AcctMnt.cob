      *2026-09-03 - REMOVIDOS A CARGA LOCAL DO OPERATORS.dat E O
      *             PARAGRAFO DE CONSULTA SEM SENHA, ORFAOS DESDE
      *             QUE O SIGN-ON PASSOU PELO CALL 'OPER-CHECK'.
      *2026-10-15 - NOVA OPCAO C - LIMITE DE CHEQUE ESPECIAL DA CONTA
      *             (AC-LIMITE-CHEQUE), SO COM ALCADA DE SUPERVISOR E
      *             COM O LIMITE ANTES/DEPOIS E O AUTORIZADOR NO
      *             AUDITLOG. O ACCMAST GANHA O LIMITE, A DATA EM QUE A
      *             CONTA FICOU NEGATIVA E AS PROVISOES DE JUROS E IOF
      *             DO CHEQUE ESPECIAL, E O AC-SALDO PASSA A TER SINAL.
      *             ENCERRAMENTO RECUSADO COM ENCARGOS AINDA NAO
      *             COBRADOS.
      *2026-10-15 - ABERTURA PEDE O TIPO DA CONTA (C CORRENTE / P
      *             POUPANCA), GRAVADO NO AC-TIPO-CONTA E NO AUDITLOG;
      *             POUPANCA NAO ACEITA LIMITE DE CHEQUE ESPECIAL. O
      *             ACCMAST GANHA O TIPO E OS CAMPOS DO RENDIMENTO DA
      *             POUPANCA (ANIVERSARIO, MENOR SALDO DO PERIODO E
      *             RESGATE).
      *2026-10-15 - CPF/CNPJ DO TITULAR CONFERIDO PELO CALL
      *             'CPF-CHECK' NA ABERTURA: E A CHAVE DA CONTA NO
      *             CADASTRO UNICO DE PESSOAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'CPFCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'ACCTMNT'.
       77 WRK-FS-ACCMAST         PIC X(02)      VALUE ZEROS.
           88 WRK-OPCAO-BLOQUEAR                VALUE 'B'.
           88 WRK-OPCAO-DESBLOQUEAR             VALUE 'U'.
           88 WRK-OPCAO-ENCERRAR                VALUE 'E'.
           88 WRK-OPCAO-LIMITE                  VALUE 'C'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-QTD-CONTA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MOTIVO-ENTRADA     PIC X(20)      VALUE SPACES.
       77 WRK-STATUS-ANTES       PIC X(01)      VALUE SPACES.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-LIMITE-ENTRADA     PIC 9(09)V99   VALUE ZEROS.
       77 WRK-LIMITE-ANTES-ED    PIC ZZZZZZ9,99.
       77 WRK-LIMITE-DEPOIS-ED   PIC ZZZZZZ9,99.
       77 WRK-SALDO-DEVEDOR      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-AUTORIZACAO        PIC X(01)      VALUE 'N'.
           88 WRK-AUTORIZADO                    VALUE 'S'.
       77 WRK-AUTORIZADOR        PIC X(06)      VALUE SPACES.
       77 WRK-NOME-ACCMAST       PIC X(20)      VALUE "ACCMAST.dat".
       77 WRK-NOME-ACCNEW        PIC X(20)      VALUE "ACCNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
               03 WRK-CTA-CONTA      PIC X(06).
               03 WRK-CTA-TITULAR    PIC X(30).
               03 WRK-CTA-STATUS     PIC X(01).
               03 WRK-CTA-SALDO      PIC S9(09)V99.
               03 WRK-CTA-BLOQ       PIC 9(09)V99.
               03 WRK-CTA-CPFCNPJ    PIC 9(14).
               03 WRK-CTA-LIMITE     PIC 9(09)V99.
               03 WRK-CTA-DATA-NEG   PIC 9(08).
               03 WRK-CTA-JUROS-CE   PIC 9(07)V99.
               03 WRK-CTA-IOF-CE     PIC 9(07)V99.
               03 WRK-CTA-TIPO       PIC X(01).
               03 WRK-CTA-POUP-ANIV  PIC 9(08).
               03 WRK-CTA-POUP-MIN   PIC 9(09)V99.
               03 WRK-CTA-POUP-RESG  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       TO WRK-CTA-BLOQ(WRK-QTD-CONTA)
                   MOVE AC-CPFCNPJ
                       TO WRK-CTA-CPFCNPJ(WRK-QTD-CONTA)
                   MOVE AC-LIMITE-CHEQUE
                       TO WRK-CTA-LIMITE(WRK-QTD-CONTA)
                   MOVE AC-DATA-NEGATIVO
                       TO WRK-CTA-DATA-NEG(WRK-QTD-CONTA)
                   MOVE AC-JUROS-CHEQ-ACUM
                       TO WRK-CTA-JUROS-CE(WRK-QTD-CONTA)
                   MOVE AC-IOF-CHEQ-ACUM
                       TO WRK-CTA-IOF-CE(WRK-QTD-CONTA)
                   MOVE AC-TIPO-CONTA
                       TO WRK-CTA-TIPO(WRK-QTD-CONTA)
                   MOVE AC-POUP-ANIV
                       TO WRK-CTA-POUP-ANIV(WRK-QTD-CONTA)
                   MOVE AC-POUP-SALDO-MIN
                       TO WRK-CTA-POUP-MIN(WRK-QTD-CONTA)
                   MOVE AC-POUP-RESGATE
                       TO WRK-CTA-POUP-RESG(WRK-QTD-CONTA)
           END-READ.

       0140-OBTER-SEQ-AUDITORIA.

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (A=ABRIR B=BLOQUEAR U=DESBLOQUEAR '
               'E=ENCERRAR C=LIMITE CHEQUE ESPECIAL L=LISTAR '
               'F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-ABRIR
                   PERFORM 0220-MUDAR-STATUS
               WHEN WRK-OPCAO-ENCERRAR
                   PERFORM 0230-ENCERRAR-CONTA
               WHEN WRK-OPCAO-LIMITE
                   PERFORM 0235-ALTERAR-LIMITE
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR-CONTAS
               WHEN WRK-OPCAO-FIM
               ACCEPT WRK-CTA-TITULAR(WRK-QTD-CONTA)
               DISPLAY 'CPF/CNPJ (SOMENTE NUMEROS): '
               ACCEPT WRK-CTA-CPFCNPJ(WRK-QTD-CONTA)
               DISPLAY 'TIPO DA CONTA (C=CORRENTE P=POUPANCA): '
               ACCEPT WRK-CTA-TIPO(WRK-QTD-CONTA)
               MOVE WRK-CTA-CPFCNPJ(WRK-QTD-CONTA)
                   TO WRK-CPFCHK-DOCUMENTO
               CALL 'CPF-CHECK' USING WRK-CPFCHK-DOCUMENTO,
                   WRK-CPFCHK-TIPO, WRK-CPFCHK-RESULTADO
               EVALUATE TRUE
                   WHEN WRK-CTA-TITULAR(WRK-QTD-CONTA) = SPACES
                       OR WRK-CTA-CPFCNPJ(WRK-QTD-CONTA) = ZEROS
                       DISPLAY 'TITULAR/DOCUMENTO OBRIGATORIOS - '
                           'ABERTURA CANCELADA.'
                       SUBTRACT 1 FROM WRK-QTD-CONTA
                   WHEN NOT WRK-CPFCHK-VALIDO
                       DISPLAY 'CPF/CNPJ INVALIDO (DIGITO NAO '
                           'CONFERE) - ABERTURA CANCELADA.'
                       SUBTRACT 1 FROM WRK-QTD-CONTA
                   WHEN WRK-CTA-TIPO(WRK-QTD-CONTA) NOT = 'C'
                       AND WRK-CTA-TIPO(WRK-QTD-CONTA) NOT = 'P'
                       DISPLAY 'TIPO DE CONTA INVALIDO - '
                           'ABERTURA CANCELADA.'
                       SUBTRACT 1 FROM WRK-QTD-CONTA
                   WHEN OTHER
                       MOVE 'A' TO WRK-CTA-STATUS(WRK-QTD-CONTA)
                       MOVE ZEROS TO WRK-CTA-SALDO(WRK-QTD-CONTA)
                                     WRK-CTA-BLOQ(WRK-QTD-CONTA)
                                     WRK-CTA-LIMITE(WRK-QTD-CONTA)
                                     WRK-CTA-DATA-NEG(WRK-QTD-CONTA)
                                     WRK-CTA-JUROS-CE(WRK-QTD-CONTA)
                                     WRK-CTA-IOF-CE(WRK-QTD-CONTA)
                                     WRK-CTA-POUP-ANIV(WRK-QTD-CONTA)
                                     WRK-CTA-POUP-MIN(WRK-QTD-CONTA)
                       MOVE 'N' TO WRK-CTA-POUP-RESG(WRK-QTD-CONTA)
                       MOVE 'S' TO WRK-HOUVE-ALTERACAO
                       MOVE SPACES TO WRK-AUDIT-ENTRADA
                       STRING 'ABERTURA CONTA=' WRK-CONTA-ENTRADA
                           DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                       MOVE SPACES TO WRK-AUDIT-SAIDA
                       STRING 'STATUS= ->A TIPO='
                           WRK-CTA-TIPO(WRK-QTD-CONTA)
                           DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                       PERFORM 0250-REGISTRAR-AUDITORIA
                       DISPLAY 'CONTA ABERTA.'
               END-EVALUATE
           END-IF.

       0220-MUDAR-STATUS.
                   OR WRK-CTA-BLOQ(WRK-CTA-ACHADA) NOT = ZEROS
                   DISPLAY 'ENCERRAMENTO RECUSADO - SALDO OU '
                       'BLOQUEIO DIFERENTE DE ZERO.'
               WHEN WRK-CTA-JUROS-CE(WRK-CTA-ACHADA) NOT = ZEROS
                   OR WRK-CTA-IOF-CE(WRK-CTA-ACHADA) NOT = ZEROS
                   DISPLAY 'ENCERRAMENTO RECUSADO - ENCARGOS DE '
                       'CHEQUE ESPECIAL AINDA NAO COBRADOS.'
               WHEN OTHER
                   MOVE WRK-CTA-STATUS(WRK-CTA-ACHADA)
                       TO WRK-STATUS-ANTES
                   DISPLAY 'CONTA ENCERRADA.'
           END-EVALUATE.

      *    LIMITE DE CHEQUE ESPECIAL: SO CONTA ATIVA, SEMPRE COM
      *    ALCADA DE SUPERVISOR. O AUDITLOG GUARDA O LIMITE ANTES/
      *    DEPOIS E QUEM AUTORIZOU.
       0235-ALTERAR-LIMITE.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WRK-CONTA-ENTRADA.
           PERFORM 0205-LOCALIZAR-CONTA.
           EVALUATE TRUE
               WHEN WRK-CTA-ACHADA = ZEROS
                   DISPLAY 'CONTA NAO ENCONTRADA.'
               WHEN WRK-CTA-STATUS(WRK-CTA-ACHADA) NOT = 'A'
                   DISPLAY 'LIMITE SO PARA CONTA ATIVA.'
               WHEN WRK-CTA-TIPO(WRK-CTA-ACHADA) = 'P'
                   DISPLAY 'CONTA POUPANCA NAO TEM CHEQUE ESPECIAL.'
               WHEN OTHER
                   MOVE WRK-CTA-LIMITE(WRK-CTA-ACHADA)
                       TO WRK-LIMITE-ANTES-ED
                   DISPLAY 'LIMITE ATUAL: R$' WRK-LIMITE-ANTES-ED
                   DISPLAY 'NOVO LIMITE DE CHEQUE ESPECIAL: '
                   ACCEPT WRK-LIMITE-ENTRADA
                   PERFORM 0236-AUTORIZAR-SUPERVISOR
                   IF WRK-AUTORIZADO
                       PERFORM 0237-GRAVAR-LIMITE
                   END-IF
           END-EVALUATE.

       0236-AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WRK-AUTORIZACAO.
           MOVE SPACES TO WRK-AUTORIZADOR.
           IF WRK-OPERADOR-NIVEL = 9
               MOVE WRK-OPERADOR-ID TO WRK-AUTORIZADOR
               MOVE 'S' TO WRK-AUTORIZACAO
           ELSE
               DISPLAY 'AUTORIZACAO DE SUPERVISOR - ASSINE COM '
                   'ID E SENHA:'
               MOVE 'N' TO WRK-OPERCHK-RESULTADO
               CALL 'OPER-CHECK' USING WRK-FSCHK-PROG,
                   WRK-SUP-ID, WRK-SUP-NOME,
                   WRK-SUP-NIVEL, WRK-OPERCHK-RESULTADO
               IF WRK-OPERCHK-RESULTADO = 'S'
                   AND WRK-SUP-NIVEL = 9
                   MOVE WRK-SUP-ID TO WRK-AUTORIZADOR
                   MOVE 'S' TO WRK-AUTORIZACAO
               ELSE
                   DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                       'DE SUPERVISOR.'
               END-IF
           END-IF.

       0237-GRAVAR-LIMITE.
           MOVE WRK-LIMITE-ENTRADA TO WRK-CTA-LIMITE(WRK-CTA-ACHADA).
           MOVE WRK-LIMITE-ENTRADA TO WRK-LIMITE-DEPOIS-ED.
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'LIMITE CONTA=' WRK-CONTA-ENTRADA
               ' AUT=' WRK-AUTORIZADOR
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'LIM=' WRK-LIMITE-ANTES-ED '->'
               WRK-LIMITE-DEPOIS-ED
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'LIMITE DE CHEQUE ESPECIAL ALTERADO.'.
           IF WRK-CTA-SALDO(WRK-CTA-ACHADA) < ZEROS
               COMPUTE WRK-SALDO-DEVEDOR =
                   ZEROS - WRK-CTA-SALDO(WRK-CTA-ACHADA)
               IF WRK-SALDO-DEVEDOR > WRK-LIMITE-ENTRADA
                   DISPLAY 'ATENCAO: SALDO DEVEDOR DE R$'
                       WRK-SALDO-DEVEDOR ' ACIMA DO NOVO LIMITE.'
               END-IF
           END-IF.

       0240-LISTAR-CONTAS.
           PERFORM VARYING WRK-SUB-CTA FROM 1 BY 1
               UNTIL WRK-SUB-CTA > WRK-QTD-CONTA
               DISPLAY WRK-CTA-CONTA(WRK-SUB-CTA)
                   ' ' WRK-CTA-TITULAR(WRK-SUB-CTA)
                   ' STATUS ' WRK-CTA-STATUS(WRK-SUB-CTA)
                   ' TIPO ' WRK-CTA-TIPO(WRK-SUB-CTA)
                   ' SALDO ' WRK-CTA-SALDO(WRK-SUB-CTA)
                   ' BLOQ ' WRK-CTA-BLOQ(WRK-SUB-CTA)
                   ' LIMITE ' WRK-CTA-LIMITE(WRK-SUB-CTA)
           END-PERFORM.

       0250-REGISTRAR-AUDITORIA.
           MOVE WRK-CTA-SALDO(WRK-SUB-CTA)   TO AC-NOVO-SALDO.
           MOVE WRK-CTA-BLOQ(WRK-SUB-CTA)    TO AC-NOVO-SALDO-BLOQ.
           MOVE WRK-CTA-CPFCNPJ(WRK-SUB-CTA) TO AC-NOVO-CPFCNPJ.
           MOVE WRK-CTA-LIMITE(WRK-SUB-CTA)
               TO AC-NOVO-LIMITE-CHEQUE.
           MOVE WRK-CTA-DATA-NEG(WRK-SUB-CTA)
               TO AC-NOVO-DATA-NEGATIVO.
           MOVE WRK-CTA-JUROS-CE(WRK-SUB-CTA)
               TO AC-NOVO-JUROS-CHEQ-ACUM.
           MOVE WRK-CTA-IOF-CE(WRK-SUB-CTA)
               TO AC-NOVO-IOF-CHEQ-ACUM.
           MOVE WRK-CTA-TIPO(WRK-SUB-CTA)
               TO AC-NOVO-TIPO-CONTA.
           MOVE WRK-CTA-POUP-ANIV(WRK-SUB-CTA)
               TO AC-NOVO-POUP-ANIV.
           MOVE WRK-CTA-POUP-MIN(WRK-SUB-CTA)
               TO AC-NOVO-POUP-SALDO-MIN.
           MOVE WRK-CTA-POUP-RESG(WRK-SUB-CTA)
               TO AC-NOVO-POUP-RESGATE.
           WRITE ACCOUNT-MASTER-RECORD-NOVO.
           MOVE 'ACCNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
