      *2026-09-03 - REMOVIDOS A CARGA LOCAL DO OPERATORS.dat E O
      *             PARAGRAFO DE CONSULTA SEM SENHA, ORFAOS DESDE
      *             QUE O SIGN-ON PASSOU PELO CALL 'OPER-CHECK'.
      *2026-10-15 - PEDIDO RETIDO NO ORDHOLD CRESCE PARA 73 POSICOES COM
      *             O DEPOSITO DE ORIGEM.
      *2026-10-15 - LAYOUT DO PEDIDO COM O CAMPO ORDER-COD (74 BYTES).
      *2026-10-15 - LIBERACAO DE PEDIDO DE CLIENTE CUJO LIMITE DE
      *             CREDITO FOI DEFINIDO PELO PROPRIO OPERADOR (LINHA
      *             'LIMITE CLIENTE=' DO CUSTMNT NO AUDITLOG) E
      *             RECUSADA QUANDO A MATRIZ DE FUNCOES (CALL
      *             'SOD-CHECK', CONFLITO S02) PROIBE. A LINHA DA
      *             LIBERACAO NO AUDITLOG PASSA A LEVAR O CLIENTE.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER                 PIC X(02).
           02 HLD-PEDIDO.
               03 HLD-PED-NUMERO     PIC X(06).
               03 HLD-PED-CLIENTE    PIC X(20).
               03 HLD-PED-RESTO      PIC X(48).

       FD  CREDIT-RELEASE-FILE.
       01  CREDIT-RELEASE-RECORD.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'SODCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CREDLIB'.
       77 WRK-FS-ORDHOLD         PIC X(02)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-FIM-DIALOGO        PIC X(01)      VALUE 'N'.
           88 WRK-DIALOGO-ENCERRADO             VALUE 'S'.
       77 WRK-QTD-LIM-PROPRIO    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-LIM            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-LIMITE-PROPRIO     PIC X(01)      VALUE 'N'.
           88 WRK-CLIENTE-LIMITE-PROPRIO        VALUE 'S'.

       01  WRK-TAB-HOLD VALUE ZEROS.
           02 WRK-HOLD-LINHA OCCURS 100 TIMES.
               03 WRK-HOLD-PEDIDO    PIC X(06).
               03 WRK-HOLD-MOTIVO    PIC X(02).
               03 WRK-HOLD-CLIENTE   PIC X(06).

      *    CLIENTES CUJO LIMITE DE CREDITO O OPERADOR DO SIGN-ON
      *    DEFINIU NO CUSTMNT (LIDOS DO AUDITLOG).
       01  WRK-TAB-LIM-PROPRIO VALUE SPACES.
           02 WRK-LIM-CLIENTE        PIC X(06) OCCURS 200 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       TO WRK-HOLD-PEDIDO(WRK-QTD-HOLD)
                   MOVE HLD-MOTIVO-CODIGO
                       TO WRK-HOLD-MOTIVO(WRK-QTD-HOLD)
                   MOVE HLD-PED-CLIENTE
                       TO WRK-HOLD-CLIENTE(WRK-QTD-HOLD)
           END-READ.

       0140-OBTER-SEQ-AUDITORIA.
                       AND AUD-SEQUENCIA > WRK-AUDIT-SEQ
                       MOVE AUD-SEQUENCIA TO WRK-AUDIT-SEQ
                   END-IF
                   IF AUD-PROGRAMA = 'CUSTMNT'
                       AND AUD-ENTRADA(1:15) = 'LIMITE CLIENTE='
                       AND AUD-OPERADOR = WRK-OPERADOR-ID
                       PERFORM 0142-GUARDAR-LIMITE-PROPRIO
                   END-IF
           END-READ.

       0142-GUARDAR-LIMITE-PROPRIO.
           MOVE 'WRK-TAB-LIM-PROPRIO' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-LIM-PROPRIO TO WRK-TABCHK-QTD.
           MOVE 200 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-LIM-PROPRIO.
           MOVE AUD-ENTRADA(16:6)
               TO WRK-LIM-CLIENTE(WRK-QTD-LIM-PROPRIO).

       0200-PROCESSAR.
           DISPLAY 'PEDIDO A LIBERAR (FIM PARA ENCERRAR): '.
           ACCEPT WRK-PEDIDO-ENTRADA.
           IF WRK-HOLD-ACHADO = ZEROS
               DISPLAY 'PEDIDO NAO ESTA EM BLOQUEIO.'
           ELSE
               PERFORM 0215-CONFERIR-LIMITE-PROPRIO
               IF WRK-CLIENTE-LIMITE-PROPRIO AND WRK-SODCHK-PROIBIDO
                   DISPLAY 'LIBERACAO RECUSADA: O LIMITE DO CLIENTE '
                       WRK-HOLD-CLIENTE(WRK-HOLD-ACHADO)
                       ' FOI DEFINIDO PELO PROPRIO OPERADOR - '
                       'OUTRO SUPERVISOR DEVE LIBERAR.'
               ELSE
                   PERFORM 0220-GRAVAR-LIBERACAO
               END-IF
           END-IF.

       0215-CONFERIR-LIMITE-PROPRIO.
           MOVE 'N' TO WRK-LIMITE-PROPRIO WRK-SODCHK-RESULTADO.
           PERFORM VARYING WRK-SUB-LIM FROM 1 BY 1
               UNTIL WRK-SUB-LIM > WRK-QTD-LIM-PROPRIO
               IF WRK-LIM-CLIENTE(WRK-SUB-LIM)
                   = WRK-HOLD-CLIENTE(WRK-HOLD-ACHADO)
                   MOVE 'S' TO WRK-LIMITE-PROPRIO
                   MOVE WRK-QTD-LIM-PROPRIO TO WRK-SUB-LIM
               END-IF
           END-PERFORM.
           IF WRK-CLIENTE-LIMITE-PROPRIO
               MOVE 'S02' TO WRK-SODCHK-CODIGO
               CALL 'SOD-CHECK' USING WRK-SODCHK-CODIGO,
                   WRK-SODCHK-RESULTADO
           END-IF.

       0220-GRAVAR-LIBERACAO.
           OPEN EXTEND CREDIT-RELEASE-FILE.
           IF WRK-FS-CREDLIB NOT = '00'
               OPEN OUTPUT CREDIT-RELEASE-FILE
               MOVE 'CREDLIB' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CREDLIB,
                   WRK-FSCHK-CHAVE
           END-IF.
           MOVE WRK-PEDIDO-ENTRADA TO CRL-PEDIDO.
           MOVE WRK-OPERADOR-ID    TO CRL-OPERADOR.
           MOVE WRK-DATA-HOJE      TO CRL-DATA.
           WRITE CREDIT-RELEASE-RECORD.
           MOVE 'CREDLIB' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CREDLIB,
               WRK-FSCHK-CHAVE.
           CLOSE CREDIT-RELEASE-FILE.
           ADD 1 TO WRK-QTD-LIBERADOS.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'PEDIDO ' WRK-PEDIDO-ENTRADA
               ' LIBERADO PARA A PROXIMA CRITICA.'.

       0250-REGISTRAR-AUDITORIA.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'MOTIVO BLOQUEIO='
               WRK-HOLD-MOTIVO(WRK-HOLD-ACHADO)
               ' CLI=' WRK-HOLD-CLIENTE(WRK-HOLD-ACHADO)
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
