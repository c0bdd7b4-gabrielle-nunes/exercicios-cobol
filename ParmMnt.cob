      *2026-09-03 - REMOVIDOS A CARGA LOCAL DO OPERATORS.dat E O
      *             PARAGRAFO DE CONSULTA SEM SENHA, ORFAOS DESDE
      *             QUE O SIGN-ON PASSOU PELO CALL 'OPER-CHECK'.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-15 - CADA ALTERACAO PASSA A EXIGIR A APROVACAO DE UM
      *             SUPERVISOR (ID E SENHA PELO CALL 'OPER-CHECK').
      *             QUANDO A MATRIZ DE FUNCOES (SOD-CHECK 'S04') PROIBE,
      *             QUEM ALTEROU NAO APROVA A PROPRIA ALTERACAO. A
      *             APROVACAO VAI PARA O AUDITLOG EM NOME DE QUEM
      *             APROVOU.
      *2026-10-15 - WRK-TAB-FAIXA AMPLIADA DE 50 PARA 200 ENTRADAS, NO
      *             MESMO LIMITE DA WRK-TAB-PARM: O PARMRNG JA PASSAVA
      *             DE 50 FAIXAS E A CARGA PARAVA NA GUARDA DE
      *             CAPACIDADE.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.
           COPY 'SODCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PARMMNT'.
       77 WRK-FS-PARMNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PARMRNG         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PARMRNG        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FAIXAS                    VALUE 'S'.
       77 WRK-QTD-FAIXA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-ALTERAR                 VALUE 'A'.
       77 WRK-VALOR-NOVO         PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-VALOR-ANTIGO       PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-PARM-ACHADO        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FAIXA-ACHADA       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-PARM           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-FAIXA          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CONFIRMA           PIC X(01)      VALUE 'N'.
           88 WRK-CONFIRMA-SIM                  VALUE 'S'.
       77 WRK-QTD-ALTERACOES     PIC 9(03)      VALUE ZEROS.
       77 WRK-NOME-PARMS         PIC X(20)      VALUE "PARMS.dat".
       77 WRK-NOME-PARMNEW       PIC X(20)      VALUE "PARMNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-APROVADOR-ID       PIC X(06)      VALUE SPACES.
       77 WRK-AUDIT-OPERADOR     PIC X(06)      VALUE SPACES.

       01  WRK-TAB-FAIXA VALUE ZEROS.
           02 WRK-FAIXA-LINHA OCCURS 200 TIMES.
               03 WRK-FAIXA-CODIGO   PIC X(15).
               03 WRK-FAIXA-MIN      PIC 9(07)V9999.
               03 WRK-FAIXA-MAX      PIC 9(07)V9999.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
               NOT AT END
                   MOVE 'WRK-TAB-FAIXA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-FAIXA TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
               ACCEPT WRK-VALOR-NOVO
               PERFORM 0230-VALIDAR-FAIXA
               IF WRK-CONFIRMA-SIM
                   PERFORM 0237-APROVAR-ALTERACAO
               END-IF
               IF WRK-CONFIRMA-SIM AND WRK-OPERADOR-VALIDO
                   PERFORM 0240-APLICAR-ALTERACAO
               END-IF
           END-IF.
               ' (S/N)? '.
           ACCEPT WRK-CONFIRMA.

       0237-APROVAR-ALTERACAO.
           MOVE 'S04' TO WRK-SODCHK-CODIGO.
           CALL 'SOD-CHECK' USING WRK-SODCHK-CODIGO,
               WRK-SODCHK-RESULTADO.
           IF WRK-OPERADOR-NIVEL = 9 AND NOT WRK-SODCHK-PROIBIDO
               MOVE 'S' TO WRK-OPERADOR-OK
               MOVE WRK-OPERADOR-ID TO WRK-APROVADOR-ID
           ELSE
               DISPLAY 'APROVACAO DE SUPERVISOR - ASSINE COM '
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
                   DISPLAY 'APROVACAO RECUSADA - REQUER NIVEL '
                       'DE SUPERVISOR.'
               END-IF
               IF WRK-OPERADOR-VALIDO AND WRK-SODCHK-PROIBIDO
                   AND WRK-SUP-ID = WRK-OPERADOR-ID
                   MOVE 'N' TO WRK-OPERADOR-OK
                   DISPLAY 'APROVACAO RECUSADA - QUEM ALTEROU NAO '
                       'PODE APROVAR A PROPRIA ALTERACAO.'
               END-IF
           END-IF.

       0240-APLICAR-ALTERACAO.
           MOVE WRK-VALOR-NOVO TO WRK-PARM-VAL(WRK-PARM-ACHADO).
           ADD 1 TO WRK-QTD-ALTERACOES.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           PERFORM 0255-REGISTRAR-APROVACAO.
           DISPLAY 'PARAMETRO ALTERADO.'.

       0250-REGISTRAR-AUDITORIA.
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'PARA=' WRK-VALOR-NOVO
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           MOVE WRK-OPERADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0260-GRAVAR-AUDITORIA.

      *    A APROVACAO VAI PARA O LOG EM NOME DE QUEM APROVOU; A LINHA
      *    DA ALTERACAO FICA EM NOME DE QUEM ALTEROU.
       0255-REGISTRAR-APROVACAO.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'APROVACAO PARM=' WRK-CODIGO-ALTERAR
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'ALTERADO POR=' WRK-OPERADOR-ID
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           MOVE WRK-APROVADOR-ID TO WRK-AUDIT-OPERADOR.
           PERFORM 0260-GRAVAR-AUDITORIA.

       0260-GRAVAR-AUDITORIA.
           ADD 1 TO WRK-AUDIT-SEQ.
           MOVE WRK-AUDIT-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-AUDIT-SEQ      TO AUD-SEQUENCIA.
           MOVE WRK-AUDIT-HORA     TO AUD-HORA.
           MOVE WRK-AUDIT-ENTRADA  TO AUD-ENTRADA.
           MOVE WRK-AUDIT-SAIDA    TO AUD-SAIDA.
           MOVE WRK-AUDIT-OPERADOR TO AUD-OPERADOR.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
