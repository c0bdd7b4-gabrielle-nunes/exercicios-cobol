       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTEMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DO REGISTRO DE CONHECIMENTOS DE
      *          TRANSPORTE (CTEREG.dat) EMITIDOS PELO FRETE.
      *          OPERACOES: CANCELAR UM CT-E (STATUS E PASSA A C,
      *          COM DATA E OPERADOR DO CANCELAMENTO, DENTRO DO
      *          PRAZO CTE-PRAZO-CANC DO PARMS.dat EM DIAS CORRIDOS
      *          DA EMISSAO) E LISTAR. O NUMERO CANCELADO CONTINUA
      *          NO REGISTRO PARA A CONFERENCIA DE SEQUENCIA DO
      *          ICMSREL. CADA CANCELAMENTO E GRAVADO NO AUDITLOG E O
      *          ARQUIVO E REGRAVADO VIA CTENEW.dat NO ENCERRAMENTO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O CANCELAMENTO DE CT-E ERA ANOTADO A MAO
      *             NA PLANILHA DO FISCAL, SEM REFLEXO NO ICMS
      *             APURADO NO MES.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTE-REGISTER-FILE ASSIGN TO "CTEREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTEREG.
           SELECT CTE-REGISTER-FILE-NOVO ASSIGN TO "CTENEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTENEW.
           SELECT PARAMETER-FILE ASSIGN TO "PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CTE-REGISTER-FILE.
       01  CTE-REGISTER-RECORD.
           02 CTE-SERIE              PIC 9(03).
           02 CTE-NUMERO             PIC 9(08).
           02 CTE-DATA-EMISSAO       PIC 9(08).
           02 CTE-PEDIDO             PIC X(06).
           02 CTE-RASTREIO           PIC X(12).
           02 CTE-CLIENTE            PIC X(06).
           02 CTE-CONTRIBUINTE       PIC X(01).
           02 CTE-UF-ORIGEM          PIC X(02).
           02 CTE-UF-DESTINO         PIC X(02).
           02 CTE-VALOR-FRETE        PIC 9(06)V99.
           02 CTE-ALIQ-ICMS          PIC 9(02)V99.
           02 CTE-VALOR-ICMS         PIC 9(06)V99.
           02 CTE-STATUS             PIC X(01).
           02 CTE-DATA-CANC          PIC 9(08).
           02 CTE-OPER-CANC          PIC X(06).

       FD  CTE-REGISTER-FILE-NOVO.
       01  CTE-REGISTER-RECORD-NOVO  PIC X(83).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARM-REC-CODIGO        PIC X(15).
           02 PARM-REC-VALOR         PIC 9(07)V9999.

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
           COPY 'PARM-CPY.COB'.
           COPY 'AUDIT-CPY.COB'.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'OPER-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CTEMNT'.
       77 WRK-FS-CTEREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CTENEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CTEREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-CANCELAR                VALUE 'C'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-QTD-CTE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-CTE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CTE-ACHADO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SERIE-ENTRADA      PIC 9(03)      VALUE ZEROS.
       77 WRK-NUMERO-ENTRADA     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-PRAZO-CANC         PIC 9(03)      VALUE ZEROS.
       77 WRK-DIAS-EMITIDO       PIC S9(07)     VALUE ZEROS.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-NOME-CTEREG        PIC X(20)      VALUE "CTEREG.dat".
       77 WRK-NOME-CTENEW        PIC X(20)      VALUE "CTENEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-CTE VALUE ZEROS.
           02 WRK-CTE-LINHA OCCURS 5000 TIMES.
               03 WRK-CTE-REGISTRO.
                   04 WRK-CTE-SERIE      PIC 9(03).
                   04 WRK-CTE-NUMERO     PIC 9(08).
                   04 WRK-CTE-EMISSAO    PIC 9(08).
                   04 WRK-CTE-PEDIDO     PIC X(06).
                   04 WRK-CTE-RASTREIO   PIC X(12).
                   04 WRK-CTE-CLIENTE    PIC X(06).
                   04 WRK-CTE-CONTRIB    PIC X(01).
                   04 WRK-CTE-UF-ORIGEM  PIC X(02).
                   04 WRK-CTE-UF-DESTINO PIC X(02).
                   04 WRK-CTE-FRETE      PIC 9(06)V99.
                   04 WRK-CTE-ALIQ       PIC 9(02)V99.
                   04 WRK-CTE-ICMS       PIC 9(06)V99.
                   04 WRK-CTE-STATUS     PIC X(01).
                   04 WRK-CTE-DATA-CANC  PIC 9(08).
                   04 WRK-CTE-OPER-CANC  PIC X(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0103D-ASSINAR-OPERADOR.
           MOVE 'CTEMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           PERFORM 0112-CARREGAR-PARAMETROS.
           MOVE 'CTE-PRAZO-CANC' TO WRK-PARM-CODIGO-BUSCA.
           PERFORM 0115-BUSCAR-PARAMETRO.
           MOVE WRK-PARM-VALOR-ACHADO TO WRK-PRAZO-CANC.
           IF WRK-PRAZO-CANC = ZEROS
               MOVE 7 TO WRK-PRAZO-CANC
           END-IF.
           PERFORM 0110-CARREGAR-REGISTRO.

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

       0110-CARREGAR-REGISTRO.
           OPEN INPUT CTE-REGISTER-FILE.
           IF WRK-FS-CTEREG = '00'
               PERFORM 0111-LER-CTE UNTIL WRK-FIM-REGISTRO
               CLOSE CTE-REGISTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CTEREG
               DISPLAY 'AVISO: CTEREG.dat AUSENTE - NENHUM CT-E '
                   'EMITIDO.'
           END-IF.
           DISPLAY 'CT-E CARREGADOS: ' WRK-QTD-CTE.

       0111-LER-CTE.
           READ CTE-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CTEREG
               NOT AT END
                   MOVE 'WRK-TAB-CTE' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CTE TO WRK-TABCHK-QTD
                   MOVE 5000 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CTE
                   MOVE CTE-REGISTER-RECORD
                       TO WRK-CTE-REGISTRO(WRK-QTD-CTE)
           END-READ.
           MOVE 'CTEREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTEREG,
               WRK-FSCHK-CHAVE.

       0112-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARAMETER-FILE.
           MOVE 'PARMS' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PARM,
               WRK-FSCHK-CHAVE.
           PERFORM 0113-LER-PARAMETRO UNTIL WRK-FIM-TAB-PARM.
           CLOSE PARAMETER-FILE.

       0113-LER-PARAMETRO.
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

       0115-BUSCAR-PARAMETRO.
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
           DISPLAY 'OPERACAO (C=CANCELAR CT-E L=LISTAR F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-CANCELAR
                   PERFORM 0210-CANCELAR-CTE
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0230-LISTAR-CTE
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-CTE.
           MOVE ZEROS TO WRK-CTE-ACHADO.
           PERFORM VARYING WRK-SUB-CTE FROM 1 BY 1
               UNTIL WRK-SUB-CTE > WRK-QTD-CTE
               IF WRK-CTE-SERIE(WRK-SUB-CTE) = WRK-SERIE-ENTRADA
                   AND WRK-CTE-NUMERO(WRK-SUB-CTE) = WRK-NUMERO-ENTRADA
                   MOVE WRK-SUB-CTE TO WRK-CTE-ACHADO
                   MOVE WRK-QTD-CTE TO WRK-SUB-CTE
               END-IF
           END-PERFORM.

      *    CANCELAR: SO CT-E EMITIDO (STATUS E) E DENTRO DO PRAZO EM
      *    DIAS CORRIDOS DESDE A EMISSAO. O REGISTRO NAO E APAGADO.
       0210-CANCELAR-CTE.
           DISPLAY 'SERIE DO CT-E: '.
           ACCEPT WRK-SERIE-ENTRADA.
           DISPLAY 'NUMERO DO CT-E: '.
           ACCEPT WRK-NUMERO-ENTRADA.
           PERFORM 0205-LOCALIZAR-CTE.
           IF WRK-CTE-ACHADO NOT = ZEROS
               COMPUTE WRK-DIAS-EMITIDO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE
                       (WRK-CTE-EMISSAO(WRK-CTE-ACHADO))
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CTE-ACHADO = ZEROS
                   DISPLAY 'CT-E NAO ENCONTRADO NO CTEREG.'
               WHEN WRK-CTE-STATUS(WRK-CTE-ACHADO) = 'C'
                   DISPLAY 'CT-E JA CANCELADO EM '
                       WRK-CTE-DATA-CANC(WRK-CTE-ACHADO) '.'
               WHEN WRK-DIAS-EMITIDO > WRK-PRAZO-CANC
                   DISPLAY 'CT-E EMITIDO EM '
                       WRK-CTE-EMISSAO(WRK-CTE-ACHADO)
                       ' - FORA DO PRAZO DE ' WRK-PRAZO-CANC
                       ' DIAS PARA CANCELAMENTO.'
               WHEN OTHER
                   PERFORM 0211-GRAVAR-CANCELAMENTO
           END-EVALUATE.

       0211-GRAVAR-CANCELAMENTO.
           MOVE 'C' TO WRK-CTE-STATUS(WRK-CTE-ACHADO).
           MOVE WRK-DATA-HOJE TO WRK-CTE-DATA-CANC(WRK-CTE-ACHADO).
           MOVE WRK-OPERADOR-ID TO WRK-CTE-OPER-CANC(WRK-CTE-ACHADO).
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'CANCELAMENTO CTE=' WRK-SERIE-ENTRADA '-'
               WRK-NUMERO-ENTRADA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'PED=' WRK-CTE-PEDIDO(WRK-CTE-ACHADO) ' ICMS='
               WRK-CTE-ICMS(WRK-CTE-ACHADO)
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'CT-E ' WRK-SERIE-ENTRADA '-' WRK-NUMERO-ENTRADA
               ' DO PEDIDO ' WRK-CTE-PEDIDO(WRK-CTE-ACHADO)
               ' CANCELADO.'.

       0230-LISTAR-CTE.
           PERFORM VARYING WRK-SUB-CTE FROM 1 BY 1
               UNTIL WRK-SUB-CTE > WRK-QTD-CTE
               DISPLAY WRK-CTE-SERIE(WRK-SUB-CTE) '-'
                   WRK-CTE-NUMERO(WRK-SUB-CTE) ' '
                   WRK-CTE-EMISSAO(WRK-SUB-CTE) ' PED '
                   WRK-CTE-PEDIDO(WRK-SUB-CTE) ' '
                   WRK-CTE-UF-ORIGEM(WRK-SUB-CTE) '-'
                   WRK-CTE-UF-DESTINO(WRK-SUB-CTE) ' FRETE '
                   WRK-CTE-FRETE(WRK-SUB-CTE) ' ICMS '
                   WRK-CTE-ICMS(WRK-SUB-CTE) ' ST '
                   WRK-CTE-STATUS(WRK-SUB-CTE)
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
               PERFORM 0310-REGRAVAR-REGISTRO
           END-IF.
           DISPLAY 'MANUTENCAO DE CT-E ENCERRADA.'.

       0310-REGRAVAR-REGISTRO.
           OPEN OUTPUT CTE-REGISTER-FILE-NOVO.
           MOVE 'CTENEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTENEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-CTE
               VARYING WRK-SUB-CTE FROM 1 BY 1
               UNTIL WRK-SUB-CTE > WRK-QTD-CTE.
           CLOSE CTE-REGISTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CTEREG,
               WRK-NOME-CTENEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CTEREG
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'REGISTRO DE CT-E REGRAVADO.'.

       0311-GRAVAR-CTE.
           MOVE WRK-CTE-REGISTRO(WRK-SUB-CTE)
               TO CTE-REGISTER-RECORD-NOVO.
           WRITE CTE-REGISTER-RECORD-NOVO.
           MOVE 'CTENEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CTENEW,
               WRK-FSCHK-CHAVE.
