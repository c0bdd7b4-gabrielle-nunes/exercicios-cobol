       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGOMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DA TABELA DE CARGOS E SALARIOS
      *          (CARGOS.dat: CODIGO, TITULO, CBO, SALARIO MINIMO,
      *          MEDIO E MAXIMO DA FAIXA E GRAU DE RISCO PADRAO DO
      *          CARGO), NO MOLDE DO SINDMNT. OPERACOES: INCLUIR,
      *          ALTERAR, EXCLUIR, LISTAR. A FAIXA E CRITICADA
      *          (MINIMO <= MEDIO <= MAXIMO). SIGN-ON PELO OPER-CHECK
      *          E CADA MUDANCA GRAVADA NO AUDITLOG. A TABELA E
      *          REGRAVADA VIA CARGONEW.dat E PROMOVIDA NO
      *          ENCERRAMENTO. O EMPMNT CONFERE O SALARIO CONTRA A
      *          FAIXA, O DISSIDIO CONTA QUEM O REAJUSTE TIRA DA
      *          FAIXA E O FAIXASAL LISTA OS FORA DA FAIXA.
      *DATA = 06/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-06 - CRIADO: O EMPMNT ACEITAVA QUALQUER SALARIO E O
      *             DISSIDIO REAJUSTAVA SEM SABER O CARGO DE NINGUEM.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "CARGOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT POSITION-FILE-NOVO ASSIGN TO "CARGONEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARGONEW.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
       01  POSITION-RECORD.
           02 CRG-CODIGO             PIC X(04).
           02 CRG-TITULO             PIC X(30).
           02 CRG-CBO                PIC 9(06).
           02 CRG-SALARIO-MIN        PIC 9(7)V99.
           02 CRG-SALARIO-MED        PIC 9(7)V99.
           02 CRG-SALARIO-MAX        PIC 9(7)V99.
           02 CRG-GRAU-RISCO         PIC X(01).

       FD  POSITION-FILE-NOVO.
       01  POSITION-RECORD-NOVO.
           02 CRGN-CODIGO            PIC X(04).
           02 CRGN-TITULO            PIC X(30).
           02 CRGN-CBO               PIC 9(06).
           02 CRGN-SALARIO-MIN       PIC 9(7)V99.
           02 CRGN-SALARIO-MED       PIC 9(7)V99.
           02 CRGN-SALARIO-MAX       PIC 9(7)V99.
           02 CRGN-GRAU-RISCO        PIC X(01).

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
           COPY 'OPER-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CARGOMNT'.
       77 WRK-FS-CARGOS          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CARGONEW        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CARGOS         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TAB-CARGOS                VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-ALTERAR                 VALUE 'A'.
           88 WRK-OPCAO-EXCLUIR                 VALUE 'E'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-GRAU-ENTRADA       PIC X(01)      VALUE SPACES.
           88 WRK-GRAU-VALIDO                   VALUE '0' '1' '2'
                                                      '3' 'P'.
       77 WRK-QTD-CARGO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CARGO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARGO-ACHADO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CODIGO-BUSCA       PIC X(04)      VALUE SPACES.
       77 WRK-MIN-ENTRADA        PIC 9(7)V99    VALUE ZEROS.
       77 WRK-MED-ENTRADA        PIC 9(7)V99    VALUE ZEROS.
       77 WRK-MAX-ENTRADA        PIC 9(7)V99    VALUE ZEROS.
       77 WRK-TITULO-ENTRADA     PIC X(30)      VALUE SPACES.
       77 WRK-FAIXA-OK           PIC X(01)      VALUE 'N'.
           88 WRK-FAIXA-VALIDA                  VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-NOME-CARGOS        PIC X(20)      VALUE "CARGOS.dat".
       77 WRK-NOME-CARGONEW      PIC X(20)      VALUE "CARGONEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-CARGO VALUE ZEROS.
           02 WRK-CARGO-LINHA OCCURS 100 TIMES.
               03 WRK-CRG-CODIGO     PIC X(04).
               03 WRK-CRG-TITULO     PIC X(30).
               03 WRK-CRG-CBO        PIC 9(06).
               03 WRK-CRG-MIN        PIC 9(7)V99.
               03 WRK-CRG-MED        PIC 9(7)V99.
               03 WRK-CRG-MAX        PIC 9(7)V99.
               03 WRK-CRG-GRAU       PIC X(01).
               03 WRK-CRG-EXCLUIDO   PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           MOVE 'CARGOMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           PERFORM 0110-CARREGAR-CARGOS.

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

       0110-CARREGAR-CARGOS.
           OPEN INPUT POSITION-FILE.
           IF WRK-FS-CARGOS = '00'
               PERFORM 0111-LER-CARGO UNTIL WRK-FIM-TAB-CARGOS
               CLOSE POSITION-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CARGOS
           END-IF.
           DISPLAY 'CARGOS CARREGADOS: ' WRK-QTD-CARGO.

       0111-LER-CARGO.
           READ POSITION-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CARGOS
               NOT AT END
                   MOVE 'WRK-TAB-CARGO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-CARGO TO WRK-TABCHK-QTD
                   MOVE 100 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-CARGO
                   MOVE CRG-CODIGO
                       TO WRK-CRG-CODIGO(WRK-QTD-CARGO)
                   MOVE CRG-TITULO
                       TO WRK-CRG-TITULO(WRK-QTD-CARGO)
                   MOVE CRG-CBO
                       TO WRK-CRG-CBO(WRK-QTD-CARGO)
                   MOVE CRG-SALARIO-MIN
                       TO WRK-CRG-MIN(WRK-QTD-CARGO)
                   MOVE CRG-SALARIO-MED
                       TO WRK-CRG-MED(WRK-QTD-CARGO)
                   MOVE CRG-SALARIO-MAX
                       TO WRK-CRG-MAX(WRK-QTD-CARGO)
                   MOVE CRG-GRAU-RISCO
                       TO WRK-CRG-GRAU(WRK-QTD-CARGO)
                   MOVE 'N'
                       TO WRK-CRG-EXCLUIDO(WRK-QTD-CARGO)
           END-READ.

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
           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR E=EXCLUIR '
               'L=LISTAR F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-CARGO
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR-CARGO
               WHEN WRK-OPCAO-EXCLUIR
                   PERFORM 0230-EXCLUIR-CARGO
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR-CARGOS
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-CARGO.
           MOVE ZEROS TO WRK-CARGO-ACHADO.
           PERFORM VARYING WRK-SUB-CARGO FROM 1 BY 1
               UNTIL WRK-SUB-CARGO > WRK-QTD-CARGO
               IF WRK-CRG-CODIGO(WRK-SUB-CARGO) = WRK-CODIGO-BUSCA
                   AND WRK-CRG-EXCLUIDO(WRK-SUB-CARGO) = 'N'
                   MOVE WRK-SUB-CARGO TO WRK-CARGO-ACHADO
                   MOVE WRK-QTD-CARGO TO WRK-SUB-CARGO
               END-IF
           END-PERFORM.

       0210-INCLUIR-CARGO.
           DISPLAY 'CODIGO DO CARGO: '.
           ACCEPT WRK-CODIGO-BUSCA.
           PERFORM 0205-LOCALIZAR-CARGO.
           IF WRK-CARGO-ACHADO NOT = ZEROS
               DISPLAY 'CARGO JA CADASTRADO.'
           ELSE
               MOVE 'WRK-TAB-CARGO' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-CARGO TO WRK-TABCHK-QTD
               MOVE 100 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-CARGO
               MOVE WRK-QTD-CARGO TO WRK-CARGO-ACHADO
               MOVE WRK-CODIGO-BUSCA
                   TO WRK-CRG-CODIGO(WRK-CARGO-ACHADO)
               MOVE 'N' TO WRK-CRG-EXCLUIDO(WRK-CARGO-ACHADO)
               DISPLAY 'TITULO DO CARGO: '
               ACCEPT WRK-CRG-TITULO(WRK-CARGO-ACHADO)
               DISPLAY 'CODIGO CBO (6 DIGITOS): '
               ACCEPT WRK-CRG-CBO(WRK-CARGO-ACHADO)
               PERFORM 0215-SOLICITAR-FAIXA
               PERFORM 0217-SOLICITAR-GRAU-RISCO
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'INCLUSAO CARGO=' WRK-CODIGO-BUSCA
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               PERFORM 0216-MONTAR-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
               DISPLAY 'CARGO INCLUIDO.'
           END-IF.

       0215-SOLICITAR-FAIXA.
           MOVE 'N' TO WRK-FAIXA-OK.
           PERFORM UNTIL WRK-FAIXA-VALIDA
               DISPLAY 'SALARIO MINIMO DA FAIXA (9(7)V99): '
               ACCEPT WRK-MIN-ENTRADA
               DISPLAY 'SALARIO MEDIO DA FAIXA (9(7)V99): '
               ACCEPT WRK-MED-ENTRADA
               DISPLAY 'SALARIO MAXIMO DA FAIXA (9(7)V99): '
               ACCEPT WRK-MAX-ENTRADA
               IF WRK-MIN-ENTRADA > ZEROS
                   AND WRK-MIN-ENTRADA <= WRK-MED-ENTRADA
                   AND WRK-MED-ENTRADA <= WRK-MAX-ENTRADA
                   MOVE 'S' TO WRK-FAIXA-OK
               ELSE
                   DISPLAY 'FAIXA INVALIDA - INFORME MINIMO <= '
                       'MEDIO <= MAXIMO.'
               END-IF
           END-PERFORM.
           MOVE WRK-MIN-ENTRADA TO WRK-CRG-MIN(WRK-CARGO-ACHADO).
           MOVE WRK-MED-ENTRADA TO WRK-CRG-MED(WRK-CARGO-ACHADO).
           MOVE WRK-MAX-ENTRADA TO WRK-CRG-MAX(WRK-CARGO-ACHADO).

       0216-MONTAR-AUDIT-SAIDA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'MIN=' WRK-CRG-MIN(WRK-CARGO-ACHADO)
               ' MAX=' WRK-CRG-MAX(WRK-CARGO-ACHADO)
               ' GR=' WRK-CRG-GRAU(WRK-CARGO-ACHADO)
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.

       0217-SOLICITAR-GRAU-RISCO.
           MOVE SPACES TO WRK-GRAU-ENTRADA.
           PERFORM UNTIL WRK-GRAU-VALIDO
               DISPLAY 'GRAU DE RISCO DO CARGO (0-NENHUM 1/2/3-'
                   'INSALUBRIDADE MIN/MED/MAX P-PERICULOSIDADE): '
               ACCEPT WRK-GRAU-ENTRADA
               IF NOT WRK-GRAU-VALIDO
                   DISPLAY 'GRAU DE RISCO INVALIDO.'
               END-IF
           END-PERFORM.
           MOVE WRK-GRAU-ENTRADA TO WRK-CRG-GRAU(WRK-CARGO-ACHADO).

       0220-ALTERAR-CARGO.
           DISPLAY 'CODIGO DO CARGO A ALTERAR: '.
           ACCEPT WRK-CODIGO-BUSCA.
           PERFORM 0205-LOCALIZAR-CARGO.
           IF WRK-CARGO-ACHADO = ZEROS
               DISPLAY 'CARGO NAO ENCONTRADO.'
           ELSE
               DISPLAY 'TITULO ATUAL: '
                   WRK-CRG-TITULO(WRK-CARGO-ACHADO)
                   ' CBO ' WRK-CRG-CBO(WRK-CARGO-ACHADO)
               DISPLAY 'NOVO TITULO (BRANCO = MANTER): '
               MOVE SPACES TO WRK-TITULO-ENTRADA
               ACCEPT WRK-TITULO-ENTRADA
               IF WRK-TITULO-ENTRADA NOT = SPACES
                   MOVE WRK-TITULO-ENTRADA
                       TO WRK-CRG-TITULO(WRK-CARGO-ACHADO)
               END-IF
               DISPLAY 'FAIXA ATUAL: '
                   WRK-CRG-MIN(WRK-CARGO-ACHADO) ' / '
                   WRK-CRG-MED(WRK-CARGO-ACHADO) ' / '
                   WRK-CRG-MAX(WRK-CARGO-ACHADO)
               PERFORM 0215-SOLICITAR-FAIXA
               DISPLAY 'GRAU DE RISCO ATUAL: '
                   WRK-CRG-GRAU(WRK-CARGO-ACHADO)
               PERFORM 0217-SOLICITAR-GRAU-RISCO
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'ALTERACAO CARGO='
                   WRK-CRG-CODIGO(WRK-CARGO-ACHADO)
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               PERFORM 0216-MONTAR-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
               DISPLAY 'CARGO ALTERADO.'
           END-IF.

       0230-EXCLUIR-CARGO.
           DISPLAY 'CODIGO DO CARGO A EXCLUIR: '.
           ACCEPT WRK-CODIGO-BUSCA.
           PERFORM 0205-LOCALIZAR-CARGO.
           IF WRK-CARGO-ACHADO = ZEROS
               DISPLAY 'CARGO NAO ENCONTRADO.'
           ELSE
               MOVE 'S' TO WRK-CRG-EXCLUIDO(WRK-CARGO-ACHADO)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'EXCLUSAO CARGO=' WRK-CODIGO-BUSCA
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               PERFORM 0216-MONTAR-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
               DISPLAY 'CARGO EXCLUIDO.'
           END-IF.

       0240-LISTAR-CARGOS.
           PERFORM VARYING WRK-SUB-CARGO FROM 1 BY 1
               UNTIL WRK-SUB-CARGO > WRK-QTD-CARGO
               IF WRK-CRG-EXCLUIDO(WRK-SUB-CARGO) = 'N'
                   DISPLAY WRK-CRG-CODIGO(WRK-SUB-CARGO) ' '
                       WRK-CRG-TITULO(WRK-SUB-CARGO) ' CBO '
                       WRK-CRG-CBO(WRK-SUB-CARGO) ' FAIXA '
                       WRK-CRG-MIN(WRK-SUB-CARGO) ' / '
                       WRK-CRG-MED(WRK-SUB-CARGO) ' / '
                       WRK-CRG-MAX(WRK-SUB-CARGO) ' RISCO '
                       WRK-CRG-GRAU(WRK-SUB-CARGO)
               END-IF
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
               PERFORM 0310-REGRAVAR-CARGOS
           END-IF.
           DISPLAY 'MANUTENCAO DE CARGOS ENCERRADA.'.

       0310-REGRAVAR-CARGOS.
           OPEN OUTPUT POSITION-FILE-NOVO.
           MOVE 'CARGONEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-CARGONEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-CARGO
               VARYING WRK-SUB-CARGO FROM 1 BY 1
               UNTIL WRK-SUB-CARGO > WRK-QTD-CARGO.
           CLOSE POSITION-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-CARGOS,
               WRK-NOME-CARGONEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-CARGOS
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'TABELA DE CARGOS REGRAVADA.'.

       0311-GRAVAR-CARGO.
           IF WRK-CRG-EXCLUIDO(WRK-SUB-CARGO) = 'N'
               MOVE WRK-CRG-CODIGO(WRK-SUB-CARGO) TO CRGN-CODIGO
               MOVE WRK-CRG-TITULO(WRK-SUB-CARGO) TO CRGN-TITULO
               MOVE WRK-CRG-CBO(WRK-SUB-CARGO)    TO CRGN-CBO
               MOVE WRK-CRG-MIN(WRK-SUB-CARGO)    TO CRGN-SALARIO-MIN
               MOVE WRK-CRG-MED(WRK-SUB-CARGO)    TO CRGN-SALARIO-MED
               MOVE WRK-CRG-MAX(WRK-SUB-CARGO)    TO CRGN-SALARIO-MAX
               MOVE WRK-CRG-GRAU(WRK-SUB-CARGO)   TO CRGN-GRAU-RISCO
               WRITE POSITION-RECORD-NOVO
               MOVE 'CARGONEW' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-CARGONEW,
                   WRK-FSCHK-CHAVE
           END-IF.
