       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DO CADASTRO DE SINDICATOS
      *          (SINDICATO.dat: CODIGO, NOME, CNPJ, REGRA DA
      *          CONTRIBUICAO ASSISTENCIAL, TAXA E DADOS BANCARIOS
      *          PARA O REPASSE), NO MOLDE DO AFAMNT. REGRAS:
      *          P = PERCENTUAL DO SALARIO BASE, F = VALOR FIXO,
      *          N = SEM CONTRIBUICAO. OPERACOES: INCLUIR, ALTERAR,
      *          EXCLUIR, LISTAR. SIGN-ON PELO OPER-CHECK E CADA
      *          MUDANCA GRAVADA NO AUDITLOG. O CADASTRO E REGRAVADO
      *          VIA SINDNEW.dat E PROMOVIDO NO ENCERRAMENTO. O
      *          SALARIO LE ESTE CADASTRO PARA DESCONTAR A
      *          CONTRIBUICAO E MONTAR A REMESSA POR SINDICATO.
      *DATA = 05/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-05 - CRIADO: AS REGRAS DE CADA SINDICATO E A
      *             RELACAO DE CARTAS DE OPOSICAO VIVIAM NUMA
      *             PLANILHA FORA DA FOLHA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNION-MASTER-FILE ASSIGN TO "SINDICATO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINDICATO.
           SELECT UNION-MASTER-FILE-NOVO ASSIGN TO "SINDNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINDNEW.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  UNION-MASTER-FILE.
       01  UNION-MASTER-RECORD.
           02 SIN-CODIGO             PIC X(04).
           02 SIN-NOME               PIC X(30).
           02 SIN-CNPJ               PIC 9(14).
           02 SIN-TIPO               PIC X(01).
           02 SIN-PERCENTUAL         PIC 9(02)V99.
           02 SIN-VALOR              PIC 9(7)V99.
           02 SIN-BANCO              PIC X(03).
           02 SIN-AGENCIA            PIC X(04).
           02 SIN-CONTA              PIC X(10).
           02 SIN-DV                 PIC X(01).

       FD  UNION-MASTER-FILE-NOVO.
       01  UNION-MASTER-RECORD-NOVO.
           02 SINN-CODIGO            PIC X(04).
           02 SINN-NOME              PIC X(30).
           02 SINN-CNPJ              PIC 9(14).
           02 SINN-TIPO              PIC X(01).
           02 SINN-PERCENTUAL        PIC 9(02)V99.
           02 SINN-VALOR             PIC 9(7)V99.
           02 SINN-BANCO             PIC X(03).
           02 SINN-AGENCIA           PIC X(04).
           02 SINN-CONTA             PIC X(10).
           02 SINN-DV                PIC X(01).

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

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'SINDMNT'.
       77 WRK-FS-SINDICATO       PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SINDNEW         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-SINDICATO      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SINDICATOS                VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-ALTERAR                 VALUE 'A'.
           88 WRK-OPCAO-EXCLUIR                 VALUE 'E'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-TIPO-ENTRADA       PIC X(01)      VALUE SPACES.
           88 WRK-TIPO-VALIDO                   VALUE 'P' 'F' 'N'.
       77 WRK-QTD-SIND           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-SIND           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SIND-ACHADO        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CODIGO-BUSCA       PIC X(04)      VALUE SPACES.
       77 WRK-PERC-ENTRADA       PIC 9(02)V99   VALUE ZEROS.
       77 WRK-VALOR-ENTRADA      PIC 9(7)V99    VALUE ZEROS.
       77 WRK-BANCO-ENTRADA      PIC X(03)      VALUE SPACES.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-NOME-SINDICATO     PIC X(20)      VALUE "SINDICATO.dat".
       77 WRK-NOME-SINDNEW       PIC X(20)      VALUE "SINDNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-SIND VALUE ZEROS.
           02 WRK-SIND-LINHA OCCURS 20 TIMES.
               03 WRK-SIND-CODIGO    PIC X(04).
               03 WRK-SIND-NOME      PIC X(30).
               03 WRK-SIND-CNPJ      PIC 9(14).
               03 WRK-SIND-TIPO      PIC X(01).
               03 WRK-SIND-PERC      PIC 9(02)V99.
               03 WRK-SIND-VALOR     PIC 9(7)V99.
               03 WRK-SIND-BANCO     PIC X(03).
               03 WRK-SIND-AGENCIA   PIC X(04).
               03 WRK-SIND-CONTA     PIC X(10).
               03 WRK-SIND-DV        PIC X(01).
               03 WRK-SIND-EXCLUIDO  PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           MOVE 'SINDMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           PERFORM 0110-CARREGAR-SINDICATOS.

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

       0110-CARREGAR-SINDICATOS.
           OPEN INPUT UNION-MASTER-FILE.
           IF WRK-FS-SINDICATO = '00'
               PERFORM 0111-LER-SINDICATO UNTIL WRK-FIM-SINDICATOS
               CLOSE UNION-MASTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-SINDICATO
           END-IF.
           DISPLAY 'SINDICATOS CARREGADOS: ' WRK-QTD-SIND.

       0111-LER-SINDICATO.
           READ UNION-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SINDICATO
               NOT AT END
                   MOVE 'WRK-TAB-SIND' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-SIND TO WRK-TABCHK-QTD
                   MOVE 20 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-SIND
                   MOVE SIN-CODIGO
                       TO WRK-SIND-CODIGO(WRK-QTD-SIND)
                   MOVE SIN-NOME
                       TO WRK-SIND-NOME(WRK-QTD-SIND)
                   MOVE SIN-CNPJ
                       TO WRK-SIND-CNPJ(WRK-QTD-SIND)
                   MOVE SIN-TIPO
                       TO WRK-SIND-TIPO(WRK-QTD-SIND)
                   MOVE SIN-PERCENTUAL
                       TO WRK-SIND-PERC(WRK-QTD-SIND)
                   MOVE SIN-VALOR
                       TO WRK-SIND-VALOR(WRK-QTD-SIND)
                   MOVE SIN-BANCO
                       TO WRK-SIND-BANCO(WRK-QTD-SIND)
                   MOVE SIN-AGENCIA
                       TO WRK-SIND-AGENCIA(WRK-QTD-SIND)
                   MOVE SIN-CONTA
                       TO WRK-SIND-CONTA(WRK-QTD-SIND)
                   MOVE SIN-DV
                       TO WRK-SIND-DV(WRK-QTD-SIND)
                   MOVE 'N'
                       TO WRK-SIND-EXCLUIDO(WRK-QTD-SIND)
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
                   PERFORM 0210-INCLUIR-SINDICATO
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR-SINDICATO
               WHEN WRK-OPCAO-EXCLUIR
                   PERFORM 0230-EXCLUIR-SINDICATO
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR-SINDICATOS
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-SINDICATO.
           MOVE ZEROS TO WRK-SIND-ACHADO.
           PERFORM VARYING WRK-SUB-SIND FROM 1 BY 1
               UNTIL WRK-SUB-SIND > WRK-QTD-SIND
               IF WRK-SIND-CODIGO(WRK-SUB-SIND) = WRK-CODIGO-BUSCA
                   AND WRK-SIND-EXCLUIDO(WRK-SUB-SIND) = 'N'
                   MOVE WRK-SUB-SIND TO WRK-SIND-ACHADO
                   MOVE WRK-QTD-SIND TO WRK-SUB-SIND
               END-IF
           END-PERFORM.

       0210-INCLUIR-SINDICATO.
           DISPLAY 'CODIGO DO SINDICATO: '.
           ACCEPT WRK-CODIGO-BUSCA.
           PERFORM 0205-LOCALIZAR-SINDICATO.
           IF WRK-SIND-ACHADO NOT = ZEROS
               DISPLAY 'SINDICATO JA CADASTRADO.'
           ELSE
               MOVE 'WRK-TAB-SIND' TO WRK-TABCHK-NOME
               MOVE WRK-QTD-SIND TO WRK-TABCHK-QTD
               MOVE 20 TO WRK-TABCHK-LIM
               CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                   WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                   WRK-TABCHK-LIM
               ADD 1 TO WRK-QTD-SIND
               MOVE WRK-QTD-SIND TO WRK-SIND-ACHADO
               MOVE WRK-CODIGO-BUSCA
                   TO WRK-SIND-CODIGO(WRK-SIND-ACHADO)
               MOVE 'N' TO WRK-SIND-EXCLUIDO(WRK-SIND-ACHADO)
               DISPLAY 'NOME DO SINDICATO: '
               ACCEPT WRK-SIND-NOME(WRK-SIND-ACHADO)
               DISPLAY 'CNPJ (14 DIGITOS): '
               ACCEPT WRK-SIND-CNPJ(WRK-SIND-ACHADO)
               PERFORM 0215-SOLICITAR-REGRA
               DISPLAY 'BANCO: '
               ACCEPT WRK-SIND-BANCO(WRK-SIND-ACHADO)
               DISPLAY 'AGENCIA: '
               ACCEPT WRK-SIND-AGENCIA(WRK-SIND-ACHADO)
               DISPLAY 'CONTA: '
               ACCEPT WRK-SIND-CONTA(WRK-SIND-ACHADO)
               DISPLAY 'DIGITO: '
               ACCEPT WRK-SIND-DV(WRK-SIND-ACHADO)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'INCLUSAO SIND=' WRK-CODIGO-BUSCA
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               PERFORM 0216-MONTAR-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
               DISPLAY 'SINDICATO INCLUIDO.'
           END-IF.

       0215-SOLICITAR-REGRA.
           MOVE SPACES TO WRK-TIPO-ENTRADA.
           PERFORM UNTIL WRK-TIPO-VALIDO
               DISPLAY 'REGRA (P-PERCENTUAL DO SALARIO F-VALOR FIXO '
                   'N-SEM CONTRIBUICAO): '
               ACCEPT WRK-TIPO-ENTRADA
               IF NOT WRK-TIPO-VALIDO
                   DISPLAY 'REGRA INVALIDA.'
               END-IF
           END-PERFORM.
           MOVE WRK-TIPO-ENTRADA TO WRK-SIND-TIPO(WRK-SIND-ACHADO).
           MOVE ZEROS TO WRK-SIND-PERC(WRK-SIND-ACHADO)
                         WRK-SIND-VALOR(WRK-SIND-ACHADO).
           EVALUATE WRK-TIPO-ENTRADA
               WHEN 'P'
                   DISPLAY 'PERCENTUAL (99V99): '
                   ACCEPT WRK-PERC-ENTRADA
                   MOVE WRK-PERC-ENTRADA
                       TO WRK-SIND-PERC(WRK-SIND-ACHADO)
               WHEN 'F'
                   DISPLAY 'VALOR FIXO (9(7)V99): '
                   ACCEPT WRK-VALOR-ENTRADA
                   MOVE WRK-VALOR-ENTRADA
                       TO WRK-SIND-VALOR(WRK-SIND-ACHADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0216-MONTAR-AUDIT-SAIDA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'REGRA=' WRK-SIND-TIPO(WRK-SIND-ACHADO)
               ' P=' WRK-SIND-PERC(WRK-SIND-ACHADO)
               ' F=' WRK-SIND-VALOR(WRK-SIND-ACHADO)
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.

       0220-ALTERAR-SINDICATO.
           DISPLAY 'CODIGO DO SINDICATO A ALTERAR: '.
           ACCEPT WRK-CODIGO-BUSCA.
           PERFORM 0205-LOCALIZAR-SINDICATO.
           IF WRK-SIND-ACHADO = ZEROS
               DISPLAY 'SINDICATO NAO ENCONTRADO.'
           ELSE
               DISPLAY 'REGRA ATUAL: '
                   WRK-SIND-TIPO(WRK-SIND-ACHADO)
                   ' PERC ' WRK-SIND-PERC(WRK-SIND-ACHADO)
                   ' VALOR ' WRK-SIND-VALOR(WRK-SIND-ACHADO)
               PERFORM 0215-SOLICITAR-REGRA
               DISPLAY 'CONTA ATUAL: '
                   WRK-SIND-BANCO(WRK-SIND-ACHADO) ' '
                   WRK-SIND-AGENCIA(WRK-SIND-ACHADO) ' '
                   WRK-SIND-CONTA(WRK-SIND-ACHADO) '-'
                   WRK-SIND-DV(WRK-SIND-ACHADO)
               DISPLAY 'NOVO BANCO (BRANCO = MANTER A CONTA): '
               MOVE SPACES TO WRK-BANCO-ENTRADA
               ACCEPT WRK-BANCO-ENTRADA
               IF WRK-BANCO-ENTRADA NOT = SPACES
                   MOVE WRK-BANCO-ENTRADA
                       TO WRK-SIND-BANCO(WRK-SIND-ACHADO)
                   DISPLAY 'AGENCIA: '
                   ACCEPT WRK-SIND-AGENCIA(WRK-SIND-ACHADO)
                   DISPLAY 'CONTA: '
                   ACCEPT WRK-SIND-CONTA(WRK-SIND-ACHADO)
                   DISPLAY 'DIGITO: '
                   ACCEPT WRK-SIND-DV(WRK-SIND-ACHADO)
               END-IF
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'ALTERACAO SIND='
                   WRK-SIND-CODIGO(WRK-SIND-ACHADO)
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               PERFORM 0216-MONTAR-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
               DISPLAY 'SINDICATO ALTERADO.'
           END-IF.

       0230-EXCLUIR-SINDICATO.
           DISPLAY 'CODIGO DO SINDICATO A EXCLUIR: '.
           ACCEPT WRK-CODIGO-BUSCA.
           PERFORM 0205-LOCALIZAR-SINDICATO.
           IF WRK-SIND-ACHADO = ZEROS
               DISPLAY 'SINDICATO NAO ENCONTRADO.'
           ELSE
               MOVE 'S' TO WRK-SIND-EXCLUIDO(WRK-SIND-ACHADO)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               MOVE SPACES TO WRK-AUDIT-ENTRADA
               STRING 'EXCLUSAO SIND=' WRK-CODIGO-BUSCA
                   DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
               PERFORM 0216-MONTAR-AUDIT-SAIDA
               PERFORM 0250-REGISTRAR-AUDITORIA
               DISPLAY 'SINDICATO EXCLUIDO.'
           END-IF.

       0240-LISTAR-SINDICATOS.
           PERFORM VARYING WRK-SUB-SIND FROM 1 BY 1
               UNTIL WRK-SUB-SIND > WRK-QTD-SIND
               IF WRK-SIND-EXCLUIDO(WRK-SUB-SIND) = 'N'
                   DISPLAY WRK-SIND-CODIGO(WRK-SUB-SIND) ' '
                       WRK-SIND-NOME(WRK-SUB-SIND) ' '
                       WRK-SIND-CNPJ(WRK-SUB-SIND) ' REGRA '
                       WRK-SIND-TIPO(WRK-SUB-SIND) ' '
                       WRK-SIND-PERC(WRK-SUB-SIND) ' '
                       WRK-SIND-VALOR(WRK-SUB-SIND)
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
               PERFORM 0310-REGRAVAR-SINDICATOS
           END-IF.
           DISPLAY 'MANUTENCAO DE SINDICATOS ENCERRADA.'.

       0310-REGRAVAR-SINDICATOS.
           OPEN OUTPUT UNION-MASTER-FILE-NOVO.
           MOVE 'SINDNEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-SINDNEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-SINDICATO
               VARYING WRK-SUB-SIND FROM 1 BY 1
               UNTIL WRK-SUB-SIND > WRK-QTD-SIND.
           CLOSE UNION-MASTER-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-SINDICATO,
               WRK-NOME-SINDNEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-SINDICATO
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'CADASTRO DE SINDICATOS REGRAVADO.'.

       0311-GRAVAR-SINDICATO.
           IF WRK-SIND-EXCLUIDO(WRK-SUB-SIND) = 'N'
               MOVE WRK-SIND-CODIGO(WRK-SUB-SIND)  TO SINN-CODIGO
               MOVE WRK-SIND-NOME(WRK-SUB-SIND)    TO SINN-NOME
               MOVE WRK-SIND-CNPJ(WRK-SUB-SIND)    TO SINN-CNPJ
               MOVE WRK-SIND-TIPO(WRK-SUB-SIND)    TO SINN-TIPO
               MOVE WRK-SIND-PERC(WRK-SUB-SIND)    TO SINN-PERCENTUAL
               MOVE WRK-SIND-VALOR(WRK-SUB-SIND)   TO SINN-VALOR
               MOVE WRK-SIND-BANCO(WRK-SUB-SIND)   TO SINN-BANCO
               MOVE WRK-SIND-AGENCIA(WRK-SUB-SIND) TO SINN-AGENCIA
               MOVE WRK-SIND-CONTA(WRK-SUB-SIND)   TO SINN-CONTA
               MOVE WRK-SIND-DV(WRK-SUB-SIND)      TO SINN-DV
               WRITE UNION-MASTER-RECORD-NOVO
               MOVE 'SINDNEW' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-SINDNEW,
                   WRK-FSCHK-CHAVE
           END-IF.
