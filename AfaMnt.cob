       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFAMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DO CADASTRO DE AFASTAMENTOS
      *          (AFASTAMENTOS.dat: MATRICULA, TIPO, INICIO, RETORNO
      *          PREVISTO E RETORNO EFETIVO), NO MOLDE DO TSMNT.
      *          TIPOS: D = AUXILIO-DOENCA, A = ACIDENTE DE TRABALHO,
      *          M = LICENCA-MATERNIDADE. A INCLUSAO VALIDA A
      *          MATRICULA CONTRA O EMPMAST.idx (EMPREGADO ATIVO), AS
      *          DATAS PELO DATE-CHECK E RECUSA UM SEGUNDO
      *          AFASTAMENTO ABERTO PARA A MESMA MATRICULA; O
      *          RETORNO FECHA O AFASTAMENTO ABERTO. SIGN-ON PELO
      *          OPER-CHECK E CADA MUDANCA GRAVADA NO AUDITLOG. O
      *          ARQUIVO E REGRAVADO VIA AFANEW.dat E PROMOVIDO NO
      *          ENCERRAMENTO. O SALARIO LE ESTE CADASTRO PARA PAGAR
      *          SO OS DIAS DEVIDOS PELO EMPREGADOR.
      *DATA = 01/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-01 - CRIADO: AFASTAMENTO POR DOENCA ACIMA DE 15 DIAS,
      *             ACIDENTE E MATERNIDADE ERAM ACERTADOS A MAO NO
      *             CONTRACHEQUE DEPOIS DA FOLHA NOTURNA.
      *2026-10-03 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-GRAU-RISCO (GRAU DE
      *             INSALUBRIDADE/PERICULOSIDADE).
      *2026-10-05 - FD DO EMPLOYEE-MASTER ACOMPANHA OS NOVOS CAMPOS
      *             EMP-SINDICATO E EMP-OPOSICAO-SIND (CONTRIBUICAO
      *             SINDICAL).
      *2026-10-06 - FD DO EMPLOYEE-MASTER ACOMPANHA O NOVO CAMPO
      *             EMP-CARGO (TABELA DE CARGOS E SALARIOS).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT LEAVE-FILE ASSIGN TO "AFASTAMENTOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AFASTAM.
           SELECT LEAVE-FILE-NOVO ASSIGN TO "AFANEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AFANEW.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
           02 EMP-MATRICULA          PIC X(06).
           02 EMP-NOME               PIC X(30).
           02 EMP-SALARIO-BRUTO      PIC 9(7)V99.
           02 EMP-DATA-ADMISSAO      PIC 9(08).
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           02 AFA-MATRICULA          PIC X(06).
           02 AFA-TIPO               PIC X(01).
           02 AFA-DATA-INICIO        PIC 9(08).
           02 AFA-RETORNO-PREVISTO   PIC 9(08).
           02 AFA-RETORNO-EFETIVO    PIC 9(08).

       FD  LEAVE-FILE-NOVO.
       01  LEAVE-RECORD-NOVO.
           02 AFAN-MATRICULA         PIC X(06).
           02 AFAN-TIPO              PIC X(01).
           02 AFAN-DATA-INICIO       PIC 9(08).
           02 AFAN-RETORNO-PREVISTO  PIC 9(08).
           02 AFAN-RETORNO-EFETIVO   PIC 9(08).

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

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'AFAMNT'.
       77 WRK-FS-EMPMAST         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AFASTAM         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AFANEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-EMPMAST        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-EMPREGADOS                VALUE 'S'.
       77 WRK-FIM-AFASTAM        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-AFASTAMENTOS              VALUE 'S'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-RETORNO                 VALUE 'R'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-TIPO-ENTRADA       PIC X(01)      VALUE SPACES.
           88 WRK-TIPO-VALIDO                   VALUE 'D' 'A' 'M'.
       77 WRK-QTD-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-AFA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-EMP            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-AFA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-EMP-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-AFA-ACHADO         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MATRICULA          PIC X(06)      VALUE SPACES.
       77 WRK-DATA-INICIO        PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-PREVISTA      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RETORNO       PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-LISTADOS       PIC 9(04)      VALUE ZEROS.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-NOME-AFASTAM       PIC X(20)
                                 VALUE "AFASTAMENTOS.dat".
       77 WRK-NOME-AFANEW        PIC X(20)      VALUE "AFANEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-TAB-EMP VALUE ZEROS.
           02 WRK-EMP-LINHA OCCURS 200 TIMES.
               03 WRK-EMP-MATRICULA  PIC X(06).
               03 WRK-EMP-NOME       PIC X(30).
               03 WRK-EMP-DESLIGADO  PIC X(01).

       01  WRK-TAB-AFA VALUE ZEROS.
           02 WRK-AFA-LINHA OCCURS 500 TIMES.
               03 WRK-AFA-MATRICULA  PIC X(06).
               03 WRK-AFA-TIPO       PIC X(01).
               03 WRK-AFA-INICIO     PIC 9(08).
               03 WRK-AFA-PREVISTO   PIC 9(08).
               03 WRK-AFA-EFETIVO    PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           MOVE 'AFAMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           PERFORM 0110-CARREGAR-EMPREGADOS.
           PERFORM 0120-CARREGAR-AFASTAMENTOS.

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

       0110-CARREGAR-EMPREGADOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.
           PERFORM 0111-LER-EMPREGADO UNTIL WRK-FIM-EMPREGADOS.
           CLOSE EMPLOYEE-MASTER-FILE.

       0111-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPMAST
               NOT AT END
                   MOVE 'WRK-TAB-EMP' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-EMP TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-EMP
                   MOVE EMP-MATRICULA
                       TO WRK-EMP-MATRICULA(WRK-QTD-EMP)
                   MOVE EMP-NOME
                       TO WRK-EMP-NOME(WRK-QTD-EMP)
                   IF EMP-DATA-DESLIGAMENTO > 0
                       MOVE 'S' TO WRK-EMP-DESLIGADO(WRK-QTD-EMP)
                   ELSE
                       MOVE 'N' TO WRK-EMP-DESLIGADO(WRK-QTD-EMP)
                   END-IF
           END-READ.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-EMPMAST,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-AFASTAMENTOS.
           OPEN INPUT LEAVE-FILE.
           IF WRK-FS-AFASTAM = '00'
               PERFORM 0121-LER-AFASTAMENTO UNTIL WRK-FIM-AFASTAMENTOS
               CLOSE LEAVE-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-AFASTAM
           END-IF.
           DISPLAY 'AFASTAMENTOS CARREGADOS: ' WRK-QTD-AFA.

       0121-LER-AFASTAMENTO.
           READ LEAVE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAM
               NOT AT END
                   MOVE 'WRK-TAB-AFA' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-AFA TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-AFA
                   MOVE AFA-MATRICULA
                       TO WRK-AFA-MATRICULA(WRK-QTD-AFA)
                   MOVE AFA-TIPO
                       TO WRK-AFA-TIPO(WRK-QTD-AFA)
                   MOVE AFA-DATA-INICIO
                       TO WRK-AFA-INICIO(WRK-QTD-AFA)
                   MOVE AFA-RETORNO-PREVISTO
                       TO WRK-AFA-PREVISTO(WRK-QTD-AFA)
                   MOVE AFA-RETORNO-EFETIVO
                       TO WRK-AFA-EFETIVO(WRK-QTD-AFA)
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
           DISPLAY 'OPERACAO (I=INCLUIR R=RETORNO L=LISTAR '
               'F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-AFASTAMENTO
               WHEN WRK-OPCAO-RETORNO
                   PERFORM 0230-REGISTRAR-RETORNO
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR-AFASTAMENTOS
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0205-LOCALIZAR-EMPREGADO.
           MOVE ZEROS TO WRK-EMP-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QTD-EMP
               IF WRK-EMP-MATRICULA(WRK-SUB-EMP) = WRK-MATRICULA
                   MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
                   MOVE WRK-QTD-EMP TO WRK-SUB-EMP
               END-IF
           END-PERFORM.

       0206-LOCALIZAR-AFASTAMENTO-ABERTO.
           MOVE ZEROS TO WRK-AFA-ACHADO.
           PERFORM VARYING WRK-SUB-AFA FROM 1 BY 1
               UNTIL WRK-SUB-AFA > WRK-QTD-AFA
               IF WRK-AFA-MATRICULA(WRK-SUB-AFA) = WRK-MATRICULA
                   AND WRK-AFA-EFETIVO(WRK-SUB-AFA) = ZEROS
                   MOVE WRK-SUB-AFA TO WRK-AFA-ACHADO
                   MOVE WRK-QTD-AFA TO WRK-SUB-AFA
               END-IF
           END-PERFORM.

       0207-VALIDAR-DATA-ENTRADA.
           MOVE 'W' TO WRK-DTCHK-SEVERIDADE.
           CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
               WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
               WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO.

       0210-INCLUIR-AFASTAMENTO.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           PERFORM 0205-LOCALIZAR-EMPREGADO.
           EVALUATE TRUE
               WHEN WRK-EMP-ACHADO = ZEROS
                   DISPLAY 'MATRICULA NAO CADASTRADA NO EMPMAST - '
                       'AFASTAMENTO RECUSADO.'
               WHEN WRK-EMP-DESLIGADO(WRK-EMP-ACHADO) = 'S'
                   DISPLAY 'EMPREGADO DESLIGADO - AFASTAMENTO '
                       'RECUSADO.'
               WHEN OTHER
                   PERFORM 0206-LOCALIZAR-AFASTAMENTO-ABERTO
                   IF WRK-AFA-ACHADO > 0
                       DISPLAY 'JA EXISTE AFASTAMENTO ABERTO DESDE '
                           WRK-AFA-INICIO(WRK-AFA-ACHADO)
                           ' - REGISTRE O RETORNO ANTES.'
                   ELSE
                       PERFORM 0220-DIGITAR-AFASTAMENTO
                   END-IF
           END-EVALUATE.

       0220-DIGITAR-AFASTAMENTO.
           DISPLAY 'TIPO (D=DOENCA A=ACIDENTE DE TRABALHO '
               'M=MATERNIDADE): '.
           ACCEPT WRK-TIPO-ENTRADA.
           DISPLAY 'DATA DE INICIO (AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIO.
           DISPLAY 'RETORNO PREVISTO (AAAAMMDD): '.
           ACCEPT WRK-DATA-PREVISTA.
           IF NOT WRK-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO (D/A/M) - AFASTAMENTO '
                   'RECUSADO.'
           ELSE
               MOVE 'AFA-INICIO' TO WRK-DTCHK-CAMPO
               MOVE WRK-DATA-INICIO TO WRK-DTCHK-DATA
               PERFORM 0207-VALIDAR-DATA-ENTRADA
               IF WRK-DTCHK-RESULTADO = 'N'
                   DISPLAY 'AFASTAMENTO NAO GRAVADO - DATA DE '
                       'INICIO INVALIDA.'
               ELSE
                   MOVE 'AFA-PREVISTO' TO WRK-DTCHK-CAMPO
                   MOVE WRK-DATA-PREVISTA TO WRK-DTCHK-DATA
                   PERFORM 0207-VALIDAR-DATA-ENTRADA
                   IF WRK-DTCHK-RESULTADO = 'N'
                       OR WRK-DATA-PREVISTA NOT > WRK-DATA-INICIO
                       DISPLAY 'AFASTAMENTO NAO GRAVADO - RETORNO '
                           'PREVISTO INVALIDO OU ANTERIOR AO INICIO.'
                   ELSE
                       PERFORM 0225-GRAVAR-AFASTAMENTO
                   END-IF
               END-IF
           END-IF.

       0225-GRAVAR-AFASTAMENTO.
           MOVE 'WRK-TAB-AFA' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-AFA TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-AFA.
           MOVE WRK-MATRICULA     TO WRK-AFA-MATRICULA(WRK-QTD-AFA).
           MOVE WRK-TIPO-ENTRADA  TO WRK-AFA-TIPO(WRK-QTD-AFA).
           MOVE WRK-DATA-INICIO   TO WRK-AFA-INICIO(WRK-QTD-AFA).
           MOVE WRK-DATA-PREVISTA TO WRK-AFA-PREVISTO(WRK-QTD-AFA).
           MOVE ZEROS             TO WRK-AFA-EFETIVO(WRK-QTD-AFA).
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'AFASTAMENTO MATR=' WRK-MATRICULA
               ' TIPO=' WRK-TIPO-ENTRADA
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'INI=' WRK-DATA-INICIO
               ' PREV=' WRK-DATA-PREVISTA
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           DISPLAY 'AFASTAMENTO INCLUIDO.'.

       0230-REGISTRAR-RETORNO.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           PERFORM 0206-LOCALIZAR-AFASTAMENTO-ABERTO.
           IF WRK-AFA-ACHADO = ZEROS
               DISPLAY 'NENHUM AFASTAMENTO ABERTO PARA A MATRICULA.'
           ELSE
               DISPLAY 'AFASTAMENTO TIPO '
                   WRK-AFA-TIPO(WRK-AFA-ACHADO)
                   ' DESDE ' WRK-AFA-INICIO(WRK-AFA-ACHADO)
                   ' RETORNO PREVISTO '
                   WRK-AFA-PREVISTO(WRK-AFA-ACHADO)
               DISPLAY 'DATA DO RETORNO EFETIVO (AAAAMMDD): '
               ACCEPT WRK-DATA-RETORNO
               MOVE 'AFA-RETORNO' TO WRK-DTCHK-CAMPO
               MOVE WRK-DATA-RETORNO TO WRK-DTCHK-DATA
               PERFORM 0207-VALIDAR-DATA-ENTRADA
               IF WRK-DTCHK-RESULTADO = 'N'
                   OR WRK-DATA-RETORNO NOT >
                       WRK-AFA-INICIO(WRK-AFA-ACHADO)
                   DISPLAY 'RETORNO NAO GRAVADO - DATA INVALIDA OU '
                       'ANTERIOR AO INICIO.'
               ELSE
                   MOVE WRK-DATA-RETORNO
                       TO WRK-AFA-EFETIVO(WRK-AFA-ACHADO)
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   MOVE SPACES TO WRK-AUDIT-ENTRADA
                   STRING 'RETORNO MATR=' WRK-MATRICULA
                       ' INI=' WRK-AFA-INICIO(WRK-AFA-ACHADO)
                       DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA
                   MOVE SPACES TO WRK-AUDIT-SAIDA
                   STRING 'RETORNO=' WRK-DATA-RETORNO
                       DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                   PERFORM 0250-REGISTRAR-AUDITORIA
                   DISPLAY 'RETORNO REGISTRADO.'
               END-IF
           END-IF.

       0240-LISTAR-AFASTAMENTOS.
           DISPLAY 'MATRICULA A LISTAR (BRANCO = SO OS ABERTOS): '.
           ACCEPT WRK-MATRICULA.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           PERFORM VARYING WRK-SUB-AFA FROM 1 BY 1
               UNTIL WRK-SUB-AFA > WRK-QTD-AFA
               IF (WRK-MATRICULA = SPACES
                   AND WRK-AFA-EFETIVO(WRK-SUB-AFA) = ZEROS)
                   OR WRK-AFA-MATRICULA(WRK-SUB-AFA) = WRK-MATRICULA
                   ADD 1 TO WRK-QTD-LISTADOS
                   DISPLAY WRK-AFA-MATRICULA(WRK-SUB-AFA)
                       ' TIPO ' WRK-AFA-TIPO(WRK-SUB-AFA)
                       ' INICIO ' WRK-AFA-INICIO(WRK-SUB-AFA)
                       ' PREVISTO ' WRK-AFA-PREVISTO(WRK-SUB-AFA)
                       ' RETORNO ' WRK-AFA-EFETIVO(WRK-SUB-AFA)
               END-IF
           END-PERFORM.
           DISPLAY 'AFASTAMENTOS LISTADOS: ' WRK-QTD-LISTADOS.

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
               PERFORM 0310-REGRAVAR-AFASTAMENTOS
           END-IF.
           DISPLAY 'MANUTENCAO DE AFASTAMENTOS ENCERRADA.'.

       0310-REGRAVAR-AFASTAMENTOS.
           OPEN OUTPUT LEAVE-FILE-NOVO.
           MOVE 'AFANEW' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AFANEW,
               WRK-FSCHK-CHAVE.
           PERFORM 0311-GRAVAR-AFASTAMENTO
               VARYING WRK-SUB-AFA FROM 1 BY 1
               UNTIL WRK-SUB-AFA > WRK-QTD-AFA.
           CLOSE LEAVE-FILE-NOVO.
           CALL 'PROMOVE' USING WRK-NOME-AFASTAM,
               WRK-NOME-AFANEW, WRK-RESULT-PROMOCAO.
           IF WRK-RESULT-PROMOCAO NOT = 'S'
               DISPLAY 'PROMOCAO DE ' WRK-NOME-AFASTAM
                   ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
           END-IF.
           DISPLAY 'CADASTRO DE AFASTAMENTOS REGRAVADO.'.

       0311-GRAVAR-AFASTAMENTO.
           MOVE WRK-AFA-MATRICULA(WRK-SUB-AFA) TO AFAN-MATRICULA.
           MOVE WRK-AFA-TIPO(WRK-SUB-AFA)      TO AFAN-TIPO.
           MOVE WRK-AFA-INICIO(WRK-SUB-AFA)    TO AFAN-DATA-INICIO.
           MOVE WRK-AFA-PREVISTO(WRK-SUB-AFA)
               TO AFAN-RETORNO-PREVISTO.
           MOVE WRK-AFA-EFETIVO(WRK-SUB-AFA)
               TO AFAN-RETORNO-EFETIVO.
           WRITE LEAVE-RECORD-NOVO.
           MOVE 'AFANEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AFANEW,
               WRK-FSCHK-CHAVE.
