      *2026-09-03 - REMOVIDOS A CARGA LOCAL DO OPERATORS.dat E O
      *             PARAGRAFO DE CONSULTA SEM SENHA, ORFAOS DESDE
      *             QUE O SIGN-ON PASSOU PELO CALL 'OPER-CHECK'.
      *2026-10-03 - GRAU DE RISCO (0-NENHUM, 1/2/3-INSALUBRIDADE
      *             MINIMA/MEDIA/MAXIMA, P-PERICULOSIDADE) PEDIDO NA
      *             ADMISSAO, ALTERAVEL NA ALTERACAO E EXIBIDO NA
      *             CONSULTA; O AUDITLOG REGISTRA O GRAU.
      *2026-10-05 - CODIGO DO SINDICATO (VALIDADO CONTRA O
      *             SINDICATO.dat, EM BRANCO = SEM SINDICATO) E
      *             INDICADOR DE CARTA DE OPOSICAO S/N NA ADMISSAO E NA
      *             ALTERACAO (NA ALTERACAO, EM BRANCO MANTEM E * RETIRA
      *             O SINDICATO); A TROCA GRAVA REGISTRO PROPRIO NO
      *             AUDIT-LOG E A CONSULTA MOSTRA OS DOIS CAMPOS.
      *2026-10-06 - CARGO DO EMPREGADO (CONFERIDO CONTRA O CARGOS.dat)
      *             PEDIDO NA ADMISSAO E ALTERAVEL NA ALTERACAO; SALARIO
      *             FORA DA FAIXA MINIMO/MAXIMO DO CARGO SO E GRAVADO
      *             COM AUTORIZACAO DE SUPERVISOR NIVEL 9. O GRAU DE
      *             RISCO EM BRANCO ASSUME O PADRAO DO CARGO. ADMISSAO,
      *             TROCA DE CARGO E EXCECAO DE FAIXA GRAVAM O
      *             HISTCARGO.dat.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COST-CENTER-REPORT-FILE ASSIGN TO "CCUSTO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCUSTO.
           SELECT UNION-MASTER-FILE ASSIGN TO "SINDICATO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINDICATO.
           SELECT JOB-POSITION-FILE ASSIGN TO "CARGOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT POSITION-HISTORY-FILE ASSIGN TO "HISTCARGO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTCARGO.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  COST-CENTER-REPORT-FILE.
       01  COST-CENTER-REPORT-RECORD.
           02 CCR-CODIGO            PIC X(04).
           02 FILLER                PIC X(80).

       FD  UNION-MASTER-FILE.
       01  UNION-MASTER-RECORD.
           02 SIN-CODIGO            PIC X(04).
           02 FILLER                PIC X(76).

       FD  JOB-POSITION-FILE.
       01  JOB-POSITION-RECORD.
           02 CRG-CODIGO            PIC X(04).
           02 CRG-TITULO            PIC X(30).
           02 CRG-CBO               PIC 9(06).
           02 CRG-SALARIO-MIN       PIC 9(7)V99.
           02 CRG-SALARIO-MED       PIC 9(7)V99.
           02 CRG-SALARIO-MAX       PIC 9(7)V99.
           02 CRG-GRAU-RISCO        PIC X(01).

       FD  POSITION-HISTORY-FILE.
       01  POSITION-HISTORY-RECORD.
           02 HCG-MATRICULA         PIC X(06).
           02 HCG-DATA              PIC 9(08).
           02 HCG-TIPO              PIC X(01).
           02 HCG-CARGO-ANTERIOR    PIC X(04).
           02 HCG-CARGO-NOVO        PIC X(04).
           02 HCG-SALARIO-ANTERIOR  PIC 9(7)V99.
           02 HCG-SALARIO-NOVO      PIC 9(7)V99.
           02 HCG-FORA-FAIXA        PIC X(01).
           02 HCG-OPERADOR          PIC X(06).
           02 HCG-AUTORIZADOR       PIC X(06).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           02 AUD-PROGRAMA          PIC X(15).
       77 WRK-SUB-CC             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CC-VALIDO          PIC X(01)      VALUE 'N'.
           88 WRK-CENTRO-VALIDO                 VALUE 'S'.
       77 WRK-FS-SINDICATO       PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-SINDICATO      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-SINDICATOS                VALUE 'S'.
       77 WRK-QTD-SIND           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB-SIND           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SIND-VALIDO        PIC X(01)      VALUE 'N'.
           88 WRK-SINDICATO-VALIDO              VALUE 'S'.
       77 WRK-SIND-ENTRADA       PIC X(04)      VALUE SPACES.
       77 WRK-OPOSICAO-ENTRADA   PIC X(01)      VALUE SPACES.
           88 WRK-OPOSICAO-VALIDA               VALUE 'S' 'N'.
       77 WRK-SIND-ANTIGO        PIC X(05)      VALUE SPACES.
       77 WRK-FS-CARGOS          PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-CARGOS         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-TAB-CARGOS                VALUE 'S'.
       77 WRK-QTD-CARGO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CARGO          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARGO-ACHADO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARGO-OK           PIC X(01)      VALUE 'N'.
           88 WRK-CARGO-VALIDO                  VALUE 'S'.
       77 WRK-CARGO-ENTRADA      PIC X(04)      VALUE SPACES.
       77 WRK-CARGO-ANTIGO       PIC X(04)      VALUE SPACES.
       77 WRK-FAIXA-RESULT       PIC X(01)      VALUE 'S'.
           88 WRK-FAIXA-ACEITA                  VALUE 'S'.
       77 WRK-FORA-FAIXA         PIC X(01)      VALUE 'N'.
       77 WRK-AUTORIZADOR        PIC X(06)      VALUE SPACES.
       77 WRK-SUP-ID             PIC X(06)      VALUE SPACES.
       77 WRK-SUP-NOME           PIC X(30)      VALUE SPACES.
       77 WRK-SUP-NIVEL          PIC 9(01)      VALUE ZEROS.
       77 WRK-FS-HISTCARGO       PIC X(02)      VALUE ZEROS.
       77 WRK-HCG-TIPO           PIC X(01)      VALUE SPACES.
       77 WRK-HCG-DATA           PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-ADMITIR                 VALUE 'I'.
           88 WRK-OPCAO-ALTERAR                 VALUE 'A'.
       77 WRK-DATA-ENTRADA       PIC 9(08)      VALUE ZEROS.
       77 WRK-MOTIVO-ENTRADA     PIC X(01)      VALUE SPACES.
       77 WRK-CC-ENTRADA         PIC X(04)      VALUE SPACES.
       77 WRK-GRAU-ENTRADA       PIC X(01)      VALUE SPACES.
           88 WRK-GRAU-VALIDO                   VALUE '0' '1' '2'
                                                      '3' 'P'.
       77 WRK-SALARIO-ENTRADA    PIC 9(7)V99    VALUE ZEROS.
       77 WRK-SALARIO-ANTIGO     PIC 9(7)V99    VALUE ZEROS.
       77 WRK-ENTRADA-OK         PIC X(01)      VALUE 'N'.
           02 WRK-CC-LINHA OCCURS 50 TIMES.
               03 WRK-CC-CODIGO      PIC X(04).

       01  WRK-TAB-SIND VALUE SPACES.
           02 WRK-SIND-LINHA OCCURS 20 TIMES.
               03 WRK-SIND-CODIGO    PIC X(04).

       01  WRK-TAB-CARGO VALUE ZEROS.
           02 WRK-CARGO-LINHA OCCURS 100 TIMES.
               03 WRK-CRG-CODIGO     PIC X(04).
               03 WRK-CRG-MIN        PIC 9(7)V99.
               03 WRK-CRG-MAX        PIC 9(7)V99.
               03 WRK-CRG-GRAU       PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           PERFORM 0110-CARREGAR-CENTROS-CUSTO.
           PERFORM 0112-CARREGAR-SINDICATOS.
           PERFORM 0117-CARREGAR-CARGOS.
           MOVE 'EMPMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           OPEN I-O EMPLOYEE-MASTER-FILE.
                   MOVE CCR-CODIGO TO WRK-CC-CODIGO(WRK-QTD-CC)
           END-READ.

       0112-CARREGAR-SINDICATOS.
           OPEN INPUT UNION-MASTER-FILE.
           IF WRK-FS-SINDICATO = '00'
               PERFORM 0113-LER-SINDICATO UNTIL WRK-FIM-SINDICATOS
               CLOSE UNION-MASTER-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-SINDICATO
               DISPLAY 'AVISO: SINDICATO.dat AUSENTE - EMPREGADOS '
                   'SO PODEM SER GRAVADOS SEM SINDICATO.'
           END-IF.

       0113-LER-SINDICATO.
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
                   MOVE SIN-CODIGO TO WRK-SIND-CODIGO(WRK-QTD-SIND)
           END-READ.

       0117-CARREGAR-CARGOS.
           OPEN INPUT JOB-POSITION-FILE.
           IF WRK-FS-CARGOS = '00'
               PERFORM 0118-LER-CARGO UNTIL WRK-FIM-TAB-CARGOS
               CLOSE JOB-POSITION-FILE
           ELSE
               MOVE 'S' TO WRK-FIM-CARGOS
               DISPLAY 'AVISO: CARGOS.dat AUSENTE - CARGO SERA '
                   'ACEITO SEM CONFERENCIA DE FAIXA SALARIAL.'
           END-IF.

       0118-LER-CARGO.
           READ JOB-POSITION-FILE
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
                   MOVE CRG-CODIGO TO WRK-CRG-CODIGO(WRK-QTD-CARGO)
                   MOVE CRG-SALARIO-MIN TO WRK-CRG-MIN(WRK-QTD-CARGO)
                   MOVE CRG-SALARIO-MAX TO WRK-CRG-MAX(WRK-QTD-CARGO)
                   MOVE CRG-GRAU-RISCO TO WRK-CRG-GRAU(WRK-QTD-CARGO)
           END-READ.

       0119-LOCALIZAR-CARGO.
           MOVE ZEROS TO WRK-CARGO-ACHADO.
           IF WRK-CARGO-ENTRADA NOT = SPACES
               PERFORM VARYING WRK-SUB-CARGO FROM 1 BY 1
                   UNTIL WRK-SUB-CARGO > WRK-QTD-CARGO
                   IF WRK-CRG-CODIGO(WRK-SUB-CARGO) = WRK-CARGO-ENTRADA
                       MOVE WRK-SUB-CARGO TO WRK-CARGO-ACHADO
                       MOVE WRK-QTD-CARGO TO WRK-SUB-CARGO
                   END-IF
               END-PERFORM
           END-IF.

       0115-VALIDAR-CENTRO-CUSTO.
           IF WRK-QTD-CC = ZEROS
               MOVE 'S' TO WRK-CC-VALIDO
               END-PERFORM
           END-IF.

       0116-VALIDAR-SINDICATO.
           IF WRK-SIND-ENTRADA = SPACES
               MOVE 'S' TO WRK-SIND-VALIDO
           ELSE
               MOVE 'N' TO WRK-SIND-VALIDO
               PERFORM VARYING WRK-SUB-SIND FROM 1 BY 1
                   UNTIL WRK-SUB-SIND > WRK-QTD-SIND
                   IF WRK-SIND-CODIGO(WRK-SUB-SIND) = WRK-SIND-ENTRADA
                       MOVE 'S' TO WRK-SIND-VALIDO
                       MOVE WRK-QTD-SIND TO WRK-SUB-SIND
                   END-IF
               END-PERFORM
           END-IF.

       0140-OBTER-SEQ-AUDITORIA.
           MOVE ZEROS TO WRK-AUDIT-SEQ.
           MOVE 'N' TO WRK-FIM-AUDSEQ.

       0210-ADMITIR-EMPREGADO.
           MOVE 'S' TO WRK-ENTRADA-OK.
           MOVE SPACES TO WRK-SIND-ANTIGO.
           MOVE SPACES TO WRK-CARGO-ANTIGO.
           MOVE ZEROS  TO WRK-SALARIO-ANTIGO.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
                           'CUSTO FORA DO UNIVERSO DO CCUSTO.'
                   ELSE
                       MOVE WRK-CC-ENTRADA TO EMP-CENTRO-CUSTO
                       PERFORM 0219-SOLICITAR-CARGO
                       PERFORM 0260-VERIFICAR-FAIXA
                       IF NOT WRK-FAIXA-ACEITA
                           DISPLAY 'ADMISSAO NAO GRAVADA - SALARIO '
                               'FORA DA FAIXA DO CARGO.'
                       ELSE
                       PERFORM 0215-SOLICITAR-GRAU-RISCO
                       PERFORM 0217-SOLICITAR-SINDICATO
                       MOVE ZEROS  TO EMP-DATA-DESLIGAMENTO
                       MOVE SPACES TO EMP-MOTIVO-DESLIG
                       WRITE EMPLOYEE-RECORD
                       MOVE SPACES TO WRK-AUDIT-SAIDA
                       STRING 'SAL=' EMP-SALARIO-BRUTO
                           ' CC=' EMP-CENTRO-CUSTO
                           ' GR=' EMP-GRAU-RISCO
                           DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA
                       PERFORM 0250-REGISTRAR-AUDITORIA
                       PERFORM 0218-AUDITAR-SINDICATO
                       MOVE 'A' TO WRK-HCG-TIPO
                       MOVE EMP-DATA-ADMISSAO TO WRK-HCG-DATA
                       PERFORM 0265-REGISTRAR-CARGO
                       DISPLAY 'EMPREGADO ADMITIDO.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0215-SOLICITAR-GRAU-RISCO.
           MOVE SPACES TO WRK-GRAU-ENTRADA.
           PERFORM UNTIL WRK-GRAU-VALIDO
               DISPLAY 'GRAU DE RISCO (0-NENHUM 1/2/3-INSALUBRIDADE '
                   'MIN/MED/MAX P-PERICULOSIDADE): '
               IF WRK-CARGO-ACHADO NOT = ZEROS
                   DISPLAY '(BRANCO = PADRAO DO CARGO: '
                       WRK-CRG-GRAU(WRK-CARGO-ACHADO) ')'
               END-IF
               ACCEPT WRK-GRAU-ENTRADA
               IF WRK-GRAU-ENTRADA = SPACES
                   AND WRK-CARGO-ACHADO NOT = ZEROS
                   MOVE WRK-CRG-GRAU(WRK-CARGO-ACHADO)
                       TO WRK-GRAU-ENTRADA
               END-IF
               IF NOT WRK-GRAU-VALIDO
                   DISPLAY 'GRAU DE RISCO INVALIDO.'
               END-IF
           END-PERFORM.
           MOVE WRK-GRAU-ENTRADA TO EMP-GRAU-RISCO.

       0217-SOLICITAR-SINDICATO.
           MOVE 'N' TO WRK-SIND-VALIDO.
           PERFORM UNTIL WRK-SINDICATO-VALIDO
               DISPLAY 'SINDICATO (BRANCO = NAO SINDICALIZADO): '
               MOVE SPACES TO WRK-SIND-ENTRADA
               ACCEPT WRK-SIND-ENTRADA
               PERFORM 0116-VALIDAR-SINDICATO
               IF NOT WRK-SINDICATO-VALIDO
                   DISPLAY 'SINDICATO NAO CADASTRADO NO SINDICATO.dat.'
               END-IF
           END-PERFORM.
           MOVE WRK-SIND-ENTRADA TO EMP-SINDICATO.
           MOVE 'N' TO EMP-OPOSICAO-SIND.
           IF EMP-SINDICATO NOT = SPACES
               MOVE SPACES TO WRK-OPOSICAO-ENTRADA
               PERFORM UNTIL WRK-OPOSICAO-VALIDA
                   DISPLAY 'CARTA DE OPOSICAO A CONTRIBUICAO '
                       'ENTREGUE (S/N): '
                   ACCEPT WRK-OPOSICAO-ENTRADA
               END-PERFORM
               MOVE WRK-OPOSICAO-ENTRADA TO EMP-OPOSICAO-SIND
           END-IF.

       0218-AUDITAR-SINDICATO.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'SINDICATO MATR=' WRK-MATRICULA
               ' DE=' WRK-SIND-ANTIGO
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'SIND=' EMP-SINDICATO
               ' OPOSICAO=' EMP-OPOSICAO-SIND
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.

       0219-SOLICITAR-CARGO.
           MOVE 'N' TO WRK-CARGO-OK.
           PERFORM UNTIL WRK-CARGO-VALIDO
               DISPLAY 'CARGO: '
               MOVE SPACES TO WRK-CARGO-ENTRADA
               ACCEPT WRK-CARGO-ENTRADA
               PERFORM 0119-LOCALIZAR-CARGO
               IF WRK-CARGO-ACHADO NOT = ZEROS
                   OR WRK-QTD-CARGO = ZEROS
                   MOVE 'S' TO WRK-CARGO-OK
               ELSE
                   DISPLAY 'CARGO NAO CADASTRADO NO CARGOS.dat.'
               END-IF
           END-PERFORM.
           MOVE WRK-CARGO-ENTRADA TO EMP-CARGO.

       0220-ALTERAR-EMPREGADO.
           DISPLAY 'MATRICULA A ALTERAR: '.
           ACCEPT WRK-MATRICULA.

       0221-ALTERAR-DADOS.
           MOVE EMP-SALARIO-BRUTO TO WRK-SALARIO-ANTIGO.
           MOVE EMP-SINDICATO     TO WRK-SIND-ANTIGO(1:4).
           MOVE EMP-OPOSICAO-SIND TO WRK-SIND-ANTIGO(5:1).
           MOVE EMP-CARGO         TO WRK-CARGO-ANTIGO.
           DISPLAY 'SALARIO ATUAL: ' EMP-SALARIO-BRUTO.
           DISPLAY 'NOVO SALARIO (0 = MANTER): '.
           ACCEPT WRK-SALARIO-ENTRADA.
                       'CCUSTO - MANTIDO O ATUAL.'
               END-IF
           END-IF.
           DISPLAY 'CARGO ATUAL: ' EMP-CARGO.
           DISPLAY 'NOVO CARGO (BRANCO = MANTER): '.
           MOVE SPACES TO WRK-CARGO-ENTRADA.
           ACCEPT WRK-CARGO-ENTRADA.
           IF WRK-CARGO-ENTRADA NOT = SPACES
               PERFORM 0119-LOCALIZAR-CARGO
               IF WRK-CARGO-ACHADO NOT = ZEROS
                   OR WRK-QTD-CARGO = ZEROS
                   MOVE WRK-CARGO-ENTRADA TO EMP-CARGO
               ELSE
                   DISPLAY 'CARGO NAO CADASTRADO - MANTIDO O ATUAL.'
               END-IF
           END-IF.
           MOVE 'S' TO WRK-FAIXA-RESULT.
           MOVE 'N' TO WRK-FORA-FAIXA.
           MOVE SPACES TO WRK-AUTORIZADOR.
           IF EMP-SALARIO-BRUTO NOT = WRK-SALARIO-ANTIGO
               OR EMP-CARGO NOT = WRK-CARGO-ANTIGO
               PERFORM 0260-VERIFICAR-FAIXA
               IF NOT WRK-FAIXA-ACEITA
                   MOVE WRK-SALARIO-ANTIGO TO EMP-SALARIO-BRUTO
                   MOVE WRK-CARGO-ANTIGO   TO EMP-CARGO
                   MOVE 'N' TO WRK-FORA-FAIXA
                   DISPLAY 'SALARIO E CARGO MANTIDOS - FORA DA FAIXA '
                       'DO CARGO.'
               END-IF
           END-IF.
           DISPLAY 'GRAU DE RISCO ATUAL: ' EMP-GRAU-RISCO.
           DISPLAY 'NOVO GRAU DE RISCO (BRANCO = MANTER OU PADRAO '
               'DO NOVO CARGO): '.
           MOVE SPACES TO WRK-GRAU-ENTRADA.
           ACCEPT WRK-GRAU-ENTRADA.
           IF WRK-GRAU-ENTRADA = SPACES
               AND EMP-CARGO NOT = WRK-CARGO-ANTIGO
               MOVE EMP-CARGO TO WRK-CARGO-ENTRADA
               PERFORM 0119-LOCALIZAR-CARGO
               IF WRK-CARGO-ACHADO NOT = ZEROS
                   MOVE WRK-CRG-GRAU(WRK-CARGO-ACHADO)
                       TO EMP-GRAU-RISCO
               END-IF
           END-IF.
           IF WRK-GRAU-ENTRADA NOT = SPACES
               IF WRK-GRAU-VALIDO
                   MOVE WRK-GRAU-ENTRADA TO EMP-GRAU-RISCO
               ELSE
                   DISPLAY 'GRAU DE RISCO INVALIDO - MANTIDO O '
                       'ATUAL.'
               END-IF
           END-IF.
           DISPLAY 'SINDICATO ATUAL: ' EMP-SINDICATO
               ' OPOSICAO: ' EMP-OPOSICAO-SIND.
           DISPLAY 'NOVO SINDICATO (BRANCO = MANTER, * = NENHUM): '.
           MOVE SPACES TO WRK-SIND-ENTRADA.
           ACCEPT WRK-SIND-ENTRADA.
           IF WRK-SIND-ENTRADA = '*'
               MOVE SPACES TO EMP-SINDICATO
               MOVE 'N' TO EMP-OPOSICAO-SIND
           ELSE
           IF WRK-SIND-ENTRADA NOT = SPACES
               PERFORM 0116-VALIDAR-SINDICATO
               IF WRK-SINDICATO-VALIDO
                   MOVE WRK-SIND-ENTRADA TO EMP-SINDICATO
               ELSE
                   DISPLAY 'SINDICATO NAO CADASTRADO - MANTIDO O '
                       'ATUAL.'
               END-IF
           END-IF
           END-IF.
           IF EMP-SINDICATO NOT = SPACES
               DISPLAY 'CARTA DE OPOSICAO (S/N, BRANCO = MANTER): '
               MOVE SPACES TO WRK-OPOSICAO-ENTRADA
               ACCEPT WRK-OPOSICAO-ENTRADA
               IF WRK-OPOSICAO-VALIDA
                   MOVE WRK-OPOSICAO-ENTRADA TO EMP-OPOSICAO-SIND
               END-IF
           END-IF.
           REWRITE EMPLOYEE-RECORD.
           MOVE 'EMPMAST' TO WRK-FSCHK-ARQ.
           MOVE 'REWRITE' TO WRK-FSCHK-OPER.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'PARA=' EMP-SALARIO-BRUTO
               ' CC=' EMP-CENTRO-CUSTO
               ' GR=' EMP-GRAU-RISCO
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.
           IF WRK-SIND-ANTIGO(1:4) NOT = EMP-SINDICATO
               OR WRK-SIND-ANTIGO(5:1) NOT = EMP-OPOSICAO-SIND
               PERFORM 0218-AUDITAR-SINDICATO
           END-IF.
           IF EMP-CARGO NOT = WRK-CARGO-ANTIGO
               OR WRK-FORA-FAIXA = 'S'
               MOVE 'M' TO WRK-HCG-TIPO
               ACCEPT WRK-HCG-DATA FROM DATE YYYYMMDD
               PERFORM 0265-REGISTRAR-CARGO
           END-IF.
           DISPLAY 'EMPREGADO ALTERADO.'.

       0230-DESLIGAR-EMPREGADO.
                       ' ADM ' EMP-DATA-ADMISSAO
                       ' DESL ' EMP-DATA-DESLIGAMENTO
                       ' CC ' EMP-CENTRO-CUSTO
                       ' RISCO ' EMP-GRAU-RISCO
                       ' SIND ' EMP-SINDICATO
                       ' OPOS ' EMP-OPOSICAO-SIND
                       ' CARGO ' EMP-CARGO
           END-READ.

       0250-REGISTRAR-AUDITORIA.
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.

       0260-VERIFICAR-FAIXA.
           MOVE 'S' TO WRK-FAIXA-RESULT.
           MOVE 'N' TO WRK-FORA-FAIXA.
           MOVE SPACES TO WRK-AUTORIZADOR.
           MOVE EMP-CARGO TO WRK-CARGO-ENTRADA.
           PERFORM 0119-LOCALIZAR-CARGO.
           IF WRK-CARGO-ACHADO NOT = ZEROS
               IF EMP-SALARIO-BRUTO < WRK-CRG-MIN(WRK-CARGO-ACHADO)
                   OR EMP-SALARIO-BRUTO > WRK-CRG-MAX(WRK-CARGO-ACHADO)
                   MOVE 'S' TO WRK-FORA-FAIXA
                   DISPLAY 'SALARIO ' EMP-SALARIO-BRUTO
                       ' FORA DA FAIXA DO CARGO ' EMP-CARGO ': '
                       WRK-CRG-MIN(WRK-CARGO-ACHADO) ' A '
                       WRK-CRG-MAX(WRK-CARGO-ACHADO)
                   PERFORM 0261-AUTORIZAR-FORA-FAIXA
               END-IF
           END-IF.

       0261-AUTORIZAR-FORA-FAIXA.
           IF WRK-OPERADOR-NIVEL = 9
               MOVE WRK-OPERADOR-ID TO WRK-AUTORIZADOR
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
               ELSE
                   MOVE 'N' TO WRK-FAIXA-RESULT
                   DISPLAY 'AUTORIZACAO RECUSADA - REQUER NIVEL '
                       'DE SUPERVISOR.'
               END-IF
           END-IF.

       0265-REGISTRAR-CARGO.
           MOVE WRK-MATRICULA      TO HCG-MATRICULA.
           MOVE WRK-HCG-DATA       TO HCG-DATA.
           MOVE WRK-HCG-TIPO       TO HCG-TIPO.
           MOVE WRK-CARGO-ANTIGO   TO HCG-CARGO-ANTERIOR.
           MOVE EMP-CARGO          TO HCG-CARGO-NOVO.
           MOVE WRK-SALARIO-ANTIGO TO HCG-SALARIO-ANTERIOR.
           MOVE EMP-SALARIO-BRUTO  TO HCG-SALARIO-NOVO.
           MOVE WRK-FORA-FAIXA     TO HCG-FORA-FAIXA.
           MOVE WRK-OPERADOR-ID    TO HCG-OPERADOR.
           MOVE WRK-AUTORIZADOR    TO HCG-AUTORIZADOR.
           OPEN EXTEND POSITION-HISTORY-FILE.
           IF WRK-FS-HISTCARGO NOT = '00'
               OPEN OUTPUT POSITION-HISTORY-FILE
           END-IF.
           MOVE 'HISTCARGO' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-HISTCARGO,
               WRK-FSCHK-CHAVE.
           WRITE POSITION-HISTORY-RECORD.
           MOVE 'HISTCARGO' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-HISTCARGO,
               WRK-FSCHK-CHAVE.
           CLOSE POSITION-HISTORY-FILE.
           MOVE SPACES TO WRK-AUDIT-ENTRADA.
           STRING 'CARGO MATR=' WRK-MATRICULA
               ' DE=' WRK-CARGO-ANTIGO
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           MOVE SPACES TO WRK-AUDIT-SAIDA.
           STRING 'PARA=' EMP-CARGO
               ' FF=' WRK-FORA-FAIXA
               ' AUT=' WRK-AUTORIZADOR
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
           PERFORM 0250-REGISTRAR-AUDITORIA.

       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY 'MANUTENCAO DO EMPLOYEE-MASTER ENCERRADA.'.
