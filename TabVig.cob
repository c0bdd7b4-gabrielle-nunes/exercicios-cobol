      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: LISTAR QUAL VERSAO (DATA DE INICIO DE VIGENCIA) DE
      *          CADA TABELA DE TAXAS - INSSTAB, IRRFTAB, UFRATES,
      *          ICMSFRT E POUPTAB - SE APLICA A UMA DATA INFORMADA,
      *          COM A QUANTIDADE DE LINHAS DA VERSAO, PARA CONFERIR
      *          ANTES DE UMA RODADA ATRASADA OU RETROATIVA.
      *DATA = 22/08/2026
      *******************************
      *MODIFICACOES
      *2026-08-22 - CRIADO JUNTO COM A VIGENCIA NAS TABELAS DE
      *             TAXAS.
      *2026-10-15 - LINHA DA UFRATES CRESCE 2 POSICOES COM A UF DE
      *             ORIGEM DA ROTA.
      *2026-10-15 - ICMSFRT (ALIQUOTA DE ICMS DO FRETE POR PAR DE UFS)
      *             ENTRA NA CONFERENCIA DE VIGENCIA.
      *2026-10-15 - POUPTAB (TAXA MENSAL DE RENDIMENTO DA POUPANCA)
      *             ENTRA NA CONFERENCIA DE VIGENCIA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FREIGHT-RATE-TABLE ASSIGN TO "UFRATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UFRATES.
           SELECT ICMS-RATE-FILE ASSIGN TO "ICMSFRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSFRT.
           SELECT SAVINGS-RATE-FILE ASSIGN TO "POUPTAB.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POUPTAB.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-TABLE.
       01  FREIGHT-RATE-RECORD.
           02 RATE-VIGENCIA          PIC 9(08).
           02 FILLER                 PIC X(09).

       FD  ICMS-RATE-FILE.
       01  ICMS-RATE-RECORD.
           02 IFR-VIGENCIA           PIC 9(08).
           02 FILLER                 PIC X(12).

       FD  SAVINGS-RATE-FILE.
       01  SAVINGS-RATE-RECORD.
           02 PT-VIGENCIA            PIC 9(08).
           02 FILLER                 PIC X(07).

       WORKING-STORAGE SECTION.
       77 WRK-FS-INSSTAB         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-IRRFTAB         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-UFRATES         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ICMSFRT         PIC X(02)      VALUE ZEROS.
       77 WRK-FS-POUPTAB         PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-ARQUIVO        PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LEITURA                   VALUE 'S'.
       77 WRK-DATA-CONSULTA      PIC 9(08)      VALUE ZEROS.
           PERFORM 0210-VERIFICAR-INSS.
           PERFORM 0220-VERIFICAR-IRRF.
           PERFORM 0230-VERIFICAR-UFRATES.
           PERFORM 0240-VERIFICAR-ICMSFRT.
           PERFORM 0250-VERIFICAR-POUPTAB.

       0210-VERIFICAR-INSS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
                       ADD 1 TO WRK-QTD-LINHAS
                   END-IF
           END-READ.

       0240-VERIFICAR-ICMSFRT.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-VIG-ACHADA WRK-QTD-LINHAS.
           OPEN INPUT ICMS-RATE-FILE.
           MOVE 'ICMSFRT' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-ICMSFRT,
               WRK-FSCHK-CHAVE.
           PERFORM 0241-LER-ICMSFRT UNTIL WRK-FIM-LEITURA.
           CLOSE ICMS-RATE-FILE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ICMS-RATE-FILE.
           PERFORM 0242-CONTAR-ICMSFRT UNTIL WRK-FIM-LEITURA.
           CLOSE ICMS-RATE-FILE.
           DISPLAY 'ICMSFRT : VERSAO ' WRK-VIG-ACHADA
               ' COM ' WRK-QTD-LINHAS ' ROTA(S).'.

       0241-LER-ICMSFRT.
           READ ICMS-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF IFR-VIGENCIA <= WRK-DATA-CONSULTA
                       AND IFR-VIGENCIA > WRK-VIG-ACHADA
                       MOVE IFR-VIGENCIA TO WRK-VIG-ACHADA
                   END-IF
           END-READ.

       0242-CONTAR-ICMSFRT.
           READ ICMS-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF IFR-VIGENCIA = WRK-VIG-ACHADA
                       ADD 1 TO WRK-QTD-LINHAS
                   END-IF
           END-READ.

       0250-VERIFICAR-POUPTAB.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-VIG-ACHADA WRK-QTD-LINHAS.
           OPEN INPUT SAVINGS-RATE-FILE.
           MOVE 'POUPTAB' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-POUPTAB,
               WRK-FSCHK-CHAVE.
           PERFORM 0251-LER-POUPTAB UNTIL WRK-FIM-LEITURA.
           CLOSE SAVINGS-RATE-FILE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SAVINGS-RATE-FILE.
           PERFORM 0252-CONTAR-POUPTAB UNTIL WRK-FIM-LEITURA.
           CLOSE SAVINGS-RATE-FILE.
           DISPLAY 'POUPTAB : VERSAO ' WRK-VIG-ACHADA
               ' COM ' WRK-QTD-LINHAS ' TAXA(S).'.

       0251-LER-POUPTAB.
           READ SAVINGS-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PT-VIGENCIA <= WRK-DATA-CONSULTA
                       AND PT-VIGENCIA > WRK-VIG-ACHADA
                       MOVE PT-VIGENCIA TO WRK-VIG-ACHADA
                   END-IF
           END-READ.

       0252-CONTAR-POUPTAB.
           READ SAVINGS-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PT-VIGENCIA = WRK-VIG-ACHADA
                       ADD 1 TO WRK-QTD-LINHAS
                   END-IF
           END-READ.
