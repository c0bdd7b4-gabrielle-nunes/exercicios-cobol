       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-CHECK.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CONFERE OS DIGITOS VERIFICADORES DE UM CPF OU CNPJ
      *          RECEBIDO EM 14 DIGITOS (O LAYOUT DO CPF/CNPJ DO
      *          CUSTMAST E DO ACCMAST). COM OS TRES PRIMEIROS DIGITOS
      *          ZERADOS TENTA PRIMEIRO O CPF NOS 11 ULTIMOS - MESMA
      *          REGRA DE MODULO 11 DO NOME - E, SE NAO CONFERIR, O
      *          CNPJ NOS 14 (HA CNPJ QUE COMECA POR ZEROS). DEVOLVE O
      *          TIPO (F = CPF, J = CNPJ) E S QUANDO CONFERE. DOCUMENTO
      *          ZERADO (REGISTRO ANONIMIZADO) OU COM TODOS OS DIGITOS
      *          IGUAIS E RECUSADO MESMO FECHANDO O MODULO 11.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: O CPF/CNPJ DOS CADASTROS ENTRAVA SEM
      *             CONFERENCIA E A REGRA SO EXISTIA DENTRO DO NOME.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-IDX-DOC            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SOMA-DOC           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-DOC          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QUOC-DOC           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DIGITO1-DOC        PIC 9(01) VALUE ZEROS.
       77 WRK-DIGITO2-DOC        PIC 9(01) VALUE ZEROS.
       77 WRK-DIGITOS-IGUAIS     PIC X(01) VALUE 'S'.

       01 WRK-DOC                PIC 9(14) VALUE ZEROS.
       01 WRK-DOC-TAB REDEFINES WRK-DOC.
          02 WRK-DOC-DIG         PIC 9(01) OCCURS 14 TIMES.

       01 WRK-CPF                PIC 9(11) VALUE ZEROS.
       01 WRK-CPF-TAB REDEFINES WRK-CPF.
          02 WRK-CPF-DIG         PIC 9(01) OCCURS 11 TIMES.

      *    PESOS DO CNPJ: PRIMEIRO DIGITO USA OS 12 ULTIMOS PESOS, O
      *    SEGUNDO USA OS 13.
       01 WRK-PESOS-CNPJ         PIC X(13) VALUE '6543298765432'.
       01 WRK-PESOS-CNPJ-TAB REDEFINES WRK-PESOS-CNPJ.
          02 WRK-PESO-CNPJ       PIC 9(01) OCCURS 13 TIMES.

       LINKAGE SECTION.
       01  CC-DOCUMENTO           PIC 9(14).
       01  CC-TIPO                PIC X(01).
       01  CC-RESULTADO           PIC X(01).

       PROCEDURE DIVISION USING CC-DOCUMENTO
                                 CC-TIPO
                                 CC-RESULTADO.
       0001-PRINCIPAL.
           MOVE 'N' TO CC-RESULTADO.
           MOVE SPACES TO CC-TIPO.
           MOVE CC-DOCUMENTO TO WRK-DOC.
           IF WRK-DOC = ZEROS
               GOBACK
           END-IF.
           IF WRK-DOC < 100000000000
               MOVE WRK-DOC TO WRK-CPF
               PERFORM 0100-VALIDAR-CPF
           END-IF.
           IF CC-RESULTADO NOT = 'S'
               PERFORM 0200-VALIDAR-CNPJ
           END-IF.

           GOBACK.

      ***************************************************************
      * CPF: MODULO 11 COM PESOS 10..2 E 11..2, COMO NO NOME.        *
      ***************************************************************
       0100-VALIDAR-CPF.
           MOVE 'S' TO WRK-DIGITOS-IGUAIS.
           PERFORM VARYING WRK-IDX-DOC FROM 2 BY 1
               UNTIL WRK-IDX-DOC > 11
               IF WRK-CPF-DIG(WRK-IDX-DOC) NOT = WRK-CPF-DIG(1)
                   MOVE 'N' TO WRK-DIGITOS-IGUAIS
               END-IF
           END-PERFORM.
           IF WRK-DIGITOS-IGUAIS = 'N'
               PERFORM 0110-CALCULAR-CPF
           END-IF.

       0110-CALCULAR-CPF.
           MOVE ZEROS TO WRK-SOMA-DOC.
           PERFORM 0101-SOMAR-DIGITO1
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > 9.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           IF WRK-RESTO-DOC < 2
               MOVE 0 TO WRK-DIGITO1-DOC
           ELSE
               COMPUTE WRK-DIGITO1-DOC = 11 - WRK-RESTO-DOC
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC.
           PERFORM 0102-SOMAR-DIGITO2
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > 9.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC + (WRK-DIGITO1-DOC * 2).
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           IF WRK-RESTO-DOC < 2
               MOVE 0 TO WRK-DIGITO2-DOC
           ELSE
               COMPUTE WRK-DIGITO2-DOC = 11 - WRK-RESTO-DOC
           END-IF.
           IF WRK-DIGITO1-DOC = WRK-CPF-DIG(10)
               AND WRK-DIGITO2-DOC = WRK-CPF-DIG(11)
               MOVE 'F' TO CC-TIPO
               MOVE 'S' TO CC-RESULTADO
           END-IF.

       0101-SOMAR-DIGITO1.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC +
               (WRK-CPF-DIG(WRK-IDX-DOC) * (11 - WRK-IDX-DOC)).

       0102-SOMAR-DIGITO2.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC +
               (WRK-CPF-DIG(WRK-IDX-DOC) * (12 - WRK-IDX-DOC)).

      ***************************************************************
      * CNPJ: MODULO 11 COM PESOS 5..2,9..2 E 6..2,9..2.             *
      ***************************************************************
       0200-VALIDAR-CNPJ.
           MOVE 'S' TO WRK-DIGITOS-IGUAIS.
           PERFORM VARYING WRK-IDX-DOC FROM 2 BY 1
               UNTIL WRK-IDX-DOC > 14
               IF WRK-DOC-DIG(WRK-IDX-DOC) NOT = WRK-DOC-DIG(1)
                   MOVE 'N' TO WRK-DIGITOS-IGUAIS
               END-IF
           END-PERFORM.
           IF WRK-DIGITOS-IGUAIS = 'N'
               PERFORM 0210-CALCULAR-CNPJ
           END-IF.

       0210-CALCULAR-CNPJ.
           MOVE ZEROS TO WRK-SOMA-DOC.
           PERFORM 0201-SOMAR-DIGITO1
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > 12.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           IF WRK-RESTO-DOC < 2
               MOVE 0 TO WRK-DIGITO1-DOC
           ELSE
               COMPUTE WRK-DIGITO1-DOC = 11 - WRK-RESTO-DOC
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC.
           PERFORM 0202-SOMAR-DIGITO2
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > 12.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC + (WRK-DIGITO1-DOC * 2).
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           IF WRK-RESTO-DOC < 2
               MOVE 0 TO WRK-DIGITO2-DOC
           ELSE
               COMPUTE WRK-DIGITO2-DOC = 11 - WRK-RESTO-DOC
           END-IF.
           IF WRK-DIGITO1-DOC = WRK-DOC-DIG(13)
               AND WRK-DIGITO2-DOC = WRK-DOC-DIG(14)
               MOVE 'J' TO CC-TIPO
               MOVE 'S' TO CC-RESULTADO
           END-IF.

       0201-SOMAR-DIGITO1.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC +
               (WRK-DOC-DIG(WRK-IDX-DOC) *
                WRK-PESO-CNPJ(WRK-IDX-DOC + 1)).

       0202-SOMAR-DIGITO2.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC +
               (WRK-DOC-DIG(WRK-IDX-DOC) *
                WRK-PESO-CNPJ(WRK-IDX-DOC)).
