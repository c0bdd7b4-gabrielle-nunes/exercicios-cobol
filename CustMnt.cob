      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - CAMPO CONTRIBUINTE DE ICMS NO CADASTRO (USADO NA
      *             EMISSAO DO CT-E)
      *2026-10-15 - CAMPO FATURAR SO COM COMPROVANTE DE ENTREGA (POD) NO
      *             CADASTRO: COM S A FATURA SEGURA O ENVIO SEM POD; COM
      *             N FATURA E LISTA COMO PENDENTE.
      *2026-10-15 - SIGN-ON DO OPERADOR PELO CALL 'OPER-CHECK' E LINHA
      *             NO AUDITLOG COM O LIMITE DE CREDITO DE CADA CLIENTE
      *             INCLUIDO, PARA O CREDLIB RECUSAR A LIBERACAO PELO
      *             MESMO OPERADOR QUE DEFINIU O LIMITE.
      *2026-10-15 - CPF/CNPJ DO CLIENTE INCLUIDO CONFERIDO PELO CALL
      *             'CPF-CHECK': E A CHAVE DO CLIENTE NO CADASTRO UNICO
      *             DE PESSOAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CUSTOMER-MASTER-FILE-NOVO ASSIGN TO "CUSTNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTNEW.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
           02 CM-UF                  PIC X(02).
           02 CM-SEGURO-PREF         PIC X(01).
           02 CM-LIMITE-CREDITO      PIC 9(09)V99.
           02 CM-CONTRIB-ICMS        PIC X(01).
           02 CM-EXIGE-POD           PIC X(01).

       FD  CUSTOMER-MASTER-FILE-NOVO.
       01  CUSTOMER-MASTER-RECORD-NOVO.
           02 CM-NOVO-UF             PIC X(02).
           02 CM-NOVO-SEGURO-PREF    PIC X(01).
           02 CM-NOVO-LIMITE-CRED    PIC 9(09)V99.
           02 CM-NOVO-CONTRIB-ICMS   PIC X(01).
           02 CM-NOVO-EXIGE-POD      PIC X(01).

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
           COPY 'CPFCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'CUSTMNT'.
       77 WRK-FS-CUSTMAST        PIC X(02)      VALUE ZEROS.
       77 WRK-NOME-CUSTMAST      PIC X(20)      VALUE "CUSTMAST.dat".
       77 WRK-NOME-CUSTNEW       PIC X(20)      VALUE "CUSTNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).
       77 WRK-LIMITE-ED          PIC ZZZZZZZZ9,99.

       01  WRK-TAB-CLIENTE VALUE ZEROS.
           02 WRK-CLIENTE-LINHA OCCURS 100 TIMES
               03 WRK-CLI-UF          PIC X(02).
               03 WRK-CLI-SEGURO-PREF PIC X(01).
               03 WRK-CLI-LIMITE-CRED PIC 9(09)V99.
               03 WRK-CLI-CONTRIB     PIC X(01).
               03 WRK-CLI-EXIGE-POD   PIC X(01).
               03 WRK-CLI-EXCLUIDO    PIC X(01).

       PROCEDURE DIVISION.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0103D-ASSINAR-OPERADOR.
           MOVE 'CUSTMNT' TO WRK-AUDIT-PROGRAMA.
           PERFORM 0140-OBTER-SEQ-AUDITORIA.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WRK-FS-CUSTMAST = '00'
               PERFORM 0110-LER-CLIENTE UNTIL WRK-FIM-CLIENTES
           END-IF.
           DISPLAY 'CLIENTES CARREGADOS: ' WRK-QTD-CLIENTE.

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

       0110-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                       TO WRK-CLI-SEGURO-PREF(WRK-IDX-CLI)
                   MOVE CM-LIMITE-CREDITO
                       TO WRK-CLI-LIMITE-CRED(WRK-IDX-CLI)
                   MOVE CM-CONTRIB-ICMS
                       TO WRK-CLI-CONTRIB(WRK-IDX-CLI)
                   MOVE CM-EXIGE-POD
                       TO WRK-CLI-EXIGE-POD(WRK-IDX-CLI)
                   MOVE 'N'
                       TO WRK-CLI-EXCLUIDO(WRK-IDX-CLI)
           END-READ.
               WRK-FS-CUSTMAST,
               WRK-FSCHK-CHAVE.

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
           DISPLAY 'OPERACAO (I=INCLUIR E=EXCLUIR L=LISTAR F=FIM): '.
           ACCEPT WRK-OPCAO.
           ACCEPT WRK-CLI-NOME(WRK-IDX-CLI).
           DISPLAY 'CPF/CNPJ (SOMENTE NUMEROS): '.
           ACCEPT WRK-CLI-CPFCNPJ(WRK-IDX-CLI).
           MOVE WRK-CLI-CPFCNPJ(WRK-IDX-CLI) TO WRK-CPFCHK-DOCUMENTO.
           CALL 'CPF-CHECK' USING WRK-CPFCHK-DOCUMENTO,
               WRK-CPFCHK-TIPO, WRK-CPFCHK-RESULTADO.
           IF WRK-CPFCHK-VALIDO
               PERFORM 0211-COMPLETAR-INCLUSAO
           ELSE
               DISPLAY 'CPF/CNPJ INVALIDO (DIGITO NAO CONFERE) - '
                   'INCLUSAO CANCELADA.'
               SUBTRACT 1 FROM WRK-QTD-CLIENTE
           END-IF.

       0211-COMPLETAR-INCLUSAO.
           DISPLAY 'UF DO ENDERECO: '.
           ACCEPT WRK-CLI-UF(WRK-IDX-CLI).
           DISPLAY 'PREFERENCIA DE SEGURO (S/N): '.
           ACCEPT WRK-CLI-SEGURO-PREF(WRK-IDX-CLI).
           DISPLAY 'LIMITE DE CREDITO (9(09)V99, 0 = SEM LIMITE): '.
           ACCEPT WRK-CLI-LIMITE-CRED(WRK-IDX-CLI).
           DISPLAY 'CONTRIBUINTE DE ICMS (S/N): '.
           ACCEPT WRK-CLI-CONTRIB(WRK-IDX-CLI).
           IF WRK-CLI-CONTRIB(WRK-IDX-CLI) NOT = 'S'
               MOVE 'N' TO WRK-CLI-CONTRIB(WRK-IDX-CLI)
           END-IF.
           DISPLAY 'FATURAR SO COM COMPROVANTE DE ENTREGA (S/N): '.
           ACCEPT WRK-CLI-EXIGE-POD(WRK-IDX-CLI).
           IF WRK-CLI-EXIGE-POD(WRK-IDX-CLI) NOT = 'S'
               MOVE 'N' TO WRK-CLI-EXIGE-POD(WRK-IDX-CLI)
           END-IF.
           MOVE 'N' TO WRK-CLI-EXCLUIDO(WRK-IDX-CLI).
           PERFORM 0215-REGISTRAR-LIMITE.
           DISPLAY 'CLIENTE INCLUIDO.'.

      *    O LIMITE VAI PARA O AUDITLOG EM NOME DO OPERADOR: E POR ESTA
      *    LINHA QUE O CREDLIB SABE QUEM DEFINIU O LIMITE DO CLIENTE.
       0215-REGISTRAR-LIMITE.
           MOVE WRK-CLI-LIMITE-CRED(WRK-IDX-CLI) TO WRK-LIMITE-ED.
           MOVE SPACES TO WRK-AUDIT-ENTRADA WRK-AUDIT-SAIDA.
           STRING 'LIMITE CLIENTE=' WRK-CLI-CODIGO(WRK-IDX-CLI)
               DELIMITED BY SIZE INTO WRK-AUDIT-ENTRADA.
           STRING 'VALOR=' WRK-LIMITE-ED
               DELIMITED BY SIZE INTO WRK-AUDIT-SAIDA.
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
           IF WRK-FS-AUDITLOG = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE 'AUDITLOG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           WRITE AUDIT-LOG-RECORD.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-AUDITLOG,
               WRK-FSCHK-CHAVE.
           CLOSE AUDIT-LOG-FILE.

       0220-EXCLUIR-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE A EXCLUIR: '.
           ACCEPT WRK-CODIGO-BUSCA.
                   DISPLAY WRK-CLI-CODIGO(WRK-IDX-CLI) ' '
                       WRK-CLI-NOME(WRK-IDX-CLI) ' UF '
                       WRK-CLI-UF(WRK-IDX-CLI) ' SEGURO '
                       WRK-CLI-SEGURO-PREF(WRK-IDX-CLI) ' CONTRIB '
                       WRK-CLI-CONTRIB(WRK-IDX-CLI) ' EXIGE POD '
                       WRK-CLI-EXIGE-POD(WRK-IDX-CLI)
               END-IF
           END-PERFORM.

                   TO CM-NOVO-SEGURO-PREF
               MOVE WRK-CLI-LIMITE-CRED(WRK-IDX-CLI)
                   TO CM-NOVO-LIMITE-CRED
               MOVE WRK-CLI-CONTRIB(WRK-IDX-CLI)
                   TO CM-NOVO-CONTRIB-ICMS
               MOVE WRK-CLI-EXIGE-POD(WRK-IDX-CLI)
                   TO CM-NOVO-EXIGE-POD
               WRITE CUSTOMER-MASTER-RECORD-NOVO
               MOVE 'CUSTNEW' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
