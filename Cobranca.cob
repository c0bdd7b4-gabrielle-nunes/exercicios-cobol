      *MODIFICACOES
      *2026-09-02 - CRIADO: A COBRANCA DOS ATRASADOS ERA PLANILHA E
      *             MEMORIA.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-15 - CUSTMAST GANHA O INDICADOR DE CONTRIBUINTE DE ICMS.
      *2026-10-15 - CUSTMAST GANHA O INDICADOR DE FATURAMENTO SO COM
      *             COMPROVANTE DE ENTREGA (CM-EXIGE-POD).
      *2026-10-15 - FD DO FATREG ACOMPANHA OS CAMPOS DO BOLETO (NOSSO
      *             NUMERO, VENCIMENTO E SITUACAO DO BOLETO) GRAVADOS
      *             PELO FATURA E ATUALIZADOS PELO BOLRET.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FAT-VALOR              PIC 9(09)V99.
           02 FAT-STATUS             PIC X(01).
           02 FAT-VALOR-PAGO         PIC 9(09)V99.
           02 FAT-NOSSO-NUMERO       PIC 9(09).
           02 FAT-DATA-VENCIMENTO    PIC 9(08).
           02 FAT-BOLETO-STATUS      PIC X(01).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           02 CM-UF                  PIC X(02).
           02 CM-SEGURO-PREF         PIC X(01).
           02 CM-LIMITE-CREDITO      PIC 9(09)V99.
           02 CM-CONTRIB-ICMS        PIC X(01).
           02 CM-EXIGE-POD           PIC X(01).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
