      *             FOLHA REALMENTE CONSOME: O SALARIO CASA O
      *             VENDEDOR COM A MATRICULA PELO VENDMAP.dat E PAGA
      *             A COMISSAO COMO VERBA TRIBUTAVEL.
      *2026-10-01 - LIMITE DA WRK-TAB-PARM NA GUARDA DE CAPACIDADE
      *             ACOMPANHA A PARM-CPY.COB, AMPLIADA PARA 200
      *             ENTRADAS.
      *2026-10-15 - LAYOUT DO SALESDET COM SD-CPF E SD-PONTOS
      *             (FIDELIDADE).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SD-REF-DATA            PIC 9(08).
           02 SD-REF-TERM            PIC X(04).
           02 SD-REF-CUPOM           PIC 9(06).
           02 SD-CPF                 PIC 9(11).
           02 SD-PONTOS              PIC 9(07).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
               NOT AT END
                   MOVE 'WRK-TAB-PARM' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-PARM TO WRK-TABCHK-QTD
                   MOVE 200 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
