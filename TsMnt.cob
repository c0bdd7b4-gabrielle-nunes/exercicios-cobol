      *             IF NOT NUMERIC NA DIGITACAO, COMO O ORDEDIT JA
      *             FAZ COM O PEDIDO: VALOR TROPECADO NO TECLADO
      *             ERA GRAVADO E ESTOURAVA O CALCULO DO TETO.
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
           02 EMP-DATA-DESLIGAMENTO  PIC 9(08).
           02 EMP-MOTIVO-DESLIG      PIC X(01).
           02 EMP-CENTRO-CUSTO       PIC X(04).
           02 EMP-GRAU-RISCO         PIC X(01).
           02 EMP-SINDICATO          PIC X(04).
           02 EMP-OPOSICAO-SIND      PIC X(01).
           02 EMP-CARGO              PIC X(04).

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
