      *MODIFICACOES
      *2026-08-22 - CRIADO JUNTO COM A MUDANCA DOS MASTERS PARA
      *             ORGANIZACAO INDEXADA.
      *2026-10-03 - EMPS-RESTO/EMPI-RESTO AMPLIADOS PARA 61 POSICOES COM
      *             O NOVO CAMPO EMP-GRAU-RISCO NO EMPLOYEE-MASTER.
      *2026-10-04 - REGISTRO DO YTDMAST AMPLIADO COM OS ACUMULADOS DE
      *             PLR E IRRF-PLR.
      *2026-10-05 - EMPS-RESTO/EMPI-RESTO AMPLIADOS PARA 66 POSICOES COM
      *             OS NOVOS CAMPOS EMP-SINDICATO E EMP-OPOSICAO-SIND NO
      *             EMPLOYEE-MASTER.
      *2026-10-06 - EMPS-RESTO/EMPI-RESTO AMPLIADOS PARA 70 POSICOES COM
      *             O NOVO CAMPO EMP-CARGO NO EMPLOYEE-MASTER.
      *2026-10-15 - REGISTRO DO ORDERS CRESCE PARA 73 POSICOES COM O
      *             DEPOSITO DE ORIGEM DO PEDIDO.
      *2026-10-15 - LAYOUT DO PEDIDO COM O CAMPO ORDER-COD (74 BYTES).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  EMP-SEQ-FILE.
       01  EMP-SEQ-RECORD.
           02 EMPS-MATRICULA         PIC X(06).
           02 EMPS-RESTO             PIC X(70).

       FD  EMP-IDX-FILE.
       01  EMP-IDX-RECORD.
           02 EMPI-MATRICULA         PIC X(06).
           02 EMPI-RESTO             PIC X(70).

       FD  YTD-SEQ-FILE.
       01  YTD-SEQ-RECORD.
           02 YTDS-MATRICULA         PIC X(06).
           02 YTDS-RESTO             PIC X(66).

       FD  YTD-IDX-FILE.
       01  YTD-IDX-RECORD.
           02 YTDI-MATRICULA         PIC X(06).
           02 YTDI-RESTO             PIC X(66).

       FD  ORD-SEQ-FILE.
       01  ORD-SEQ-RECORD.
           02 ORDS-NUMERO            PIC X(06).
           02 ORDS-RESTO             PIC X(68).

       FD  ORD-IDX-FILE.
       01  ORD-IDX-RECORD.
           02 ORDI-NUMERO            PIC X(06).
           02 ORDI-RESTO             PIC X(68).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
