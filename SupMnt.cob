      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES
      *          (SUPPMAST.dat: CODIGO, NOME, CONTATO, PRAZO DE
      *          ENTREGA EM DIAS, UF DE EXPEDICAO), NO MOLDE DO
      *          CUSTMNT, USADO PELO PEDCOMPRA PARA AGRUPAR OS
      *          PEDIDOS DE COMPRA POR FORNECEDOR (IT-FORNECEDOR DO
      *          CATALOGO). OPERACOES: INCLUIR, EXCLUIR, LISTAR. O
      *             O VIVO NA MAO: PASSA PELO CALL 'PROMOVE', QUE
      *             CRITICA ARQUIVO NOVO AUSENTE/VAZIO E GUARDA AS
      *             GERACOES .G1 A .G3 (RESTAURA DESFAZ).
      *2026-10-15 - O FORNECEDOR GANHA O PRAZO DE ENTREGA EM DIAS
      *             (SUP-PRAZO-ENTREGA), BASE DO PONTO DE REPOSICAO
      *             PROPOSTO PELO ABCANAL.
      *2026-10-15 - O FORNECEDOR GANHA A UF DE EXPEDICAO (SUP-UF),
      *             ORIGEM DA COTACAO DO FRETE DE ENTRADA NO
      *             RECEBIMENTO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SUP-CODIGO             PIC X(06).
           02 SUP-NOME               PIC X(30).
           02 SUP-CONTATO            PIC X(20).
           02 SUP-PRAZO-ENTREGA      PIC 9(03).
           02 SUP-UF                 PIC X(02).

       FD  SUPPLIER-MASTER-FILE-NOVO.
       01  SUPPLIER-MASTER-RECORD-NOVO.
           02 SUP-NOVO-CODIGO        PIC X(06).
           02 SUP-NOVO-NOME          PIC X(30).
           02 SUP-NOVO-CONTATO       PIC X(20).
           02 SUP-NOVO-PRAZO         PIC 9(03).
           02 SUP-NOVO-UF            PIC X(02).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
               03 WRK-FOR-CODIGO     PIC X(06).
               03 WRK-FOR-NOME       PIC X(30).
               03 WRK-FOR-CONTATO    PIC X(20).
               03 WRK-FOR-PRAZO      PIC 9(03).
               03 WRK-FOR-UF         PIC X(02).
               03 WRK-FOR-EXCLUIDO   PIC X(01).

       PROCEDURE DIVISION.
                       TO WRK-FOR-NOME(WRK-IDX-FOR)
                   MOVE SUP-CONTATO
                       TO WRK-FOR-CONTATO(WRK-IDX-FOR)
                   IF SUP-PRAZO-ENTREGA IS NUMERIC
                       MOVE SUP-PRAZO-ENTREGA
                           TO WRK-FOR-PRAZO(WRK-IDX-FOR)
                   ELSE
                       MOVE ZEROS
                           TO WRK-FOR-PRAZO(WRK-IDX-FOR)
                   END-IF
                   MOVE SUP-UF
                       TO WRK-FOR-UF(WRK-IDX-FOR)
                   MOVE 'N'
                       TO WRK-FOR-EXCLUIDO(WRK-IDX-FOR)
           END-READ.
           ACCEPT WRK-FOR-NOME(WRK-IDX-FOR).
           DISPLAY 'CONTATO: '.
           ACCEPT WRK-FOR-CONTATO(WRK-IDX-FOR).
           DISPLAY 'PRAZO DE ENTREGA EM DIAS: '.
           ACCEPT WRK-FOR-PRAZO(WRK-IDX-FOR).
           DISPLAY 'UF DE EXPEDICAO DO FORNECEDOR: '.
           ACCEPT WRK-FOR-UF(WRK-IDX-FOR).
           MOVE 'N' TO WRK-FOR-EXCLUIDO(WRK-IDX-FOR).
           DISPLAY 'FORNECEDOR INCLUIDO.'.

               IF WRK-FOR-EXCLUIDO(WRK-IDX-FOR) = 'N'
                   DISPLAY WRK-FOR-CODIGO(WRK-IDX-FOR) ' '
                       WRK-FOR-NOME(WRK-IDX-FOR) ' '
                       WRK-FOR-CONTATO(WRK-IDX-FOR) ' PRAZO '
                       WRK-FOR-PRAZO(WRK-IDX-FOR) ' UF '
                       WRK-FOR-UF(WRK-IDX-FOR)
               END-IF
           END-PERFORM.

                   TO SUP-NOVO-NOME
               MOVE WRK-FOR-CONTATO(WRK-IDX-FOR)
                   TO SUP-NOVO-CONTATO
               MOVE WRK-FOR-PRAZO(WRK-IDX-FOR)
                   TO SUP-NOVO-PRAZO
               MOVE WRK-FOR-UF(WRK-IDX-FOR)
                   TO SUP-NOVO-UF
               WRITE SUPPLIER-MASTER-RECORD-NOVO
               MOVE 'SUPPNEW' TO WRK-FSCHK-ARQ
               MOVE 'WRITE' TO WRK-FSCHK-OPER
