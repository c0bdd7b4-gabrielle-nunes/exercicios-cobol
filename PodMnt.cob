       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODMNT.
      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: REGISTRO DE COMPROVANTES DE ENTREGA (POD) POR
      *          RASTREIO (PODREG.dat: RASTREIO, TRANSPORTADORA,
      *          NOME E DOCUMENTO DO RECEBEDOR, DATA/HORA DA
      *          ENTREGA, REFERENCIA DA IMAGEM DO CANHOTO ASSINADO
      *          GUARDADA PELA TRANSPORTADORA E ORIGEM DO
      *          REGISTRO). OPERACOES: INCLUIR (DIGITADO A PARTIR
      *          DO CANHOTO), CARREGAR O RETORNO DAS TRANSPORTADORAS
      *          (PODRET.dat), LISTAR. SO ACEITA RASTREIO EXISTENTE
      *          NO TRACKREG E UM POD POR RASTREIO. NO ENCERRAMENTO O
      *          REGISTRO E REGRAVADO VIA PODNEW.dat E PROMOVIDO.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO: NA CONTESTACAO DE FATURA SO TINHAMOS O
      *             STATUS DELIVERED PARA MOSTRAR AO CLIENTE.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POD-REGISTER-FILE ASSIGN TO "PODREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PODREG.
           SELECT POD-REGISTER-FILE-NOVO ASSIGN TO "PODNEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PODNEW.
           SELECT POD-RETURN-FILE ASSIGN TO "PODRET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PODRET.
           SELECT TRACKING-REGISTER-FILE ASSIGN TO "TRACKREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRACKREG.

       DATA DIVISION.
       FILE SECTION.
       FD  POD-REGISTER-FILE.
       01  POD-REGISTER-RECORD.
           02 POD-RASTREIO           PIC X(12).
           02 POD-CARRIER            PIC X(03).
           02 POD-RECEBEDOR          PIC X(30).
           02 POD-DOCUMENTO          PIC X(14).
           02 POD-DATA               PIC 9(08).
           02 POD-HORA               PIC 9(04).
           02 POD-IMAGEM             PIC X(40).
           02 POD-ORIGEM             PIC X(01).

       FD  POD-REGISTER-FILE-NOVO.
       01  POD-REGISTER-RECORD-NOVO.
           02 PODN-RASTREIO          PIC X(12).
           02 PODN-CARRIER           PIC X(03).
           02 PODN-RECEBEDOR         PIC X(30).
           02 PODN-DOCUMENTO         PIC X(14).
           02 PODN-DATA              PIC 9(08).
           02 PODN-HORA              PIC 9(04).
           02 PODN-IMAGEM            PIC X(40).
           02 PODN-ORIGEM            PIC X(01).

       FD  POD-RETURN-FILE.
       01  POD-RETURN-RECORD.
           02 RET-CARRIER            PIC X(03).
           02 RET-RASTREIO           PIC X(12).
           02 RET-RECEBEDOR          PIC X(30).
           02 RET-DOCUMENTO          PIC X(14).
           02 RET-DATA               PIC 9(08).
           02 RET-HORA               PIC 9(04).
           02 RET-IMAGEM             PIC X(40).

       FD  TRACKING-REGISTER-FILE.
       01  TRACKING-REGISTER-RECORD.
           02 TRK-NUMERO             PIC X(12).
           02 TRK-PEDIDO             PIC X(06).
           02 TRK-PEDIDO-ORIG        PIC X(06).
           02 TRK-DATA               PIC 9(08).
           02 TRK-HORA               PIC 9(08).
           02 TRK-STATUS             PIC X(10).
           02 TRK-CARGA              PIC 9(08).
           02 TRK-TENTATIVAS         PIC 9(01).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           COPY 'TABCHK-CPY.COB'.
           COPY 'DTCHK-CPY.COB'.

       77 WRK-FSCHK-PROG         PIC X(15)      VALUE 'PODMNT'.
       77 WRK-FS-PODREG          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PODNEW          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-PODRET          PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TRACKREG        PIC X(02)      VALUE ZEROS.
       77 WRK-FIM-PODREG         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO-POD              VALUE 'S'.
       77 WRK-FIM-PODRET         PIC X(01)      VALUE 'N'.
           88 WRK-FIM-RETORNO                   VALUE 'S'.
       77 WRK-FIM-TRACKREG       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-REGISTRO                  VALUE 'S'.
       77 WRK-QTD-POD            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-RASTREIO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-CARREGADOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-RECUSADOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-HOUVE-ALTERACAO    PIC X(01)      VALUE 'N'.
       77 WRK-OPCAO              PIC X(01)      VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                 VALUE 'I'.
           88 WRK-OPCAO-CARREGAR                VALUE 'C'.
           88 WRK-OPCAO-LISTAR                  VALUE 'L'.
           88 WRK-OPCAO-FIM                     VALUE 'F'.
       77 WRK-RASTREIO-BUSCA     PIC X(12)      VALUE SPACES.
       77 WRK-STATUS-RASTREIO    PIC X(10)      VALUE SPACES.
       77 WRK-ACHOU-RASTREIO     PIC X(01)      VALUE 'N'.
           88 WRK-RASTREIO-ACHADO               VALUE 'S'.
       77 WRK-ACHOU-POD          PIC X(01)      VALUE 'N'.
           88 WRK-POD-EXISTENTE                 VALUE 'S'.
       77 WRK-POD-VALIDO         PIC X(01)      VALUE 'N'.
           88 WRK-POD-ACEITO                    VALUE 'S'.
       77 WRK-NOME-PODREG        PIC X(20)      VALUE "PODREG.dat".
       77 WRK-NOME-PODNEW        PIC X(20)      VALUE "PODNEW.dat".
       77 WRK-RESULT-PROMOCAO    PIC X(01).

       01  WRK-POD-ENTRADA.
           02 WRK-ENT-RASTREIO       PIC X(12).
           02 WRK-ENT-CARRIER        PIC X(03).
           02 WRK-ENT-RECEBEDOR      PIC X(30).
           02 WRK-ENT-DOCUMENTO      PIC X(14).
           02 WRK-ENT-DATA           PIC 9(08).
           02 WRK-ENT-HORA           PIC 9(04).
           02 WRK-ENT-IMAGEM         PIC X(40).
           02 WRK-ENT-ORIGEM         PIC X(01).

       01  WRK-TAB-POD VALUE SPACES.
           02 WRK-POD-LINHA OCCURS 500 TIMES
                             INDEXED BY WRK-IDX-POD.
               03 WRK-POD-RASTREIO   PIC X(12).
               03 WRK-POD-CARRIER    PIC X(03).
               03 WRK-POD-RECEBEDOR  PIC X(30).
               03 WRK-POD-DOCUMENTO  PIC X(14).
               03 WRK-POD-DATA       PIC 9(08).
               03 WRK-POD-HORA       PIC 9(04).
               03 WRK-POD-IMAGEM     PIC X(40).
               03 WRK-POD-ORIGEM     PIC X(01).

       01  WRK-TAB-RASTREIO VALUE SPACES.
           02 WRK-RASTREIO-LINHA OCCURS 500 TIMES
                                  INDEXED BY WRK-IDX-TRK.
               03 WRK-TRK-NUMERO     PIC X(12).
               03 WRK-TRK-STATUS     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.
           OPEN INPUT POD-REGISTER-FILE.
           IF WRK-FS-PODREG = '00'
               PERFORM 0110-LER-POD UNTIL WRK-FIM-REGISTRO-POD
               CLOSE POD-REGISTER-FILE
           ELSE
               DISPLAY 'AVISO: PODREG.dat AUSENTE - REGISTRO INICIADO '
                   'VAZIO.'
           END-IF.
           PERFORM 0120-CARREGAR-RASTREIOS.
           DISPLAY 'COMPROVANTES CARREGADOS: ' WRK-QTD-POD.

       0110-LER-POD.
           READ POD-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PODREG
               NOT AT END
                   MOVE 'WRK-TAB-POD' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-POD TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-POD
                   SET WRK-IDX-POD TO WRK-QTD-POD
                   MOVE POD-REGISTER-RECORD
                       TO WRK-POD-LINHA(WRK-IDX-POD)
           END-READ.
           MOVE 'PODREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PODREG,
               WRK-FSCHK-CHAVE.

       0120-CARREGAR-RASTREIOS.
           OPEN INPUT TRACKING-REGISTER-FILE.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'OPEN' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKREG,
               WRK-FSCHK-CHAVE.
           PERFORM 0121-LER-RASTREIO UNTIL WRK-FIM-REGISTRO.
           CLOSE TRACKING-REGISTER-FILE.

       0121-LER-RASTREIO.
           READ TRACKING-REGISTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRACKREG
               NOT AT END
                   MOVE 'WRK-TAB-RASTREIO' TO WRK-TABCHK-NOME
                   MOVE WRK-QTD-RASTREIO TO WRK-TABCHK-QTD
                   MOVE 500 TO WRK-TABCHK-LIM
                   CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
                       WRK-TABCHK-NOME, WRK-TABCHK-QTD,
                       WRK-TABCHK-LIM
                   ADD 1 TO WRK-QTD-RASTREIO
                   SET WRK-IDX-TRK TO WRK-QTD-RASTREIO
                   MOVE TRK-NUMERO TO WRK-TRK-NUMERO(WRK-IDX-TRK)
                   MOVE TRK-STATUS TO WRK-TRK-STATUS(WRK-IDX-TRK)
           END-READ.
           MOVE 'TRACKREG' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-TRACKREG,
               WRK-FSCHK-CHAVE.

       0200-PROCESSAR.
           DISPLAY 'OPERACAO (I=INCLUIR C=CARREGAR RETORNO L=LISTAR '
               'F=FIM): '.
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-POD
               WHEN WRK-OPCAO-CARREGAR
                   PERFORM 0220-CARREGAR-RETORNO
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0230-LISTAR-PODS
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0210-INCLUIR-POD.
           MOVE SPACES TO WRK-POD-ENTRADA.
           MOVE ZEROS TO WRK-ENT-DATA WRK-ENT-HORA.
           DISPLAY 'NUMERO DE RASTREIO: '.
           ACCEPT WRK-ENT-RASTREIO.
           DISPLAY 'TRANSPORTADORA: '.
           ACCEPT WRK-ENT-CARRIER.
           DISPLAY 'NOME DO RECEBEDOR: '.
           ACCEPT WRK-ENT-RECEBEDOR.
           DISPLAY 'DOCUMENTO DO RECEBEDOR (RG/CPF): '.
           ACCEPT WRK-ENT-DOCUMENTO.
           DISPLAY 'DATA DA ENTREGA (AAAAMMDD): '.
           ACCEPT WRK-ENT-DATA.
           DISPLAY 'HORA DA ENTREGA (HHMM): '.
           ACCEPT WRK-ENT-HORA.
           DISPLAY 'REFERENCIA DA IMAGEM DO CANHOTO: '.
           ACCEPT WRK-ENT-IMAGEM.
           MOVE 'D' TO WRK-ENT-ORIGEM.
           PERFORM 0240-VALIDAR-POD.
           IF WRK-POD-ACEITO
               PERFORM 0250-REGISTRAR-POD
               DISPLAY 'COMPROVANTE INCLUIDO.'
           END-IF.

      *    RETORNO DAS TRANSPORTADORAS: UM REGISTRO POR ENTREGA, COM A
      *    REFERENCIA DA IMAGEM NO PORTAL DA TRANSPORTADORA. REGISTRO
      *    RECUSADO NA CRITICA E LISTADO E O RESTANTE SEGUE.
       0220-CARREGAR-RETORNO.
           MOVE ZEROS TO WRK-QTD-CARREGADOS WRK-QTD-RECUSADOS.
           MOVE 'N' TO WRK-FIM-PODRET.
           OPEN INPUT POD-RETURN-FILE.
           IF WRK-FS-PODRET = '00'
               PERFORM 0221-LER-RETORNO UNTIL WRK-FIM-RETORNO
               CLOSE POD-RETURN-FILE
               DISPLAY 'RETORNO CARREGADO: ' WRK-QTD-CARREGADOS
                   ' COMPROVANTES, ' WRK-QTD-RECUSADOS ' RECUSADOS.'
           ELSE
               DISPLAY 'AVISO: PODRET.dat AUSENTE - NADA A CARREGAR.'
           END-IF.

       0221-LER-RETORNO.
           READ POD-RETURN-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PODRET
               NOT AT END
                   MOVE RET-RASTREIO  TO WRK-ENT-RASTREIO
                   MOVE RET-CARRIER   TO WRK-ENT-CARRIER
                   MOVE RET-RECEBEDOR TO WRK-ENT-RECEBEDOR
                   MOVE RET-DOCUMENTO TO WRK-ENT-DOCUMENTO
                   MOVE RET-DATA      TO WRK-ENT-DATA
                   MOVE RET-HORA      TO WRK-ENT-HORA
                   MOVE RET-IMAGEM    TO WRK-ENT-IMAGEM
                   MOVE 'T'           TO WRK-ENT-ORIGEM
                   PERFORM 0240-VALIDAR-POD
                   IF WRK-POD-ACEITO
                       PERFORM 0250-REGISTRAR-POD
                       ADD 1 TO WRK-QTD-CARREGADOS
                   ELSE
                       ADD 1 TO WRK-QTD-RECUSADOS
                   END-IF
           END-READ.
           MOVE 'PODRET' TO WRK-FSCHK-ARQ.
           MOVE 'READ' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PODRET,
               WRK-FSCHK-CHAVE.

       0230-LISTAR-PODS.
           PERFORM VARYING WRK-IDX-POD FROM 1 BY 1
               UNTIL WRK-IDX-POD > WRK-QTD-POD
               DISPLAY WRK-POD-RASTREIO(WRK-IDX-POD) ' '
                   WRK-POD-CARRIER(WRK-IDX-POD) ' '
                   WRK-POD-DATA(WRK-IDX-POD) ' '
                   WRK-POD-HORA(WRK-IDX-POD) ' '
                   WRK-POD-RECEBEDOR(WRK-IDX-POD) ' DOC '
                   WRK-POD-DOCUMENTO(WRK-IDX-POD) ' ORIGEM '
                   WRK-POD-ORIGEM(WRK-IDX-POD)
               DISPLAY '    IMAGEM ' WRK-POD-IMAGEM(WRK-IDX-POD)
           END-PERFORM.

       0240-VALIDAR-POD.
           MOVE 'S' TO WRK-POD-VALIDO.
           MOVE WRK-ENT-RASTREIO TO WRK-RASTREIO-BUSCA.
           PERFORM 0241-LOCALIZAR-RASTREIO.
           PERFORM 0242-LOCALIZAR-POD.
           EVALUATE TRUE
               WHEN NOT WRK-RASTREIO-ACHADO
                   MOVE 'N' TO WRK-POD-VALIDO
                   DISPLAY 'POD RECUSADO - RASTREIO '
                       WRK-ENT-RASTREIO ' NAO EXISTE NO TRACKREG.'
               WHEN WRK-POD-EXISTENTE
                   MOVE 'N' TO WRK-POD-VALIDO
                   DISPLAY 'POD RECUSADO - RASTREIO '
                       WRK-ENT-RASTREIO ' JA TEM COMPROVANTE.'
               WHEN WRK-ENT-RECEBEDOR = SPACES
                   MOVE 'N' TO WRK-POD-VALIDO
                   DISPLAY 'POD RECUSADO - RASTREIO '
                       WRK-ENT-RASTREIO ' SEM NOME DO RECEBEDOR.'
               WHEN OTHER
                   MOVE 'POD-DATA' TO WRK-DTCHK-CAMPO
                   MOVE 'W' TO WRK-DTCHK-SEVERIDADE
                   MOVE WRK-ENT-DATA TO WRK-DTCHK-DATA
                   CALL 'DATE-CHECK' USING WRK-FSCHK-PROG,
                       WRK-DTCHK-CAMPO, WRK-DTCHK-SEVERIDADE,
                       WRK-DTCHK-DATA, WRK-DTCHK-RESULTADO
                   IF WRK-DTCHK-RESULTADO = 'N'
                       MOVE 'N' TO WRK-POD-VALIDO
                       DISPLAY 'POD RECUSADO - RASTREIO '
                           WRK-ENT-RASTREIO ' DATA DE ENTREGA '
                           'INVALIDA.'
                   END-IF
           END-EVALUATE.
           IF WRK-POD-ACEITO
               AND WRK-STATUS-RASTREIO NOT = 'DELIVERED'
               DISPLAY 'AVISO: RASTREIO ' WRK-ENT-RASTREIO
                   ' COM STATUS ' WRK-STATUS-RASTREIO
                   ' - POD REGISTRADO ANTES DA BAIXA DE ENTREGA.'
           END-IF.

       0241-LOCALIZAR-RASTREIO.
           MOVE 'N' TO WRK-ACHOU-RASTREIO.
           MOVE SPACES TO WRK-STATUS-RASTREIO.
           SET WRK-IDX-TRK TO 1.
           SEARCH WRK-RASTREIO-LINHA
               AT END
                   CONTINUE
               WHEN WRK-TRK-NUMERO(WRK-IDX-TRK) = WRK-RASTREIO-BUSCA
                   MOVE 'S' TO WRK-ACHOU-RASTREIO
                   MOVE WRK-TRK-STATUS(WRK-IDX-TRK)
                       TO WRK-STATUS-RASTREIO
           END-SEARCH.

       0242-LOCALIZAR-POD.
           MOVE 'N' TO WRK-ACHOU-POD.
           PERFORM VARYING WRK-IDX-POD FROM 1 BY 1
               UNTIL WRK-IDX-POD > WRK-QTD-POD
               IF WRK-POD-RASTREIO(WRK-IDX-POD) = WRK-RASTREIO-BUSCA
                   MOVE 'S' TO WRK-ACHOU-POD
               END-IF
           END-PERFORM.

       0250-REGISTRAR-POD.
           MOVE 'WRK-TAB-POD' TO WRK-TABCHK-NOME.
           MOVE WRK-QTD-POD TO WRK-TABCHK-QTD.
           MOVE 500 TO WRK-TABCHK-LIM.
           CALL 'TAB-CHECK' USING WRK-FSCHK-PROG,
               WRK-TABCHK-NOME, WRK-TABCHK-QTD,
               WRK-TABCHK-LIM.
           ADD 1 TO WRK-QTD-POD.
           SET WRK-IDX-POD TO WRK-QTD-POD.
           MOVE WRK-POD-ENTRADA TO WRK-POD-LINHA(WRK-IDX-POD).
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.

       0300-FINALIZAR.
           IF WRK-HOUVE-ALTERACAO = 'S'
               OPEN OUTPUT POD-REGISTER-FILE-NOVO
               MOVE 'PODNEW' TO WRK-FSCHK-ARQ
               MOVE 'OPEN' TO WRK-FSCHK-OPER
               CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
                   WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
                   WRK-FS-PODNEW,
                   WRK-FSCHK-CHAVE
               PERFORM 0310-GRAVAR-POD
                   VARYING WRK-IDX-POD FROM 1 BY 1
                   UNTIL WRK-IDX-POD > WRK-QTD-POD
               CLOSE POD-REGISTER-FILE-NOVO
               CALL 'PROMOVE' USING WRK-NOME-PODREG,
                   WRK-NOME-PODNEW, WRK-RESULT-PROMOCAO
               IF WRK-RESULT-PROMOCAO NOT = 'S'
                   DISPLAY 'PROMOCAO DE ' WRK-NOME-PODREG
                       ' RECUSADA - ARQUIVO ANTERIOR MANTIDO.'
               END-IF
               DISPLAY 'REGISTRO DE COMPROVANTES REGRAVADO.'
           END-IF.

       0310-GRAVAR-POD.
           MOVE WRK-POD-LINHA(WRK-IDX-POD)
               TO POD-REGISTER-RECORD-NOVO.
           WRITE POD-REGISTER-RECORD-NOVO.
           MOVE 'PODNEW' TO WRK-FSCHK-ARQ.
           MOVE 'WRITE' TO WRK-FSCHK-OPER.
           CALL 'FS-CHECK' USING WRK-FSCHK-PROG,
               WRK-FSCHK-ARQ, WRK-FSCHK-OPER,
               WRK-FS-PODNEW,
               WRK-FSCHK-CHAVE.
