      *             (CHEQUE DEVOLVIDO), LANCADOS EM LOTE SEM LINHA
      *             DE AUDITORIA DO CAIXA: CADA FECHAMENTO GERAVA
      *             UMA DISCREPANCIA FALSA NO CRUZAMENTO.
      *2026-10-14 - REGISTRO DO FRETELOG CRESCE 12 POSICOES (CONTRATO E
      *             FRETE DA TABELA PUBLICA GRAVADOS PELO FRETE).
      *2026-10-15 - REGISTRO DO FRETELOG CRESCE 5 POSICOES (DEPOSITO E
      *             UF DE ORIGEM GRAVADOS PELO FRETE).
      *2026-10-15 - FD DO FRETELOG ACOMPANHA OS NOVOS CAMPOS
      *             LOG-CTE-SERIE E LOG-CTE-NUMERO (CT-E DO ENVIO)
      *             GRAVADOS PELO FRETE.
      *2026-10-15 - A CONTAGEM DO TELLERTX TAMBEM DEIXA DE FORA OS
      *             LANCAMENTOS DE JUROS E IOF DO CHEQUE ESPECIAL (TIPOS
      *             C E I), GRAVADOS PELO FECHAMENTO DE CONTAS SEM
      *             AUDITORIA.
      *2026-10-15 - AS LINHAS DE AUDITORIA DO TRFEXEC (TRANSFERENCIAS
      *             AGENDADAS EXECUTADAS NO NOTURNO, TIPO T NO TELLERTX)
      *             ENTRAM NO CRUZAMENTO DO TELLERTX JUNTO COM AS DO
      *             CAIXA.
      *2026-10-15 - AS LINHAS DE AUDITORIA DO CREDSAL (CREDITO DE
      *             SALARIO EM CONTA, TIPO F NO TELLERTX) ENTRAM NO
      *             CRUZAMENTO COM O TELLERTX DO CAIXA.
      *2026-10-15 - A LINHA DE REATIVACAO DE CONTA DORMENTE GRAVADA PELO
      *             CAIXA NAO TEM TRANSACAO NO TELLERTX E FICA FORA DO
      *             CRUZAMENTO DE CONTAGENS.
      *2026-10-15 - A CONTAGEM DO TELLERTX DEIXA DE FORA O RENDIMENTO DA
      *             POUPANCA (TIPO N), LANCADO PELO POUPREND SEM
      *             AUDITORIA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  FREIGHT-LOG-FILE.
       01  FREIGHT-LOG-RECORD.
           02 LOG-DATA                PIC 9(08).
           02 FILLER                  PIC X(106).

       FD  TELLER-TRANSACTIONS-FILE.
       01  TELLER-TX-RECORD.
                           WHEN 'FRETE'
                               ADD 1 TO WRK-AUD-FRETE-DIA
                           WHEN 'CAIXA'
                           WHEN 'TRFEXEC'
                           WHEN 'CREDSAL'
                               IF AUD-ENTRADA(1:10) NOT = 'REATIVACAO'
                                   ADD 1 TO WRK-AUD-CAIXA-DIA
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   IF TX-DATA = WRK-DATA-VERIF
                       AND TX-TIPO NOT = 'M'
                       AND TX-TIPO NOT = 'J'
                       AND TX-TIPO NOT = 'C'
                       AND TX-TIPO NOT = 'I'
                       AND TX-TIPO NOT = 'X'
                       AND TX-TIPO NOT = 'N'
                       ADD 1 TO WRK-QTD-TELLERTX
                   END-IF
           END-READ.
