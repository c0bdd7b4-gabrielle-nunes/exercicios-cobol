      *          REGRAVA O CARTAO SALRUN.dat COM ELA. GRAVA EM
      *          SCHEDLOG.dat O QUE A RODADA DEVE EXECUTAR: PASSOS
      *          DIARIOS SEMPRE, PASSOS DE FIM DE MES (FATURA,
      *          COMISSAO, CTRREL, CTBREL, SEGFUNC, ARQUIVA) SO NA
      *          VIRADA DE MES E PASSOS DE FIM DE ANO (INFORME E,
      *          DEPOIS DELE, VIRAANO E LGPDRET) SO NA VIRADA DE ANO -
      *          ACABA A DECISAO NO GRITO DE QUEM OPERAVA O NIGHTLY.
      *DATA = 03/09/2026
      *******************************
      *MODIFICACOES
      *             RODA MESMO COM QUEDA NO MEIO. PLANO SEM
      *             CONFIRMACAO E APONTADO NO RESUMO DA MANHA -
      *             NOITE PULADA DEIXA DE SER INVISIVEL.
      *2026-10-06 - O PLANO DE FIM DE MES DO SCHEDLOG INCLUI O FAIXASAL
      *             (EMPREGADOS COM SALARIO FORA DA FAIXA DO CARGO).
      *2026-10-13 - O PLANO DE FIM DE ANO DO SCHEDLOG INCLUI O VIRAANO
      *             DEPOIS DO INFORME (CONGELA O YTDMAST DO ANO NO
      *             YTDHIST E ABRE O ANO NOVO ZERADO).
      *2026-10-14 - O PLANO DE FIM DE MES DO SCHEDLOG INCLUI O CTRREL
      *             (CONTRATOS DE FRETE X TABELA PUBLICA) ANTES DO
      *             ARQUIVA, ENQUANTO A COMPETENCIA AINDA ESTA NO
      *             FRETELOG VIVO.
      *2026-10-15 - O PLANO DE FIM DE MES DO SCHEDLOG INCLUI O ICMSREL
      *             (APURACAO DO ICMS SOBRE FRETE PELOS CT-E DO MES).
      *2026-10-15 - O PLANO DE FIM DE MES DO SCHEDLOG INCLUI O CTBREL
      *             (BALANCETE DE VERIFICACAO E RAZAO DO MES).
      *             REGISTRO DO SCHEDLOG PASSA A 100 POSICOES.
      *2026-10-15 - O PLANO DE FIM DE MES DO SCHEDLOG INCLUI O SEGFUNC
      *             (CONFLITOS DE SEGREGACAO DE FUNCOES DO MES) ANTES DO
      *             ARQUIVA.
      *2026-10-15 - O PLANO DE FIM DE ANO DO SCHEDLOG INCLUI O LGPDRET
      *             (DADOS PESSOAIS VENCIDOS NA POLITICA DE RETENCAO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SR-COMPETENCIA        PIC 9(06).

       FD  SCHEDULE-LOG-FILE.
       01  SCHEDULE-LOG-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'FSCHK-CPY.COB'.
           IF WRK-VIROU-MES = 'S'
               MOVE SPACES TO SCHEDULE-LOG-RECORD
               STRING WRK-DATA-NOVA ' ' WRK-COMPETENCIA-NOVA
                   ' FIM DE MES: FATURA COMISSAO CTRREL ICMSREL '
                   'CTBREL SEGFUNC ARQUIVA FAIXASAL'
                   DELIMITED BY SIZE INTO SCHEDULE-LOG-RECORD
               PERFORM 0331-GRAVAR-LINHA-LOG
           END-IF.
           IF WRK-VIROU-ANO = 'S'
               MOVE SPACES TO SCHEDULE-LOG-RECORD
               STRING WRK-DATA-NOVA ' ' WRK-COMPETENCIA-NOVA
                   ' FIM DE ANO: INFORME VIRAANO LGPDRET'
                   DELIMITED BY SIZE INTO SCHEDULE-LOG-RECORD
               PERFORM 0331-GRAVAR-LINHA-LOG
           END-IF.
