      *2026-08-09 - ACRESCENTADO CODIGO DO CAIXA (TERMINAL) E TABELA DE
      *             ACUMULACAO POR CAIXA, PARA APURACAO ALEM DO TOTAL
      *             GERAL E DO TOTAL POR VENDEDOR.
      *2026-10-11 - ACRESCENTADA A FORMA DE PAGAMENTO F - DESCONTO EM
      *             FOLHA, PARA A COMPRA DE FUNCIONARIO NA LOJA.
      *2026-10-15 - NOVA FORMA DE PAGAMENTO R - RESGATE DE PONTOS DE
      *             FIDELIDADE.
      *2026-10-15 - NOVA FORMA DE PAGAMENTO A - CREDIARIO DA LOJA, EM
      *             PARCELAS, E NOVO TIPO DE TRANSACAO P - RECEBIMENTO
      *             DE PARCELA DO CREDIARIO NO TERMINAL.
      *******************************
       77  WRK-VENDAS            PIC 9(07)V99  VALUE ZEROS.
       77  WRK-QTVENDAS          PIC 9(05)     VALUE ZEROS.
           88 WRK-PAGTO-DINHEIRO               VALUE 'D'.
           88 WRK-PAGTO-CARTAO                 VALUE 'C'.
           88 WRK-PAGTO-PIX                    VALUE 'P'.
           88 WRK-PAGTO-FOLHA                  VALUE 'F'.
           88 WRK-PAGTO-PONTOS                 VALUE 'R'.
           88 WRK-PAGTO-CREDIARIO              VALUE 'A'.

       77  WRK-TIPO-TRANSACAO    PIC X(01)     VALUE 'V'.
           88 WRK-TRANS-VENDA                  VALUE 'V'.
           88 WRK-TRANS-DEVOLUCAO              VALUE 'D'.
           88 WRK-TRANS-PARCELA                VALUE 'P'.

       77  WRK-QTD-ITENS         PIC 9(02) COMP VALUE ZEROS.
       77  WRK-IDX-ITEM          PIC 9(02) COMP VALUE ZEROS.
