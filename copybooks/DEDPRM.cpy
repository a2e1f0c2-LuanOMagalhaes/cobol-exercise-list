      *> Parametros de desconto com data de vigencia: as quatro faixas
      *> do INSS (o limite da quarta e o teto de contribuicao) e o
      *> desconto fixo do plano de saude, mantidos pelo DEDMNT. O EX57
      *> seleciona o registro com a maior data de vigencia nao
      *> posterior a data da execucao, de modo que a troca anual de
      *> tabela e digitacao de dados e nao mudanca de programa.
       01 PARAM-DESCONTOS-RECORD.
          05 DPR-DATA-VIGENCIA         PIC 9(08).
          05 DPR-FAIXA-PARM OCCURS 4 TIMES.
