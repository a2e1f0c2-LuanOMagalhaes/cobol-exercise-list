      *> Tabela de faixas de desconto do INSS aplicada sobre o salario
      *> bruto calculado pelo EX57, mais o desconto fixo do plano de
      *> saude. O limite da ultima faixa e o teto de contribuicao: o
      *> bruto acima dele contribui como se fosse o teto. O IRRF tem
      *> tabela propria no EX57T.
       01 TABELA-DESCONTOS.
          05 FAIXA-DESCONTO OCCURS 4 TIMES INDEXED BY IX-FAIXA.
             10 FAI-LIMITE           PIC 9(07)V99.
