      *> Parametros dos beneficios com data de vigencia, mantidos
      *> pelo BNPMNT: o percentual do vale-refeicao descontado do
      *> funcionario e se o sabado conta como dia util na compra dos
      *> vales. O BNFMES usa o registro com a maior vigencia nao
      *> posterior a data de referencia da competencia. O desconto
      *> do vale-transporte nao e parametro: e o custo da compra
      *> limitado a 6% do salario base, apurado pelo EX57.
       01 BENEFIT-PARAM-RECORD.
          05 BNP-DATA-VIGENCIA         PIC 9(08).
          05 BNP-PERC-DESCONTO-VR      PIC 9(02)V99.
          05 BNP-IND-SABADO            PIC X(01).
             88 BNP-SABADO-UTIL        VALUE 'S'.
          05 BNP-RESERVA               PIC X(20).
