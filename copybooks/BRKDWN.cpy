      *> Detalhamento do salario bruto devolvido pelo EX57C ao
      *> chamador: horas e valores normais, extras e domingo/feriado,
      *> usado pelo EX57 para imprimir o contracheque. O adicional
      *> noturno e verba a parte: as horas noturnas ja estao pagas
      *> nas demais e o valor e so o adicional sobre elas.
       01 BREAKDOWN-CALCULO.
          05 BRK-HORAS-NORMAIS           PIC 9(04)V99.
          05 BRK-VALOR-HORAS-NORMAIS     PIC 9(07)V99.
          05 BRK-VALOR-HORAS-EXTRAS      PIC 9(07)V99.
          05 BRK-HORAS-DOM-FERIADO       PIC 9(04)V99.
          05 BRK-VALOR-HORAS-DOM-FERIADO PIC 9(07)V99.
          05 BRK-HORAS-NOTURNAS          PIC 9(04)V99.
          05 BRK-VALOR-ADIC-NOTURNO      PIC 9(07)V99.
