      *> DECTERC (13o) e RESCISAO; consultado pelo PAYINQ e usado
      *> pelo INFREND para informar descontos pagos em vez de
      *> recalculados.
      *> INSS e IRRF separados, salario-familia e dependentes vieram
      *> depois, acrescentados ao fim do registro pela conversao do
      *> PHSCONV; o desconto INSS/IRRF continua gravado como a soma
      *> dos dois (registros anteriores a conversao so tem a soma) e
      *> a reserva final absorve campos futuros sem nova conversao.
      *> O reembolso de despesas pago pela folha (EX51M/EX57) saiu da
      *> reserva: entra no liquido mas nao no bruto; registro gravado
      *> antes dele tem brancos no campo.
      *> As horas noturnas e o adicional noturno da folha mensal (e do
      *> saldo da rescisao) tambem sairam da reserva; o adicional ja
      *> esta no bruto. Registro anterior tem brancos nos campos.
      *> Os descontos de vale-transporte e vale-refeicao da folha
      *> mensal (BNFDESC/EX57) sairam da reserva da mesma forma:
      *> reduzem o liquido mas nao o bruto; registro anterior tem
      *> brancos e os demais eventos gravam zero.
       01 PAY-HISTORY-RECORD.
          05 PHS-CHAVE.
             10 PHS-EMP-NUMERO         PIC 9(06).
          05 PHS-DESCONTO-ADIANTAMENTO PIC 9(07)V99.
          05 PHS-DESCONTO-CONSIGNACOES PIC 9(07)V99.
          05 PHS-VALOR-LIQUIDO-PAGO    PIC 9(07)V99.
          05 PHS-DESCONTO-INSS         PIC 9(06)V99.
          05 PHS-DESCONTO-IRRF         PIC 9(06)V99.
          05 PHS-VALOR-SALARIO-FAMILIA PIC 9(05)V99.
          05 PHS-QTDE-DEPENDENTES      PIC 9(02).
          05 PHS-VALOR-REEMBOLSO       PIC 9(07)V99.
          05 PHS-HORAS-NOTURNAS        PIC 9(04)V99.
          05 PHS-VALOR-ADIC-NOTURNO    PIC 9(07)V99.
          05 PHS-DESCONTO-VT           PIC 9(05)V99.
          05 PHS-DESCONTO-VR           PIC 9(05)V99.
          05 PHS-RESERVA               PIC X(22).
