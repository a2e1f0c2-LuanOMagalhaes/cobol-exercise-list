      *> Beneficios do funcionario por competencia (BNFDESC.DAT),
      *> gravados pelo BNFMES: dias uteis comprados, custo do
      *> vale-transporte e do vale-refeicao e a parte do
      *> vale-refeicao a descontar pelo percentual vigente. O EX57
      *> desconta o vale-refeicao gravado e o vale-transporte
      *> limitado a 6% do salario base, grava o desconto do VT aqui
      *> e marca o registro como descontado; o custo menos os
      *> descontos e a despesa da empresa no diario. Registro ja
      *> descontado nao e recalculado por uma nova compra.
       01 BENEFIT-SHARE-RECORD.
          05 BDS-CHAVE.
             10 BDS-EMP-NUMERO         PIC 9(06).
             10 BDS-PERIODO            PIC 9(06).
          05 BDS-DIAS-UTEIS            PIC 9(02).
          05 BDS-VALOR-VT              PIC 9(05)V99.
          05 BDS-VALOR-VR              PIC 9(05)V99.
          05 BDS-PERC-DESCONTO-VR      PIC 9(02)V99.
          05 BDS-DESCONTO-VR           PIC 9(05)V99.
          05 BDS-DATA-GERACAO          PIC 9(08).
          05 BDS-STATUS                PIC X(01).
             88 BDS-PENDENTE           VALUE 'P'.
             88 BDS-DESCONTADO         VALUE 'D'.
          05 BDS-DESCONTO-VT           PIC 9(05)V99.
          05 BDS-RESERVA               PIC X(20).
