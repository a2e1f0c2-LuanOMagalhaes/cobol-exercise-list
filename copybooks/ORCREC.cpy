      *> Orcamento da folha por departamento e competencia (AAAAMM),
      *> mantido pelo ORCMNT: quadro de funcionarios, horas extras e
      *> custo (bruto, FGTS e INSS patronal) previstos para o mes. O
      *> ORCREL compara com o realizado do PAYHIST e o quadro ativo
      *> do EMPMSTR, no mes e no acumulado do ano.
       01 BUDGET-RECORD.
          05 ORC-CHAVE.
             10 ORC-DEPARTAMENTO       PIC X(10).
             10 ORC-PERIODO            PIC 9(06).
             10 ORC-PERIODO-R REDEFINES ORC-PERIODO.
                15 ORC-ANO             PIC 9(04).
                15 ORC-MES             PIC 9(02).
          05 ORC-QTDE-FUNCIONARIOS     PIC 9(05).
          05 ORC-HORAS-EXTRAS          PIC 9(07)V99.
          05 ORC-VALOR-BRUTO           PIC 9(09)V99.
          05 ORC-VALOR-FGTS            PIC 9(09)V99.
          05 ORC-VALOR-INSS-PATRONAL   PIC 9(09)V99.
          05 ORC-RESERVA               PIC X(20).
