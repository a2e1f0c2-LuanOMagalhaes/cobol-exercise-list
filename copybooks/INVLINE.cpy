      *> Layout de uma linha de lancamento de despesa/fatura (EX51M):
      *> valor mais o codigo da moeda em que o lancamento foi feito.
      *> Despesa de viagem ou de servico de funcionario traz tambem a
      *> matricula, o numero do documento (unico por matricula), a
      *> data, a categoria e a aprovacao do gestor: a linha aprovada
      *> vai, convertida para BRL, para o REEMBPND.DAT e e paga pelo
      *> EX57 seguinte. Linha sem matricula e fatura comum e so entra
      *> no total por moeda.
      *> Categorias: TR transporte/passagens, HO hospedagem,
      *> AL alimentacao, KM quilometragem, OU outras despesas.
       01 INVOICE-LINE-RECORD.
          05 INV-VALOR                 PIC 9(09)V99.
          05 INV-MOEDA                 PIC X(03).
          05 INV-EMP-NUMERO            PIC 9(06).
          05 INV-DOCUMENTO             PIC X(10).
          05 INV-DATA-DESPESA          PIC 9(08).
          05 INV-CATEGORIA             PIC X(02).
             88 INV-CATEGORIA-VALIDA   VALUE 'TR' 'HO' 'AL' 'KM' 'OU'.
          05 INV-APROVACAO             PIC X(01).
             88 INV-APROVADA           VALUE 'A'.
             88 INV-REPROVADA          VALUE 'R'.
