      *> Reembolso de despesa a pagar na folha por matricula e
      *> documento: o EX51M grava aqui cada linha de despesa aprovada,
      *> ja convertida para BRL pela taxa vigente do CURMSTR. O EX57
      *> seguinte soma os reembolsos pendentes no liquido do
      *> funcionario como verba nao tributavel (fora do bruto, das
      *> bases de INSS, IRRF e FGTS e do acumulado do ano) e marca
      *> cada um como pago com o periodo da folha pagadora; uma
      *> reexecucao liberada desse mesmo periodo paga de novo (o ACH
      *> da execucao anterior foi descartado), sem pagar em periodos
      *> seguintes. Documento ja gravado nunca e incluido outra vez.
       01 REIMBURSEMENT-RECORD.
          05 RMB-CHAVE.
             10 RMB-EMP-NUMERO         PIC 9(06).
             10 RMB-DOCUMENTO          PIC X(10).
          05 RMB-CATEGORIA             PIC X(02).
          05 RMB-DATA-DESPESA          PIC 9(08).
          05 RMB-MOEDA                 PIC X(03).
          05 RMB-VALOR-ORIGINAL        PIC 9(09)V99.
          05 RMB-TAXA-CONVERSAO        PIC 9(04)V9999.
          05 RMB-VALOR                 PIC 9(07)V99.
          05 RMB-DATA-INCLUSAO         PIC 9(08).
          05 RMB-STATUS                PIC X(01).
             88 RMB-PENDENTE           VALUE 'P'.
             88 RMB-PAGO               VALUE 'G'.
          05 RMB-PERIODO-PAGAMENTO     PIC 9(06).
