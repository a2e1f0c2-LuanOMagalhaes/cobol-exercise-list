      *> Rateio do custo de cada funcionario pago na folha mensal
      *> (EX57) pelos centros de custo em que ele apontou horas no
      *> mes: uma linha por competencia, matricula e centro, com as
      *> horas e as parcelas do bruto, do FGTS e do INSS patronal.
      *> Horas sem centro, ou funcionario sem horas apontadas, ficam
      *> no departamento do cadastro (tipo 'D'). As parcelas de um
      *> funcionario somam exatamente o bruto e os encargos dele. Uma
      *> reexecucao regrava as linhas do funcionario. Base do
      *> relatorio de distribuicao da mao de obra (DSTREL).
       01 LABOR-DISTRIBUTION-RECORD.
          05 DST-CHAVE.
             10 DST-PERIODO            PIC 9(06).
             10 DST-EMP-NUMERO         PIC 9(06).
             10 DST-TIPO               PIC X(01).
                88 DST-CENTRO-CUSTO    VALUE 'C'.
                88 DST-DEPARTAMENTO    VALUE 'D'.
             10 DST-CENTRO             PIC X(10).
          05 DST-EMPRESA               PIC X(04).
          05 DST-HORAS                 PIC 9(04)V99.
          05 DST-VALOR-BRUTO           PIC 9(07)V99.
          05 DST-VALOR-FGTS            PIC 9(07)V99.
          05 DST-VALOR-INSS-PATRONAL   PIC 9(07)V99.
          05 DST-RESERVA               PIC X(20).
