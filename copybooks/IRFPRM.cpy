      *> Parametros do IRRF e do salario-familia com data de
      *> vigencia, mantidos pelo IRFMNT: as cinco faixas da tabela
      *> progressiva mensal do imposto de renda (a primeira e a faixa
      *> isenta, aliquota zero), a deducao por dependente, e o teto
      *> de remuneracao, o valor da cota e a idade limite do
      *> salario-familia. O EX57T seleciona o registro com a maior
      *> data de vigencia nao posterior a data de referencia, como o
      *> EX57 faz com o DEDPARM.DAT.
       01 PARAM-IRRF-RECORD.
          05 IRP-DATA-VIGENCIA         PIC 9(08).
          05 IRP-FAIXA-PARM OCCURS 5 TIMES.
             10 IRP-LIMITE             PIC 9(07)V99.
             10 IRP-ALIQUOTA           PIC 9(02)V99.
             10 IRP-PARCELA-DEDUZIR    PIC 9(06)V99.
          05 IRP-DEDUCAO-DEPENDENTE    PIC 9(04)V99.
          05 IRP-TETO-SAL-FAMILIA      PIC 9(05)V99.
          05 IRP-COTA-SAL-FAMILIA      PIC 9(04)V99.
          05 IRP-IDADE-SAL-FAMILIA     PIC 9(02).
