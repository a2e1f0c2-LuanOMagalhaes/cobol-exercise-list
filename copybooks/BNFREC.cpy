      *> Adesao do funcionario aos beneficios de vale-transporte e
      *> vale-refeicao, mantida pelo BNFMNT: ate tres linhas de
      *> transporte, cada uma com a operadora que vende a carga e a
      *> tarifa diaria (ida e volta), e o valor diario do cartao
      *> refeicao com a operadora dele. O BNFMES calcula a compra do
      *> mes pelos dias uteis e grava a parte do funcionario que o
      *> EX57 desconta. Linha com operadora em branco nao e usada.
       01 BENEFIT-ENROLMENT-RECORD.
          05 BNF-EMP-NUMERO            PIC 9(06).
          05 BNF-IND-VT                PIC X(01).
             88 BNF-COM-VT             VALUE 'S'.
          05 BNF-ROTA OCCURS 3 TIMES.
             10 BNF-ROTA-OPERADORA     PIC X(06).
             10 BNF-ROTA-LINHA         PIC X(10).
             10 BNF-ROTA-TARIFA-DIARIA PIC 9(03)V99.
          05 BNF-IND-VR                PIC X(01).
             88 BNF-COM-VR             VALUE 'S'.
          05 BNF-OPERADORA-VR          PIC X(06).
          05 BNF-VALOR-DIARIO-VR       PIC 9(03)V99.
          05 BNF-RESERVA               PIC X(18).
