      *> um dia por matricula, com indicador de domingo/feriado.
      *> Agregado nos campos de horas do EMPLOYEE-MASTER pelo TIMEPST
      *> antes da execucao da folha (EX57).
      *> As batidas do dia vieram depois, ao fim da linha, em HHMM:
      *> entrada, saida e retorno do intervalo e saida. Batida nao
      *> registrada vem em brancos; batida menor que a anterior e do
      *> dia seguinte (turno da noite). O TIMEPST apura as horas
      *> diurnas e noturnas pelas batidas; as horas totais e o
      *> indicador de domingo/feriado do relogio nao entram mais no
      *> calculo.
      *> Depois das batidas vem o centro de custo ou obra em que o dia
      *> foi trabalhado (CCUSTO.DAT); em branco, o dia e do proprio
      *> departamento do funcionario.
       01 TIMECARD-RECORD.
          05 CTP-EMP-NUMERO            PIC 9(06).
          05 CTP-DATA                  PIC 9(08).
          05 CTP-IND-DOM-FERIADO       PIC X(01).
             88 CTP-DOM-FERIADO        VALUE 'S'.
             88 CTP-DIA-NORMAL         VALUE 'N'.
          05 CTP-BATIDAS.
             10 CTP-BATIDA             PIC X(04) OCCURS 4 TIMES.
          05 CTP-CENTRO-CUSTO          PIC X(10).
