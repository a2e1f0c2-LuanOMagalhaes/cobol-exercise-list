      *> mesmo dia chegando duas vezes (na mesma execucao ou em
      *> arquivos de relogio reenviados) antes de dobrar as horas no
      *> EMPLOYEE-MASTER.
      *> As horas noturnas (ja em hora reduzida) e a entrada e a saida
      *> do dia em minutos vieram depois, pela conversao do TDYCONV:
      *> a entrada conta da meia-noite do dia e a saida pode passar
      *> de 1440 quando o turno vira o dia. Servem a verificacao do
      *> descanso entre jornadas; dia postado antes das batidas fica
      *> com o indicador em branco e nao entra na verificacao. A
      *> reserva final absorve campos futuros sem nova conversao.
      *> O centro de custo do dia saiu da reserva (em branco nos dias
      *> postados antes dele e nos dias do proprio departamento): o
      *> EX57 rateia o custo do mes pelas horas de cada centro.
       01 TIMEDAY-RECORD.
          05 TDY-CHAVE.
             10 TDY-EMP-NUMERO         PIC 9(06).
             10 TDY-DATA               PIC 9(08).
          05 TDY-HORAS                 PIC 9(02)V99.
          05 TDY-HORAS-NOTURNAS        PIC 9(02)V99.
          05 TDY-IND-BATIDAS           PIC X(01).
             88 TDY-COM-BATIDAS        VALUE 'S'.
          05 TDY-ENTRADA-MINUTOS       PIC 9(04).
          05 TDY-SAIDA-MINUTOS         PIC 9(04).
          05 TDY-CENTRO-CUSTO          PIC X(10).
          05 TDY-RESERVA               PIC X(10).
