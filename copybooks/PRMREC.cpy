      *> Parametros de processamento por tipo de execucao, mantidos
      *> pelo PRMMNT: a competencia (AAAAMM) que a rotina processa e
      *> a data de pagamento que vai ao header do arquivo bancario e
      *> ao contracheque. Os programas do ciclo leem o seu tipo pelo
      *> PRMCTL em vez de tirar o periodo do relogio, de modo que a
      *> folha de setembro fechada em 2 de outubro sai toda como
      *> setembro.
      *>   F - folha mensal (EX57, previa, ponto, validacao,
      *>       fechamento, registro e retorno bancario)
      *>   A - adiantamento (ADIANT)
      *>   D - decimo terceiro (DECTERC)
      *>   R - ferias (FERPAG)
       01 PROCESSING-PARAM-RECORD.
          05 PRM-TIPO-EXECUCAO         PIC X(01).
             88 PRM-FOLHA-MENSAL       VALUE 'F'.
             88 PRM-ADIANTAMENTO       VALUE 'A'.
             88 PRM-DECIMO-TERCEIRO    VALUE 'D'.
             88 PRM-FERIAS             VALUE 'R'.
             88 PRM-TIPO-VALIDO        VALUE 'F' 'A' 'D' 'R'.
          05 PRM-PERIODO               PIC 9(06).
          05 PRM-DATA-PAGAMENTO        PIC 9(08).
          05 PRM-RESERVA               PIC X(25).
