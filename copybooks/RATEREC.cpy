      *> Layout do RATE-MASTER: tarifa/valor-hora mantido por matricula,
      *> atualizado pelo programa de manutencao RATEMNT em vez de
      *> reintroduzido todo mes em tela. O salario mensal (acrescentado
      *> pela conversao do RTMCONV) so vale para o funcionario
      *> mensalista no cadastro; zerado, o EX57C usa o valor-hora
      *> vezes o limite de horas normais.
       01 RATE-MASTER-RECORD.
          05 RTM-CHAVE                 PIC 9(06).
          05 RTM-VALOR-HORA            PIC 9(04)V99.
          05 RTM-SALARIO-MENSAL        PIC 9(07)V99.
