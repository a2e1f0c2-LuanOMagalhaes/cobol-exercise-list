      *> Resumo dos afastamentos do funcionario na competencia,
      *> devolvido pelo EX57A. Dias abonados sao os de atestado pagos
      *> pela empresa (15 primeiros de doenca/acidente); nao
      *> remunerados somam os dias a cargo do INSS, a licenca nao
      *> remunerada e as faltas injustificadas; DSR perdidos sao as
      *> semanas (domingo a sabado) com falta injustificada; dias
      *> afastado sao os a cargo do INSS mais a licenca nao
      *> remunerada, que tiram o credito de ferias do mes quando
      *> passam de 15; a reducao de ferias e o que as faltas do mes
      *> tiram do direito do periodo aquisitivo (escala da CLT).
       01 RESUMO-AFASTAMENTO.
          05 RAF-DIAS-ABONADOS         PIC 9(02).
          05 RAF-DIAS-NAO-REMUNERADOS  PIC 9(02).
          05 RAF-DIAS-FALTA            PIC 9(02).
          05 RAF-DIAS-DSR-PERDIDOS     PIC 9(02).
          05 RAF-DIAS-AFASTADO         PIC 9(02).
          05 RAF-DIAS-REDUCAO-FERIAS   PIC 9(02).
