      *> Base salarial passada ao EX57C junto com as horas: o tipo de
      *> salario do cadastro e, para o mensalista, o periodo de
      *> competencia e as datas que limitam os dias pagos no mes. O
      *> chamador informa o salario mensal zerado quando o EX57C deve
      *> busca-lo no RATE-MASTER; na volta o EX57C devolve o salario
      *> usado e os dias pagos (mes comercial de 30 dias). Dias nao
      *> remunerados e DSR perdidos descontam os dias do mensalista;
      *> os dias abonados (atestado pago pela empresa) entram como
      *> horas normais do horista, que nao marca ponto neles. Para o
      *> horista os demais campos sao ignorados, menos as horas
      *> noturnas (parte das horas informadas, ja em hora reduzida),
      *> que valem para os dois: sobre elas o EX57C paga o adicional
      *> noturno.
       01 BASE-SALARIAL.
          05 BAS-TIPO-SALARIO          PIC X(01).
             88 BAS-MENSALISTA         VALUE 'M'.
          05 BAS-SALARIO-MENSAL        PIC 9(07)V99.
          05 BAS-PERIODO-REFERENCIA    PIC 9(06).
          05 BAS-DATA-ADMISSAO         PIC 9(08).
          05 BAS-DATA-DESLIGAMENTO     PIC 9(08).
          05 BAS-DIAS-NAO-REMUNERADOS  PIC 9(02).
          05 BAS-DIAS-PAGOS            PIC 9(02).
          05 BAS-DIAS-ABONADOS         PIC 9(02).
          05 BAS-DIAS-DSR-PERDIDOS     PIC 9(02).
          05 BAS-HORAS-NOTURNAS        PIC 9(04)V99.
