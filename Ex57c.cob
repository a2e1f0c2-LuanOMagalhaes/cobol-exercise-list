       77 WRK-LIMITE-HORAS-NORMAIS PIC 9(04)V99 VALUE 220,00.
       77 WRK-FATOR-HORA-EXTRA PIC 9V99 VALUE 1,50.
       77 WRK-FATOR-HORA-DOM-FERIADO PIC 9V99 VALUE 2,00.
       77 WRK-PERC-ADIC-NOTURNO PIC 9V99 VALUE 0,20.
       77 WRK-HORAS-NORMAIS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-HORAS-EXTRAS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TAXA-HORA-EXTRA PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR-HORAS-NORMAIS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-HORAS-EXTRAS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-HORAS-DOM-FERIADO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ADIC-NOTURNO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-HORAS-APURADAS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-HORAS-ABONADAS PIC 9(04)V99 VALUE ZEROS.

      *> Dias pagos do mensalista no mes comercial de 30 dias.
       77 WRK-DIAS-MES-COMERCIAL PIC 9(02) VALUE 30.
       77 WRK-DIA-INICIO PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-FIM PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PAGOS PIC S9(03) VALUE ZEROS.
       77 WRK-ULTIMO-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-ADMISSAO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ADMISSAO-R REDEFINES WRK-DATA-ADMISSAO.
          05 WRK-ADM-PERIODO PIC 9(06).
          05 WRK-ADM-DIA PIC 9(02).
       01 WRK-DATA-DESLIGAMENTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-DESLIGAMENTO-R REDEFINES WRK-DATA-DESLIGAMENTO.
          05 WRK-DSL-PERIODO PIC 9(06).
          05 WRK-DSL-DIA PIC 9(02).
       01 WRK-PERIODO-REFERENCIA PIC 9(06) VALUE ZEROS.
       01 WRK-PERIODO-REFERENCIA-R REDEFINES WRK-PERIODO-REFERENCIA.
          05 WRK-REF-ANO PIC 9(04).
          05 WRK-REF-MES PIC 9(02).
       01 WRK-TABELA-DIAS-MES-VALORES.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TABELA-DIAS-MES REDEFINES WRK-TABELA-DIAS-MES-VALORES.
          05 WRK-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01 LK-EMP-NUMERO PIC 9(06).
       01 LK-HORAS-DOM-FERIADO PIC 9(04)V99.
       01 LK-VALOR-BRUTO PIC 9(07)V99.
       COPY BRKDWN.
       COPY BASSAL.

       PROCEDURE DIVISION USING LK-EMP-NUMERO LK-USAR-RATE-MASTER
           LK-GANHA-HORA LK-HORAS-TRABALHADAS-MES LK-HORAS-DOM-FERIADO
           LK-VALOR-BRUTO BREAKDOWN-CALCULO BASE-SALARIAL.
       0100-INICIAR.
       IF LK-CONSULTA-RATE-MASTER
           PERFORM 0150-ABRIR-RATE-MASTER
           PERFORM 0200-BUSCA-TAXA-RATE-MASTER
       END-IF.

       IF BAS-MENSALISTA
           PERFORM 0300-CALCULA-MENSALISTA
       ELSE
           PERFORM 0400-CALCULA-HORISTA
       END-IF.

       PERFORM 0500-CALCULA-ADIC-NOTURNO.

       ADD WRK-VALOR-HORAS-NORMAIS WRK-VALOR-HORAS-EXTRAS
           WRK-VALOR-HORAS-DOM-FERIADO WRK-VALOR-ADIC-NOTURNO
           GIVING LK-VALOR-BRUTO.

       MOVE WRK-HORAS-NORMAIS TO BRK-HORAS-NORMAIS.
       MOVE WRK-VALOR-HORAS-NORMAIS TO BRK-VALOR-HORAS-NORMAIS.
       MOVE WRK-HORAS-EXTRAS TO BRK-HORAS-EXTRAS.
       MOVE WRK-VALOR-HORAS-EXTRAS TO BRK-VALOR-HORAS-EXTRAS.
       MOVE LK-HORAS-DOM-FERIADO TO BRK-HORAS-DOM-FERIADO.
       MOVE WRK-VALOR-HORAS-DOM-FERIADO TO
           BRK-VALOR-HORAS-DOM-FERIADO.
       MOVE BAS-HORAS-NOTURNAS TO BRK-HORAS-NOTURNAS.
       MOVE WRK-VALOR-ADIC-NOTURNO TO BRK-VALOR-ADIC-NOTURNO.

       GOBACK.

      *> As horas noturnas ja estao dentro das horas pagas (normais,
      *> extras ou domingo/feriado) e chegam convertidas para hora
      *> reduzida pelo TIMEPST; aqui entra so o adicional de 20%
      *> sobre o valor-hora, o do RATE-MASTER no horista e o derivado
      *> do salario no mensalista.
       0500-CALCULA-ADIC-NOTURNO.
       COMPUTE WRK-VALOR-ADIC-NOTURNO ROUNDED =
           BAS-HORAS-NOTURNAS * LK-GANHA-HORA * WRK-PERC-ADIC-NOTURNO.

      *> Os dias de atestado pagos pela empresa nao chegam pelo ponto
      *> (o TIMEPST recusa horas em dia de afastamento) e entram como
      *> horas normais, a razao do limite mensal por dia comercial. O
      *> horista ja nao recebe DSR embutido no valor-hora, entao a
      *> falta injustificada so deixa de pagar as horas nao batidas.
       0400-CALCULA-HORISTA.
       MOVE WRK-DIAS-MES-COMERCIAL TO BAS-DIAS-PAGOS.
       MOVE LK-HORAS-TRABALHADAS-MES TO WRK-HORAS-APURADAS.
       IF BAS-DIAS-ABONADOS > ZEROS
           COMPUTE WRK-HORAS-ABONADAS ROUNDED =
               WRK-LIMITE-HORAS-NORMAIS * BAS-DIAS-ABONADOS /
               WRK-DIAS-MES-COMERCIAL
           ADD WRK-HORAS-ABONADAS TO WRK-HORAS-APURADAS
       END-IF.
       IF WRK-HORAS-APURADAS > WRK-LIMITE-HORAS-NORMAIS
           MOVE WRK-LIMITE-HORAS-NORMAIS TO WRK-HORAS-NORMAIS
           SUBTRACT WRK-LIMITE-HORAS-NORMAIS FROM
               WRK-HORAS-APURADAS GIVING WRK-HORAS-EXTRAS
       ELSE
           MOVE WRK-HORAS-APURADAS TO WRK-HORAS-NORMAIS
           MOVE ZEROS TO WRK-HORAS-EXTRAS
       END-IF.

       MULTIPLY LK-HORAS-DOM-FERIADO BY WRK-TAXA-HORA-DOM-FERIADO
           GIVING WRK-VALOR-HORAS-DOM-FERIADO.

      *> Mensalista: o salario e a base, proporcional aos dias pagos
      *> do mes comercial; o valor-hora derivado do salario (salario
      *> sobre o limite de horas normais) volta ao chamador e paga as
      *> extras e as horas de domingo/feriado. As horas normais do
      *> mes sao o limite proporcional aos dias pagos; o que passar
      *> dele e extra. Sem salario no RATE-MASTER, vale o valor-hora
      *> vezes o limite, como era digitado antes.
       0300-CALCULA-MENSALISTA.
       IF BAS-SALARIO-MENSAL = ZEROS
           MULTIPLY LK-GANHA-HORA BY WRK-LIMITE-HORAS-NORMAIS
               GIVING BAS-SALARIO-MENSAL
       ELSE
           DIVIDE BAS-SALARIO-MENSAL BY WRK-LIMITE-HORAS-NORMAIS
               GIVING LK-GANHA-HORA ROUNDED
       END-IF.

       PERFORM 0310-CALCULA-DIAS-PAGOS.

       IF BAS-DIAS-PAGOS = WRK-DIAS-MES-COMERCIAL
           MOVE WRK-LIMITE-HORAS-NORMAIS TO WRK-HORAS-NORMAIS
           MOVE BAS-SALARIO-MENSAL TO WRK-VALOR-HORAS-NORMAIS
       ELSE
           COMPUTE WRK-HORAS-NORMAIS ROUNDED =
               WRK-LIMITE-HORAS-NORMAIS * BAS-DIAS-PAGOS /
               WRK-DIAS-MES-COMERCIAL
           COMPUTE WRK-VALOR-HORAS-NORMAIS ROUNDED =
               BAS-SALARIO-MENSAL * BAS-DIAS-PAGOS /
               WRK-DIAS-MES-COMERCIAL
       END-IF.

       IF LK-HORAS-TRABALHADAS-MES > WRK-HORAS-NORMAIS
           SUBTRACT WRK-HORAS-NORMAIS FROM LK-HORAS-TRABALHADAS-MES
               GIVING WRK-HORAS-EXTRAS
       ELSE
           MOVE ZEROS TO WRK-HORAS-EXTRAS
       END-IF.

       MULTIPLY LK-GANHA-HORA BY WRK-FATOR-HORA-EXTRA
           GIVING WRK-TAXA-HORA-EXTRA.
       MULTIPLY LK-GANHA-HORA BY WRK-FATOR-HORA-DOM-FERIADO
           GIVING WRK-TAXA-HORA-DOM-FERIADO.
       MULTIPLY WRK-HORAS-EXTRAS BY WRK-TAXA-HORA-EXTRA
           GIVING WRK-VALOR-HORAS-EXTRAS.
       MULTIPLY LK-HORAS-DOM-FERIADO BY WRK-TAXA-HORA-DOM-FERIADO
           GIVING WRK-VALOR-HORAS-DOM-FERIADO.

      *> Mes comercial: conta do dia da admissao (se no mes) ao dia do
      *> desligamento (se no mes), com o ultimo dia do mes valendo 30;
      *> admissao depois do mes ou desligamento antes dele nao paga
      *> nada. Os dias nao remunerados (faltas, licenca e afastamento
      *> a cargo do INSS) e os DSR das semanas com falta injustificada
      *> saem do resultado.
       0310-CALCULA-DIAS-PAGOS.
       MOVE BAS-PERIODO-REFERENCIA TO WRK-PERIODO-REFERENCIA.
       MOVE BAS-DATA-ADMISSAO TO WRK-DATA-ADMISSAO.
       MOVE BAS-DATA-DESLIGAMENTO TO WRK-DATA-DESLIGAMENTO.
       PERFORM 0320-ULTIMO-DIA-DO-MES.
       MOVE 1 TO WRK-DIA-INICIO.
       MOVE WRK-DIAS-MES-COMERCIAL TO WRK-DIA-FIM.
       MOVE ZEROS TO WRK-DIAS-PAGOS.

       EVALUATE TRUE
           WHEN WRK-DATA-ADMISSAO NOT = ZEROS AND
                   WRK-ADM-PERIODO > WRK-PERIODO-REFERENCIA
               CONTINUE
           WHEN WRK-DATA-DESLIGAMENTO NOT = ZEROS AND
                   WRK-DSL-PERIODO < WRK-PERIODO-REFERENCIA
               CONTINUE
           WHEN OTHER
               IF WRK-DATA-ADMISSAO NOT = ZEROS AND
                       WRK-ADM-PERIODO = WRK-PERIODO-REFERENCIA
                   MOVE WRK-ADM-DIA TO WRK-DIA-INICIO
               END-IF
               IF WRK-DATA-DESLIGAMENTO NOT = ZEROS AND
                       WRK-DSL-PERIODO = WRK-PERIODO-REFERENCIA AND
                       WRK-DSL-DIA < WRK-ULTIMO-DIA-MES
                   MOVE WRK-DSL-DIA TO WRK-DIA-FIM
               END-IF
               IF WRK-DIA-INICIO > WRK-DIAS-MES-COMERCIAL
                   MOVE WRK-DIAS-MES-COMERCIAL TO WRK-DIA-INICIO
               END-IF
               COMPUTE WRK-DIAS-PAGOS = WRK-DIA-FIM - WRK-DIA-INICIO
                   + 1 - BAS-DIAS-NAO-REMUNERADOS
                   - BAS-DIAS-DSR-PERDIDOS
       END-EVALUATE.

       IF WRK-DIAS-PAGOS < ZEROS
           MOVE ZEROS TO WRK-DIAS-PAGOS
       END-IF.
       MOVE WRK-DIAS-PAGOS TO BAS-DIAS-PAGOS.

       0320-ULTIMO-DIA-DO-MES.
       IF WRK-REF-MES < 1 OR WRK-REF-MES > 12
           MOVE WRK-DIAS-MES-COMERCIAL TO WRK-ULTIMO-DIA-MES
       ELSE
           MOVE WRK-DIAS-DO-MES(WRK-REF-MES) TO WRK-ULTIMO-DIA-MES
           IF WRK-REF-MES = 2
               DIVIDE WRK-REF-ANO BY 4 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF WRK-RESTO = ZEROS
                   MOVE 29 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-REF-ANO BY 100 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO
                   IF WRK-RESTO = ZEROS
                       DIVIDE WRK-REF-ANO BY 400 GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO
                       IF WRK-RESTO NOT = ZEROS
                           MOVE 28 TO WRK-ULTIMO-DIA-MES
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

       0150-ABRIR-RATE-MASTER.
       IF NOT RATEMSTR-ABERTO
                   CONTINUE
               NOT INVALID KEY
                   MOVE RTM-VALOR-HORA TO LK-GANHA-HORA
                   IF BAS-MENSALISTA AND RTM-SALARIO-MENSAL > ZEROS
                       MOVE RTM-SALARIO-MENSAL TO BAS-SALARIO-MENSAL
                   END-IF
           END-READ
       END-IF.
