
       77 WRK-TAXA-ATUAL PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TAXA-PROPOSTA PIC 9(04)V99 VALUE ZEROS.
       77 WRK-SALARIO-PROPOSTO PIC 9(07)V99 VALUE ZEROS.
      *> Horas do mes que convertem o ajuste em valor fixo por hora
      *> no ajuste equivalente do salario do mensalista.
       77 WRK-HORAS-MES-PADRAO PIC 9(03) VALUE 220.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'L'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-USAR-RATE-MASTER PIC X(01) VALUE 'S'.
       77 WRK-NAO-USAR-RATE-MASTER PIC X(01) VALUE 'N'.

       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZEROS.

       COPY BRKDWN.
       COPY BASSAL.

       01  LINHA-COMPARATIVO.
           05 LC-MATRICULA PIC ZZZZZ9.
       PROCEDURE DIVISION.
       0100-INICIAR.
       DISPLAY 'SIMULACAO DE REAJUSTE - EX57S'.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL = '00'
           MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO
       ELSE
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           DISPLAY 'AVISO: PARAMETRO DA FOLHA INDISPONIVEL - '
               'USADA A DATA DO SISTEMA'
       END-IF.
       DISPLAY 'TIPO DE AJUSTE (P=PERCENTUAL F=VALOR FIXO): '.
       ACCEPT WRK-TIPO-AJUSTE FROM CONSOLE.
       DISPLAY 'VALOR DO AJUSTE: '.
           CONTINUE
       ELSE
           MOVE EMP-GANHA-HORA TO WRK-TAXA-ATUAL
           PERFORM 0310-MONTA-BASE-SALARIAL
           CALL 'EX57C' USING EMP-NUMERO WRK-USAR-RATE-MASTER
               WRK-TAXA-ATUAL EMP-HORAS-TRABALHADAS-MES
               EMP-HORAS-DOM-FERIADO WRK-VALOR-ATUAL
               BREAKDOWN-CALCULO BASE-SALARIAL

           CALL 'EX57V' USING EMP-NUMERO WRK-TAXA-ATUAL
               EMP-HORAS-TRABALHADAS-MES EMP-HORAS-DOM-FERIADO
                   COMPUTE WRK-TAXA-PROPOSTA ROUNDED =
                       WRK-TAXA-ATUAL * (1 + WRK-VALOR-AJUSTE / 100)
               END-IF
               IF BAS-MENSALISTA
                   PERFORM 0320-AJUSTA-SALARIO-MENSAL
               END-IF

               CALL 'EX57C' USING EMP-NUMERO WRK-NAO-USAR-RATE-MASTER
                   WRK-TAXA-PROPOSTA EMP-HORAS-TRABALHADAS-MES
                   EMP-HORAS-DOM-FERIADO WRK-VALOR-PROPOSTO
                   BREAKDOWN-CALCULO BASE-SALARIAL

               SUBTRACT WRK-VALOR-ATUAL FROM WRK-VALOR-PROPOSTO
                   GIVING WRK-DIFERENCA
           END-IF
       END-IF.

      *> Base salarial do funcionario para o EX57C: tipo de salario,
      *> competencia e datas de admissao/desligamento (proporcao do
      *> mensalista); o salario mensal vem do RATE-MASTER.
       0310-MONTA-BASE-SALARIAL.
       MOVE EMP-TIPO-SALARIO TO BAS-TIPO-SALARIO.
       MOVE ZEROS TO BAS-SALARIO-MENSAL.
       MOVE WRK-DATA-EXECUCAO(1:6) TO BAS-PERIODO-REFERENCIA.
       MOVE EMP-DATA-ADMISSAO TO BAS-DATA-ADMISSAO.
       MOVE EMP-DATA-DESLIGAMENTO TO BAS-DATA-DESLIGAMENTO.
       MOVE ZEROS TO BAS-DIAS-NAO-REMUNERADOS.
       MOVE ZEROS TO BAS-DIAS-PAGOS.
       MOVE ZEROS TO BAS-DIAS-ABONADOS.
       MOVE ZEROS TO BAS-DIAS-DSR-PERDIDOS.
       IF EMP-HORAS-NOTURNAS IS NUMERIC
           MOVE EMP-HORAS-NOTURNAS TO BAS-HORAS-NOTURNAS
       ELSE
           MOVE ZEROS TO BAS-HORAS-NOTURNAS
       END-IF.

      *> O mensalista recebe o mesmo ajuste sobre o salario devolvido
      *> pelo EX57C: o percentual direto, o valor fixo por hora vezes
      *> as horas do mes. A segunda chamada usa o salario proposto.
       0320-AJUSTA-SALARIO-MENSAL.
       IF AJUSTE-VALOR-FIXO
           COMPUTE WRK-SALARIO-PROPOSTO = BAS-SALARIO-MENSAL +
               WRK-VALOR-AJUSTE * WRK-HORAS-MES-PADRAO
       ELSE
           COMPUTE WRK-SALARIO-PROPOSTO ROUNDED =
               BAS-SALARIO-MENSAL * (1 + WRK-VALOR-AJUSTE / 100)
       END-IF.
       MOVE WRK-SALARIO-PROPOSTO TO BAS-SALARIO-MENSAL.

       0900-FINALIZAR.
       MOVE WRK-TOTAL-ATUAL TO WRK-TOTAL-ATUAL-ED.
       MOVE WRK-TOTAL-PROPOSTO TO WRK-TOTAL-PROPOSTO-ED.
