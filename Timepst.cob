           SELECT REJECT-REPORT-FILE ASSIGN TO "TIMEREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TIMEREJ.
           SELECT OCCURRENCE-REPORT-FILE ASSIGN TO "TIMEOCOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TIMEOCOR.
           SELECT HOLIDAY-MASTER-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDY-CHAVE
               FILE STATUS IS WRK-STATUS-TIMEDAY.
           SELECT ABSENCE-FILE ASSIGN TO "AFASTAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-STATUS-AFASTAM.
           SELECT COST-CENTER-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WRK-STATUS-CCUSTO.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-REPORT-FILE.
       01  REJECT-LINE PIC X(80).

       FD  OCCURRENCE-REPORT-FILE.
       01  OCCURRENCE-LINE PIC X(80).

       FD  HOLIDAY-MASTER-FILE.
       COPY HOLREC.

       FD  TIMEDAY-FILE.
       COPY TDYREC.

       FD  ABSENCE-FILE.
       COPY AFSREC.

       FD  COST-CENTER-FILE.
       COPY CCUREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TIMECARD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TIMEREJ PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TIMEOCOR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-HOLCAL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RUNCTL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TIMEDAY PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AFASTAM PIC X(02) VALUE SPACES.
       77 WRK-HOLCAL-DISPONIVEL PIC X(01) VALUE 'N'.
           88 HOLCAL-DISPONIVEL VALUE 'S'.
       77 WRK-RUNCTL-DISPONIVEL PIC X(01) VALUE 'N'.
           88 RUNCTL-DISPONIVEL VALUE 'S'.
       77 WRK-TIMEDAY-DISPONIVEL PIC X(01) VALUE 'N'.
           88 TIMEDAY-DISPONIVEL VALUE 'S'.
       77 WRK-AFASTAM-DISPONIVEL PIC X(01) VALUE 'N'.
           88 AFASTAM-DISPONIVEL VALUE 'S'.
       77 WRK-STATUS-CCUSTO PIC X(02) VALUE SPACES.
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CCUSTO-DISPONIVEL VALUE 'S'.
       77 WRK-IND-CENTRO-VALIDO PIC X(01) VALUE 'S'.
           88 CENTRO-VALIDO VALUE 'S'.
           88 CENTRO-INVALIDO VALUE 'N'.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-FUNCIONARIO PIC X(04) VALUE SPACES.
       77 WRK-FIM-AFASTAM PIC X(01) VALUE 'N'.
           88 FIM-DOS-AFASTAMENTOS VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.

      *> Batidas do dia: horario HHMM como veio do relogio e a
      *> posicao em minutos a partir da meia-noite do dia da entrada
      *> (passa de 1440 quando o turno vira o dia).
       01  TABELA-BATIDAS.
           05 TBT-BATIDA OCCURS 4 TIMES.
              10 TBT-HORARIO           PIC 9(04).
              10 TBT-HORARIO-R REDEFINES TBT-HORARIO.
                 15 TBT-HORA           PIC 9(02).
                 15 TBT-MINUTO         PIC 9(02).
              10 TBT-MINUTOS           PIC 9(04).
              10 TBT-IND-REGISTRADA    PIC X(01).
                 88 TBT-REGISTRADA     VALUE 'S'.
       77 WRK-SUB-BATIDA PIC 9(01) VALUE ZEROS.
       77 WRK-MINUTOS-VIRADA PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMA-BATIDA PIC 9(04) VALUE ZEROS.
       77 WRK-IND-BATIDA-INVALIDA PIC X(01) VALUE 'N'.
           88 BATIDA-INVALIDA VALUE 'S'.
       77 WRK-IND-COM-INTERVALO PIC X(01) VALUE 'N'.
           88 DIA-COM-INTERVALO VALUE 'S'.
       77 WRK-MOTIVO-BATIDA PIC X(40) VALUE SPACES.

      *> Faixas do horario noturno (22h as 5h) na escala de minutos
      *> das batidas: madrugada do proprio dia, noite do dia e noite
      *> do dia seguinte.
       01  WRK-TABELA-FAIXAS-VALORES.
           05 FILLER PIC X(24) VALUE '000003001320174027603180'.
       01  WRK-TABELA-FAIXAS REDEFINES WRK-TABELA-FAIXAS-VALORES.
           05 FAIXA-NOTURNA OCCURS 3 TIMES.
              10 TFN-INICIO            PIC 9(04).
              10 TFN-FIM               PIC 9(04).
       77 WRK-SUB-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-SEG-INICIO PIC 9(04) VALUE ZEROS.
       77 WRK-SEG-FIM PIC 9(04) VALUE ZEROS.
       77 WRK-SOB-INICIO PIC 9(04) VALUE ZEROS.
       77 WRK-SOB-FIM PIC 9(04) VALUE ZEROS.

       77 WRK-MIN-JORNADA PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-TRABALHADOS PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-NOTURNOS PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-DIURNOS PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-INTERVALO PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-INTERVALO-EXIGIDO PIC 9(04) VALUE ZEROS.
       77 WRK-HORAS-DIA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-HORAS-NOTURNAS-DIA PIC 9(02)V99 VALUE ZEROS.

      *> Limites da jornada: hora noturna reduzida de 52min30s,
      *> intervalo de 1 hora acima de 6 horas trabalhadas e de 15
      *> minutos acima de 4 horas, 11 horas de descanso entre
      *> jornadas.
       77 WRK-MIN-HORA-NOTURNA PIC 9(02)V9 VALUE 52,5.
       77 WRK-MIN-JORNADA-MAXIMA PIC 9(04) VALUE 1440.
       77 WRK-JORNADA-INTERVALO-LONGO PIC 9(04) VALUE 360.
       77 WRK-JORNADA-INTERVALO-CURTO PIC 9(04) VALUE 240.
       77 WRK-INTERVALO-LONGO PIC 9(04) VALUE 60.
       77 WRK-INTERVALO-CURTO PIC 9(04) VALUE 15.
       77 WRK-DESCANSO-MINIMO PIC 9(04) VALUE 660.

      *> Descanso entre jornadas: o dia postado anterior e o
      *> seguinte da matricula no TIMEDAY, com as datas convertidas
      *> em dias corridos para medir o intervalo em minutos.
       77 WRK-FIM-TIMEDAY PIC X(01) VALUE 'N'.
           88 FIM-DO-TIMEDAY VALUE 'S'.
       77 WRK-IND-ANTERIOR PIC X(01) VALUE 'N'.
           88 TEM-DIA-ANTERIOR VALUE 'S'.
       77 WRK-IND-SEGUINTE PIC X(01) VALUE 'N'.
           88 TEM-DIA-SEGUINTE VALUE 'S'.
       77 WRK-ANT-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-SAIDA-MINUTOS PIC 9(04) VALUE ZEROS.
       77 WRK-SEG-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-SEG-ENTRADA-MINUTOS PIC 9(04) VALUE ZEROS.
       01  WRK-DATA-BUSCA PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-BUSCA-R REDEFINES WRK-DATA-BUSCA.
           05 WRK-BUS-ANO PIC 9(04).
           05 WRK-BUS-MES PIC 9(02).
           05 WRK-BUS-DIA PIC 9(02).
       01  WRK-DATA-CALCULO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALCULO-R REDEFINES WRK-DATA-CALCULO.
           05 WRK-CAL-ANO PIC 9(04).
           05 WRK-CAL-MES PIC 9(02).
           05 WRK-CAL-DIA PIC 9(02).
       77 WRK-DC-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MES PIC 9(02) VALUE ZEROS.
       77 WRK-DC-TERMO-MES PIC 9(04) VALUE ZEROS.
       77 WRK-DC-QUARTO PIC 9(04) VALUE ZEROS.
       77 WRK-DC-CENTO PIC 9(04) VALUE ZEROS.
       77 WRK-DC-QUADRI PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-CORRIDO PIC 9(07) VALUE ZEROS.
       77 WRK-INSTANTE-ENTRADA PIC 9(10) VALUE ZEROS.
       77 WRK-INSTANTE-SAIDA PIC 9(10) VALUE ZEROS.
       77 WRK-INSTANTE-VIZINHO PIC 9(10) VALUE ZEROS.
       77 WRK-MIN-DESCANSO PIC S9(10) VALUE ZEROS.
       77 WRK-MIN-OCORRENCIA PIC S9(10) VALUE ZEROS.

       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-FUNCAO-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-ETAPA-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-STATUS-PERCTL PIC X(02) VALUE SPACES.
           88 DIA-DOM-FERIADO VALUE 'S'.
       77 WRK-IND-DIA-DUPLICADO PIC X(01) VALUE 'N'.
           88 DIA-DUPLICADO VALUE 'S'.
       77 WRK-IND-DIA-AFASTADO PIC X(01) VALUE 'N'.
           88 DIA-AFASTADO VALUE 'S'.

       01  WRK-DATA-PONTO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PONTO-R REDEFINES WRK-DATA-PONTO.
       77 WRK-QTDE-POSTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FUNCIONARIOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-OCORRENCIAS PIC 9(06) VALUE ZEROS.

      *> O EMPLOYEE-MASTER guarda o acumulado do periodo, entao os
      *> campos de horas sao zerados na primeira transacao postada de
           05 FILLER PIC X(02) VALUE SPACES.
           05 LRJ-MOTIVO PIC X(40).

       01  LINHA-OCORRENCIA.
           05 FILLER PIC X(10) VALUE 'MATRICULA '.
           05 LOC-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(07) VALUE ' DATA: '.
           05 LOC-DATA PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LOC-OCORRENCIA PIC X(36).
           05 LOC-MINUTOS PIC -ZZZZ9.
           05 FILLER PIC X(04) VALUE ' MIN'.

       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'POSTAGEM DE PONTO ABORTADA - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           STOP RUN
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE 'V' TO WRK-FUNCAO-PERCTL.
       MOVE 'P' TO WRK-ETAPA-PERCTL.
       CALL 'PERCTL' USING WRK-FUNCAO-PERCTL WRK-ETAPA-PERCTL
           MOVE 'S' TO WRK-ERRO-ABERTURA.

       OPEN OUTPUT REJECT-REPORT-FILE.
       OPEN OUTPUT OCCURRENCE-REPORT-FILE.

       OPEN INPUT HOLIDAY-MASTER-FILE.
       IF WRK-STATUS-HOLCAL = '00'
       ELSE
           DISPLAY 'AVISO: TIMEDAY.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-TIMEDAY ' - SEM BLOQUEIO DE DIA DUPLICADO'
           DISPLAY 'AVISO: SEM VERIFICACAO DO DESCANSO ENTRE JORNADAS'
       END-IF.

       OPEN INPUT ABSENCE-FILE.
       IF WRK-STATUS-AFASTAM = '00'
           SET AFASTAM-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: AFASTAM.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-AFASTAM ' - SEM BLOQUEIO DE DIA AFASTADO'
       END-IF.

       OPEN INPUT COST-CENTER-FILE.
       IF WRK-STATUS-CCUSTO = '00'
           SET CCUSTO-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CCUSTO.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CCUSTO ' - SEM VALIDACAO DE CENTRO DE CUSTO'
       END-IF.

       0200-ENTRADA.
      *> O indicador de dom/feriado do relogio nao e mais levado em
      *> conta: a classificacao sai da data contra o calendario de
      *> feriados (HOLCAL.DAT) e o dia da semana, porque indicador
      *> errado paga a 2x pelo fator de domingo/feriado. Pelo mesmo
      *> motivo as horas do dia saem das batidas e nao do total do
      *> relogio.
       0300-POSTAR.
       ADD 1 TO WRK-QTDE-LIDOS.
       MOVE CTP-DATA TO WRK-DATA-PONTO.

       PERFORM 0301-APURA-BATIDAS.
       IF BATIDA-INVALIDA
           MOVE WRK-MOTIVO-BATIDA TO LRJ-MOTIVO
           PERFORM 0350-GRAVA-REJEICAO
       ELSE
           IF WRK-PON-MES = ZEROS OR WRK-PON-MES > 12 OR
                   MOVE 'PERIODO JA FECHADO PELA FOLHA' TO LRJ-MOTIVO
                   PERFORM 0350-GRAVA-REJEICAO
               ELSE
                   PERFORM 0306-VERIFICA-AFASTAMENTO
                   IF DIA-AFASTADO
                       MOVE 'FUNCIONARIO AFASTADO NA DATA'
                           TO LRJ-MOTIVO
                       PERFORM 0350-GRAVA-REJEICAO
                   ELSE
                       PERFORM 0308-CLASSIFICA-DIA
                       PERFORM 0310-ATUALIZA-MASTER
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Entrada e saida sao obrigatorias; o intervalo vale com as
      *> duas batidas ou sem nenhuma (dia sem intervalo, apontado
      *> nas ocorrencias). O tempo entre batidas e dividido em
      *> minutos diurnos e noturnos (22h as 5h); a hora noturna e
      *> reduzida, de 52min30s, e as horas do dia sao as diurnas
      *> mais as noturnas ja convertidas.
       0301-APURA-BATIDAS.
       MOVE 'N' TO WRK-IND-BATIDA-INVALIDA.
       MOVE 'N' TO WRK-IND-COM-INTERVALO.
       MOVE SPACES TO WRK-MOTIVO-BATIDA.
       PERFORM VARYING WRK-SUB-BATIDA FROM 1 BY 1
               UNTIL WRK-SUB-BATIDA > 4
           PERFORM 0302-LE-BATIDA
       END-PERFORM.

       IF NOT BATIDA-INVALIDA
           EVALUATE TRUE
               WHEN NOT TBT-REGISTRADA(1) OR NOT TBT-REGISTRADA(4)
                   SET BATIDA-INVALIDA TO TRUE
                   MOVE 'BATIDA DE ENTRADA OU SAIDA AUSENTE'
                       TO WRK-MOTIVO-BATIDA
               WHEN TBT-REGISTRADA(2) AND TBT-REGISTRADA(3)
                   SET DIA-COM-INTERVALO TO TRUE
               WHEN TBT-REGISTRADA(2) OR TBT-REGISTRADA(3)
                   SET BATIDA-INVALIDA TO TRUE
                   MOVE 'BATIDA DE INTERVALO INCOMPLETA'
                       TO WRK-MOTIVO-BATIDA
           END-EVALUATE
       END-IF.

       IF NOT BATIDA-INVALIDA
           MOVE ZEROS TO WRK-MINUTOS-VIRADA
           MOVE ZEROS TO WRK-ULTIMA-BATIDA
           PERFORM VARYING WRK-SUB-BATIDA FROM 1 BY 1
                   UNTIL WRK-SUB-BATIDA > 4
               IF TBT-REGISTRADA(WRK-SUB-BATIDA)
                   PERFORM 0303-POSICIONA-BATIDA
               END-IF
           END-PERFORM
           SUBTRACT TBT-MINUTOS(1) FROM TBT-MINUTOS(4)
               GIVING WRK-MIN-JORNADA
           IF WRK-MIN-JORNADA > WRK-MIN-JORNADA-MAXIMA
               SET BATIDA-INVALIDA TO TRUE
               MOVE 'JORNADA ACIMA DE 24 HORAS' TO WRK-MOTIVO-BATIDA
           END-IF
       END-IF.

       IF NOT BATIDA-INVALIDA
           MOVE ZEROS TO WRK-MIN-TRABALHADOS
           MOVE ZEROS TO WRK-MIN-NOTURNOS
           MOVE ZEROS TO WRK-MIN-INTERVALO
           IF DIA-COM-INTERVALO
               MOVE TBT-MINUTOS(1) TO WRK-SEG-INICIO
               MOVE TBT-MINUTOS(2) TO WRK-SEG-FIM
               PERFORM 0304-APURA-SEGMENTO
               MOVE TBT-MINUTOS(3) TO WRK-SEG-INICIO
               MOVE TBT-MINUTOS(4) TO WRK-SEG-FIM
               PERFORM 0304-APURA-SEGMENTO
               SUBTRACT TBT-MINUTOS(2) FROM TBT-MINUTOS(3)
                   GIVING WRK-MIN-INTERVALO
           ELSE
               MOVE TBT-MINUTOS(1) TO WRK-SEG-INICIO
               MOVE TBT-MINUTOS(4) TO WRK-SEG-FIM
               PERFORM 0304-APURA-SEGMENTO
           END-IF
           IF WRK-MIN-TRABALHADOS = ZEROS
               SET BATIDA-INVALIDA TO TRUE
               MOVE 'BATIDAS SEM HORAS TRABALHADAS'
                   TO WRK-MOTIVO-BATIDA
           ELSE
               SUBTRACT WRK-MIN-NOTURNOS FROM WRK-MIN-TRABALHADOS
                   GIVING WRK-MIN-DIURNOS
               COMPUTE WRK-HORAS-NOTURNAS-DIA ROUNDED =
                   WRK-MIN-NOTURNOS / WRK-MIN-HORA-NOTURNA
               COMPUTE WRK-HORAS-DIA ROUNDED =
                   WRK-MIN-DIURNOS / 60
               ADD WRK-HORAS-NOTURNAS-DIA TO WRK-HORAS-DIA
           END-IF
       END-IF.

      *> Batida em branco nao foi registrada pelo relogio.
       0302-LE-BATIDA.
       MOVE ZEROS TO TBT-HORARIO(WRK-SUB-BATIDA).
       MOVE ZEROS TO TBT-MINUTOS(WRK-SUB-BATIDA).
       MOVE 'N' TO TBT-IND-REGISTRADA(WRK-SUB-BATIDA).
       IF CTP-BATIDA(WRK-SUB-BATIDA) NOT = SPACES
           IF CTP-BATIDA(WRK-SUB-BATIDA) IS NUMERIC
               MOVE CTP-BATIDA(WRK-SUB-BATIDA) TO
                   TBT-HORARIO(WRK-SUB-BATIDA)
               SET TBT-REGISTRADA(WRK-SUB-BATIDA) TO TRUE
           END-IF
           IF NOT TBT-REGISTRADA(WRK-SUB-BATIDA) OR
                   TBT-HORA(WRK-SUB-BATIDA) > 23 OR
                   TBT-MINUTO(WRK-SUB-BATIDA) > 59
               IF NOT BATIDA-INVALIDA
                   SET BATIDA-INVALIDA TO TRUE
                   MOVE 'HORARIO DE BATIDA INVALIDO'
                       TO WRK-MOTIVO-BATIDA
               END-IF
           END-IF
       END-IF.

      *> Batida menor que a anterior e do dia seguinte.
       0303-POSICIONA-BATIDA.
       COMPUTE TBT-MINUTOS(WRK-SUB-BATIDA) =
           TBT-HORA(WRK-SUB-BATIDA) * 60 +
           TBT-MINUTO(WRK-SUB-BATIDA) + WRK-MINUTOS-VIRADA.
       IF TBT-MINUTOS(WRK-SUB-BATIDA) < WRK-ULTIMA-BATIDA
           ADD 1440 TO WRK-MINUTOS-VIRADA
           ADD 1440 TO TBT-MINUTOS(WRK-SUB-BATIDA)
       END-IF.
       MOVE TBT-MINUTOS(WRK-SUB-BATIDA) TO WRK-ULTIMA-BATIDA.

      *> Minutos trabalhados de um trecho entre batidas e a parte
      *> dele que cai em cada faixa noturna.
       0304-APURA-SEGMENTO.
       SUBTRACT WRK-SEG-INICIO FROM WRK-SEG-FIM GIVING WRK-MIN-JORNADA.
       ADD WRK-MIN-JORNADA TO WRK-MIN-TRABALHADOS.
       PERFORM VARYING WRK-SUB-FAIXA FROM 1 BY 1
               UNTIL WRK-SUB-FAIXA > 3
           IF WRK-SEG-INICIO > TFN-INICIO(WRK-SUB-FAIXA)
               MOVE WRK-SEG-INICIO TO WRK-SOB-INICIO
           ELSE
               MOVE TFN-INICIO(WRK-SUB-FAIXA) TO WRK-SOB-INICIO
           END-IF
           IF WRK-SEG-FIM < TFN-FIM(WRK-SUB-FAIXA)
               MOVE WRK-SEG-FIM TO WRK-SOB-FIM
           ELSE
               MOVE TFN-FIM(WRK-SUB-FAIXA) TO WRK-SOB-FIM
           END-IF
           IF WRK-SOB-FIM > WRK-SOB-INICIO
               COMPUTE WRK-MIN-NOTURNOS = WRK-MIN-NOTURNOS +
                   WRK-SOB-FIM - WRK-SOB-INICIO
           END-IF
       END-PERFORM.

      *> Lancamento datado de um periodo cuja folha ja rodou seria
      *> zerado pelo PERCLOSE ou pago em dobro numa reexecucao; fica
      *> retido para tratamento manual.
           END-READ
       END-IF.

      *> Horas em dia coberto por afastamento ou falta injustificada
      *> do AFASTAM.DAT seriam pagas junto com o proprio afastamento
      *> (atestado abonado ou INSS); ficam retidas para conferencia.
      *> Falta justificada nao bloqueia: costuma ser parte do dia.
       0306-VERIFICA-AFASTAMENTO.
       MOVE 'N' TO WRK-IND-DIA-AFASTADO.
       IF AFASTAM-DISPONIVEL
           MOVE 'N' TO WRK-FIM-AFASTAM
           MOVE CTP-EMP-NUMERO TO AFS-EMP-NUMERO
           MOVE ZEROS TO AFS-DATA-INICIO
           START ABSENCE-FILE KEY NOT LESS THAN AFS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFASTAM
           END-START
           PERFORM UNTIL FIM-DOS-AFASTAMENTOS OR DIA-AFASTADO
               READ ABSENCE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-AFASTAM
                   NOT AT END
                       IF AFS-EMP-NUMERO NOT = CTP-EMP-NUMERO OR
                               AFS-DATA-INICIO > CTP-DATA
                           MOVE 'S' TO WRK-FIM-AFASTAM
                       ELSE
                           IF NOT AFS-FALTA-JUSTIFICADA AND
                                   (AFS-DATA-FIM = ZEROS OR
                                    AFS-DATA-FIM NOT < CTP-DATA)
                               SET DIA-AFASTADO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

       0308-CLASSIFICA-DIA.
       MOVE 'N' TO WRK-IND-DIA-DOM-FERIADO.
       MOVE WRK-PON-ANO TO WRK-ZC-ANO.
                   MOVE 'FUNCIONARIO INATIVO' TO LRJ-MOTIVO
                   PERFORM 0350-GRAVA-REJEICAO
               ELSE
                   PERFORM 0312-VALIDA-CENTRO-CUSTO
               END-IF
               IF NOT EMP-INATIVO AND CENTRO-VALIDO
                   PERFORM 0315-REGISTRA-DIA
                   IF DIA-DUPLICADO
                       MOVE 'DIA JA POSTADO PARA A MATRICULA'
                   ELSE
                       PERFORM 0320-ZERA-SE-PRIMEIRA
                       IF DIA-DOM-FERIADO
                           ADD WRK-HORAS-DIA TO EMP-HORAS-DOM-FERIADO
                       ELSE
                           ADD WRK-HORAS-DIA TO
                               EMP-HORAS-TRABALHADAS-MES
                       END-IF
                       IF EMP-HORAS-NOTURNAS NOT NUMERIC
                           MOVE ZEROS TO EMP-HORAS-NOTURNAS
                       END-IF
                       ADD WRK-HORAS-NOTURNAS-DIA TO EMP-HORAS-NOTURNAS
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WRK-QTDE-POSTADOS
                       PERFORM 0360-VERIFICA-INTERVALO
                       PERFORM 0370-VERIFICA-DESCANSO
                   END-IF
               END-IF
       END-READ.

      *> Centro de custo informado no ponto precisa estar no cadastro,
      *> ativo e ser da empresa do funcionario (empresa em branco e a
      *> principal); sem o cadastro as horas seguem sem validacao
      *> (aviso ja dado na abertura). Centro em branco e o proprio
      *> departamento.
       0312-VALIDA-CENTRO-CUSTO.
       SET CENTRO-VALIDO TO TRUE.
       IF CTP-CENTRO-CUSTO NOT = SPACES AND CCUSTO-DISPONIVEL
           MOVE EMP-EMPRESA TO WRK-EMPRESA-FUNCIONARIO
           IF WRK-EMPRESA-FUNCIONARIO = SPACES
               MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-FUNCIONARIO
           END-IF
           MOVE CTP-CENTRO-CUSTO TO CCU-CODIGO
           READ COST-CENTER-FILE
               INVALID KEY
                   SET CENTRO-INVALIDO TO TRUE
                   MOVE 'CENTRO DE CUSTO NAO CADASTRADO'
                       TO LRJ-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CCU-INATIVO
                           SET CENTRO-INVALIDO TO TRUE
                           MOVE 'CENTRO DE CUSTO INATIVO'
                               TO LRJ-MOTIVO
                       WHEN CCU-EMPRESA NOT = WRK-EMPRESA-FUNCIONARIO
                           SET CENTRO-INVALIDO TO TRUE
                           MOVE 'CENTRO DE CUSTO DE OUTRA EMPRESA'
                               TO LRJ-MOTIVO
                   END-EVALUATE
           END-READ
       END-IF.
       IF CENTRO-INVALIDO
           PERFORM 0350-GRAVA-REJEICAO
       END-IF.

      *> Um registro por matricula e dia aceitos; a chave duplicada
      *> segura o mesmo dia chegando de novo (arquivo de relogio
      *> reenviado ou transacao repetida) antes de dobrar as horas.
       IF TIMEDAY-DISPONIVEL
           MOVE CTP-EMP-NUMERO TO TDY-EMP-NUMERO
           MOVE CTP-DATA TO TDY-DATA
           MOVE WRK-HORAS-DIA TO TDY-HORAS
           MOVE WRK-HORAS-NOTURNAS-DIA TO TDY-HORAS-NOTURNAS
           SET TDY-COM-BATIDAS TO TRUE
           MOVE TBT-MINUTOS(1) TO TDY-ENTRADA-MINUTOS
           MOVE TBT-MINUTOS(4) TO TDY-SAIDA-MINUTOS
           MOVE CTP-CENTRO-CUSTO TO TDY-CENTRO-CUSTO
           MOVE SPACES TO TDY-RESERVA
           WRITE TIMEDAY-RECORD
               INVALID KEY
                   SET DIA-DUPLICADO TO TRUE
           MOVE EMP-NUMERO TO TMZ-EMP-NUMERO(IX-ZERADA)
           MOVE ZEROS TO EMP-HORAS-TRABALHADAS-MES
           MOVE ZEROS TO EMP-HORAS-DOM-FERIADO
           MOVE ZEROS TO EMP-HORAS-NOTURNAS
           ADD 1 TO WRK-QTDE-FUNCIONARIOS
       END-IF.

       WRITE REJECT-LINE FROM LINHA-REJEICAO.
       ADD 1 TO WRK-QTDE-REJEITADOS.

       0355-GRAVA-OCORRENCIA.
       MOVE CTP-EMP-NUMERO TO LOC-MATRICULA.
       MOVE CTP-DATA TO LOC-DATA.
       MOVE WRK-MIN-OCORRENCIA TO LOC-MINUTOS.
       WRITE OCCURRENCE-LINE FROM LINHA-OCORRENCIA.
       ADD 1 TO WRK-QTDE-OCORRENCIAS.

      *> Dia aceito com intervalo menor que o exigido pela jornada
      *> trabalhada: as horas sao pagas e o dia vai para as
      *> ocorrencias.
       0360-VERIFICA-INTERVALO.
       EVALUATE TRUE
           WHEN WRK-MIN-TRABALHADOS > WRK-JORNADA-INTERVALO-LONGO
               MOVE WRK-INTERVALO-LONGO TO WRK-MIN-INTERVALO-EXIGIDO
           WHEN WRK-MIN-TRABALHADOS > WRK-JORNADA-INTERVALO-CURTO
               MOVE WRK-INTERVALO-CURTO TO WRK-MIN-INTERVALO-EXIGIDO
           WHEN OTHER
               MOVE ZEROS TO WRK-MIN-INTERVALO-EXIGIDO
       END-EVALUATE.
       IF WRK-MIN-INTERVALO < WRK-MIN-INTERVALO-EXIGIDO
           IF DIA-COM-INTERVALO
               MOVE 'INTERVALO INTRAJORNADA CURTO'
                   TO LOC-OCORRENCIA
           ELSE
               MOVE 'INTERVALO INTRAJORNADA AUSENTE'
                   TO LOC-OCORRENCIA
           END-IF
           MOVE WRK-MIN-INTERVALO TO WRK-MIN-OCORRENCIA
           PERFORM 0355-GRAVA-OCORRENCIA
       END-IF.

      *> Descanso entre jornadas contra o ultimo dia postado antes e
      *> o primeiro depois desta data (o arquivo do relogio pode vir
      *> fora de ordem ou em remessas), buscando a partir do inicio
      *> do mes anterior.
       0370-VERIFICA-DESCANSO.
       IF TIMEDAY-DISPONIVEL
           MOVE 'N' TO WRK-IND-ANTERIOR
           MOVE 'N' TO WRK-IND-SEGUINTE
           MOVE 'N' TO WRK-FIM-TIMEDAY
           MOVE WRK-DATA-PONTO TO WRK-DATA-BUSCA
           MOVE 1 TO WRK-BUS-DIA
           IF WRK-BUS-MES = 1
               MOVE 12 TO WRK-BUS-MES
               SUBTRACT 1 FROM WRK-BUS-ANO
           ELSE
               SUBTRACT 1 FROM WRK-BUS-MES
           END-IF
           MOVE CTP-EMP-NUMERO TO TDY-EMP-NUMERO
           MOVE WRK-DATA-BUSCA TO TDY-DATA
           START TIMEDAY-FILE KEY NOT LESS THAN TDY-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TIMEDAY
           END-START
           PERFORM UNTIL FIM-DO-TIMEDAY OR TEM-DIA-SEGUINTE
               READ TIMEDAY-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TIMEDAY
                   NOT AT END
                       PERFORM 0375-CLASSIFICA-DIA-POSTADO
               END-READ
           END-PERFORM

           MOVE CTP-DATA TO WRK-DATA-CALCULO
           PERFORM 0380-CALCULA-DIA-CORRIDO
           COMPUTE WRK-INSTANTE-ENTRADA =
               WRK-DIA-CORRIDO * 1440 + TBT-MINUTOS(1)
           COMPUTE WRK-INSTANTE-SAIDA =
               WRK-DIA-CORRIDO * 1440 + TBT-MINUTOS(4)

           IF TEM-DIA-ANTERIOR
               MOVE WRK-ANT-DATA TO WRK-DATA-CALCULO
               PERFORM 0380-CALCULA-DIA-CORRIDO
               COMPUTE WRK-INSTANTE-VIZINHO =
                   WRK-DIA-CORRIDO * 1440 + WRK-ANT-SAIDA-MINUTOS
               COMPUTE WRK-MIN-DESCANSO =
                   WRK-INSTANTE-ENTRADA - WRK-INSTANTE-VIZINHO
               IF WRK-MIN-DESCANSO < WRK-DESCANSO-MINIMO
                   MOVE 'DESCANSO DESDE O DIA ANTERIOR < 11H'
                       TO LOC-OCORRENCIA
                   MOVE WRK-MIN-DESCANSO TO WRK-MIN-OCORRENCIA
                   PERFORM 0355-GRAVA-OCORRENCIA
               END-IF
           END-IF

           IF TEM-DIA-SEGUINTE
               MOVE WRK-SEG-DATA TO WRK-DATA-CALCULO
               PERFORM 0380-CALCULA-DIA-CORRIDO
               COMPUTE WRK-INSTANTE-VIZINHO =
                   WRK-DIA-CORRIDO * 1440 + WRK-SEG-ENTRADA-MINUTOS
               COMPUTE WRK-MIN-DESCANSO =
                   WRK-INSTANTE-VIZINHO - WRK-INSTANTE-SAIDA
               IF WRK-MIN-DESCANSO < WRK-DESCANSO-MINIMO
                   MOVE 'DESCANSO ATE O DIA SEGUINTE < 11H'
                       TO LOC-OCORRENCIA
                   MOVE WRK-MIN-DESCANSO TO WRK-MIN-OCORRENCIA
                   PERFORM 0355-GRAVA-OCORRENCIA
               END-IF
           END-IF
       END-IF.

      *> Dia postado antes das batidas nao tem entrada/saida e fica
      *> de fora.
       0375-CLASSIFICA-DIA-POSTADO.
       EVALUATE TRUE
           WHEN TDY-EMP-NUMERO NOT = CTP-EMP-NUMERO
               MOVE 'S' TO WRK-FIM-TIMEDAY
           WHEN NOT TDY-COM-BATIDAS
               CONTINUE
           WHEN TDY-DATA < CTP-DATA
               SET TEM-DIA-ANTERIOR TO TRUE
               MOVE TDY-DATA TO WRK-ANT-DATA
               MOVE TDY-SAIDA-MINUTOS TO WRK-ANT-SAIDA-MINUTOS
           WHEN TDY-DATA > CTP-DATA
               SET TEM-DIA-SEGUINTE TO TRUE
               MOVE TDY-DATA TO WRK-SEG-DATA
               MOVE TDY-ENTRADA-MINUTOS TO WRK-SEG-ENTRADA-MINUTOS
       END-EVALUATE.

      *> Numero de dias corridos da data (calendario gregoriano, com
      *> o ano comecando em marco e as divisoes inteiras passo a
      *> passo), so para diferencas entre datas.
       0380-CALCULA-DIA-CORRIDO.
       MOVE WRK-CAL-ANO TO WRK-DC-ANO.
       MOVE WRK-CAL-MES TO WRK-DC-MES.
       IF WRK-DC-MES < 3
           ADD 12 TO WRK-DC-MES
           SUBTRACT 1 FROM WRK-DC-ANO
       END-IF.
       COMPUTE WRK-DC-TERMO-MES = 153 * (WRK-DC-MES - 3) + 2.
       DIVIDE WRK-DC-TERMO-MES BY 5 GIVING WRK-DC-TERMO-MES.
       DIVIDE WRK-DC-ANO BY 4 GIVING WRK-DC-QUARTO.
       DIVIDE WRK-DC-ANO BY 100 GIVING WRK-DC-CENTO.
       DIVIDE WRK-DC-ANO BY 400 GIVING WRK-DC-QUADRI.
       COMPUTE WRK-DIA-CORRIDO = 365 * WRK-DC-ANO + WRK-DC-QUARTO -
           WRK-DC-CENTO + WRK-DC-QUADRI + WRK-DC-TERMO-MES +
           WRK-CAL-DIA.

       0900-FINALIZAR.
       DISPLAY 'TRANSACOES LIDAS..........: ' WRK-QTDE-LIDOS.
       DISPLAY 'TRANSACOES POSTADAS.......: ' WRK-QTDE-POSTADOS.
       DISPLAY 'TRANSACOES REJEITADAS.....: ' WRK-QTDE-REJEITADOS.
       DISPLAY 'OCORRENCIAS DE JORNADA....: ' WRK-QTDE-OCORRENCIAS.
       DISPLAY 'FUNCIONARIOS ATUALIZADOS..: ' WRK-QTDE-FUNCIONARIOS.
       IF NOT ERRO-NA-ABERTURA
           CLOSE TIMECARD-FILE
       IF TIMEDAY-DISPONIVEL
           CLOSE TIMEDAY-FILE
       END-IF.
       IF AFASTAM-DISPONIVEL
           CLOSE ABSENCE-FILE
       END-IF.
       IF CCUSTO-DISPONIVEL
           CLOSE COST-CENTER-FILE
       END-IF.
       CLOSE REJECT-REPORT-FILE.
       CLOSE OCCURRENCE-REPORT-FILE.
       IF WRK-QTDE-POSTADOS > ZEROS
           MOVE 'M' TO WRK-FUNCAO-PERCTL
           MOVE 'P' TO WRK-ETAPA-PERCTL
