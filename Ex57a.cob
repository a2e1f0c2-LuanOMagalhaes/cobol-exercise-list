       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX57A.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-FILE ASSIGN TO "AFASTAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-STATUS-AFASTAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-FILE.
       COPY AFSREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-AFASTAM PIC X(02) VALUE SPACES.
       77 WRK-AFASTAM-ABERTO PIC X(01) VALUE 'N'.
           88 AFASTAM-ABERTO VALUE 'S'.
       77 WRK-AFASTAM-DISPONIVEL PIC X(01) VALUE 'N'.
           88 AFASTAM-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-AFASTAM PIC X(01) VALUE 'N'.
           88 FIM-DOS-AFASTAMENTOS VALUE 'S'.

      *> Dias pagos pela empresa no afastamento por doenca/acidente;
      *> dai em diante o beneficio e do INSS.
       77 WRK-DIAS-EMPRESA-DOENCA PIC 9(02) VALUE 15.
       77 WRK-DIA-ABERTO PIC 9(07) VALUE 9999999.

      *> Datas convertidas em numero de dia corrido (dia juliano, com
      *> as divisoes inteiras feitas passo a passo) para contar dias
      *> e semanas sem depender de fim de mes.
       01 WRK-DJ-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-DJ-DATA-R REDEFINES WRK-DJ-DATA.
          05 WRK-DJ-ANO PIC 9(04).
          05 WRK-DJ-MES PIC 9(02).
          05 WRK-DJ-DIA PIC 9(02).
       77 WRK-DJ-AJUSTE PIC 9(01) VALUE ZEROS.
       77 WRK-DJ-ANO-M PIC 9(05) VALUE ZEROS.
       77 WRK-DJ-MES-M PIC 9(02) VALUE ZEROS.
       77 WRK-DJ-TERMO-MES PIC 9(04) VALUE ZEROS.
       77 WRK-DJ-QUARTO PIC 9(05) VALUE ZEROS.
       77 WRK-DJ-CENTO PIC 9(05) VALUE ZEROS.
       77 WRK-DJ-QUADRI PIC 9(05) VALUE ZEROS.
       77 WRK-DJ-NUMERO PIC 9(07) VALUE ZEROS.

       77 WRK-DN-MES-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-DN-MES-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-DN-AQUISITIVO PIC 9(07) VALUE ZEROS.
       77 WRK-DN-AFS-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-DN-AFS-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-DN-DIA PIC 9(07) VALUE ZEROS.

      *> Intersecao de dois intervalos de dias corridos.
       77 WRK-INT-INICIO-1 PIC 9(07) VALUE ZEROS.
       77 WRK-INT-FIM-1 PIC 9(07) VALUE ZEROS.
       77 WRK-INT-INICIO-2 PIC 9(07) VALUE ZEROS.
       77 WRK-INT-FIM-2 PIC 9(07) VALUE ZEROS.
       77 WRK-INT-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-INT-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-INT-DIAS PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-AQUISITIVO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AQUISITIVO-R REDEFINES WRK-DATA-AQUISITIVO.
          05 WRK-AQS-ANO PIC 9(04).
          05 WRK-AQS-MES-DIA PIC 9(04).
       01 WRK-DATA-ADMISSAO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ADMISSAO-R REDEFINES WRK-DATA-ADMISSAO.
          05 WRK-ADM-ANO PIC 9(04).
          05 WRK-ADM-MES-DIA PIC 9(04).
       01 WRK-PERIODO-REFERENCIA PIC 9(06) VALUE ZEROS.
       01 WRK-PERIODO-REFERENCIA-R REDEFINES WRK-PERIODO-REFERENCIA.
          05 WRK-REF-ANO PIC 9(04).
          05 WRK-REF-MES PIC 9(02).

       77 WRK-DIAS-NO-MES PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-EMPRESA-MES PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABONADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-NAO-REMUNERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FALTAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-AFASTADO PIC 9(05) VALUE ZEROS.
       77 WRK-FALTAS-ANTES PIC 9(05) VALUE ZEROS.
       77 WRK-FALTAS-ATE PIC 9(05) VALUE ZEROS.
       77 WRK-FALTAS-ESCALA PIC 9(05) VALUE ZEROS.
       77 WRK-DIREITO-FERIAS PIC 9(02) VALUE ZEROS.
       77 WRK-DIREITO-ANTES PIC 9(02) VALUE ZEROS.

      *> Semanas (domingo a sabado) do mes com falta injustificada;
      *> cada uma perde o seu DSR uma vez so.
       01 TABELA-SEMANAS-FALTA.
          05 FAIXA-SEMANA OCCURS 6 TIMES INDEXED BY IX-SEM.
             10 TSF-SEMANA             PIC 9(07).
       77 WRK-QTDE-SEMANAS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-SEMANAS PIC 9(02) VALUE 6.
       77 WRK-SEMANA PIC 9(07) VALUE ZEROS.
       77 WRK-SEMANA-RESTO PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-EMP-NUMERO PIC 9(06).
       01 LK-PERIODO-REFERENCIA PIC 9(06).
       01 LK-DATA-ADMISSAO PIC 9(08).
       COPY AFSRES.

      *> Resumo dos afastamentos e faltas da matricula na competencia
      *> para a folha: o que a empresa paga, o que deixa de pagar, os
      *> DSR perdidos e o efeito sobre as ferias. Sem o AFASTAM.DAT
      *> o resumo volta zerado e a folha paga o mes cheio, como antes.
       PROCEDURE DIVISION USING LK-EMP-NUMERO LK-PERIODO-REFERENCIA
           LK-DATA-ADMISSAO RESUMO-AFASTAMENTO.
       0100-INICIAR.
       PERFORM 0150-ABRIR-AFASTAMENTOS.
       MOVE ZEROS TO RESUMO-AFASTAMENTO.

       IF AFASTAM-DISPONIVEL
           PERFORM 0200-LIMITES-DO-MES
           PERFORM 0250-INICIO-AQUISITIVO
           MOVE ZEROS TO WRK-TOT-ABONADOS
           MOVE ZEROS TO WRK-TOT-NAO-REMUNERADOS
           MOVE ZEROS TO WRK-TOT-FALTAS
           MOVE ZEROS TO WRK-TOT-AFASTADO
           MOVE ZEROS TO WRK-FALTAS-ANTES
           MOVE ZEROS TO WRK-FALTAS-ATE
           MOVE ZEROS TO WRK-QTDE-SEMANAS
           PERFORM 0300-LE-AFASTAMENTOS
           PERFORM 0500-MONTA-RESUMO
       END-IF.

       GOBACK.

       0150-ABRIR-AFASTAMENTOS.
       IF NOT AFASTAM-ABERTO
           OPEN INPUT ABSENCE-FILE
           IF WRK-STATUS-AFASTAM = '00'
               SET AFASTAM-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO: AFASTAM.DAT INDISPONIVEL - STATUS '
                   WRK-STATUS-AFASTAM ' - FOLHA SEM AFASTAMENTOS'
           END-IF
           SET AFASTAM-ABERTO TO TRUE
       END-IF.

      *> Primeiro e ultimo dia corrido da competencia; o ultimo e o
      *> dia anterior ao primeiro do mes seguinte.
       0200-LIMITES-DO-MES.
       MOVE LK-PERIODO-REFERENCIA TO WRK-PERIODO-REFERENCIA.
       MOVE WRK-REF-ANO TO WRK-DJ-ANO.
       MOVE WRK-REF-MES TO WRK-DJ-MES.
       MOVE 1 TO WRK-DJ-DIA.
       PERFORM 0900-CALCULA-DIA-CORRIDO.
       MOVE WRK-DJ-NUMERO TO WRK-DN-MES-INICIO.

       IF WRK-REF-MES = 12
           COMPUTE WRK-DJ-ANO = WRK-REF-ANO + 1
           MOVE 1 TO WRK-DJ-MES
       ELSE
           MOVE WRK-REF-ANO TO WRK-DJ-ANO
           COMPUTE WRK-DJ-MES = WRK-REF-MES + 1
       END-IF.
       MOVE 1 TO WRK-DJ-DIA.
       PERFORM 0900-CALCULA-DIA-CORRIDO.
       COMPUTE WRK-DN-MES-FIM = WRK-DJ-NUMERO - 1.

      *> O periodo aquisitivo corrente comeca no ultimo aniversario da
      *> admissao ate o fim da competencia; admissao zerada conta o
      *> ano civil.
       0250-INICIO-AQUISITIVO.
       MOVE LK-DATA-ADMISSAO TO WRK-DATA-ADMISSAO.
       IF WRK-DATA-ADMISSAO = ZEROS
           MOVE WRK-REF-ANO TO WRK-AQS-ANO
           MOVE 0101 TO WRK-AQS-MES-DIA
       ELSE
           MOVE WRK-REF-ANO TO WRK-AQS-ANO
           MOVE WRK-ADM-MES-DIA TO WRK-AQS-MES-DIA
           MOVE WRK-DATA-AQUISITIVO TO WRK-DJ-DATA
           PERFORM 0900-CALCULA-DIA-CORRIDO
           IF WRK-DJ-NUMERO > WRK-DN-MES-FIM
               SUBTRACT 1 FROM WRK-AQS-ANO
           END-IF
           IF WRK-DATA-AQUISITIVO < WRK-DATA-ADMISSAO
               MOVE WRK-DATA-ADMISSAO TO WRK-DATA-AQUISITIVO
           END-IF
       END-IF.
       MOVE WRK-DATA-AQUISITIVO TO WRK-DJ-DATA.
       PERFORM 0900-CALCULA-DIA-CORRIDO.
       MOVE WRK-DJ-NUMERO TO WRK-DN-AQUISITIVO.

       0300-LE-AFASTAMENTOS.
       MOVE 'N' TO WRK-FIM-AFASTAM.
       MOVE LK-EMP-NUMERO TO AFS-EMP-NUMERO.
       MOVE ZEROS TO AFS-DATA-INICIO.
       START ABSENCE-FILE KEY NOT LESS THAN AFS-CHAVE
           INVALID KEY
               MOVE 'S' TO WRK-FIM-AFASTAM
       END-START.
       PERFORM UNTIL FIM-DOS-AFASTAMENTOS
           READ ABSENCE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAM
               NOT AT END
                   IF AFS-EMP-NUMERO NOT = LK-EMP-NUMERO
                       MOVE 'S' TO WRK-FIM-AFASTAM
                   ELSE
                       PERFORM 0310-TRATA-AFASTAMENTO
                   END-IF
           END-READ
       END-PERFORM.

      *> Doenca/acidente: dos dias no mes, os que caem nos 15
      *> primeiros do afastamento sao da empresa (abonados) e o resto
      *> e do INSS. Licenca nao remunerada e falta injustificada nao
      *> pagam; a falta tambem tira o DSR da semana e conta na escala
      *> de ferias do periodo aquisitivo. Maternidade e falta
      *> justificada sao pagas normalmente.
       0310-TRATA-AFASTAMENTO.
       MOVE AFS-DATA-INICIO TO WRK-DJ-DATA.
       PERFORM 0900-CALCULA-DIA-CORRIDO.
       MOVE WRK-DJ-NUMERO TO WRK-DN-AFS-INICIO.
       IF AFS-DATA-FIM = ZEROS
           MOVE WRK-DIA-ABERTO TO WRK-DN-AFS-FIM
       ELSE
           MOVE AFS-DATA-FIM TO WRK-DJ-DATA
           PERFORM 0900-CALCULA-DIA-CORRIDO
           MOVE WRK-DJ-NUMERO TO WRK-DN-AFS-FIM
       END-IF.

       MOVE WRK-DN-AFS-INICIO TO WRK-INT-INICIO-1.
       MOVE WRK-DN-AFS-FIM TO WRK-INT-FIM-1.
       MOVE WRK-DN-MES-INICIO TO WRK-INT-INICIO-2.
       MOVE WRK-DN-MES-FIM TO WRK-INT-FIM-2.
       PERFORM 0950-INTERSECAO.
       MOVE WRK-INT-DIAS TO WRK-DIAS-NO-MES.

       EVALUATE TRUE
           WHEN AFS-PAGO-PELO-INSS
               COMPUTE WRK-INT-FIM-1 = WRK-DN-AFS-INICIO +
                   WRK-DIAS-EMPRESA-DOENCA - 1
               IF WRK-INT-FIM-1 > WRK-DN-AFS-FIM
                   MOVE WRK-DN-AFS-FIM TO WRK-INT-FIM-1
               END-IF
               PERFORM 0950-INTERSECAO
               MOVE WRK-INT-DIAS TO WRK-DIAS-EMPRESA-MES
               ADD WRK-DIAS-EMPRESA-MES TO WRK-TOT-ABONADOS
               COMPUTE WRK-TOT-NAO-REMUNERADOS =
                   WRK-TOT-NAO-REMUNERADOS + WRK-DIAS-NO-MES -
                   WRK-DIAS-EMPRESA-MES
               COMPUTE WRK-TOT-AFASTADO = WRK-TOT-AFASTADO +
                   WRK-DIAS-NO-MES - WRK-DIAS-EMPRESA-MES
           WHEN AFS-NAO-REMUNERADA
               ADD WRK-DIAS-NO-MES TO WRK-TOT-NAO-REMUNERADOS
               ADD WRK-DIAS-NO-MES TO WRK-TOT-AFASTADO
           WHEN AFS-FALTA-INJUSTIFICADA
               ADD WRK-DIAS-NO-MES TO WRK-TOT-NAO-REMUNERADOS
               ADD WRK-DIAS-NO-MES TO WRK-TOT-FALTAS
               IF WRK-DIAS-NO-MES > ZEROS
                   PERFORM 0320-MARCA-SEMANA
                       VARYING WRK-DN-DIA FROM WRK-INT-INICIO BY 1
                       UNTIL WRK-DN-DIA > WRK-INT-FIM
               END-IF
               PERFORM 0330-CONTA-FALTAS-AQUISITIVO
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

      *> Semana corrida de domingo a sabado: o dia juliano mais um,
      *> dividido por 7, muda a cada domingo.
       0320-MARCA-SEMANA.
       COMPUTE WRK-SEMANA = WRK-DN-DIA + 1.
       DIVIDE WRK-SEMANA BY 7 GIVING WRK-SEMANA
           REMAINDER WRK-SEMANA-RESTO.
       SET IX-SEM TO 1.
       SEARCH FAIXA-SEMANA
           AT END
               PERFORM 0325-NOVA-SEMANA
           WHEN IX-SEM > WRK-QTDE-SEMANAS
               PERFORM 0325-NOVA-SEMANA
           WHEN TSF-SEMANA(IX-SEM) = WRK-SEMANA
               CONTINUE
       END-SEARCH.

       0325-NOVA-SEMANA.
       IF WRK-QTDE-SEMANAS < WRK-MAX-SEMANAS
           ADD 1 TO WRK-QTDE-SEMANAS
           SET IX-SEM TO WRK-QTDE-SEMANAS
           MOVE WRK-SEMANA TO TSF-SEMANA(IX-SEM)
       END-IF.

      *> Faltas do periodo aquisitivo ate o fim do mes e ate o dia
      *> anterior ao mes: a diferenca de direito entre as duas e o
      *> que as faltas deste mes tiram das ferias.
       0330-CONTA-FALTAS-AQUISITIVO.
       MOVE WRK-DN-AFS-INICIO TO WRK-INT-INICIO-1.
       MOVE WRK-DN-AFS-FIM TO WRK-INT-FIM-1.
       MOVE WRK-DN-AQUISITIVO TO WRK-INT-INICIO-2.
       MOVE WRK-DN-MES-FIM TO WRK-INT-FIM-2.
       PERFORM 0950-INTERSECAO.
       ADD WRK-INT-DIAS TO WRK-FALTAS-ATE.

       IF WRK-DN-MES-INICIO > WRK-DN-AQUISITIVO
           COMPUTE WRK-INT-FIM-2 = WRK-DN-MES-INICIO - 1
           PERFORM 0950-INTERSECAO
           ADD WRK-INT-DIAS TO WRK-FALTAS-ANTES
       END-IF.

       0500-MONTA-RESUMO.
       IF WRK-TOT-ABONADOS > 99
           MOVE 99 TO WRK-TOT-ABONADOS
       END-IF.
       IF WRK-TOT-NAO-REMUNERADOS > 99
           MOVE 99 TO WRK-TOT-NAO-REMUNERADOS
       END-IF.
       IF WRK-TOT-FALTAS > 99
           MOVE 99 TO WRK-TOT-FALTAS
       END-IF.
       IF WRK-TOT-AFASTADO > 99
           MOVE 99 TO WRK-TOT-AFASTADO
       END-IF.
       MOVE WRK-TOT-ABONADOS TO RAF-DIAS-ABONADOS.
       MOVE WRK-TOT-NAO-REMUNERADOS TO RAF-DIAS-NAO-REMUNERADOS.
       MOVE WRK-TOT-FALTAS TO RAF-DIAS-FALTA.
       MOVE WRK-QTDE-SEMANAS TO RAF-DIAS-DSR-PERDIDOS.
       MOVE WRK-TOT-AFASTADO TO RAF-DIAS-AFASTADO.

       MOVE WRK-FALTAS-ANTES TO WRK-FALTAS-ESCALA.
       PERFORM 0510-DIREITO-FERIAS.
       MOVE WRK-DIREITO-FERIAS TO WRK-DIREITO-ANTES.
       MOVE WRK-FALTAS-ATE TO WRK-FALTAS-ESCALA.
       PERFORM 0510-DIREITO-FERIAS.
       SUBTRACT WRK-DIREITO-FERIAS FROM WRK-DIREITO-ANTES
           GIVING RAF-DIAS-REDUCAO-FERIAS.

      *> Escala de dias de ferias por faltas injustificadas no
      *> periodo aquisitivo (CLT art. 130).
       0510-DIREITO-FERIAS.
       EVALUATE TRUE
           WHEN WRK-FALTAS-ESCALA NOT > 5
               MOVE 30 TO WRK-DIREITO-FERIAS
           WHEN WRK-FALTAS-ESCALA NOT > 14
               MOVE 24 TO WRK-DIREITO-FERIAS
           WHEN WRK-FALTAS-ESCALA NOT > 23
               MOVE 18 TO WRK-DIREITO-FERIAS
           WHEN WRK-FALTAS-ESCALA NOT > 32
               MOVE 12 TO WRK-DIREITO-FERIAS
           WHEN OTHER
               MOVE ZEROS TO WRK-DIREITO-FERIAS
       END-EVALUATE.

       0900-CALCULA-DIA-CORRIDO.
       IF WRK-DJ-MES < 3
           MOVE 1 TO WRK-DJ-AJUSTE
       ELSE
           MOVE 0 TO WRK-DJ-AJUSTE
       END-IF.
       COMPUTE WRK-DJ-ANO-M = WRK-DJ-ANO + 4800 - WRK-DJ-AJUSTE.
       COMPUTE WRK-DJ-MES-M = WRK-DJ-MES + (12 * WRK-DJ-AJUSTE) - 3.
       COMPUTE WRK-DJ-TERMO-MES = (153 * WRK-DJ-MES-M) + 2.
       DIVIDE WRK-DJ-TERMO-MES BY 5 GIVING WRK-DJ-TERMO-MES.
       DIVIDE WRK-DJ-ANO-M BY 4 GIVING WRK-DJ-QUARTO.
       DIVIDE WRK-DJ-ANO-M BY 100 GIVING WRK-DJ-CENTO.
       DIVIDE WRK-DJ-ANO-M BY 400 GIVING WRK-DJ-QUADRI.
       COMPUTE WRK-DJ-NUMERO = WRK-DJ-DIA + WRK-DJ-TERMO-MES +
           (365 * WRK-DJ-ANO-M) + WRK-DJ-QUARTO - WRK-DJ-CENTO +
           WRK-DJ-QUADRI - 32045.

       0950-INTERSECAO.
       IF WRK-INT-INICIO-1 > WRK-INT-INICIO-2
           MOVE WRK-INT-INICIO-1 TO WRK-INT-INICIO
       ELSE
           MOVE WRK-INT-INICIO-2 TO WRK-INT-INICIO
       END-IF.
       IF WRK-INT-FIM-1 < WRK-INT-FIM-2
           MOVE WRK-INT-FIM-1 TO WRK-INT-FIM
       ELSE
           MOVE WRK-INT-FIM-2 TO WRK-INT-FIM
       END-IF.
       IF WRK-INT-FIM < WRK-INT-INICIO
           MOVE ZEROS TO WRK-INT-DIAS
       ELSE
           COMPUTE WRK-INT-DIAS = WRK-INT-FIM - WRK-INT-INICIO + 1
       END-IF.
