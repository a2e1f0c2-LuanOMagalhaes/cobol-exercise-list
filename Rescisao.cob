               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WRK-STATUS-PAYHIST.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       COPY PHSREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       WORKING-STORAGE SECTION.
       COPY DEDTBL.
       COPY BRKDWN.
       COPY BASSAL.
       COPY CTLREC.
       COPY PRVBXA.

       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-FERIAS PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GLJRNL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-FIM-DEDPARM PIC X(01) VALUE 'N'.
           88 FIM-DO-DEDPARM VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           05 FILLER PIC 9(02).
       01  WRK-DATA-DESLIGAMENTO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DESLIGAMENTO-R REDEFINES WRK-DATA-DESLIGAMENTO.
           05 WRK-ANO-DESLIGAMENTO PIC 9(04).
           05 WRK-MES-DESLIGAMENTO PIC 9(02).
           05 WRK-DIA-DESLIGAMENTO PIC 9(02).
       01  WRK-INICIO-AQUISITIVO PIC 9(08) VALUE ZEROS.
       01  WRK-INICIO-AQUISITIVO-R REDEFINES WRK-INICIO-AQUISITIVO.
           05 WRK-AQU-ANO PIC 9(04).
           05 WRK-AQU-MES PIC 9(02).
           05 WRK-AQU-DIA PIC 9(02).

      *> Avos do 13o (meses do ano ate o desligamento) e das ferias
      *> proporcionais (meses desde o inicio do periodo aquisitivo);
      *> fracao de 15 dias ou mais conta como mes inteiro.
       77 WRK-MES-INICIAL PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-NO-ANO PIC 9(02) VALUE ZEROS.
       77 WRK-AVOS-13 PIC 9(02) VALUE ZEROS.
       77 WRK-AVOS-FERIAS PIC S9(03) VALUE ZEROS.
       77 WRK-DIAS-FRACAO PIC S9(02) VALUE ZEROS.
       77 WRK-DIAS-PROPORCIONAIS PIC S9(03)V99 VALUE ZEROS.
       77 WRK-VALOR-FERIAS-PROP PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-FERIAS-VENC PIC 9(07)V99 VALUE ZEROS.

       77 WRK-VIGENCIA-EM-FORCA PIC 9(08) VALUE ZEROS.
       77 WRK-IND-PARAM-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-VALOR-13 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-BRUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-INSS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-SAL-FAMILIA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-CALCULA-SAL-FAMILIA PIC X(01) VALUE 'N'.
       77 WRK-DESCONTO-PLANO PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO-PAGO PIC 9(07)V99 VALUE ZEROS.
      *> liquido x lote ACH) continuarem fechando nos meses com
      *> rescisao.
       77 WRK-CONTA-DESPESA-RESCISAO PIC X(10) VALUE 'DESPRESCIS'.
       77 WRK-CONTA-INSS-RECOLHER PIC X(10) VALUE 'INSSRECOL '.
       77 WRK-CONTA-IRRF-RECOLHER PIC X(10) VALUE 'IRRFRECOL '.
       77 WRK-CONTA-PLANO-SAUDE PIC X(10) VALUE 'PLANOSAUDE'.
       77 WRK-CONTA-LIQUIDO-RESCISAO PIC X(10) VALUE 'LIQRESCIS '.
       77 WRK-CONTA-AJUSTE PIC X(10) VALUE 'AJUSTEFOLH'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LF-NOME PIC X(30).

       01  LINHA-DATAS.
           05 FILLER PIC X(10) VALUE 'ADMISSAO: '.
           05 LDT-ADMISSAO PIC 99/99/9999.
           05 FILLER PIC X(23) VALUE '  PER. AQUISITIVO DESDE'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LDT-AQUISITIVO PIC 99/99/9999.

       01  LINHA-PARCELA.
           05 LP-DESCRICAO PIC X(32).
           05 LP-VALOR PIC Z.ZZZ.ZZ9,99.
       MOVE 12,00 TO FAI-ALIQUOTA(3).
       MOVE 000101,18 TO FAI-PARCELA-DEDUZIR(3).

       MOVE 7786,02 TO FAI-LIMITE(4).
       MOVE 14,00 TO FAI-ALIQUOTA(4).
       MOVE 000181,18 TO FAI-PARCELA-DEDUZIR(4).


       OPEN OUTPUT PRINT-FILE.

       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           SET CIAMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - DIARIO COM O CODIGO DA EMPRESA'
       END-IF.

       0300-PROCESSAR-RESCISAO.
       MOVE WRK-MATRICULA TO EMP-NUMERO.
       READ EMPLOYEE-MASTER-FILE
               END-IF
       END-READ.

      *> A data de desligamento gravada pelo EMPMNT e a sugerida;
      *> zero na digitacao aceita a do cadastro. A data usada no acerto
      *> volta para o master na baixa dos saldos.
       0310-ACEITA-DATA-E-CALCULA.
       IF EMP-DATA-DESLIGAMENTO NOT = ZEROS
           DISPLAY 'DESLIGAMENTO NO CADASTRO: ' EMP-DATA-DESLIGAMENTO
       END-IF.
       DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD, 0 = DO CADASTRO): '.
       ACCEPT WRK-DATA-DESLIGAMENTO FROM CONSOLE.
       IF WRK-DATA-DESLIGAMENTO = ZEROS
           MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-DESLIGAMENTO
       END-IF.
       EVALUATE TRUE
           WHEN WRK-MES-DESLIGAMENTO = ZEROS OR
                   WRK-MES-DESLIGAMENTO > 12
               DISPLAY 'DATA DE DESLIGAMENTO INVALIDA'
           WHEN WRK-DATA-DESLIGAMENTO < EMP-DATA-ADMISSAO
               DISPLAY 'DESLIGAMENTO ANTERIOR A ADMISSAO'
           WHEN OTHER
               PERFORM 0315-CALCULA-AVOS
               PERFORM 0320-CALCULA-VERBAS
               PERFORM 0330-CALCULA-DESCONTOS
               PERFORM 0340-GRAVA-LOG-AUDITORIA
               PERFORM 0345-GRAVA-ACH-EXPORT
               PERFORM 0347-GRAVA-PAY-HISTORY
               PERFORM 0350-GRAVA-GL-JOURNAL
               PERFORM 0360-BAIXA-SALDOS
               PERFORM 0365-BAIXA-PROVISAO
               PERFORM 0370-GRAVA-TERMO
               ADD 1 TO WRK-QTDE-PROCESSADAS
               MOVE WRK-VALOR-LIQUIDO-PAGO TO WRK-VALOR-LIQUIDO-ED
               DISPLAY EMP-NUMERO ' ' EMP-NOME ' RESCISAO LIQUIDA: '
                   WRK-VALOR-LIQUIDO-ED
       END-EVALUATE.

      *> 13o: do mes de admissao (se no mesmo ano) ou de janeiro ate o
      *> mes do desligamento; o primeiro mes so conta com admissao ate
      *> o dia 16 e o ultimo com desligamento a partir do dia 15.
      *> Ferias proporcionais: meses desde o ultimo aniversario de
      *> admissao, com a mesma regra dos 15 dias para a fracao. Sem
      *> admissao no cadastro vale o calculo antigo: ano cheio para o
      *> 13o e o saldo inteiro do FERIAS.DAT como vencido.
       0315-CALCULA-AVOS.
       MOVE 1 TO WRK-MES-INICIAL.
       IF EMP-DATA-ADMISSAO NOT = ZEROS AND
               EMP-ADM-ANO = WRK-ANO-DESLIGAMENTO
           MOVE EMP-ADM-MES TO WRK-MES-INICIAL
       END-IF.
       COMPUTE WRK-MESES-NO-ANO =
           WRK-MES-DESLIGAMENTO - WRK-MES-INICIAL + 1.
       MOVE WRK-MESES-NO-ANO TO WRK-AVOS-13.
       IF WRK-DIA-DESLIGAMENTO < 15 AND WRK-AVOS-13 > ZEROS
           SUBTRACT 1 FROM WRK-AVOS-13
       END-IF.
       IF EMP-DATA-ADMISSAO NOT = ZEROS AND
               EMP-ADM-ANO = WRK-ANO-DESLIGAMENTO AND
               EMP-ADM-DIA > 16 AND WRK-AVOS-13 > ZEROS
           SUBTRACT 1 FROM WRK-AVOS-13
       END-IF.

       MOVE ZEROS TO WRK-INICIO-AQUISITIVO.
       MOVE ZEROS TO WRK-AVOS-FERIAS.
       IF EMP-DATA-ADMISSAO NOT = ZEROS
           MOVE EMP-DATA-ADMISSAO TO WRK-INICIO-AQUISITIVO
           MOVE WRK-ANO-DESLIGAMENTO TO WRK-AQU-ANO
           IF WRK-INICIO-AQUISITIVO > WRK-DATA-DESLIGAMENTO
               SUBTRACT 1 FROM WRK-AQU-ANO
           END-IF
           IF WRK-INICIO-AQUISITIVO < EMP-DATA-ADMISSAO
               MOVE EMP-DATA-ADMISSAO TO WRK-INICIO-AQUISITIVO
           END-IF
           COMPUTE WRK-AVOS-FERIAS =
               (WRK-ANO-DESLIGAMENTO * 12 + WRK-MES-DESLIGAMENTO) -
               (WRK-AQU-ANO * 12 + WRK-AQU-MES)
           IF WRK-DIA-DESLIGAMENTO < WRK-AQU-DIA
               SUBTRACT 1 FROM WRK-AVOS-FERIAS
               COMPUTE WRK-DIAS-FRACAO =
                   WRK-DIA-DESLIGAMENTO + 30 - WRK-AQU-DIA
           ELSE
               COMPUTE WRK-DIAS-FRACAO =
                   WRK-DIA-DESLIGAMENTO - WRK-AQU-DIA
           END-IF
           IF WRK-DIAS-FRACAO >= 15
               ADD 1 TO WRK-AVOS-FERIAS
           END-IF
           IF WRK-AVOS-FERIAS < ZEROS
               MOVE ZEROS TO WRK-AVOS-FERIAS
           END-IF
           IF WRK-AVOS-FERIAS > 12
               MOVE 12 TO WRK-AVOS-FERIAS
           END-IF
       END-IF.

      *> Base salarial do funcionario para o EX57C: tipo de salario,
      *> competencia e datas de admissao/desligamento (proporcao do
      *> mensalista); o salario mensal vem do RATE-MASTER. Na
      *> rescisao a competencia e o mes do desligamento: o mensalista
      *> recebe o saldo de salario ate o dia do desligamento.
       0318-MONTA-BASE-SALARIAL.
       MOVE EMP-TIPO-SALARIO TO BAS-TIPO-SALARIO.
       MOVE ZEROS TO BAS-SALARIO-MENSAL.
       MOVE WRK-DATA-DESLIGAMENTO(1:6) TO BAS-PERIODO-REFERENCIA.
       MOVE EMP-DATA-ADMISSAO TO BAS-DATA-ADMISSAO.
       MOVE WRK-DATA-DESLIGAMENTO TO BAS-DATA-DESLIGAMENTO.
       MOVE ZEROS TO BAS-DIAS-NAO-REMUNERADOS.
       MOVE ZEROS TO BAS-DIAS-PAGOS.
       MOVE ZEROS TO BAS-DIAS-ABONADOS.
       MOVE ZEROS TO BAS-DIAS-DSR-PERDIDOS.
       IF EMP-HORAS-NOTURNAS IS NUMERIC
           MOVE EMP-HORAS-NOTURNAS TO BAS-HORAS-NOTURNAS
       ELSE
           MOVE ZEROS TO BAS-HORAS-NOTURNAS
       END-IF.

      *> Tres verbas num unico calculo: as horas ja postadas do mes
      *> (que o EX57 pularia por o funcionario estar inativo), o saldo
      *> de ferias nao gozado com o terco constitucional (media mensal
      *> como no FERPAG, separado no termo em vencidas e proporcionais
      *> ao periodo aquisitivo) e o 13o proporcional aos avos do ano
      *> (como no DECTERC).
       0320-CALCULA-VERBAS.
       MOVE EMP-GANHA-HORA TO WRK-GANHA-HORA.
       MOVE EMP-HORAS-TRABALHADAS-MES TO WRK-HORAS-TRABALHADAS-MES.
       MOVE EMP-HORAS-DOM-FERIADO TO WRK-HORAS-DOM-FERIADO.
       MOVE ZEROS TO WRK-VALOR-HORAS-FINAIS.
       MOVE ZEROS TO BREAKDOWN-CALCULO.
       PERFORM 0318-MONTA-BASE-SALARIAL.
       IF WRK-HORAS-TRABALHADAS-MES > ZEROS OR
               WRK-HORAS-DOM-FERIADO > ZEROS OR EMP-MENSALISTA
           CALL 'EX57C' USING EMP-NUMERO WRK-USAR-RATE-MASTER
               WRK-GANHA-HORA WRK-HORAS-TRABALHADAS-MES
               WRK-HORAS-DOM-FERIADO WRK-VALOR-HORAS-FINAIS
               BREAKDOWN-CALCULO BASE-SALARIAL
       END-IF.

       MOVE ZEROS TO WRK-VALOR-13.
               DISPLAY EMP-NUMERO ' SEM ACUMULADO YTD - FERIAS E 13o '
                   'CALCULADOS COMO ZERO'
           NOT INVALID KEY
               IF WRK-MESES-NO-ANO = ZEROS
                   MOVE 1 TO WRK-MESES-NO-ANO
               END-IF
               DIVIDE YTD-GANHOS BY WRK-MESES-NO-ANO
                   GIVING WRK-MEDIA-MENSAL ROUNDED
               COMPUTE WRK-VALOR-13 ROUNDED =
                   WRK-MEDIA-MENSAL * WRK-AVOS-13 / 12
       END-READ.

       MOVE ZEROS TO WRK-SALDO-FERIAS.
               END-IF
       END-READ.

       MOVE ZEROS TO WRK-VALOR-FERIAS-PROP.
       IF WRK-SALDO-FERIAS > ZEROS
           COMPUTE WRK-DIAS-PROPORCIONAIS = WRK-AVOS-FERIAS * 2,50
           IF WRK-DIAS-PROPORCIONAIS > WRK-SALDO-FERIAS
               MOVE WRK-SALDO-FERIAS TO WRK-DIAS-PROPORCIONAIS
           END-IF
           COMPUTE WRK-VALOR-FERIAS-PROP ROUNDED = WRK-VALOR-FERIAS *
               WRK-DIAS-PROPORCIONAIS / WRK-SALDO-FERIAS
       END-IF.
       SUBTRACT WRK-VALOR-FERIAS-PROP FROM WRK-VALOR-FERIAS
           GIVING WRK-VALOR-FERIAS-VENC.

       ADD WRK-VALOR-HORAS-FINAIS WRK-VALOR-FERIAS WRK-VALOR-13
           GIVING WRK-VALOR-BRUTO.

      *> acertar; ferias e 13o nao pagam plano (mesma regra do FERPAG
      *> e do DECTERC).
       0330-CALCULA-DESCONTOS.
       IF WRK-VALOR-BRUTO > FAI-LIMITE(4)
           MOVE FAI-LIMITE(4) TO WRK-BASE-INSS
       ELSE
           MOVE WRK-VALOR-BRUTO TO WRK-BASE-INSS
       END-IF.
       SET IX-FAIXA TO 1.
       SEARCH FAIXA-DESCONTO
           AT END SET IX-FAIXA TO 4
           WHEN WRK-BASE-INSS NOT > FAI-LIMITE(IX-FAIXA)
               CONTINUE
       END-SEARCH.

       MULTIPLY WRK-BASE-INSS BY FAI-ALIQUOTA(IX-FAIXA)
           GIVING WRK-DESCONTO-INSS.
       DIVIDE WRK-DESCONTO-INSS BY 100 GIVING
           WRK-DESCONTO-INSS ROUNDED.
       SUBTRACT FAI-PARCELA-DEDUZIR(IX-FAIXA) FROM
           WRK-DESCONTO-INSS.

       CALL 'EX57T' USING EMP-NUMERO WRK-DATA-EXECUCAO
           WRK-VALOR-BRUTO WRK-DESCONTO-INSS WRK-CALCULA-SAL-FAMILIA
           WRK-DESCONTO-IRRF WRK-VALOR-SAL-FAMILIA
           WRK-QTDE-DEPENDENTES.
       ADD WRK-DESCONTO-INSS WRK-DESCONTO-IRRF
           GIVING WRK-DESCONTO-INSS-IRRF.

       IF WRK-VALOR-HORAS-FINAIS > ZEROS
           MOVE WRK-DESCONTO-PLANO-SAUDE TO WRK-DESCONTO-PLANO
       MOVE BRK-VALOR-HORAS-EXTRAS TO PHS-VALOR-HORAS-EXTRAS.
       MOVE BRK-HORAS-DOM-FERIADO TO PHS-HORAS-DOM-FERIADO.
       MOVE BRK-VALOR-HORAS-DOM-FERIADO TO PHS-VALOR-HORAS-DOM-FER.
       MOVE BRK-HORAS-NOTURNAS TO PHS-HORAS-NOTURNAS.
       MOVE BRK-VALOR-ADIC-NOTURNO TO PHS-VALOR-ADIC-NOTURNO.
       MOVE ZEROS TO PHS-DESCONTO-VT.
       MOVE ZEROS TO PHS-DESCONTO-VR.
       MOVE ZEROS TO PHS-VALOR-RETROATIVO.
       MOVE WRK-VALOR-BRUTO TO PHS-VALOR-BRUTO.
       MOVE WRK-DESCONTO-INSS-IRRF TO PHS-DESCONTO-INSS-IRRF.
       MOVE WRK-DESCONTO-INSS TO PHS-DESCONTO-INSS.
       MOVE WRK-DESCONTO-IRRF TO PHS-DESCONTO-IRRF.
       MOVE ZEROS TO PHS-VALOR-SALARIO-FAMILIA.
       MOVE ZEROS TO PHS-VALOR-REEMBOLSO.
       MOVE WRK-QTDE-DEPENDENTES TO PHS-QTDE-DEPENDENTES.
       MOVE WRK-DESCONTO-PLANO TO PHS-DESCONTO-PLANO-SAUDE.
       MOVE ZEROS TO PHS-DESCONTO-ADIANTAMENTO.
       MOVE ZEROS TO PHS-DESCONTO-CONSIGNACOES.
      *> diario sao a despesa salarial da folha mensal e e sobre elas
      *> que o RECONC prova o bruto auditado.
       0350-GRAVA-GL-JOURNAL.
       PERFORM 0355-EMPRESA-DO-LANCAMENTO.
       MOVE WRK-DATA-EXECUCAO TO GLJ-DATA.
       MOVE WRK-CONTA-DESPESA-RESCISAO TO GLJ-CONTA-CONTABIL.
       MOVE SPACES TO GLJ-DEPARTAMENTO.
       MOVE WRK-VALOR-BRUTO TO GLJ-VALOR.
       WRITE GL-JOURNAL-RECORD.

       MOVE WRK-CONTA-INSS-RECOLHER TO GLJ-CONTA-CONTABIL.
       MOVE SPACES TO GLJ-DEPARTAMENTO.
       SET GLJ-CREDITO TO TRUE.
       MOVE WRK-DESCONTO-INSS TO GLJ-VALOR.
       WRITE GL-JOURNAL-RECORD.

       MOVE WRK-CONTA-IRRF-RECOLHER TO GLJ-CONTA-CONTABIL.
       MOVE WRK-DESCONTO-IRRF TO GLJ-VALOR.
       WRITE GL-JOURNAL-RECORD.

       IF WRK-DESCONTO-PLANO > ZEROS
           WRITE GL-JOURNAL-RECORD
       END-IF.

      *> Empresa do funcionario desligado em todas as linhas do
      *> lancamento, com o codigo da empresa na contabilidade vindo do
      *> CIAMSTR (sem cadastro, vai o proprio codigo da empresa).
       0355-EMPRESA-DO-LANCAMENTO.
       IF EMP-EMPRESA = SPACES
           MOVE WRK-EMPRESA-PADRAO TO GLJ-EMPRESA
       ELSE
           MOVE EMP-EMPRESA TO GLJ-EMPRESA
       END-IF.
       MOVE GLJ-EMPRESA TO GLJ-EMPRESA-CONTABIL.
       IF CIAMSTR-DISPONIVEL
           MOVE GLJ-EMPRESA TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               NOT INVALID KEY
                   IF CIA-EMPRESA-CONTABIL NOT = SPACES
                       MOVE CIA-EMPRESA-CONTABIL
                           TO GLJ-EMPRESA-CONTABIL
                   END-IF
           END-READ
       END-IF.

      *> As horas do mes e o saldo de ferias foram pagos aqui; ficam
      *> zerados no master e no arquivo de ferias para uma eventual
      *> reativacao nao pagar as mesmas verbas de novo.
       0360-BAIXA-SALDOS.
       MOVE WRK-DATA-DESLIGAMENTO TO EMP-DATA-DESLIGAMENTO.
       MOVE ZEROS TO EMP-HORAS-TRABALHADAS-MES.
       MOVE ZEROS TO EMP-HORAS-DOM-FERIADO.
       MOVE ZEROS TO EMP-HORAS-NOTURNAS.
       REWRITE EMPLOYEE-RECORD.

       IF WRK-SALDO-FERIAS > ZEROS
           REWRITE FERIAS-RECORD
       END-IF.

      *> Com o desligamento nao ha mais 13o nem ferias a provisionar:
      *> a provisao da matricula e baixada inteira, a parte paga aqui
      *> e a sobra (estornada na despesa do departamento).
       0365-BAIXA-PROVISAO.
       MOVE EMP-NUMERO TO PBX-EMP-NUMERO.
       MOVE EMP-DEPARTAMENTO TO PBX-DEPARTAMENTO.
       MOVE EMP-EMPRESA TO PBX-EMPRESA.
       MOVE WRK-DATA-EXECUCAO TO PBX-DATA.
       MOVE WRK-VALOR-13 TO PBX-VALOR-PAGO-13.
       MOVE WRK-VALOR-FERIAS TO PBX-VALOR-PAGO-FERIAS.
       SET PBX-BAIXA-TOTAL TO TRUE.
       CALL 'PRVBXA' USING BAIXA-PROVISAO.

       0370-GRAVA-TERMO.
       WRITE PRINT-LINE FROM LINHA-SEPARADOR.
       MOVE WRK-DATA-DESLIGAMENTO TO LT-DATA.
       MOVE EMP-NUMERO TO LF-MATRICULA.
       MOVE EMP-NOME TO LF-NOME.
       WRITE PRINT-LINE FROM LINHA-FUNCIONARIO.
       MOVE EMP-DATA-ADMISSAO TO LDT-ADMISSAO.
       MOVE WRK-INICIO-AQUISITIVO TO LDT-AQUISITIVO.
       WRITE PRINT-LINE FROM LINHA-DATAS.

       MOVE 'SALDO DE SALARIO DO MES.........' TO LP-DESCRICAO.
       MOVE WRK-VALOR-HORAS-FINAIS TO LP-VALOR.
       WRITE PRINT-LINE FROM LINHA-PARCELA.

       MOVE 'FERIAS VENCIDAS + 1/3...........' TO LP-DESCRICAO.
       MOVE WRK-VALOR-FERIAS-VENC TO LP-VALOR.
       WRITE PRINT-LINE FROM LINHA-PARCELA.

       MOVE 'FERIAS PROPORCIONAIS + 1/3......' TO LP-DESCRICAO.
       MOVE WRK-VALOR-FERIAS-PROP TO LP-VALOR.
       WRITE PRINT-LINE FROM LINHA-PARCELA.

       MOVE '13o SALARIO PROPORCIONAL........' TO LP-DESCRICAO.
       MOVE WRK-VALOR-BRUTO TO LP-VALOR.
       WRITE PRINT-LINE FROM LINHA-PARCELA.

       MOVE 'DESCONTO INSS...................' TO LP-DESCRICAO.
       MOVE WRK-DESCONTO-INSS TO LP-VALOR.
       WRITE PRINT-LINE FROM LINHA-PARCELA.

       MOVE 'DESCONTO IRRF...................' TO LP-DESCRICAO.
       MOVE WRK-DESCONTO-IRRF TO LP-VALOR.
       WRITE PRINT-LINE FROM LINHA-PARCELA.

       MOVE 'DESCONTO PLANO DE SAUDE.........' TO LP-DESCRICAO.
       CLOSE GL-JOURNAL-FILE.
       CLOSE PAY-HISTORY-FILE.
       CLOSE PRINT-FILE.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
