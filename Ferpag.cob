       WORKING-STORAGE SECTION.
       COPY DEDTBL.
       COPY CTLREC.
       COPY PRVBXA.

       77 WRK-STATUS-FERIAS PIC X(02) VALUE SPACES.
       77 WRK-STATUS-FERAGD PIC X(02) VALUE SPACES.

       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-ANO-EXECUCAO PIC 9(04).
           05 WRK-MES-EXECUCAO PIC 9(02).
           05 FILLER PIC 9(02).
       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           88 ACH-HEADER-GRAVADO VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.
       01  WRK-DATA-PAGAMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'R'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-FUNCAO-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-ETAPA-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-STATUS-PERCTL PIC X(02) VALUE SPACES.
       77 WRK-SUB-FAIXA PIC 9(01) VALUE ZEROS.

       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-INICIO-R REDEFINES WRK-DATA-INICIO.
           05 WRK-INI-ANO PIC 9(04).
           05 FILLER PIC 9(04).
       77 WRK-QTDE-DIAS PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-ED PIC ZZ9,99- VALUE ZEROS.
       01  WRK-FIM-AQUISITIVO PIC 9(08) VALUE ZEROS.
       01  WRK-INICIO-AQUISITIVO PIC 9(08) VALUE ZEROS.
       01  WRK-INICIO-AQUISITIVO-R REDEFINES WRK-INICIO-AQUISITIVO.
           05 WRK-AQU-ANO PIC 9(04).
           05 FILLER PIC 9(04).
       77 WRK-DATA-ED PIC 99/99/9999 VALUE ZEROS.
       77 WRK-IND-AQUISITIVO PIC X(01) VALUE 'S'.
           88 AQUISITIVO-COMPLETO VALUE 'S'.

       77 WRK-MEDIA-MENSAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MESES-MEDIA PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-DIAS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TERCO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-BRUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-INSS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-SAL-FAMILIA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-CALCULA-SAL-FAMILIA PIC X(01) VALUE 'N'.
       77 WRK-VALOR-LIQUIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO-PAGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'SESSAO DE FERIAS ENCERRADA - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           STOP RUN
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE PEX-DATA-PAGAMENTO TO WRK-DATA-PAGAMENTO.
       PERFORM 0110-CARREGAR-TABELA-DESCONTOS.
       PERFORM 0150-ABRIR-ARQUIVOS.
       IF ERRO-NA-ABERTURA
       MOVE 12,00 TO FAI-ALIQUOTA(3).
       MOVE 000101,18 TO FAI-PARCELA-DEDUZIR(3).

       MOVE 7786,02 TO FAI-LIMITE(4).
       MOVE 14,00 TO FAI-ALIQUOTA(4).
       MOVE 000181,18 TO FAI-PARCELA-DEDUZIR(4).

                   IF EMP-INATIVO
                       DISPLAY 'FUNCIONARIO INATIVO'
                   ELSE
                       PERFORM 0305-VERIFICA-AQUISITIVO
                       IF AQUISITIVO-COMPLETO
                           PERFORM 0310-VERIFICA-SALDO-E-AGENDA
                       END-IF
                   END-IF
           END-READ
       END-IF.

      *> Ferias so podem comecar depois de completo o primeiro periodo
      *> aquisitivo (doze meses da admissao). O periodo aquisitivo
      *> vigente comeca no ultimo aniversario de admissao ate o inicio
      *> pedido; sem admissao no cadastro a verificacao e dispensada.
       0305-VERIFICA-AQUISITIVO.
       SET AQUISITIVO-COMPLETO TO TRUE.
       IF EMP-DATA-ADMISSAO = ZEROS
           DISPLAY 'AVISO: ADMISSAO NAO INFORMADA - PERIODO '
               'AQUISITIVO NAO VERIFICADO'
       ELSE
           COMPUTE WRK-FIM-AQUISITIVO = EMP-DATA-ADMISSAO + 10000
           IF WRK-DATA-INICIO < WRK-FIM-AQUISITIVO
               MOVE 'N' TO WRK-IND-AQUISITIVO
               MOVE WRK-FIM-AQUISITIVO TO WRK-DATA-ED
               DISPLAY 'PRIMEIRO PERIODO AQUISITIVO SO SE COMPLETA EM '
                   WRK-DATA-ED
           ELSE
               MOVE EMP-DATA-ADMISSAO TO WRK-INICIO-AQUISITIVO
               MOVE WRK-INI-ANO TO WRK-AQU-ANO
               IF WRK-INICIO-AQUISITIVO > WRK-DATA-INICIO
                   SUBTRACT 1 FROM WRK-AQU-ANO
               END-IF
               MOVE WRK-INICIO-AQUISITIVO TO WRK-DATA-ED
               DISPLAY 'PERIODO AQUISITIVO EM CURSO DESDE ' WRK-DATA-ED
           END-IF
       END-IF.

       0310-VERIFICA-SALDO-E-AGENDA.
       MOVE WRK-MATRICULA TO FER-EMP-NUMERO.
       READ FERIAS-FILE
       END-IF.

      *> A media mensal vem do acumulado do ano dividido pelos meses
      *> ja decorridos (contados da admissao para quem entrou no
      *> ano); o valor dos dias agendados recebe o terco
      *> constitucional e segue pelos mesmos passos da folha normal:
      *> faixa de INSS/IRRF, log de auditoria e exportacao ACH.
       0410-PAGA-FERIAS.
       IF WRK-MES-EXECUCAO = ZEROS
           MOVE 1 TO WRK-MES-EXECUCAO
       END-IF.
       MOVE WRK-MES-EXECUCAO TO WRK-MESES-MEDIA.
       IF EMP-DATA-ADMISSAO NOT = ZEROS AND
               EMP-ADM-ANO = WRK-ANO-EXECUCAO AND
               EMP-ADM-MES NOT > WRK-MES-EXECUCAO
           COMPUTE WRK-MESES-MEDIA =
               WRK-MES-EXECUCAO - EMP-ADM-MES + 1
       END-IF.
       DIVIDE YTD-GANHOS BY WRK-MESES-MEDIA
           GIVING WRK-MEDIA-MENSAL ROUNDED.
       COMPUTE WRK-VALOR-DIAS ROUNDED =
           WRK-MEDIA-MENSAL / 30 * FAG-QTDE-DIAS.
       DIVIDE WRK-VALOR-DIAS BY 3 GIVING WRK-TERCO ROUNDED.
       ADD WRK-VALOR-DIAS WRK-TERCO GIVING WRK-VALOR-BRUTO.

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

       SUBTRACT WRK-DESCONTO-INSS-IRRF FROM WRK-VALOR-BRUTO
           GIVING WRK-VALOR-LIQUIDO.
      *> nao deixa lote vazio no arquivo do banco.
       IF NOT ACH-HEADER-GRAVADO
           MOVE 'HDR' TO BCH-TIPO
           MOVE WRK-DATA-PAGAMENTO TO BCH-DATA
           MOVE WRK-PERIODO-EXECUCAO TO BCH-SEQUENCIA
           WRITE ACH-EXPORT-RECORD FROM BATCH-HEADER-RECORD
           SET ACH-HEADER-GRAVADO TO TRUE
       MOVE ZEROS TO PHS-VALOR-HORAS-EXTRAS.
       MOVE ZEROS TO PHS-HORAS-DOM-FERIADO.
       MOVE ZEROS TO PHS-VALOR-HORAS-DOM-FER.
       MOVE ZEROS TO PHS-HORAS-NOTURNAS.
       MOVE ZEROS TO PHS-VALOR-ADIC-NOTURNO.
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
       MOVE ZEROS TO PHS-DESCONTO-PLANO-SAUDE.
       MOVE ZEROS TO PHS-DESCONTO-ADIANTAMENTO.
       MOVE ZEROS TO PHS-DESCONTO-CONSIGNACOES.
               REWRITE FERIAS-RECORD
       END-READ.

      *> As ferias pagas consomem a provisao do PROVIS ate o saldo
      *> da matricula.
       MOVE EMP-NUMERO TO PBX-EMP-NUMERO.
       MOVE EMP-DEPARTAMENTO TO PBX-DEPARTAMENTO.
       MOVE EMP-EMPRESA TO PBX-EMPRESA.
       MOVE WRK-DATA-EXECUCAO TO PBX-DATA.
       MOVE ZEROS TO PBX-VALOR-PAGO-13.
       MOVE WRK-VALOR-BRUTO TO PBX-VALOR-PAGO-FERIAS.
       SET PBX-BAIXA-PARCIAL TO TRUE.
       CALL 'PRVBXA' USING BAIXA-PROVISAO.

       SET FAG-PROCESSADA TO TRUE.
       REWRITE FERIAS-AGENDA-RECORD.
       ADD 1 TO WRK-QTDE-PROCESSADAS.
