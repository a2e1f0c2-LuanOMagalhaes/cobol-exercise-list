       WORKING-STORAGE SECTION.
       COPY DEDTBL.
       COPY CTLREC.
       COPY PRVBXA.

       77 WRK-STATUS-YTD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       01 WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
          05 WRK-PERIODO-EXECUCAO PIC 9(06).
          05 FILLER PIC 9(02).
       01 WRK-DATA-EXECUCAO-A REDEFINES WRK-DATA-EXECUCAO.
          05 WRK-ANO-EXECUCAO PIC 9(04).
          05 WRK-MES-EXECUCAO PIC 9(02).
          05 FILLER PIC 9(02).
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       01 WRK-DATA-PAGAMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'D'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-ACH-QTDE-REGISTROS PIC 9(06) VALUE ZEROS.
       77 WRK-ACH-HASH-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VIGENCIA-EM-FORCA PIC 9(08) VALUE ZEROS.
       77 WRK-IND-PARAM-ACHADO PIC X(01) VALUE 'N'.
           88 PARAM-ACHADO VALUE 'S'.
       77 WRK-IND-HISTORICO-NOVO PIC X(01) VALUE 'N'.
           88 HISTORICO-NOVO VALUE 'S'.
       77 WRK-SUB-FAIXA PIC 9(01) VALUE ZEROS.

       77 WRK-VALOR-13 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-AVOS PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-DECORRIDOS PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA-MENSAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-INSS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-SAL-FAMILIA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-CALCULA-SAL-FAMILIA PIC X(01) VALUE 'N'.
       77 WRK-VALOR-LIQUIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO-PAGO PIC 9(07)V99 VALUE ZEROS.

       77 WRK-TOTAL-13-ED PIC Z.ZZZ.ZZZ,99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO-ED PIC Z.ZZZ.ZZZ,99 VALUE ZEROS.
       77 WRK-TOTAL-PROVISAO-BAIXADA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PROVISAO-BAIXADA-ED PIC Z.ZZZ.ZZZ,99 VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(30) VALUE 'FOLHA DE PAGAMENTO LTDA'.
           05 FILLER PIC X(10) VALUE 'MATRICULA'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'NOME'.
           05 FILLER PIC X(06) VALUE 'AVOS'.
           05 FILLER PIC X(14) VALUE 'BRUTO 13o'.
           05 FILLER PIC X(14) VALUE 'DESCONTO'.
           05 FILLER PIC X(12) VALUE 'LIQUIDO'.
           05 LD-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-NOME PIC X(30).
           05 LD-AVOS PIC Z9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-BRUTO PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-DESCONTO PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'DECIMO TERCEIRO ABORTADO - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           STOP RUN
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE PEX-DATA-PAGAMENTO TO WRK-DATA-PAGAMENTO.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.
       PERFORM 0110-CARREGAR-TABELA-DESCONTOS.
       PERFORM 0150-ABRIR-ARQUIVOS.
       MOVE 12,00 TO FAI-ALIQUOTA(3).
       MOVE 000101,18 TO FAI-PARCELA-DEDUZIR(3).

       MOVE 7786,02 TO FAI-LIMITE(4).
       MOVE 14,00 TO FAI-ALIQUOTA(4).
       MOVE 000181,18 TO FAI-PARCELA-DEDUZIR(4).

       END-IF.
       IF NOT ERRO-NA-ABERTURA
           MOVE 'HDR' TO BCH-TIPO
           MOVE WRK-DATA-PAGAMENTO TO BCH-DATA
           MOVE WRK-PERIODO-EXECUCAO TO BCH-SEQUENCIA
           WRITE ACH-EXPORT-RECORD FROM BATCH-HEADER-RECORD
       END-IF.
       END-READ.

      *> O 13o proporcional e a media mensal dos ganhos vezes os
      *> meses trabalhados (avos) sobre doze; para quem tem o ano
      *> completo isso equivale ao acumulado do ano dividido por
      *> doze. Sem desconto de plano de saude no 13o; apenas o INSS
      *> e o IRRF (com a deducao por dependente, sem salario-familia).
       0310-CALCULA-13.
       PERFORM 0305-CALCULA-AVOS.
       IF WRK-AVOS = 12
           DIVIDE YTD-GANHOS BY 12 GIVING WRK-VALOR-13 ROUNDED
       ELSE
           DIVIDE YTD-GANHOS BY WRK-MESES-DECORRIDOS
               GIVING WRK-MEDIA-MENSAL ROUNDED
           COMPUTE WRK-VALOR-13 ROUNDED =
               WRK-MEDIA-MENSAL * WRK-AVOS / 12
       END-IF.

       IF WRK-VALOR-13 > FAI-LIMITE(4)
           MOVE FAI-LIMITE(4) TO WRK-BASE-INSS
       ELSE
           MOVE WRK-VALOR-13 TO WRK-BASE-INSS
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
           WRK-VALOR-13 WRK-DESCONTO-INSS WRK-CALCULA-SAL-FAMILIA
           WRK-DESCONTO-IRRF WRK-VALOR-SAL-FAMILIA
           WRK-QTDE-DEPENDENTES.
       ADD WRK-DESCONTO-INSS WRK-DESCONTO-IRRF
           GIVING WRK-DESCONTO-INSS-IRRF.

       SUBTRACT WRK-DESCONTO-INSS-IRRF FROM WRK-VALOR-13
           GIVING WRK-VALOR-LIQUIDO.
       PERFORM 0340-GRAVA-LOG-AUDITORIA.
       PERFORM 0345-GRAVA-ACH-EXPORT.
       PERFORM 0347-GRAVA-PAY-HISTORY.
       PERFORM 0348-BAIXA-PROVISAO.

       MOVE EMP-NUMERO TO LD-MATRICULA.
       MOVE EMP-NOME TO LD-NOME.
       MOVE WRK-AVOS TO LD-AVOS.
       MOVE WRK-VALOR-13 TO LD-BRUTO.
       MOVE WRK-DESCONTO-INSS-IRRF TO LD-DESCONTO.
       MOVE WRK-VALOR-LIQUIDO-PAGO TO LD-LIQUIDO.
       ADD WRK-VALOR-13 TO WRK-TOTAL-13.
       ADD WRK-VALOR-LIQUIDO-PAGO TO WRK-TOTAL-LIQUIDO.

      *> Admitido em ano anterior (ou sem admissao informada) tem os
      *> doze avos. Admitido no ano conta os meses de dezembro para
      *> tras ate o da admissao, que so vale avo com 15 dias ou mais
      *> trabalhados (admissao ate o dia 16 inclusive); a media usa os
      *> meses de fato decorridos ate a execucao.
       0305-CALCULA-AVOS.
       MOVE 12 TO WRK-AVOS.
       MOVE 12 TO WRK-MESES-DECORRIDOS.
       IF EMP-DATA-ADMISSAO NOT = ZEROS AND
               EMP-ADM-ANO = WRK-ANO-EXECUCAO
           COMPUTE WRK-AVOS = 12 - EMP-ADM-MES + 1
           IF EMP-ADM-DIA > 16
               SUBTRACT 1 FROM WRK-AVOS
           END-IF
           IF WRK-MES-EXECUCAO < EMP-ADM-MES
               MOVE 1 TO WRK-MESES-DECORRIDOS
           ELSE
               COMPUTE WRK-MESES-DECORRIDOS =
                   WRK-MES-EXECUCAO - EMP-ADM-MES + 1
           END-IF
       END-IF.

      *> Ganha-hora e horas nao se aplicam ao calculo do 13o; ficam
      *> zerados no log para distinguir o lancamento de uma folha
      *> mensal normal.
       ADD WRK-VALOR-LIQUIDO-PAGO TO WRK-ACH-HASH-VALOR.

      *> Historico do que foi pago de fato (o 13o nao tem detalhe de
      *> horas nem plano de saude; ficam zerados no registro). Numa
      *> reexecucao da competencia o registro ja existe e e
      *> substituido.
       0347-GRAVA-PAY-HISTORY.
       MOVE EMP-NUMERO TO PHS-EMP-NUMERO.
       MOVE WRK-PERIODO-EXECUCAO TO PHS-PERIODO.
       MOVE ZEROS TO PHS-VALOR-HORAS-EXTRAS.
       MOVE ZEROS TO PHS-HORAS-DOM-FERIADO.
       MOVE ZEROS TO PHS-VALOR-HORAS-DOM-FER.
       MOVE ZEROS TO PHS-HORAS-NOTURNAS.
       MOVE ZEROS TO PHS-VALOR-ADIC-NOTURNO.
       MOVE ZEROS TO PHS-DESCONTO-VT.
       MOVE ZEROS TO PHS-DESCONTO-VR.
       MOVE ZEROS TO PHS-VALOR-RETROATIVO.
       MOVE WRK-VALOR-13 TO PHS-VALOR-BRUTO.
       MOVE WRK-DESCONTO-INSS-IRRF TO PHS-DESCONTO-INSS-IRRF.
       MOVE WRK-DESCONTO-INSS TO PHS-DESCONTO-INSS.
       MOVE WRK-DESCONTO-IRRF TO PHS-DESCONTO-IRRF.
       MOVE ZEROS TO PHS-VALOR-SALARIO-FAMILIA.
       MOVE ZEROS TO PHS-VALOR-REEMBOLSO.
       MOVE WRK-QTDE-DEPENDENTES TO PHS-QTDE-DEPENDENTES.
       MOVE ZEROS TO PHS-DESCONTO-PLANO-SAUDE.
       MOVE ZEROS TO PHS-DESCONTO-ADIANTAMENTO.
       MOVE ZEROS TO PHS-DESCONTO-CONSIGNACOES.
       MOVE WRK-VALOR-LIQUIDO-PAGO TO PHS-VALOR-LIQUIDO-PAGO.
       WRITE PAY-HISTORY-RECORD
           INVALID KEY
               MOVE 'N' TO WRK-IND-HISTORICO-NOVO
               REWRITE PAY-HISTORY-RECORD
           NOT INVALID KEY
               SET HISTORICO-NOVO TO TRUE
       END-WRITE.

      *> O 13o pago consome a provisao feita mes a mes pelo PROVIS,
      *> ate o saldo da matricula. A baixa sai so na primeira
      *> execucao da competencia (historico gravado agora); numa
      *> reexecucao a provisao ja foi baixada.
       0348-BAIXA-PROVISAO.
       IF HISTORICO-NOVO
           MOVE EMP-NUMERO TO PBX-EMP-NUMERO
           MOVE EMP-DEPARTAMENTO TO PBX-DEPARTAMENTO
           MOVE EMP-EMPRESA TO PBX-EMPRESA
           MOVE WRK-DATA-EXECUCAO TO PBX-DATA
           MOVE WRK-VALOR-13 TO PBX-VALOR-PAGO-13
           MOVE ZEROS TO PBX-VALOR-PAGO-FERIAS
           SET PBX-BAIXA-PARCIAL TO TRUE
           CALL 'PRVBXA' USING BAIXA-PROVISAO
           ADD PBX-BAIXADO-13 TO WRK-TOTAL-PROVISAO-BAIXADA
       ELSE
           DISPLAY EMP-NUMERO ' 13o JA PAGO NA COMPETENCIA - '
               'PROVISAO NAO BAIXADA DE NOVO'
       END-IF.

       0900-FINALIZAR.
       MOVE WRK-TOTAL-13 TO WRK-TOTAL-13-ED.
       MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-LIQUIDO-ED.
       DISPLAY 'REGISTROS REJEITADOS.........: ' WRK-QTDE-REJEITADOS.
       DISPLAY 'TOTAL BRUTO DO 13o...........: ' WRK-TOTAL-13-ED.
       DISPLAY 'TOTAL LIQUIDO DEPOSITADO.....: ' WRK-TOTAL-LIQUIDO-ED.
       MOVE WRK-TOTAL-PROVISAO-BAIXADA TO WRK-TOTAL-PROVISAO-BAIXADA-ED.
       DISPLAY 'PROVISAO BAIXADA (C/ ENCARG.): '
           WRK-TOTAL-PROVISAO-BAIXADA-ED.
       IF NOT ERRO-NA-ABERTURA
           CLOSE YTD-FILE
           CLOSE EMPLOYEE-MASTER-FILE
