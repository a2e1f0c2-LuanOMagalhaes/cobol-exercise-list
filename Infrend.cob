
       77 WRK-DESCONTO-CALC PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PLANO-CALC PIC 9(04)V99 VALUE ZEROS.
      *> Parte do desconto que o historico so tem como soma INSS+IRRF
      *> (registros de antes da separacao e reconstituicao pela
      *> auditoria); vai para a linha combinada do informe.
       77 WRK-INSS-IRRF-LEGADO PIC 9(06)V99 VALUE ZEROS.

       01  TABELA-MATRICULAS.
           05 FAIXA-MATRICULA OCCURS 500 TIMES INDEXED BY IX-MAT.
              10 TMA-EMP-NUMERO        PIC 9(06).
              10 TMA-TOTAL-BRUTO       PIC 9(11)V99.
              10 TMA-TOTAL-INSS-IRRF   PIC 9(09)V99.
              10 TMA-TOTAL-INSS        PIC 9(09)V99.
              10 TMA-TOTAL-IRRF        PIC 9(09)V99.
              10 TMA-TOTAL-SAL-FAMILIA PIC 9(07)V99.
              10 TMA-TOTAL-PLANO       PIC 9(07)V99.
              10 TMA-TOTAL-LIQUIDO     PIC S9(11)V99.
              10 TMA-QTDE-CALCULOS     PIC 9(04).
       77 WRK-QTDE-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DO-ANO PIC 9(06) VALUE ZEROS.
       77 WRK-LIQUIDO-ANO PIC S9(11)V99 VALUE ZEROS.
      *> Totais do ano-base de todos os informes, conferidos com o
      *> relatorio de controle da declaracao anual (DECLAN).
       77 WRK-GERAL-BRUTO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-INSS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GERAL-IRRF PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GERAL-INSS-IRRF PIC 9(11)V99 VALUE ZEROS.

       01  LINHA-SEPARADOR PIC X(60) VALUE ALL '='.

           05 LV-DESCRICAO PIC X(32).
           05 LV-VALOR PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TITULO-TOTAIS.
           05 FILLER PIC X(19) VALUE 'TOTAIS DO ANO-BASE '.
           05 LTT-ANO PIC 9(04).

       01  LINHA-INFORMES.
           05 FILLER PIC X(32) VALUE
               'INFORMES EMITIDOS...............'.
           05 LI-QTDE PIC ZZZ9.

       01  LINHA-CALCULOS.
           05 FILLER PIC X(32) VALUE
               'CALCULOS NO ANO.................'.
           MOVE AUD-EMP-NUMERO TO TMA-EMP-NUMERO(IX-MAT)
           MOVE AUD-CALCULA-HORAS TO TMA-TOTAL-BRUTO(IX-MAT)
           MOVE WRK-DESCONTO-CALC TO TMA-TOTAL-INSS-IRRF(IX-MAT)
           MOVE ZEROS TO TMA-TOTAL-INSS(IX-MAT)
           MOVE ZEROS TO TMA-TOTAL-IRRF(IX-MAT)
           MOVE ZEROS TO TMA-TOTAL-SAL-FAMILIA(IX-MAT)
           MOVE WRK-PLANO-CALC TO TMA-TOTAL-PLANO(IX-MAT)
           SUBTRACT WRK-DESCONTO-CALC WRK-PLANO-CALC FROM
               AUD-CALCULA-HORAS GIVING TMA-TOTAL-LIQUIDO(IX-MAT)
       END-IF.

       0360-ACUMULA-MATRICULA-HIST.
       SUBTRACT PHS-DESCONTO-INSS PHS-DESCONTO-IRRF FROM
           PHS-DESCONTO-INSS-IRRF GIVING WRK-INSS-IRRF-LEGADO.
       SET IX-MAT TO 1.
       SEARCH FAIXA-MATRICULA
           AT END
               PERFORM 0370-NOVA-MATRICULA-HIST
           WHEN TMA-EMP-NUMERO(IX-MAT) = PHS-EMP-NUMERO
               ADD PHS-VALOR-BRUTO TO TMA-TOTAL-BRUTO(IX-MAT)
               ADD WRK-INSS-IRRF-LEGADO TO
                   TMA-TOTAL-INSS-IRRF(IX-MAT)
               ADD PHS-DESCONTO-INSS TO TMA-TOTAL-INSS(IX-MAT)
               ADD PHS-DESCONTO-IRRF TO TMA-TOTAL-IRRF(IX-MAT)
               ADD PHS-VALOR-SALARIO-FAMILIA TO
                   TMA-TOTAL-SAL-FAMILIA(IX-MAT)
               ADD PHS-DESCONTO-PLANO-SAUDE TO TMA-TOTAL-PLANO(IX-MAT)
               ADD PHS-VALOR-LIQUIDO-PAGO TO TMA-TOTAL-LIQUIDO(IX-MAT)
               ADD 1 TO TMA-QTDE-CALCULOS(IX-MAT)
           SET IX-MAT TO WRK-QTDE-MATRICULAS
           MOVE PHS-EMP-NUMERO TO TMA-EMP-NUMERO(IX-MAT)
           MOVE PHS-VALOR-BRUTO TO TMA-TOTAL-BRUTO(IX-MAT)
           MOVE WRK-INSS-IRRF-LEGADO TO TMA-TOTAL-INSS-IRRF(IX-MAT)
           MOVE PHS-DESCONTO-INSS TO TMA-TOTAL-INSS(IX-MAT)
           MOVE PHS-DESCONTO-IRRF TO TMA-TOTAL-IRRF(IX-MAT)
           MOVE PHS-VALOR-SALARIO-FAMILIA TO
               TMA-TOTAL-SAL-FAMILIA(IX-MAT)
           MOVE PHS-DESCONTO-PLANO-SAUDE TO TMA-TOTAL-PLANO(IX-MAT)
           MOVE PHS-VALOR-LIQUIDO-PAGO TO TMA-TOTAL-LIQUIDO(IX-MAT)
           MOVE 1 TO TMA-QTDE-CALCULOS(IX-MAT)
               UNTIL IX-MAT > WRK-QTDE-MATRICULAS
           PERFORM 0510-IMPRIME-UM-INFORME
       END-PERFORM.
       PERFORM 0590-IMPRIME-TOTAIS-ANO.

       0510-IMPRIME-UM-INFORME.
       WRITE PRINT-LINE FROM LINHA-SEPARADOR.
       MOVE TMA-TOTAL-BRUTO(IX-MAT) TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.

       MOVE 'TOTAL INSS RETIDO...............' TO LV-DESCRICAO.
       MOVE TMA-TOTAL-INSS(IX-MAT) TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.

       MOVE 'TOTAL IRRF RETIDO...............' TO LV-DESCRICAO.
       MOVE TMA-TOTAL-IRRF(IX-MAT) TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.

       IF TMA-TOTAL-INSS-IRRF(IX-MAT) > ZEROS
           MOVE 'INSS/IRRF RETIDO SEM SEPARACAO..' TO LV-DESCRICAO
           MOVE TMA-TOTAL-INSS-IRRF(IX-MAT) TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
       END-IF.

       IF TMA-TOTAL-SAL-FAMILIA(IX-MAT) > ZEROS
           MOVE 'TOTAL SALARIO-FAMILIA PAGO......' TO LV-DESCRICAO
           MOVE TMA-TOTAL-SAL-FAMILIA(IX-MAT) TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
       END-IF.

       MOVE 'TOTAL PLANO DE SAUDE............' TO LV-DESCRICAO.
       MOVE TMA-TOTAL-PLANO(IX-MAT) TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.

       ADD TMA-TOTAL-BRUTO(IX-MAT) TO WRK-GERAL-BRUTO.
       ADD TMA-TOTAL-INSS(IX-MAT) TO WRK-GERAL-INSS.
       ADD TMA-TOTAL-IRRF(IX-MAT) TO WRK-GERAL-IRRF.
       ADD TMA-TOTAL-INSS-IRRF(IX-MAT) TO WRK-GERAL-INSS-IRRF.

       MOVE TMA-TOTAL-LIQUIDO(IX-MAT) TO WRK-LIQUIDO-ANO.
       MOVE 'TOTAL LIQUIDO PAGO..............' TO LV-DESCRICAO.
       MOVE WRK-LIQUIDO-ANO TO LV-VALOR.
               WRITE PRINT-LINE FROM LINHA-VALOR
       END-READ.

       0590-IMPRIME-TOTAIS-ANO.
       WRITE PRINT-LINE FROM LINHA-SEPARADOR.
       MOVE WRK-ANO-INFORME TO LTT-ANO.
       WRITE PRINT-LINE FROM LINHA-TITULO-TOTAIS.
       MOVE WRK-QTDE-MATRICULAS TO LI-QTDE.
       WRITE PRINT-LINE FROM LINHA-INFORMES.
       MOVE 'TOTAL DE RENDIMENTOS BRUTOS.....' TO LV-DESCRICAO.
       MOVE WRK-GERAL-BRUTO TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.
       MOVE 'TOTAL INSS RETIDO...............' TO LV-DESCRICAO.
       MOVE WRK-GERAL-INSS TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.
       MOVE 'TOTAL IRRF RETIDO...............' TO LV-DESCRICAO.
       MOVE WRK-GERAL-IRRF TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.
       MOVE 'INSS/IRRF RETIDO SEM SEPARACAO..' TO LV-DESCRICAO.
       MOVE WRK-GERAL-INSS-IRRF TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.

       0900-FINALIZAR.
       DISPLAY 'REGISTROS DE AUDITORIA LIDOS..: ' WRK-QTDE-LIDOS.
       DISPLAY 'REGISTROS DO ANO-BASE.........: ' WRK-QTDE-DO-ANO.
