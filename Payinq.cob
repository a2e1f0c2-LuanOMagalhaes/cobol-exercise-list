       COPY EMPREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-QTDE-EVENTOS PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS-IRRF PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-SAL-FAMILIA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDE-SEM-SEPARACAO PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-PLANO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-REEMBOLSO PIC 9(07)V99 VALUE ZEROS.

       01  LINHA-TITULO.
           05 FILLER PIC X(34) VALUE
           05 FILLER PIC X(09) VALUE 'PERIODO'.
           05 FILLER PIC X(06) VALUE 'TIPO'.
           05 FILLER PIC X(14) VALUE '        BRUTO'.
           05 FILLER PIC X(14) VALUE '  SAL.FAMILIA'.
           05 FILLER PIC X(14) VALUE '         INSS'.
           05 FILLER PIC X(15) VALUE '          IRRF'.
           05 FILLER PIC X(14) VALUE '  PLANO SAUDE'.
           05 FILLER PIC X(14) VALUE '    REEMBOLSO'.
           05 FILLER PIC X(14) VALUE '      LIQUIDO'.

       01  LINHA-DETALHE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-BRUTO PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-SAL-FAMILIA PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-INSS PIC Z.ZZZ.ZZ9,99.
           05 LD-MARCA-INSS PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-IRRF PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-PLANO PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-REEMBOLSO PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-LIQUIDO PIC Z.ZZZ.ZZ9,99.

       01  LINHA-TOTAL.
           05 LT-DESCRICAO PIC X(19).
           05 LT-BRUTO PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-SAL-FAMILIA PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-INSS PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LT-IRRF PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-PLANO PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-REEMBOLSO PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-LIQUIDO PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
               END-IF
       END-READ.

      *> Registros gravados antes da separacao de INSS e IRRF so tem
      *> a soma: ela sai na coluna do INSS marcada com '*' e nao entra
      *> no total do IRRF. Reembolso de despesa em branco nos
      *> registros antigos sai como zero.
       0310-IMPRIME-EVENTO.
       ADD 1 TO WRK-QTDE-EVENTOS.
       MOVE SPACE TO LD-MARCA-INSS.
       SUBTRACT PHS-DESCONTO-IRRF FROM PHS-DESCONTO-INSS-IRRF
           GIVING WRK-DESCONTO-INSS.
       IF PHS-DESCONTO-INSS = ZEROS AND PHS-DESCONTO-IRRF = ZEROS
               AND PHS-DESCONTO-INSS-IRRF > ZEROS
           MOVE '*' TO LD-MARCA-INSS
           ADD 1 TO WRK-QTDE-SEM-SEPARACAO
       END-IF.
       ADD PHS-VALOR-BRUTO TO WRK-TOTAL-BRUTO.
       ADD WRK-DESCONTO-INSS TO WRK-TOTAL-INSS-IRRF.
       ADD PHS-DESCONTO-IRRF TO WRK-TOTAL-IRRF.
       ADD PHS-VALOR-SALARIO-FAMILIA TO WRK-TOTAL-SAL-FAMILIA.
       ADD PHS-DESCONTO-PLANO-SAUDE TO WRK-TOTAL-PLANO.
       ADD PHS-VALOR-LIQUIDO-PAGO TO WRK-TOTAL-LIQUIDO.
       IF PHS-VALOR-REEMBOLSO IS NUMERIC
           ADD PHS-VALOR-REEMBOLSO TO WRK-TOTAL-REEMBOLSO
           MOVE PHS-VALOR-REEMBOLSO TO LD-REEMBOLSO
       ELSE
           MOVE ZEROS TO LD-REEMBOLSO
       END-IF.

       MOVE PHS-PERIODO TO LD-PERIODO.
       MOVE PHS-TIPO TO LD-TIPO.
       MOVE PHS-VALOR-BRUTO TO LD-BRUTO.
       MOVE PHS-VALOR-SALARIO-FAMILIA TO LD-SAL-FAMILIA.
       MOVE WRK-DESCONTO-INSS TO LD-INSS.
       MOVE PHS-DESCONTO-IRRF TO LD-IRRF.
       MOVE PHS-DESCONTO-PLANO-SAUDE TO LD-PLANO.
       MOVE PHS-VALOR-LIQUIDO-PAGO TO LD-LIQUIDO.
       WRITE PRINT-LINE FROM LINHA-DETALHE.
       0800-IMPRIME-TOTAIS.
       MOVE 'TOTAIS DO ANO....: ' TO LT-DESCRICAO.
       MOVE WRK-TOTAL-BRUTO TO LT-BRUTO.
       MOVE WRK-TOTAL-SAL-FAMILIA TO LT-SAL-FAMILIA.
       MOVE WRK-TOTAL-INSS-IRRF TO LT-INSS.
       MOVE WRK-TOTAL-IRRF TO LT-IRRF.
       MOVE WRK-TOTAL-PLANO TO LT-PLANO.
       MOVE WRK-TOTAL-REEMBOLSO TO LT-REEMBOLSO.
       MOVE WRK-TOTAL-LIQUIDO TO LT-LIQUIDO.
       WRITE PRINT-LINE FROM LINHA-TOTAL.
       IF WRK-QTDE-SEM-SEPARACAO > ZEROS
           MOVE SPACES TO PRINT-LINE
           MOVE '* INSS E IRRF SOMADOS (HISTORICO SEM SEPARACAO)'
               TO PRINT-LINE
           WRITE PRINT-LINE
       END-IF.

       0900-FINALIZAR.
       DISPLAY 'EVENTOS LISTADOS: ' WRK-QTDE-EVENTOS.
