       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).
       01  WRK-DATA-PAGAMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'A'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       01  WRK-PERIODO-ANTERIOR PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-ANTERIOR-R REDEFINES WRK-PERIODO-ANTERIOR.
           05 WRK-ANT-ANO PIC 9(04).

       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'ADIANTAMENTO ABORTADO - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           STOP RUN
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE PEX-DATA-PAGAMENTO TO WRK-DATA-PAGAMENTO.
       DISPLAY 'ADIANTAMENTO QUINZENAL - PERIODO '
           WRK-PERIODO-EXECUCAO.
       DISPLAY 'PERCENTUAL DO BRUTO ESPERADO (EX 40,00): '.
       0330-GRAVA-ADIANTAMENTO.
       MOVE EMP-NUMERO TO ADV-EMP-NUMERO.
       MOVE WRK-PERIODO-EXECUCAO TO ADV-PERIODO.
       MOVE WRK-DATA-PAGAMENTO TO ADV-DATA-PAGAMENTO.
       MOVE WRK-VALOR-ADIANTAMENTO TO ADV-VALOR.
       SET ADV-PAGO TO TRUE.
       WRITE ADVANCE-RECORD
       0340-GRAVA-ACH-EXPORT.
       IF NOT ACH-HEADER-GRAVADO
           MOVE 'HDR' TO BCH-TIPO
           MOVE WRK-DATA-PAGAMENTO TO BCH-DATA
           MOVE WRK-PERIODO-EXECUCAO TO BCH-SEQUENCIA
           WRITE ACH-EXPORT-RECORD FROM BATCH-HEADER-RECORD
           SET ACH-HEADER-GRAVADO TO TRUE
