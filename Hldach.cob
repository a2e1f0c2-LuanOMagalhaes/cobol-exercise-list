       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDACH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-PAYMENT-FILE ASSIGN TO "HELDPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CHAVE
               FILE STATUS IS WRK-STATUS-HELDPAY.
           SELECT ACH-EXPORT-FILE ASSIGN TO "ACHEXP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACHEXP.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-PAYMENT-FILE.
       COPY HLDREC.

       FD  ACH-EXPORT-FILE.
       COPY ACHREC.

       WORKING-STORAGE SECTION.
       COPY CTLREC.

       77 WRK-STATUS-HELDPAY PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ACHEXP PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.

       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).

       77 WRK-ACH-QTDE-REGISTROS PIC 9(06) VALUE ZEROS.
       77 WRK-ACH-HASH-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-IND-ACH-HEADER PIC X(01) VALUE 'N'.
           88 ACH-HEADER-GRAVADO VALUE 'S'.

       77 WRK-QTDE-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PAGOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-AINDA-RETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PAGO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PAGO-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *> Lote suplementar dos depositos retidos por troca de conta e
      *> ja liberados pelo HLDLIB, acrescentado ao ACHEXP.DAT como o
      *> REEMIS faz com a fila de repagamento. Os itens ainda retidos
      *> so sao contados; os pagos nao saem de novo.
       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       PERFORM 0150-ABRIR-ARQUIVOS.
       PERFORM 0200-ENTRADA.
       PERFORM UNTIL FIM-DO-ARQUIVO
           PERFORM 0300-PROCESSAR-ITEM
           PERFORM 0200-ENTRADA
       END-PERFORM.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN I-O HELD-PAYMENT-FILE.
       IF WRK-STATUS-HELDPAY NOT = '00'
           DISPLAY 'ERRO AO ABRIR HELDPAY.DAT - STATUS '
               WRK-STATUS-HELDPAY
           MOVE 'S' TO WRK-FIM-ARQUIVO
           MOVE 'S' TO WRK-ERRO-ABERTURA
       ELSE
           MOVE ZEROS TO HLD-EMP-NUMERO
           MOVE ZEROS TO HLD-PERIODO
           START HELD-PAYMENT-FILE KEY NOT LESS THAN HLD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
       END-IF.

       OPEN EXTEND ACH-EXPORT-FILE.
       IF WRK-STATUS-ACHEXP = '35'
           OPEN OUTPUT ACH-EXPORT-FILE
       END-IF.

       0200-ENTRADA.
       READ HELD-PAYMENT-FILE NEXT RECORD
           AT END
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0300-PROCESSAR-ITEM.
       ADD 1 TO WRK-QTDE-LIDOS.
       EVALUATE TRUE
           WHEN HLD-LIBERADO
               PERFORM 0320-PAGA-DEPOSITO
           WHEN HLD-RETIDO
               ADD 1 TO WRK-QTDE-AINDA-RETIDOS
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

      *> O deposito sai com a conta conferida na liberacao (a que
      *> ficou gravada na retencao). O header so e gravado quando ha
      *> de fato um deposito liberado a exportar.
       0320-PAGA-DEPOSITO.
       IF NOT ACH-HEADER-GRAVADO
           MOVE 'HDR' TO BCH-TIPO
           MOVE WRK-DATA-EXECUCAO TO BCH-DATA
           MOVE WRK-PERIODO-EXECUCAO TO BCH-SEQUENCIA
           WRITE ACH-EXPORT-RECORD FROM BATCH-HEADER-RECORD
           SET ACH-HEADER-GRAVADO TO TRUE
       END-IF.
       MOVE HLD-BANCO TO ACH-BANCO.
       MOVE HLD-AGENCIA TO ACH-AGENCIA.
       MOVE HLD-CONTA TO ACH-CONTA.
       MOVE HLD-EMP-NUMERO TO ACH-EMP-NUMERO.
       MOVE HLD-VALOR-LIQUIDO TO ACH-VALOR-LIQUIDO.
       WRITE ACH-EXPORT-RECORD.
       ADD 1 TO WRK-ACH-QTDE-REGISTROS.
       ADD HLD-VALOR-LIQUIDO TO WRK-ACH-HASH-VALOR.

       SET HLD-PAGO TO TRUE.
       MOVE WRK-DATA-EXECUCAO TO HLD-DATA-PAGAMENTO.
       REWRITE HELD-PAYMENT-RECORD.
       ADD 1 TO WRK-QTDE-PAGOS.
       ADD HLD-VALOR-LIQUIDO TO WRK-TOTAL-PAGO.

       0900-FINALIZAR.
       IF ACH-HEADER-GRAVADO
           MOVE 'TRL' TO BCT-TIPO
           MOVE WRK-ACH-QTDE-REGISTROS TO BCT-QTDE-REGISTROS
           MOVE WRK-ACH-HASH-VALOR TO BCT-HASH-VALOR
           WRITE ACH-EXPORT-RECORD FROM BATCH-TRAILER-RECORD
       END-IF.
       MOVE WRK-TOTAL-PAGO TO WRK-TOTAL-PAGO-ED.
       DISPLAY 'DEPOSITOS RETIDOS LIDOS......: ' WRK-QTDE-LIDOS.
       DISPLAY 'DEPOSITOS LIBERADOS PAGOS....: ' WRK-QTDE-PAGOS.
       DISPLAY 'AINDA AGUARDANDO LIBERACAO...: '
           WRK-QTDE-AINDA-RETIDOS.
       DISPLAY 'TOTAL PAGO NO LOTE...........: ' WRK-TOTAL-PAGO-ED.
       IF NOT ERRO-NA-ABERTURA
           CLOSE HELD-PAYMENT-FILE
       END-IF.
       CLOSE ACH-EXPORT-FILE.
