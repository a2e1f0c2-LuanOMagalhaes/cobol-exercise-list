       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDREL.
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
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT PRINT-FILE ASSIGN TO "HLDREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-PAYMENT-FILE.
       COPY HLDREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-HELDPAY PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-EMPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 EMPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.

       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 50.

       77 WRK-QTDE-RETIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-RETIDOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-LIBERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-LIBERADOS PIC 9(11)V99 VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(30) VALUE 'FOLHA DE PAGAMENTO LTDA'.
           05 FILLER PIC X(48) VALUE
               'DEPOSITOS RETIDOS POR TROCA DE CONTA BANCARIA'.
           05 FILLER PIC X(10) VALUE '  PAGINA: '.
           05 LC1-PAGINA PIC ZZZ9.
           05 FILLER PIC X(08) VALUE ' DATA: '.
           05 LC1-DATA PIC 99/99/9999.

       01  LINHA-CABECALHO-2.
           05 FILLER PIC X(10) VALUE 'MATRICULA'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(08) VALUE 'PERIODO'.
           05 FILLER PIC X(22) VALUE 'BANCO/AGENCIA/CONTA'.
           05 FILLER PIC X(17) VALUE '    VALOR LIQUIDO'.
           05 FILLER PIC X(22) VALUE ' TROCA (OPERADOR/DATA)'.
           05 FILLER PIC X(20) VALUE 'SITUACAO'.

       01  LINHA-DETALHE.
           05 LD-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-PERIODO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-BANCO PIC 9(03).
           05 FILLER PIC X(01) VALUE '/'.
           05 LD-AGENCIA PIC 9(05).
           05 FILLER PIC X(01) VALUE '/'.
           05 LD-CONTA PIC 9(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-VALOR PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-OPERADOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DATA-TROCA PIC 99/99/9999.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-SITUACAO PIC X(22).

       01  LINHA-TOTAL.
           05 LT-DESCRICAO PIC X(40).
           05 LT-QTDE PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE '  VALOR: '.
           05 LT-VALOR PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WRK-SITUACAO-LIBERADO.
           05 FILLER PIC X(14) VALUE 'LIBERADO POR '.
           05 WRK-SIT-SUPERVISOR PIC X(08).

      *> Relacao de excecao para o gerente da folha: todo deposito
      *> retido por troca de conta que ainda nao saiu no lote do
      *> HLDACH, aguardando liberacao ou ja liberado.
       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.
       PERFORM 0150-ABRIR-ARQUIVOS.
       IF NOT ERRO-NA-ABERTURA
           PERFORM 0500-IMPRIME-CABECALHO
           PERFORM 0200-ENTRADA
           PERFORM UNTIL FIM-DO-ARQUIVO
               PERFORM 0300-PROCESSAR
               PERFORM 0200-ENTRADA
           END-PERFORM
           PERFORM 0900-FINALIZAR
       END-IF.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN INPUT HELD-PAYMENT-FILE.
       IF WRK-STATUS-HELDPAY NOT = '00'
           DISPLAY 'ERRO AO ABRIR HELDPAY.DAT - STATUS '
               WRK-STATUS-HELDPAY ' - NENHUM DEPOSITO RETIDO'
           MOVE 'S' TO WRK-ERRO-ABERTURA
       ELSE
           MOVE ZEROS TO HLD-EMP-NUMERO
           MOVE ZEROS TO HLD-PERIODO
           START HELD-PAYMENT-FILE KEY NOT LESS THAN HLD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WRK-STATUS-EMPMSTR = '00'
               SET EMPMSTR-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO: EMPMSTR.DAT INDISPONIVEL - STATUS '
                   WRK-STATUS-EMPMSTR ' - RELATORIO SEM NOMES'
           END-IF
           OPEN OUTPUT PRINT-FILE
       END-IF.

       0200-ENTRADA.
       READ HELD-PAYMENT-FILE NEXT RECORD
           AT END
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0300-PROCESSAR.
       IF NOT HLD-PAGO
           PERFORM 0310-IMPRIME-DETALHE
       END-IF.

       0310-IMPRIME-DETALHE.
       IF WRK-LINHA-PAGINA >= WRK-MAX-LINHAS-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO
       END-IF.
       MOVE HLD-EMP-NUMERO TO LD-MATRICULA.
       MOVE SPACES TO LD-NOME.
       IF EMPMSTR-DISPONIVEL
           MOVE HLD-EMP-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE '*** SEM CADASTRO ***' TO LD-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO LD-NOME
           END-READ
       END-IF.
       MOVE HLD-PERIODO TO LD-PERIODO.
       MOVE HLD-BANCO TO LD-BANCO.
       MOVE HLD-AGENCIA TO LD-AGENCIA.
       MOVE HLD-CONTA TO LD-CONTA.
       MOVE HLD-VALOR-LIQUIDO TO LD-VALOR.
       MOVE HLD-ALT-OPERADOR TO LD-OPERADOR.
       MOVE HLD-ALT-DATA TO LD-DATA-TROCA.
       IF HLD-LIBERADO
           MOVE HLD-SUPERVISOR TO WRK-SIT-SUPERVISOR
           MOVE WRK-SITUACAO-LIBERADO TO LD-SITUACAO
           ADD 1 TO WRK-QTDE-LIBERADOS
           ADD HLD-VALOR-LIQUIDO TO WRK-TOTAL-LIBERADOS
       ELSE
           MOVE 'AGUARDANDO LIBERACAO' TO LD-SITUACAO
           ADD 1 TO WRK-QTDE-RETIDOS
           ADD HLD-VALOR-LIQUIDO TO WRK-TOTAL-RETIDOS
       END-IF.
       WRITE PRINT-LINE FROM LINHA-DETALHE.
       ADD 1 TO WRK-LINHA-PAGINA.

       0500-IMPRIME-CABECALHO.
       ADD 1 TO WRK-PAGINA.
       MOVE WRK-PAGINA TO LC1-PAGINA.
       MOVE WRK-DATA-EXECUCAO-ED TO LC1-DATA.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-1.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-2.
       MOVE ZEROS TO WRK-LINHA-PAGINA.

       0900-FINALIZAR.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'AGUARDANDO LIBERACAO DO SUPERVISOR.....' TO LT-DESCRICAO.
       MOVE WRK-QTDE-RETIDOS TO LT-QTDE.
       MOVE WRK-TOTAL-RETIDOS TO LT-VALOR.
       WRITE PRINT-LINE FROM LINHA-TOTAL.
       MOVE 'LIBERADOS, AGUARDANDO LOTE DO HLDACH...' TO LT-DESCRICAO.
       MOVE WRK-QTDE-LIBERADOS TO LT-QTDE.
       MOVE WRK-TOTAL-LIBERADOS TO LT-VALOR.
       WRITE PRINT-LINE FROM LINHA-TOTAL.
       DISPLAY 'DEPOSITOS AGUARDANDO LIBERACAO: ' WRK-QTDE-RETIDOS.
       DISPLAY 'DEPOSITOS LIBERADOS NAO PAGOS.: ' WRK-QTDE-LIBERADOS.
       CLOSE HELD-PAYMENT-FILE.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       CLOSE PRINT-FILE.
