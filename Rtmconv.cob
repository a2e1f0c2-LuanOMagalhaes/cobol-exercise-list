       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTMCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversao unica do RATEMSTR.DAT para o layout com o salario
      *> mensal. Antes de rodar, o RATEMSTR.DAT atual e renomeado para
      *> RATEMSTR.OLD; o programa le o layout antigo e grava um
      *> RATEMSTR.DAT novo.
           SELECT OLD-RATE-FILE ASSIGN TO "RATEMSTR.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CHAVE
               FILE STATUS IS WRK-STATUS-RTMOLD.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-CHAVE
               FILE STATUS IS WRK-STATUS-RATEMSTR.

       DATA DIVISION.
       FILE SECTION.
      *> Layout anterior do RATE-MASTER-RECORD (12 posicoes).
       FD  OLD-RATE-FILE.
       01  OLD-RATE-RECORD.
           05 OLD-CHAVE                 PIC 9(06).
           05 OLD-VALOR-HORA            PIC 9(04)V99.

       FD  RATE-MASTER-FILE.
       COPY RATEREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-RTMOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RATEMSTR PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
           88 CONVERSAO-CONFIRMADA VALUE 'S'.

       77 WRK-QTDE-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DUPLICADOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       DISPLAY 'CONVERSAO DO RATEMSTR.DAT PARA O NOVO LAYOUT'.
       DISPLAY 'O RATE-MASTER ATUAL DEVE TER SIDO RENOMEADO PARA '
           'RATEMSTR.OLD. CONFIRMA (S/N)? '.
       ACCEPT WRK-CONFIRMA FROM CONSOLE.
       IF NOT CONVERSAO-CONFIRMADA
           DISPLAY 'CONVERSAO CANCELADA'
           STOP RUN
       END-IF.

       PERFORM 0150-ABRIR-ARQUIVOS.
       IF ERRO-NA-ABERTURA
           DISPLAY 'CONVERSAO ENCERRADA POR ERRO DE ABERTURA'
           STOP RUN
       END-IF.
       PERFORM 0200-ENTRADA.
       PERFORM UNTIL FIM-DO-ARQUIVO
           PERFORM 0300-CONVERTER
           PERFORM 0200-ENTRADA
       END-PERFORM.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

      *> O RATE-MASTER novo e criado do zero: uma conversao repetida
      *> recomeca a partir do .OLD.
       0150-ABRIR-ARQUIVOS.
       OPEN INPUT OLD-RATE-FILE.
       IF WRK-STATUS-RTMOLD NOT = '00'
           DISPLAY 'ERRO AO ABRIR RATEMSTR.OLD - STATUS '
               WRK-STATUS-RTMOLD
           MOVE 'S' TO WRK-ERRO-ABERTURA
       ELSE
           OPEN OUTPUT RATE-MASTER-FILE
           IF WRK-STATUS-RATEMSTR NOT = '00'
               DISPLAY 'ERRO AO CRIAR RATEMSTR.DAT - STATUS '
                   WRK-STATUS-RATEMSTR
               MOVE 'S' TO WRK-ERRO-ABERTURA
               CLOSE OLD-RATE-FILE
           END-IF
       END-IF.

       0200-ENTRADA.
       READ OLD-RATE-FILE NEXT RECORD
           AT END
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

      *> Salario mensal zerado: o mensalista sem salario informado no
      *> RATEMNT continua pago pelo valor-hora vezes o limite de horas
      *> normais, como era digitado ate aqui.
       0300-CONVERTER.
       ADD 1 TO WRK-QTDE-LIDOS.
       MOVE OLD-CHAVE TO RTM-CHAVE.
       MOVE OLD-VALOR-HORA TO RTM-VALOR-HORA.
       MOVE ZEROS TO RTM-SALARIO-MENSAL.
       WRITE RATE-MASTER-RECORD
           INVALID KEY
               DISPLAY 'CHAVE DUPLICADA NO .OLD - ' OLD-CHAVE
               ADD 1 TO WRK-QTDE-DUPLICADOS
           NOT INVALID KEY
               ADD 1 TO WRK-QTDE-GRAVADOS
       END-WRITE.

       0900-FINALIZAR.
       DISPLAY 'REGISTROS LIDOS DO .OLD.....: ' WRK-QTDE-LIDOS.
       DISPLAY 'REGISTROS CONVERTIDOS.......: ' WRK-QTDE-GRAVADOS.
       DISPLAY 'CHAVES DUPLICADAS...........: ' WRK-QTDE-DUPLICADOS.
       CLOSE OLD-RATE-FILE.
       CLOSE RATE-MASTER-FILE.
