       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDYCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversao unica do TIMEDAY.DAT para o layout com as horas
      *> noturnas e a entrada/saida do dia. Antes de rodar, o
      *> TIMEDAY.DAT atual e renomeado para TIMEDAY.OLD; o programa
      *> le o layout so com as horas e grava um TIMEDAY.DAT novo.
           SELECT OLD-TIMEDAY-FILE ASSIGN TO "TIMEDAY.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-TDY-CHAVE
               FILE STATUS IS WRK-STATUS-TDYOLD.
           SELECT TIMEDAY-FILE ASSIGN TO "TIMEDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDY-CHAVE
               FILE STATUS IS WRK-STATUS-TIMEDAY.

       DATA DIVISION.
       FILE SECTION.
      *> Layout anterior do TIMEDAY-RECORD (18 posicoes).
       FD  OLD-TIMEDAY-FILE.
       01  OLD-TIMEDAY-RECORD.
           05 OLD-TDY-CHAVE            PIC X(14).
           05 OLD-TDY-HORAS            PIC 9(02)V99.

       FD  TIMEDAY-FILE.
       COPY TDYREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TDYOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TIMEDAY PIC X(02) VALUE SPACES.
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
       DISPLAY 'CONVERSAO DO TIMEDAY.DAT PARA O NOVO LAYOUT'.
       DISPLAY 'OS DIAS POSTADOS ATUAIS DEVEM TER SIDO '
           'RENOMEADOS PARA TIMEDAY.OLD. CONFIRMA (S/N)? '.
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

      *> O TIMEDAY novo e criado do zero: uma conversao repetida
      *> recomeca a partir do .OLD.
       0150-ABRIR-ARQUIVOS.
       OPEN INPUT OLD-TIMEDAY-FILE.
       IF WRK-STATUS-TDYOLD NOT = '00'
           DISPLAY 'ERRO AO ABRIR TIMEDAY.OLD - STATUS '
               WRK-STATUS-TDYOLD
           MOVE 'S' TO WRK-ERRO-ABERTURA
       ELSE
           OPEN OUTPUT TIMEDAY-FILE
           IF WRK-STATUS-TIMEDAY NOT = '00'
               DISPLAY 'ERRO AO CRIAR TIMEDAY.DAT - STATUS '
                   WRK-STATUS-TIMEDAY
               MOVE 'S' TO WRK-ERRO-ABERTURA
               CLOSE OLD-TIMEDAY-FILE
           END-IF
       END-IF.

       0200-ENTRADA.
       READ OLD-TIMEDAY-FILE NEXT RECORD
           AT END
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

      *> Dia postado antes das batidas: sem horas noturnas e sem
      *> entrada/saida, fora da verificacao do descanso entre
      *> jornadas.
       0300-CONVERTER.
       ADD 1 TO WRK-QTDE-LIDOS.
       MOVE SPACES TO TIMEDAY-RECORD.
       MOVE OLD-TDY-CHAVE TO TDY-CHAVE.
       MOVE OLD-TDY-HORAS TO TDY-HORAS.
       MOVE ZEROS TO TDY-HORAS-NOTURNAS.
       MOVE ZEROS TO TDY-ENTRADA-MINUTOS.
       MOVE ZEROS TO TDY-SAIDA-MINUTOS.
       WRITE TIMEDAY-RECORD
           INVALID KEY
               DISPLAY 'CHAVE DUPLICADA NO .OLD - ' OLD-TDY-CHAVE
               ADD 1 TO WRK-QTDE-DUPLICADOS
           NOT INVALID KEY
               ADD 1 TO WRK-QTDE-GRAVADOS
       END-WRITE.

       0900-FINALIZAR.
       DISPLAY 'REGISTROS LIDOS DO .OLD.....: ' WRK-QTDE-LIDOS.
       DISPLAY 'REGISTROS CONVERTIDOS.......: ' WRK-QTDE-GRAVADOS.
       DISPLAY 'CHAVES DUPLICADAS...........: ' WRK-QTDE-DUPLICADOS.
       CLOSE OLD-TIMEDAY-FILE.
       CLOSE TIMEDAY-FILE.
