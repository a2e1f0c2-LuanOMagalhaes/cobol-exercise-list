       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHSCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversao unica do PAYHIST.DAT para o layout com INSS e IRRF
      *> separados, salario-familia e dependentes. Antes de rodar, o
      *> PAYHIST.DAT atual e renomeado para PAYHIST.OLD; o programa le
      *> o layout antigo e grava um PAYHIST.DAT novo.
           SELECT OLD-HISTORY-FILE ASSIGN TO "PAYHIST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CHAVE
               FILE STATUS IS WRK-STATUS-PHSOLD.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WRK-STATUS-PAYHIST.

       DATA DIVISION.
       FILE SECTION.
      *> Layout anterior do PAY-HISTORY-RECORD (125 posicoes).
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05 OLD-CHAVE                 PIC X(13).
           05 OLD-DADOS                 PIC X(112).

       FD  PAY-HISTORY-FILE.
       COPY PHSREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PHSOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
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
       DISPLAY 'CONVERSAO DO PAYHIST.DAT PARA O NOVO LAYOUT'.
       DISPLAY 'O HISTORICO ATUAL DEVE TER SIDO RENOMEADO PARA '
           'PAYHIST.OLD. CONFIRMA (S/N)? '.
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

      *> O historico novo e criado do zero: uma conversao repetida
      *> recomeca a partir do .OLD.
       0150-ABRIR-ARQUIVOS.
       OPEN INPUT OLD-HISTORY-FILE.
       IF WRK-STATUS-PHSOLD NOT = '00'
           DISPLAY 'ERRO AO ABRIR PAYHIST.OLD - STATUS '
               WRK-STATUS-PHSOLD
           MOVE 'S' TO WRK-ERRO-ABERTURA
       ELSE
           OPEN OUTPUT PAY-HISTORY-FILE
           IF WRK-STATUS-PAYHIST NOT = '00'
               DISPLAY 'ERRO AO CRIAR PAYHIST.DAT - STATUS '
                   WRK-STATUS-PAYHIST
               MOVE 'S' TO WRK-ERRO-ABERTURA
               CLOSE OLD-HISTORY-FILE
           END-IF
       END-IF.

       0200-ENTRADA.
       READ OLD-HISTORY-FILE NEXT RECORD
           AT END
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

      *> A parte antiga passa inteira; os campos novos ficam em zero
      *> (o desconto INSS/IRRF desses registros continua so como
      *> soma, que o INFREND e o PAYINQ tratam) e a reserva em
      *> brancos.
       0300-CONVERTER.
       ADD 1 TO WRK-QTDE-LIDOS.
       MOVE SPACES TO PAY-HISTORY-RECORD.
       MOVE OLD-HISTORY-RECORD TO PAY-HISTORY-RECORD(1:125).
       MOVE ZEROS TO PHS-DESCONTO-INSS.
       MOVE ZEROS TO PHS-DESCONTO-IRRF.
       MOVE ZEROS TO PHS-VALOR-SALARIO-FAMILIA.
       MOVE ZEROS TO PHS-VALOR-REEMBOLSO.
       MOVE ZEROS TO PHS-HORAS-NOTURNAS.
       MOVE ZEROS TO PHS-VALOR-ADIC-NOTURNO.
       MOVE ZEROS TO PHS-DESCONTO-VT.
       MOVE ZEROS TO PHS-DESCONTO-VR.
       MOVE ZEROS TO PHS-QTDE-DEPENDENTES.
       WRITE PAY-HISTORY-RECORD
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
       CLOSE OLD-HISTORY-FILE.
       CLOSE PAY-HISTORY-FILE.
