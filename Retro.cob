               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-CHAVE
               FILE STATUS IS WRK-STATUS-RATEMSTR.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT RETRO-PENDING-FILE ASSIGN TO "RETROPND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  RATE-MASTER-FILE.
       COPY RATEREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  RETRO-PENDING-FILE.
       COPY RETREC.


       WORKING-STORAGE SECTION.
       COPY BRKDWN.
       COPY BASSAL.
       COPY AFSRES.

       77 WRK-STATUS-AUDITLOG PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RATEMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RETROPND PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-EMPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 EMPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-IND-EMP-ACHADO PIC X(01) VALUE 'N'.
           88 EMP-ACHADO VALUE 'S'.
       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-PAYHIST-DISPONIVEL PIC X(01) VALUE 'N'.
           88 PAYHIST-DISPONIVEL VALUE 'S'.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-HORAS-CORRIGIDAS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-HORAS-DOM-CORRIGIDAS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-HORAS-NOT-CORRIGIDAS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-GANHA-HORA PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TAXA-ATUAL PIC 9(04)V99 VALUE ZEROS.
       77 WRK-LIMITE-HORAS-NORMAIS PIC 9(04)V99 VALUE 220,00.
       77 WRK-USAR-RATE-MASTER PIC X(01) VALUE 'S'.
       77 WRK-BRUTO-NOVO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BRUTO-ANTIGO PIC 9(07)V99 VALUE ZEROS.
           STOP RUN
       END-IF.

       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR = '00'
           SET EMPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: EMPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-EMPMSTR ' - TODOS TRATADOS COMO HORISTAS'
       END-IF.

       OPEN I-O RETRO-PENDING-FILE.
       IF WRK-STATUS-RETROPND = '35'
           OPEN OUTPUT RETRO-PENDING-FILE
      *> todos multiplos do ganha-hora), entao o bruto recalculado
      *> com a taxa atual e o bruto auditado vezes a razao entre as
      *> taxas; registros de ferias e 13o (ganha-hora zerado no log)
      *> ficam fora. Para o mensalista o log guarda o valor-hora
      *> derivado do salario e o bruto e linear no salario, entao a
      *> taxa atual e o salario do RATE-MASTER sobre o limite de
      *> horas normais. Numa reexecucao do mesmo periodo prevalece o
      *> ultimo registro do log.
       0300-RECALCULA-PERIODO.
       DISPLAY 'PERIODO DE ORIGEM (AAAAMM): '.
       END-IF.

       0310-COMPARA-COM-TAXA-ATUAL.
       MOVE AUD-EMP-NUMERO TO WRK-MATRICULA.
       PERFORM 0410-LE-FUNCIONARIO.
       MOVE AUD-EMP-NUMERO TO RTM-CHAVE.
       READ RATE-MASTER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE RTM-VALOR-HORA TO WRK-TAXA-ATUAL
               IF EMP-ACHADO AND EMP-MENSALISTA AND
                       RTM-SALARIO-MENSAL > ZEROS
                   DIVIDE RTM-SALARIO-MENSAL BY
                       WRK-LIMITE-HORAS-NORMAIS
                       GIVING WRK-TAXA-ATUAL ROUNDED
               END-IF
               IF WRK-TAXA-ATUAL NOT = AUD-GANHA-HORA
                   COMPUTE WRK-BASE-ANTIGA = AUD-CALCULA-HORAS -
                       WRK-VALOR-RETRO-EMBUTIDO
                   IF WRK-BASE-ANTIGA < ZEROS
                   END-IF
                   MOVE WRK-BASE-ANTIGA TO WRK-BRUTO-ANTIGO
                   COMPUTE WRK-BRUTO-NOVO ROUNDED =
                       WRK-BRUTO-ANTIGO * WRK-TAXA-ATUAL /
                       AUD-GANHA-HORA
                   SUBTRACT WRK-BRUTO-ANTIGO FROM WRK-BRUTO-NOVO
                       GIVING WRK-DIFERENCA
       ACCEPT WRK-HORAS-CORRIGIDAS FROM CONSOLE.
       DISPLAY 'HORAS DOMINGO/FERIADO CORRIGIDAS: '.
       ACCEPT WRK-HORAS-DOM-CORRIGIDAS FROM CONSOLE.
       DISPLAY 'DAS QUAIS HORAS NOTURNAS (HORA REDUZIDA): '.
       ACCEPT WRK-HORAS-NOT-CORRIGIDAS FROM CONSOLE.

       MOVE 'N' TO WRK-IND-AUDIT-ACHADO.
       MOVE 'N' TO WRK-FIM-AUDITLOG.
           DISPLAY 'NENHUM CALCULO DE FOLHA NO LOG PARA A '
               'MATRICULA/PERIODO'
       ELSE
           PERFORM 0410-LE-FUNCIONARIO
           PERFORM 0420-MONTA-BASE-SALARIAL
           CALL 'EX57C' USING WRK-MATRICULA WRK-USAR-RATE-MASTER
               WRK-GANHA-HORA WRK-HORAS-CORRIGIDAS
               WRK-HORAS-DOM-CORRIGIDAS WRK-BRUTO-NOVO
               BREAKDOWN-CALCULO BASE-SALARIAL
           SUBTRACT WRK-BRUTO-ANTIGO FROM WRK-BRUTO-NOVO
               GIVING WRK-DIFERENCA
           IF WRK-DIFERENCA = ZEROS
           END-IF
       END-IF.

       0410-LE-FUNCIONARIO.
       MOVE 'N' TO WRK-IND-EMP-ACHADO.
       IF EMPMSTR-DISPONIVEL
           MOVE WRK-MATRICULA TO EMP-NUMERO
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMP-ACHADO TO TRUE
           END-READ
       END-IF.

      *> O mes corrigido e recalculado como a folha daquele periodo:
      *> o mensalista tem o salario proporcional aos dias entre a
      *> admissao e o desligamento dentro do periodo de origem, e os
      *> afastamentos e faltas daquele periodo vem do EX57A, como na
      *> folha original. Matricula fora do cadastro e tratada como
      *> horista.
       0420-MONTA-BASE-SALARIAL.
       MOVE 'H' TO BAS-TIPO-SALARIO.
       MOVE ZEROS TO BAS-DATA-ADMISSAO.
       MOVE ZEROS TO BAS-DATA-DESLIGAMENTO.
       IF EMP-ACHADO
           MOVE EMP-TIPO-SALARIO TO BAS-TIPO-SALARIO
           MOVE EMP-DATA-ADMISSAO TO BAS-DATA-ADMISSAO
           MOVE EMP-DATA-DESLIGAMENTO TO BAS-DATA-DESLIGAMENTO
       END-IF.
       MOVE ZEROS TO BAS-SALARIO-MENSAL.
       MOVE WRK-PERIODO-ALVO TO BAS-PERIODO-REFERENCIA.
       MOVE WRK-HORAS-NOT-CORRIGIDAS TO BAS-HORAS-NOTURNAS.
       MOVE ZEROS TO BAS-DIAS-NAO-REMUNERADOS.
       MOVE ZEROS TO BAS-DIAS-PAGOS.
       MOVE ZEROS TO BAS-DIAS-ABONADOS.
       MOVE ZEROS TO BAS-DIAS-DSR-PERDIDOS.
       IF EMP-ACHADO
           CALL 'EX57A' USING EMP-NUMERO WRK-PERIODO-ALVO
               EMP-DATA-ADMISSAO RESUMO-AFASTAMENTO
           MOVE RAF-DIAS-NAO-REMUNERADOS TO BAS-DIAS-NAO-REMUNERADOS
           MOVE RAF-DIAS-ABONADOS TO BAS-DIAS-ABONADOS
           MOVE RAF-DIAS-DSR-PERDIDOS TO BAS-DIAS-DSR-PERDIDOS
       END-IF.

       0500-LISTA-PENDENTES.
       MOVE ZEROS TO WRK-QTDE-PENDENTES.
       MOVE 'N' TO WRK-FIM-PENDENTES.
       DISPLAY 'REGISTROS DO LOG LIDOS...: ' WRK-QTDE-LIDOS.
       DISPLAY 'DIFERENCAS GRAVADAS......: ' WRK-QTDE-DIFERENCAS.
       CLOSE RATE-MASTER-FILE.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       CLOSE RETRO-PENDING-FILE.
       IF PAYHIST-DISPONIVEL
           CLOSE PAY-HISTORY-FILE
