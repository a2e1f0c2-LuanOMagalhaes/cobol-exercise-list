       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-FUNCAO-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-ETAPA-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-STATUS-PERCTL PIC X(02) VALUE SPACES.
      *> O PERCTL so libera o fechamento com a folha do periodo ja
      *> executada - foi rodar o PERCLOSE antes da folha que zerou
      *> um mes inteiro de horas postadas.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'FECHAMENTO ABORTADO - PARAMETRO DE PROCESSAMENTO '
               'RECUSADO'
           STOP RUN
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE 'V' TO WRK-FUNCAO-PERCTL.
       MOVE 'C' TO WRK-ETAPA-PERCTL.
       CALL 'PERCTL' USING WRK-FUNCAO-PERCTL WRK-ETAPA-PERCTL
       0300-ZERAR-HORAS.
       ADD 1 TO WRK-QTDE-LIDOS.
       IF EMP-HORAS-TRABALHADAS-MES > ZEROS OR
               EMP-HORAS-DOM-FERIADO > ZEROS OR
               EMP-HORAS-NOTURNAS NOT NUMERIC OR
               EMP-HORAS-NOTURNAS > ZEROS
           MOVE ZEROS TO EMP-HORAS-TRABALHADAS-MES
           MOVE ZEROS TO EMP-HORAS-DOM-FERIADO
           MOVE ZEROS TO EMP-HORAS-NOTURNAS
           REWRITE EMPLOYEE-RECORD
           ADD 1 TO WRK-QTDE-ZERADOS
       END-IF.
