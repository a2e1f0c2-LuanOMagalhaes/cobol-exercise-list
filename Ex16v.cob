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

       PROCEDURE DIVISION USING LK-STATUS-RETORNO.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'VALIDACAO ABORTADA - PARAMETRO DE PROCESSAMENTO '
               'RECUSADO'
           MOVE '91' TO LK-STATUS-RETORNO
           GOBACK
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE 'V' TO WRK-FUNCAO-PERCTL.
       MOVE 'V' TO WRK-ETAPA-PERCTL.
       CALL 'PERCTL' USING WRK-FUNCAO-PERCTL WRK-ETAPA-PERCTL
               PERFORM 0310-GRAVA-EXCECAO
           END-IF

      *> O mensalista recebe o salario sem apontamento de horas; so
      *> o horista sem horas no mes e excecao.
           IF EMP-HORISTA AND
                   EMP-HORAS-TRABALHADAS-MES NOT GREATER THAN ZEROS
               MOVE EMP-NUMERO TO LE-MATRICULA
               MOVE 'HORAS TRABALHADAS NEGATIVAS OU ZERADAS'
                   TO LE-MOTIVO
