           88 OPCAO-PAGAR VALUE 3.
           88 OPCAO-ROTINA-COMPLETA VALUE 4.
           88 OPCAO-SITUACAO-PERIODO VALUE 5.
           88 OPCAO-INTEGRIDADE VALUE 6.
           88 OPCAO-SAIR VALUE 0.

       77 WRK-STATUS-RETORNO PIC X(02) VALUE SPACES.
       77 WRK-FUNCAO-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-ETAPA-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-STATUS-PERCTL PIC X(02) VALUE SPACES.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'L'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.

       PROCEDURE DIVISION.
       0100-INICIAR.
                   PERFORM 0330-CHAMA-EX57
               WHEN OPCAO-ROTINA-COMPLETA
                   PERFORM 0310-CHAMA-EX16V
                   PERFORM 0315-CHAMA-INTEGR
                   PERFORM 0320-CHAMA-EX51
                   PERFORM 0330-CHAMA-EX57
               WHEN OPCAO-SITUACAO-PERIODO
                   PERFORM 0340-EXIBE-SITUACAO
               WHEN OPCAO-INTEGRIDADE
                   PERFORM 0315-CHAMA-INTEGR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
       DISPLAY '3 - PAGAR (EX57)'.
       DISPLAY '4 - EXECUTAR ROTINA COMPLETA'.
       DISPLAY '5 - SITUACAO DO PERIODO (PERCTL)'.
       DISPLAY '6 - VERIFICAR INTEGRIDADE DOS ARQUIVOS (INTEGR)'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

       CALL 'EX16V' USING WRK-STATUS-RETORNO.
       DISPLAY 'EX16V RETORNOU STATUS ' WRK-STATUS-RETORNO.

      *> Retorno '93': inconsistencia grave, o EX57 do periodo fica
      *> segurado pelo PERCTL (ver INTEGREL.TXT).
       0315-CHAMA-INTEGR.
       CALL 'INTEGR' USING WRK-STATUS-RETORNO.
       DISPLAY 'INTEGR RETORNOU STATUS ' WRK-STATUS-RETORNO.

       0320-CHAMA-EX51.
       CALL 'EX51' USING WRK-STATUS-RETORNO.
       DISPLAY 'EX51 RETORNOU STATUS ' WRK-STATUS-RETORNO.
       DISPLAY 'EX57 RETORNOU STATUS ' WRK-STATUS-RETORNO.

       0340-EXIBE-SITUACAO.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL = '00'
           MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO
       ELSE
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           DISPLAY 'AVISO: PARAMETRO DA FOLHA INDISPONIVEL - '
               'USADA A DATA DO SISTEMA'
       END-IF.
       MOVE 'S' TO WRK-FUNCAO-PERCTL.
       MOVE SPACE TO WRK-ETAPA-PERCTL.
       CALL 'PERCTL' USING WRK-FUNCAO-PERCTL WRK-ETAPA-PERCTL
