           88 ERRO-NA-ABERTURA VALUE 'S'.

       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'L'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.

      *> Os itens de retorno sao processados em passagens de ate 500:
      *> cada passagem carrega um lote de itens nesta tabela e varre

       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL = '00'
           MOVE PEX-DATA-PAGAMENTO TO WRK-DATA-EXECUCAO
       ELSE
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           DISPLAY 'AVISO: PARAMETRO DA FOLHA INDISPONIVEL - '
               'USADA A DATA DO SISTEMA'
       END-IF.
       PERFORM 0150-ABRIR-ARQUIVOS.
       IF NOT ERRO-NA-ABERTURA
           PERFORM UNTIL FIM-DO-RETORNO
