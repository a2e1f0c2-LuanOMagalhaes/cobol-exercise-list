       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSING-PARAM-FILE ASSIGN TO "PROCPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-TIPO-EXECUCAO
               FILE STATUS IS WRK-STATUS-PROCPARM.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESSING-PARAM-FILE.
       COPY PRMREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PROCPARM PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-OPERACAO-LOG PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(100) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(100) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-OPCAO PIC 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR VALUE 1.
           88 OPCAO-ALTERAR VALUE 2.
           88 OPCAO-EXCLUIR VALUE 3.
           88 OPCAO-LISTAR VALUE 4.
           88 OPCAO-SAIR VALUE 0.

       77 WRK-TIPO-EXECUCAO PIC X(01) VALUE SPACES.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-IND-CAMPOS-VALIDOS PIC X(01) VALUE 'S'.
           88 CAMPOS-VALIDOS VALUE 'S'.
           88 CAMPOS-INVALIDOS VALUE 'N'.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'C'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.

       77 WRK-PERIODO-ED PIC 99/9999 VALUE ZEROS.
       77 WRK-DATA-PAGAMENTO-ED PIC 99/99/9999 VALUE ZEROS.
       01 WRK-PERIODO PIC 9(06) VALUE ZEROS.
       01 WRK-PERIODO-R REDEFINES WRK-PERIODO.
          05 WRK-PER-ANO PIC 9(04).
          05 WRK-PER-MES PIC 9(02).
       01 WRK-DATA-PAGAMENTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PAGAMENTO-R REDEFINES WRK-DATA-PAGAMENTO.
          05 WRK-PAG-ANO PIC 9(04).
          05 WRK-PAG-MES PIC 9(02).
          05 WRK-PAG-DIA PIC 9(02).

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O PROCESSING-PARAM-FILE.
       IF WRK-STATUS-PROCPARM = '35'
           OPEN OUTPUT PROCESSING-PARAM-FILE
           CLOSE PROCESSING-PARAM-FILE
           OPEN I-O PROCESSING-PARAM-FILE
       END-IF.

       PERFORM WITH TEST AFTER UNTIL OPCAO-SAIR
           PERFORM 0200-EXIBE-MENU
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0300-INCLUIR
               WHEN OPCAO-ALTERAR
                   PERFORM 0400-ALTERAR
               WHEN OPCAO-EXCLUIR
                   PERFORM 0500-EXCLUIR
               WHEN OPCAO-LISTAR
                   PERFORM 0600-LISTAR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       END-PERFORM.

       CLOSE PROCESSING-PARAM-FILE.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DOS PARAMETROS DE PROCESSAMENTO'.
       DISPLAY '1 - INCLUIR'.
       DISPLAY '2 - ALTERAR'.
       DISPLAY '3 - EXCLUIR'.
       DISPLAY '4 - LISTAR'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

       0300-INCLUIR.
       PERFORM 0700-ACEITA-CHAVE.
       IF NOT PRM-TIPO-VALIDO
           DISPLAY 'TIPO DE EXECUCAO INVALIDO - INCLUSAO CANCELADA'
       ELSE
           PERFORM 0710-ACEITA-CAMPOS
           IF CAMPOS-INVALIDOS
               DISPLAY 'INCLUSAO CANCELADA'
           ELSE
               WRITE PROCESSING-PARAM-RECORD
                   INVALID KEY
                       DISPLAY 'TIPO DE EXECUCAO JA CADASTRADO'
                   NOT INVALID KEY
                       DISPLAY 'INCLUIDO COM SUCESSO'
                       MOVE SPACES TO WRK-IMAGEM-ANTES
                       MOVE PROCESSING-PARAM-RECORD
                           TO WRK-IMAGEM-DEPOIS
                       MOVE 'I' TO WRK-OPERACAO-LOG
                       PERFORM 0800-GRAVA-CHANGE-LOG
               END-WRITE
           END-IF
       END-IF.

      *> Campos rejeitados na alteracao devolvem o registro lido, para
      *> nao regravar o parametro com uma competencia recusada.
       0400-ALTERAR.
       PERFORM 0700-ACEITA-CHAVE.
       READ PROCESSING-PARAM-FILE
           INVALID KEY
               DISPLAY 'TIPO DE EXECUCAO NAO ENCONTRADO'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE PROCESSING-PARAM-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0710-ACEITA-CAMPOS
               IF CAMPOS-INVALIDOS
                   MOVE WRK-IMAGEM-ANTES TO PROCESSING-PARAM-RECORD
                   DISPLAY 'ALTERACAO CANCELADA'
               ELSE
                   REWRITE PROCESSING-PARAM-RECORD
                   DISPLAY 'ALTERADO COM SUCESSO'
                   MOVE PROCESSING-PARAM-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'A' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
               END-IF
       END-READ.

       0500-EXCLUIR.
       PERFORM 0700-ACEITA-CHAVE.
       READ PROCESSING-PARAM-FILE
           INVALID KEY
               DISPLAY 'TIPO DE EXECUCAO NAO ENCONTRADO'
           NOT INVALID KEY
               MOVE PROCESSING-PARAM-RECORD TO WRK-IMAGEM-ANTES
               DELETE PROCESSING-PARAM-FILE
               DISPLAY 'EXCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-DEPOIS
               MOVE 'E' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0600-LISTAR.
       MOVE ZEROS TO WRK-QTDE-LISTADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       MOVE LOW-VALUES TO PRM-TIPO-EXECUCAO.
       START PROCESSING-PARAM-FILE KEY NOT LESS THAN PRM-TIPO-EXECUCAO
           INVALID KEY
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ PROCESSING-PARAM-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   PERFORM 0610-EXIBE-REGISTRO
                   ADD 1 TO WRK-QTDE-LISTADOS
           END-READ
       END-PERFORM.
       DISPLAY 'PARAMETROS CADASTRADOS: ' WRK-QTDE-LISTADOS.

       0610-EXIBE-REGISTRO.
       DISPLAY 'TIPO DE EXECUCAO: ' PRM-TIPO-EXECUCAO
           ' (F=FOLHA A=ADIANTAMENTO D=13O R=FERIAS)'.
       MOVE PRM-PERIODO TO WRK-PERIODO.
       COMPUTE WRK-PERIODO-ED = WRK-PER-MES * 10000 + WRK-PER-ANO.
       DISPLAY 'COMPETENCIA.....: ' WRK-PERIODO-ED.
       MOVE PRM-DATA-PAGAMENTO TO WRK-DATA-PAGAMENTO.
       COMPUTE WRK-DATA-PAGAMENTO-ED = WRK-PAG-DIA * 1000000 +
           WRK-PAG-MES * 10000 + WRK-PAG-ANO.
       DISPLAY 'DATA PAGAMENTO..: ' WRK-DATA-PAGAMENTO-ED.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ mostrar quem mudou a competencia
      *> que a folha vai processar.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'PROCPARM' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE PRM-TIPO-EXECUCAO TO CHG-CHAVE(1:1).
       MOVE WRK-IMAGEM-ANTES TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       0700-ACEITA-CHAVE.
       DISPLAY 'TIPO DE EXECUCAO (F=FOLHA A=ADIANTAMENTO D=13O '
           'R=FERIAS): '.
       ACCEPT WRK-TIPO-EXECUCAO FROM CONSOLE.
       MOVE WRK-TIPO-EXECUCAO TO PRM-TIPO-EXECUCAO.

      *> A competencia passa pela mesma conferencia que os programas
      *> do ciclo fazem ao iniciar (PRMCTL), para a recusa de periodo
      *> fechado ou salto de periodo aparecer ja na manutencao.
       0710-ACEITA-CAMPOS.
       MOVE 'S' TO WRK-IND-CAMPOS-VALIDOS.
       DISPLAY 'COMPETENCIA (AAAAMM): '.
       ACCEPT PRM-PERIODO FROM CONSOLE.
       DISPLAY 'DATA DE PAGAMENTO (AAAAMMDD): '.
       ACCEPT PRM-DATA-PAGAMENTO FROM CONSOLE.
       MOVE SPACES TO PRM-RESERVA.

       MOVE PRM-TIPO-EXECUCAO TO PEX-TIPO-EXECUCAO.
       MOVE PRM-PERIODO TO PEX-PERIODO.
       MOVE PRM-DATA-PAGAMENTO TO PEX-DATA-PAGAMENTO.
       MOVE ZEROS TO PEX-DATA-REFERENCIA.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL PRM-TIPO-EXECUCAO
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
       ELSE
           IF PRM-DATA-PAGAMENTO < PEX-PERIODO * 100 + 1
               DISPLAY 'AVISO: DATA DE PAGAMENTO ANTERIOR A '
                   'COMPETENCIA'
           END-IF
       END-IF.
