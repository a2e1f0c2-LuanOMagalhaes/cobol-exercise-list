       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-PARAM-FILE ASSIGN TO "BNFPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNP-DATA-VIGENCIA
               FILE STATUS IS WRK-STATUS-BNFPARM.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-PARAM-FILE.
       COPY BNPPRM.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BNFPARM PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-OPERACAO-LOG PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(100) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(100) VALUE SPACES.
       77 WRK-OPCAO PIC 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR VALUE 1.
           88 OPCAO-ALTERAR VALUE 2.
           88 OPCAO-EXCLUIR VALUE 3.
           88 OPCAO-CONSULTAR VALUE 4.
           88 OPCAO-SAIR VALUE 0.

       77 WRK-PERCENTUAL-ED PIC Z9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O BENEFIT-PARAM-FILE.
       IF WRK-STATUS-BNFPARM = '35'
           OPEN OUTPUT BENEFIT-PARAM-FILE
           CLOSE BENEFIT-PARAM-FILE
           OPEN I-O BENEFIT-PARAM-FILE
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
               WHEN OPCAO-CONSULTAR
                   PERFORM 0600-CONSULTAR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       END-PERFORM.

       CLOSE BENEFIT-PARAM-FILE.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DOS PARAMETROS DE BENEFICIOS'.
       DISPLAY '1 - INCLUIR VIGENCIA'.
       DISPLAY '2 - ALTERAR VIGENCIA'.
       DISPLAY '3 - EXCLUIR VIGENCIA'.
       DISPLAY '4 - CONSULTAR VIGENCIA'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

       0300-INCLUIR.
       DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
       ACCEPT BNP-DATA-VIGENCIA FROM CONSOLE.
       MOVE SPACES TO BNP-RESERVA.
       PERFORM 0700-ACEITA-PARAMETROS.
       WRITE BENEFIT-PARAM-RECORD
           INVALID KEY
               DISPLAY 'VIGENCIA JA CADASTRADA'
           NOT INVALID KEY
               DISPLAY 'INCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-ANTES
               MOVE BENEFIT-PARAM-RECORD TO WRK-IMAGEM-DEPOIS
               MOVE 'I' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-WRITE.

       0400-ALTERAR.
       DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
       ACCEPT BNP-DATA-VIGENCIA FROM CONSOLE.
       READ BENEFIT-PARAM-FILE
           INVALID KEY
               DISPLAY 'VIGENCIA NAO ENCONTRADA'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE BENEFIT-PARAM-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0700-ACEITA-PARAMETROS
               REWRITE BENEFIT-PARAM-RECORD
               DISPLAY 'ALTERADO COM SUCESSO'
               MOVE BENEFIT-PARAM-RECORD TO WRK-IMAGEM-DEPOIS
               MOVE 'A' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0500-EXCLUIR.
       DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
       ACCEPT BNP-DATA-VIGENCIA FROM CONSOLE.
       READ BENEFIT-PARAM-FILE
           INVALID KEY
               DISPLAY 'VIGENCIA NAO ENCONTRADA'
           NOT INVALID KEY
               MOVE BENEFIT-PARAM-RECORD TO WRK-IMAGEM-ANTES
               DELETE BENEFIT-PARAM-FILE
               DISPLAY 'EXCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-DEPOIS
               MOVE 'E' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0600-CONSULTAR.
       DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
       ACCEPT BNP-DATA-VIGENCIA FROM CONSOLE.
       READ BENEFIT-PARAM-FILE
           INVALID KEY
               DISPLAY 'VIGENCIA NAO ENCONTRADA'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
       END-READ.

       0610-EXIBE-REGISTRO.
       DISPLAY 'VIGENCIA: ' BNP-DATA-VIGENCIA.
       MOVE BNP-PERC-DESCONTO-VR TO WRK-PERCENTUAL-ED.
       DISPLAY 'DESCONTO DO VALE-REFEICAO (%): ' WRK-PERCENTUAL-ED.
       DISPLAY 'SABADO E DIA UTIL.............: ' BNP-IND-SABADO.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ reconstituir quem mudou o que.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'BNFPARM ' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE BNP-DATA-VIGENCIA TO CHG-CHAVE(1:8).
       MOVE WRK-IMAGEM-ANTES TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       0700-ACEITA-PARAMETROS.
       DISPLAY 'DESCONTO DO VALE-REFEICAO (% DO CUSTO): '.
       ACCEPT BNP-PERC-DESCONTO-VR FROM CONSOLE.
       DISPLAY 'SABADO E DIA UTIL (S/N): '.
       ACCEPT BNP-IND-SABADO FROM CONSOLE.
