       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDLIB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-PAYMENT-FILE ASSIGN TO "HELDPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CHAVE
               FILE STATUS IS WRK-STATUS-HELDPAY.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-PAYMENT-FILE.
       COPY HLDREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-HELDPAY PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-SUPERVISOR PIC X(08) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-IMAGEM-ANTES PIC X(200) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(200) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.
       77 WRK-OPCAO PIC 9(01) VALUE ZEROS.
           88 OPCAO-LIBERAR VALUE 1.
           88 OPCAO-LISTAR VALUE 2.
           88 OPCAO-SAIR VALUE 0.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
           88 LIBERACAO-CONFIRMADA VALUE 'S'.

       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-IND-LIBERAVEL PIC X(01) VALUE 'S'.
           88 ITEM-LIBERAVEL VALUE 'S'.
           88 ITEM-NAO-LIBERAVEL VALUE 'N'.
       77 WRK-VALOR-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 99/99/9999 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '.
       ACCEPT WRK-SUPERVISOR FROM CONSOLE.
       IF WRK-SUPERVISOR = SPACES
           DISPLAY 'SUPERVISOR NAO INFORMADO - SESSAO ENCERRADA'
           STOP RUN
       END-IF.

       PERFORM 0150-ABRIR-ARQUIVOS.
       IF ERRO-NA-ABERTURA
           DISPLAY 'SESSAO DE LIBERACAO ENCERRADA POR ERRO DE '
               'ABERTURA'
           STOP RUN
       END-IF.

       PERFORM WITH TEST AFTER UNTIL OPCAO-SAIR
           PERFORM 0200-EXIBE-MENU
           EVALUATE TRUE
               WHEN OPCAO-LIBERAR
                   PERFORM 0300-LIBERAR
               WHEN OPCAO-LISTAR
                   PERFORM 0600-LISTAR-RETIDOS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       END-PERFORM.

       CLOSE HELD-PAYMENT-FILE.
       CLOSE EMPLOYEE-MASTER-FILE.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN I-O HELD-PAYMENT-FILE.
       IF WRK-STATUS-HELDPAY NOT = '00'
           DISPLAY 'ERRO AO ABRIR HELDPAY.DAT - STATUS '
               WRK-STATUS-HELDPAY
           MOVE 'S' TO WRK-ERRO-ABERTURA
       END-IF.

       OPEN I-O EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR NOT = '00'
           DISPLAY 'ERRO AO ABRIR EMPMSTR.DAT - STATUS '
               WRK-STATUS-EMPMSTR
           MOVE 'S' TO WRK-ERRO-ABERTURA
       END-IF.

       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       0200-EXIBE-MENU.
       DISPLAY 'LIBERACAO DE DEPOSITOS RETIDOS POR TROCA DE CONTA'.
       DISPLAY '1 - LIBERAR DEPOSITO'.
       DISPLAY '2 - LISTAR DEPOSITOS RETIDOS'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

      *> A liberacao exige um supervisor diferente do operador que
      *> trocou a conta e a conta do cadastro igual a do deposito
      *> retido: uma nova troca depois da retencao precisa ser
      *> conferida antes. Liberar o deposito da a conta do cadastro
      *> como conferida, e as proximas folhas pagam direto.
       0300-LIBERAR.
       DISPLAY 'MATRICULA: '.
       ACCEPT WRK-MATRICULA FROM CONSOLE.
       DISPLAY 'PERIODO DA FOLHA (AAAAMM): '.
       ACCEPT WRK-PERIODO FROM CONSOLE.
       MOVE WRK-MATRICULA TO HLD-EMP-NUMERO.
       MOVE WRK-PERIODO TO HLD-PERIODO.
       READ HELD-PAYMENT-FILE
           INVALID KEY
               DISPLAY 'DEPOSITO RETIDO NAO ENCONTRADO'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               PERFORM 0310-VERIFICA-LIBERACAO
               IF ITEM-LIBERAVEL
                   PERFORM 0320-CONFIRMA-LIBERACAO
               END-IF
       END-READ.

       0310-VERIFICA-LIBERACAO.
       SET ITEM-LIBERAVEL TO TRUE.
       EVALUATE TRUE
           WHEN NOT HLD-RETIDO
               DISPLAY 'DEPOSITO JA LIBERADO POR ' HLD-SUPERVISOR
               SET ITEM-NAO-LIBERAVEL TO TRUE
           WHEN WRK-SUPERVISOR = HLD-ALT-OPERADOR
               DISPLAY 'A LIBERACAO EXIGE SUPERVISOR DIFERENTE DO '
                   'OPERADOR QUE TROCOU A CONTA'
               SET ITEM-NAO-LIBERAVEL TO TRUE
           WHEN OTHER
               MOVE HLD-EMP-NUMERO TO EMP-NUMERO
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'MATRICULA SEM CADASTRO NO EMPMSTR'
                       SET ITEM-NAO-LIBERAVEL TO TRUE
                   NOT INVALID KEY
                       IF EMP-BANCO NOT = HLD-BANCO OR
                               EMP-AGENCIA NOT = HLD-AGENCIA OR
                               EMP-CONTA NOT = HLD-CONTA
                           DISPLAY 'CONTA TROCADA DE NOVO APOS A '
                               'RETENCAO - CONFERIR NO EMPMNT'
                           SET ITEM-NAO-LIBERAVEL TO TRUE
                       END-IF
               END-READ
       END-EVALUATE.

       0320-CONFIRMA-LIBERACAO.
       DISPLAY 'CONFIRMA A LIBERACAO DO DEPOSITO (S/N)? '.
       ACCEPT WRK-CONFIRMA FROM CONSOLE.
       IF LIBERACAO-CONFIRMADA
           MOVE HELD-PAYMENT-RECORD TO WRK-IMAGEM-ANTES
           SET HLD-LIBERADO TO TRUE
           MOVE WRK-SUPERVISOR TO HLD-SUPERVISOR
           MOVE WRK-DATA-EXECUCAO TO HLD-DATA-LIBERACAO
           REWRITE HELD-PAYMENT-RECORD
           MOVE HELD-PAYMENT-RECORD TO WRK-IMAGEM-DEPOIS
           PERFORM 0800-GRAVA-LOG-RETENCAO
           IF EMP-CONTA-A-LIBERAR
               MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-ANTES
               SET EMP-CONTA-LIBERADA TO TRUE
               REWRITE EMPLOYEE-RECORD
               MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS
               PERFORM 0810-GRAVA-LOG-CADASTRO
           END-IF
           DISPLAY 'DEPOSITO LIBERADO POR ' WRK-SUPERVISOR
               ' - SAI NO PROXIMO LOTE DO HLDACH'
       ELSE
           DISPLAY 'LIBERACAO CANCELADA'
       END-IF.

       0600-LISTAR-RETIDOS.
       MOVE ZEROS TO WRK-QTDE-LISTADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       MOVE ZEROS TO HLD-EMP-NUMERO.
       MOVE ZEROS TO HLD-PERIODO.
       START HELD-PAYMENT-FILE KEY NOT LESS THAN HLD-CHAVE
           INVALID KEY
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ HELD-PAYMENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HLD-RETIDO
                       PERFORM 0610-EXIBE-REGISTRO
                       ADD 1 TO WRK-QTDE-LISTADOS
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY 'DEPOSITOS AGUARDANDO LIBERACAO: ' WRK-QTDE-LISTADOS.

       0610-EXIBE-REGISTRO.
       DISPLAY 'MATRICULA/PERIODO: ' HLD-EMP-NUMERO '/' HLD-PERIODO.
       DISPLAY 'BANCO/AGENCIA/CONTA: ' HLD-BANCO '/' HLD-AGENCIA '/'
           HLD-CONTA.
       MOVE HLD-VALOR-LIQUIDO TO WRK-VALOR-ED.
       DISPLAY 'VALOR LIQUIDO......: ' WRK-VALOR-ED.
       MOVE HLD-ALT-DATA TO WRK-DATA-ED.
       DISPLAY 'CONTA TROCADA POR..: ' HLD-ALT-OPERADOR ' EM '
           WRK-DATA-ED.

      *> A liberacao fica no mesmo log de alteracoes dos cadastros,
      *> com o supervisor como operador: o CHGINQ mostra a troca da
      *> conta e quem liberou o primeiro deposito.
       0800-GRAVA-LOG-RETENCAO.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-SUPERVISOR TO CHG-OPERADOR.
       MOVE 'HELDPAY ' TO CHG-ARQUIVO.
       SET CHG-LIBERACAO TO TRUE.
       MOVE SPACES TO CHG-CHAVE.
       MOVE HLD-CHAVE TO CHG-CHAVE(1:12).
       MOVE WRK-IMAGEM-ANTES(1:100) TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS(1:100) TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

      *> Mesmo formato do EMPMNT: o master passa de 100 posicoes e a
      *> parte a partir da admissao sai num segundo registro 'COMPL'.
       0810-GRAVA-LOG-CADASTRO.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-SUPERVISOR TO CHG-OPERADOR.
       MOVE 'EMPMSTR ' TO CHG-ARQUIVO.
       SET CHG-LIBERACAO TO TRUE.
       MOVE SPACES TO CHG-CHAVE.
       MOVE EMP-NUMERO TO CHG-CHAVE(1:6).
       MOVE WRK-IMAGEM-ANTES(1:100) TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS(1:100) TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       MOVE 'COMPL' TO CHG-CHAVE(8:5).
       MOVE WRK-IMAGEM-ANTES(84:100) TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS(84:100) TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.
