               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPMSTR.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.
       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-DEPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-IND-EMPRESA-VALIDA PIC X(01) VALUE 'S'.
           88 EMPRESA-VALIDA VALUE 'S'.
           88 EMPRESA-INVALIDA VALUE 'N'.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.

       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-CONTA-DESPESA PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA PIC X(04) VALUE SPACES.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
           OPEN I-O DEPARTMENT-MASTER-FILE
       END-IF.

       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           SET CIAMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - SEM VALIDACAO DE EMPRESA'
       END-IF.

       PERFORM WITH TEST AFTER UNTIL OPCAO-SAIR
           PERFORM 0200-EXIBE-MENU
           EVALUATE TRUE
       END-PERFORM.

       CLOSE DEPARTMENT-MASTER-FILE.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       DISPLAY 'CODIGO DO DEPARTAMENTO: '.
       ACCEPT DPT-CODIGO FROM CONSOLE.
       PERFORM 0700-ACEITA-CAMPOS.
       PERFORM 0710-VALIDA-EMPRESA.
       IF EMPRESA-INVALIDA
           DISPLAY 'EMPRESA NAO CADASTRADA NO CIAMSTR - INCLUSAO '
               'CANCELADA'
       ELSE
           MOVE WRK-DESCRICAO TO DPT-DESCRICAO
           MOVE WRK-CONTA-DESPESA TO DPT-CONTA-DESPESA
           MOVE WRK-EMPRESA TO DPT-EMPRESA
           WRITE DEPARTMENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'CODIGO JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'INCLUIDO COM SUCESSO'
                   MOVE SPACES TO WRK-IMAGEM-ANTES
                   MOVE DEPARTMENT-MASTER-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'I' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
           END-WRITE
       END-IF.

       0400-ALTERAR.
       DISPLAY 'CODIGO DO DEPARTAMENTO: '.
               PERFORM 0610-EXIBE-REGISTRO
               MOVE DEPARTMENT-MASTER-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0700-ACEITA-CAMPOS
               PERFORM 0710-VALIDA-EMPRESA
               IF EMPRESA-INVALIDA
                   DISPLAY 'EMPRESA NAO CADASTRADA NO CIAMSTR - '
                       'ALTERACAO CANCELADA'
               ELSE
                   MOVE WRK-DESCRICAO TO DPT-DESCRICAO
                   MOVE WRK-CONTA-DESPESA TO DPT-CONTA-DESPESA
                   MOVE WRK-EMPRESA TO DPT-EMPRESA
                   REWRITE DEPARTMENT-MASTER-RECORD
                   DISPLAY 'ALTERADO COM SUCESSO'
                   MOVE DEPARTMENT-MASTER-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'A' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
               END-IF
       END-READ.

       0500-EXCLUIR.
       DISPLAY 'CODIGO........: ' DPT-CODIGO.
       DISPLAY 'DESCRICAO.....: ' DPT-DESCRICAO.
       DISPLAY 'CONTA DESPESA.: ' DPT-CONTA-DESPESA.
       DISPLAY 'EMPRESA.......: ' DPT-EMPRESA.

       0650-LISTAR.
       MOVE ZEROS TO WRK-QTDE-LISTADOS.
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   DISPLAY DPT-CODIGO ' ' DPT-DESCRICAO ' '
                       DPT-CONTA-DESPESA ' ' DPT-EMPRESA
                   ADD 1 TO WRK-QTDE-LISTADOS
           END-READ
       END-PERFORM.
       ACCEPT WRK-DESCRICAO FROM CONSOLE.
       DISPLAY 'CONTA CONTABIL DE DESPESA: '.
       ACCEPT WRK-CONTA-DESPESA FROM CONSOLE.
       DISPLAY 'EMPRESA (BRANCO = PRINCIPAL): '.
       ACCEPT WRK-EMPRESA FROM CONSOLE.
       IF WRK-EMPRESA = SPACES
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA
       END-IF.

      *> Sem o cadastro de empresas a manutencao segue sem validar
      *> (aviso ja dado na abertura); com ele, empresa fora do
      *> cadastro cancela a operacao - o EX57 nao pagaria ninguem do
      *> departamento.
       0710-VALIDA-EMPRESA.
       SET EMPRESA-VALIDA TO TRUE.
       IF CIAMSTR-DISPONIVEL
           MOVE WRK-EMPRESA TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   SET EMPRESA-INVALIDA TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ
       END-IF.
