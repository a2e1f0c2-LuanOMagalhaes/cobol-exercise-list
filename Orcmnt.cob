       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "ORCAMEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-STATUS-ORCAMEN.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPMSTR.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY ORCREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORCAMEN PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-DEPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 DEPMSTR-DISPONIVEL VALUE 'S'.
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
           88 OPCAO-CONSULTAR VALUE 4.
           88 OPCAO-LISTAR VALUE 5.
           88 OPCAO-SAIR VALUE 0.
       77 WRK-IND-CHAVE-VALIDA PIC X(01) VALUE 'S'.
           88 CHAVE-VALIDA VALUE 'S'.

       77 WRK-QTDE-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-HORAS-EXTRAS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-FGTS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-INSS-PATRONAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEPARTAMENTO-LISTA PIC X(10) VALUE SPACES.
       77 WRK-ANO-LISTA PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-HORAS-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

      *> Manutencao do orcamento da folha por departamento e
      *> competencia. O departamento precisa estar no DEPMSTR (as
      *> linhas do ORCREL se casam com o departamento do cadastro de
      *> funcionarios); cada operacao concluida vai para o CHGLOG.
       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O BUDGET-FILE.
       IF WRK-STATUS-ORCAMEN = '35'
           OPEN OUTPUT BUDGET-FILE
           CLOSE BUDGET-FILE
           OPEN I-O BUDGET-FILE
       END-IF.

       OPEN INPUT DEPARTMENT-MASTER-FILE.
       IF WRK-STATUS-DEPMSTR = '00'
           SET DEPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: DEPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-DEPMSTR ' - SEM VALIDACAO DE DEPARTAMENTO'
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
               WHEN OPCAO-LISTAR
                   PERFORM 0650-LISTAR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       END-PERFORM.

       CLOSE BUDGET-FILE.
       IF DEPMSTR-DISPONIVEL
           CLOSE DEPARTMENT-MASTER-FILE
       END-IF.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DO ORCAMENTO DA FOLHA'.
       DISPLAY '1 - INCLUIR'.
       DISPLAY '2 - ALTERAR'.
       DISPLAY '3 - EXCLUIR'.
       DISPLAY '4 - CONSULTAR'.
       DISPLAY '5 - LISTAR DEPARTAMENTO/ANO'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

       0300-INCLUIR.
       MOVE SPACES TO BUDGET-RECORD.
       PERFORM 0690-ACEITA-CHAVE.
       PERFORM 0710-VALIDA-CHAVE.
       IF NOT CHAVE-VALIDA
           DISPLAY 'INCLUSAO CANCELADA'
       ELSE
           PERFORM 0700-ACEITA-CAMPOS
           PERFORM 0720-MOVE-CAMPOS
           WRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY 'ORCAMENTO JA CADASTRADO PARA O '
                       'DEPARTAMENTO E COMPETENCIA'
               NOT INVALID KEY
                   DISPLAY 'INCLUIDO COM SUCESSO'
                   MOVE SPACES TO WRK-IMAGEM-ANTES
                   MOVE BUDGET-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'I' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
           END-WRITE
       END-IF.

       0400-ALTERAR.
       PERFORM 0690-ACEITA-CHAVE.
       READ BUDGET-FILE
           INVALID KEY
               DISPLAY 'ORCAMENTO NAO ENCONTRADO'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE BUDGET-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0700-ACEITA-CAMPOS
               PERFORM 0720-MOVE-CAMPOS
               REWRITE BUDGET-RECORD
               DISPLAY 'ALTERADO COM SUCESSO'
               MOVE BUDGET-RECORD TO WRK-IMAGEM-DEPOIS
               MOVE 'A' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0500-EXCLUIR.
       PERFORM 0690-ACEITA-CHAVE.
       READ BUDGET-FILE
           INVALID KEY
               DISPLAY 'ORCAMENTO NAO ENCONTRADO'
           NOT INVALID KEY
               MOVE BUDGET-RECORD TO WRK-IMAGEM-ANTES
               DELETE BUDGET-FILE
               DISPLAY 'EXCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-DEPOIS
               MOVE 'E' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0600-CONSULTAR.
       PERFORM 0690-ACEITA-CHAVE.
       READ BUDGET-FILE
           INVALID KEY
               DISPLAY 'ORCAMENTO NAO ENCONTRADO'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
       END-READ.

       0610-EXIBE-REGISTRO.
       DISPLAY 'DEPARTAMENTO.......: ' ORC-DEPARTAMENTO.
       DISPLAY 'COMPETENCIA........: ' ORC-MES '/' ORC-ANO.
       DISPLAY 'QUADRO ORCADO......: ' ORC-QTDE-FUNCIONARIOS.
       MOVE ORC-HORAS-EXTRAS TO WRK-HORAS-ED.
       DISPLAY 'HORAS EXTRAS.......: ' WRK-HORAS-ED.
       MOVE ORC-VALOR-BRUTO TO WRK-VALOR-ED.
       DISPLAY 'SALARIO BRUTO......: ' WRK-VALOR-ED.
       MOVE ORC-VALOR-FGTS TO WRK-VALOR-ED.
       DISPLAY 'FGTS...............: ' WRK-VALOR-ED.
       MOVE ORC-VALOR-INSS-PATRONAL TO WRK-VALOR-ED.
       DISPLAY 'INSS PATRONAL......: ' WRK-VALOR-ED.

       0650-LISTAR.
       DISPLAY 'DEPARTAMENTO: '.
       ACCEPT WRK-DEPARTAMENTO-LISTA FROM CONSOLE.
       DISPLAY 'ANO (AAAA): '.
       ACCEPT WRK-ANO-LISTA FROM CONSOLE.
       MOVE ZEROS TO WRK-QTDE-LISTADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       MOVE WRK-DEPARTAMENTO-LISTA TO ORC-DEPARTAMENTO.
       MOVE WRK-ANO-LISTA TO ORC-ANO.
       MOVE 01 TO ORC-MES.
       START BUDGET-FILE KEY NOT LESS THAN ORC-CHAVE
           INVALID KEY
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ORC-DEPARTAMENTO NOT = WRK-DEPARTAMENTO-LISTA
                           OR ORC-ANO NOT = WRK-ANO-LISTA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       MOVE ORC-VALOR-BRUTO TO WRK-VALOR-ED
                       DISPLAY ORC-MES '/' ORC-ANO ' QUADRO '
                           ORC-QTDE-FUNCIONARIOS ' BRUTO '
                           WRK-VALOR-ED
                       ADD 1 TO WRK-QTDE-LISTADOS
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY 'COMPETENCIAS ORCADAS: ' WRK-QTDE-LISTADOS.

       0690-ACEITA-CHAVE.
       DISPLAY 'DEPARTAMENTO: '.
       ACCEPT ORC-DEPARTAMENTO FROM CONSOLE.
       DISPLAY 'COMPETENCIA (AAAAMM): '.
       ACCEPT ORC-PERIODO FROM CONSOLE.

       0700-ACEITA-CAMPOS.
       DISPLAY 'QUADRO DE FUNCIONARIOS: '.
       ACCEPT WRK-QTDE-FUNCIONARIOS FROM CONSOLE.
       DISPLAY 'HORAS EXTRAS: '.
       ACCEPT WRK-HORAS-EXTRAS FROM CONSOLE.
       DISPLAY 'SALARIO BRUTO: '.
       ACCEPT WRK-VALOR-BRUTO FROM CONSOLE.
       DISPLAY 'FGTS: '.
       ACCEPT WRK-VALOR-FGTS FROM CONSOLE.
       DISPLAY 'INSS PATRONAL: '.
       ACCEPT WRK-VALOR-INSS-PATRONAL FROM CONSOLE.

      *> Competencia com mes valido e departamento do cadastro (sem
      *> o DEPMSTR disponivel so o mes e conferido; aviso ja dado na
      *> abertura).
       0710-VALIDA-CHAVE.
       MOVE 'S' TO WRK-IND-CHAVE-VALIDA.
       IF ORC-MES < 01 OR ORC-MES > 12
           DISPLAY 'COMPETENCIA INVALIDA'
           MOVE 'N' TO WRK-IND-CHAVE-VALIDA
       END-IF.
       IF DEPMSTR-DISPONIVEL
           MOVE ORC-DEPARTAMENTO TO DPT-CODIGO
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'DEPARTAMENTO NAO CADASTRADO NO DEPMSTR'
                   MOVE 'N' TO WRK-IND-CHAVE-VALIDA
               NOT INVALID KEY
                   CONTINUE
           END-READ
       END-IF.

       0720-MOVE-CAMPOS.
       MOVE WRK-QTDE-FUNCIONARIOS TO ORC-QTDE-FUNCIONARIOS.
       MOVE WRK-HORAS-EXTRAS TO ORC-HORAS-EXTRAS.
       MOVE WRK-VALOR-BRUTO TO ORC-VALOR-BRUTO.
       MOVE WRK-VALOR-FGTS TO ORC-VALOR-FGTS.
       MOVE WRK-VALOR-INSS-PATRONAL TO ORC-VALOR-INSS-PATRONAL.
       MOVE SPACES TO ORC-RESERVA.

       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'ORCAMEN ' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE ORC-DEPARTAMENTO TO CHG-CHAVE(1:10).
       MOVE ORC-PERIODO(3:4) TO CHG-CHAVE(11:4).
       MOVE WRK-IMAGEM-ANTES TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.
