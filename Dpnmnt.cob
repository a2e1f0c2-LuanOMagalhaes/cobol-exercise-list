       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPNMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPN-CHAVE
               FILE STATUS IS WRK-STATUS-DEPENDEN.
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
       FD  DEPENDENT-FILE.
       COPY DPNREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-DEPENDEN PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-EMPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 EMPMSTR-DISPONIVEL VALUE 'S'.
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

       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-SEQUENCIA PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-IND-FUNC-VALIDO PIC X(01) VALUE 'S'.
           88 FUNC-VALIDO VALUE 'S'.
           88 FUNC-INVALIDO VALUE 'N'.
       77 WRK-IND-CAMPOS-VALIDOS PIC X(01) VALUE 'S'.
           88 CAMPOS-VALIDOS VALUE 'S'.
           88 CAMPOS-INVALIDOS VALUE 'N'.

       01  WRK-NASCIMENTO PIC 9(08) VALUE ZEROS.
       01  WRK-NASCIMENTO-R REDEFINES WRK-NASCIMENTO.
           05 FILLER PIC 9(04).
           05 WRK-NAS-MES PIC 9(02).
           05 WRK-NAS-DIA PIC 9(02).
       77 WRK-NASCIMENTO-ED PIC 99/99/9999 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O DEPENDENT-FILE.
       IF WRK-STATUS-DEPENDEN = '35'
           OPEN OUTPUT DEPENDENT-FILE
           CLOSE DEPENDENT-FILE
           OPEN I-O DEPENDENT-FILE
       END-IF.

       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR = '00'
           SET EMPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: EMPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-EMPMSTR ' - MATRICULA NAO SERA VALIDADA'
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
                   PERFORM 0600-LISTAR-MATRICULA
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       END-PERFORM.

       CLOSE DEPENDENT-FILE.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DO CADASTRO DE DEPENDENTES'.
       DISPLAY '1 - INCLUIR'.
       DISPLAY '2 - ALTERAR'.
       DISPLAY '3 - EXCLUIR'.
       DISPLAY '4 - LISTAR POR MATRICULA'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

       0300-INCLUIR.
       PERFORM 0700-ACEITA-CHAVE.
       PERFORM 0720-VALIDA-FUNCIONARIO.
       IF FUNC-INVALIDO
           DISPLAY 'MATRICULA NAO CADASTRADA NO EMPMSTR - '
               'INCLUSAO CANCELADA'
       ELSE
           PERFORM 0710-ACEITA-CAMPOS
           IF CAMPOS-INVALIDOS
               DISPLAY 'INCLUSAO CANCELADA'
           ELSE
               WRITE DEPENDENT-RECORD
                   INVALID KEY
                       DISPLAY 'MATRICULA/SEQUENCIA JA CADASTRADA'
                   NOT INVALID KEY
                       DISPLAY 'INCLUIDO COM SUCESSO'
                       MOVE SPACES TO WRK-IMAGEM-ANTES
                       MOVE DEPENDENT-RECORD TO WRK-IMAGEM-DEPOIS
                       MOVE 'I' TO WRK-OPERACAO-LOG
                       PERFORM 0800-GRAVA-CHANGE-LOG
               END-WRITE
           END-IF
       END-IF.

      *> Campos rejeitados na alteracao devolvem o registro lido, para
      *> nao regravar o dependente com dados pela metade.
       0400-ALTERAR.
       PERFORM 0700-ACEITA-CHAVE.
       READ DEPENDENT-FILE
           INVALID KEY
               DISPLAY 'MATRICULA/SEQUENCIA NAO ENCONTRADA'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE DEPENDENT-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0710-ACEITA-CAMPOS
               IF CAMPOS-INVALIDOS
                   MOVE WRK-IMAGEM-ANTES TO DEPENDENT-RECORD
                   DISPLAY 'ALTERACAO CANCELADA'
               ELSE
                   REWRITE DEPENDENT-RECORD
                   DISPLAY 'ALTERADO COM SUCESSO'
                   MOVE DEPENDENT-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'A' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
               END-IF
       END-READ.

       0500-EXCLUIR.
       PERFORM 0700-ACEITA-CHAVE.
       READ DEPENDENT-FILE
           INVALID KEY
               DISPLAY 'MATRICULA/SEQUENCIA NAO ENCONTRADA'
           NOT INVALID KEY
               MOVE DEPENDENT-RECORD TO WRK-IMAGEM-ANTES
               DELETE DEPENDENT-FILE
               DISPLAY 'EXCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-DEPOIS
               MOVE 'E' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0600-LISTAR-MATRICULA.
       DISPLAY 'MATRICULA: '.
       ACCEPT WRK-MATRICULA FROM CONSOLE.
       MOVE ZEROS TO WRK-QTDE-LISTADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       MOVE WRK-MATRICULA TO DPN-EMP-NUMERO.
       MOVE ZEROS TO DPN-SEQUENCIA.
       START DEPENDENT-FILE KEY NOT LESS THAN DPN-CHAVE
           INVALID KEY
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ DEPENDENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DPN-EMP-NUMERO NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       PERFORM 0610-EXIBE-REGISTRO
                       ADD 1 TO WRK-QTDE-LISTADOS
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY 'DEPENDENTES DA MATRICULA: ' WRK-QTDE-LISTADOS.

       0610-EXIBE-REGISTRO.
       DISPLAY 'MATRICULA/SEQ..: ' DPN-EMP-NUMERO '/' DPN-SEQUENCIA.
       DISPLAY 'NOME...........: ' DPN-NOME.
       MOVE DPN-DATA-NASCIMENTO TO WRK-NASCIMENTO.
       MOVE WRK-NASCIMENTO TO WRK-NASCIMENTO-ED.
       DISPLAY 'NASCIMENTO.....: ' WRK-NASCIMENTO-ED.
       DISPLAY 'PARENTESCO.....: ' DPN-PARENTESCO
           ' (F=FILHO E=ENTEADO C=CONJUGE P=PAIS O=OUTROS)'.
       DISPLAY 'DEDUZ NO IRRF..: ' DPN-IND-IRRF.
       DISPLAY 'SALARIO-FAMILIA: ' DPN-IND-SALARIO-FAMILIA.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ reconstituir quem mudou o que -
      *> um dependente incluido em silencio reduz o IRRF retido e
      *> gera cota de salario-familia todo mes.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'DEPENDEN' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE DPN-CHAVE TO CHG-CHAVE(1:8).
       MOVE WRK-IMAGEM-ANTES TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       0700-ACEITA-CHAVE.
       DISPLAY 'MATRICULA: '.
       ACCEPT WRK-MATRICULA FROM CONSOLE.
       DISPLAY 'SEQUENCIA (01-99): '.
       ACCEPT WRK-SEQUENCIA FROM CONSOLE.
       MOVE WRK-MATRICULA TO DPN-EMP-NUMERO.
       MOVE WRK-SEQUENCIA TO DPN-SEQUENCIA.

      *> Cota de salario-familia so para filho ou enteado; a idade
      *> limite e conferida pelo EX57T a cada folha, entao o filho
      *> que passa da idade sai da cota sem manutencao aqui.
       0710-ACEITA-CAMPOS.
       MOVE 'S' TO WRK-IND-CAMPOS-VALIDOS.
       DISPLAY 'NOME DO DEPENDENTE: '.
       ACCEPT DPN-NOME FROM CONSOLE.
       DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '.
       ACCEPT DPN-DATA-NASCIMENTO FROM CONSOLE.
       DISPLAY 'PARENTESCO (F=FILHO E=ENTEADO C=CONJUGE P=PAIS '
           'O=OUTROS): '.
       ACCEPT DPN-PARENTESCO FROM CONSOLE.
       DISPLAY 'DEDUZ NO IRRF (S/N): '.
       ACCEPT DPN-IND-IRRF FROM CONSOLE.
       DISPLAY 'RECEBE COTA DE SALARIO-FAMILIA (S/N): '.
       ACCEPT DPN-IND-SALARIO-FAMILIA FROM CONSOLE.

       MOVE DPN-DATA-NASCIMENTO TO WRK-NASCIMENTO.
       EVALUATE TRUE
           WHEN WRK-NASCIMENTO = ZEROS OR
                   WRK-NASCIMENTO > WRK-DATA-EXECUCAO OR
                   WRK-NAS-MES < 01 OR WRK-NAS-MES > 12 OR
                   WRK-NAS-DIA < 01 OR WRK-NAS-DIA > 31
               DISPLAY 'DATA DE NASCIMENTO INVALIDA'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN NOT DPN-PARENTESCO-VALIDO
               DISPLAY 'PARENTESCO INVALIDO'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN DPN-IND-IRRF NOT = 'S' AND DPN-IND-IRRF NOT = 'N'
               DISPLAY 'INDICADOR DE IRRF DEVE SER S OU N'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN DPN-IND-SALARIO-FAMILIA NOT = 'S' AND
                   DPN-IND-SALARIO-FAMILIA NOT = 'N'
               DISPLAY 'INDICADOR DE SALARIO-FAMILIA DEVE SER S OU N'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN DPN-COTA-SAL-FAMILIA AND
                   NOT DPN-FILHO AND NOT DPN-ENTEADO
               DISPLAY 'SALARIO-FAMILIA SO PARA FILHO OU ENTEADO'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

      *> Sem o cadastro de funcionarios disponivel a inclusao segue
      *> sem validar (aviso ja dado na abertura).
       0720-VALIDA-FUNCIONARIO.
       MOVE 'S' TO WRK-IND-FUNC-VALIDO.
       IF EMPMSTR-DISPONIVEL
           MOVE WRK-MATRICULA TO EMP-NUMERO
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-IND-FUNC-VALIDO
               NOT INVALID KEY
                   DISPLAY 'FUNCIONARIO: ' EMP-NOME
           END-READ
       END-IF.
