       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFSMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-FILE ASSIGN TO "AFASTAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-STATUS-AFASTAM.
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
       FD  ABSENCE-FILE.
       COPY AFSREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-AFASTAM PIC X(02) VALUE SPACES.
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
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-IND-FUNC-VALIDO PIC X(01) VALUE 'S'.
           88 FUNC-VALIDO VALUE 'S'.
           88 FUNC-INVALIDO VALUE 'N'.
       77 WRK-IND-CAMPOS-VALIDOS PIC X(01) VALUE 'S'.
           88 CAMPOS-VALIDOS VALUE 'S'.
           88 CAMPOS-INVALIDOS VALUE 'N'.
       77 WRK-IND-SOBREPOSTO PIC X(01) VALUE 'N'.
           88 AFASTAMENTO-SOBREPOSTO VALUE 'S'.

       01  WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-INICIO-R REDEFINES WRK-DATA-INICIO.
           05 FILLER PIC 9(04).
           05 WRK-INI-MES PIC 9(02).
           05 WRK-INI-DIA PIC 9(02).
       01  WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FIM-R REDEFINES WRK-DATA-FIM.
           05 FILLER PIC 9(04).
           05 WRK-FIM-MES PIC 9(02).
           05 WRK-FIM-DIA PIC 9(02).
       77 WRK-DATA-ED PIC 99/99/9999 VALUE ZEROS.

      *> Registro em edicao guardado durante a varredura dos demais
      *> afastamentos da matricula, que usa a mesma area do arquivo.
       77 WRK-REGISTRO-EDITADO PIC X(60) VALUE SPACES.
       77 WRK-FIM-NOVO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-OUTRO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-EM-ABERTO PIC 9(08) VALUE 99999999.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O ABSENCE-FILE.
       IF WRK-STATUS-AFASTAM = '35'
           OPEN OUTPUT ABSENCE-FILE
           CLOSE ABSENCE-FILE
           OPEN I-O ABSENCE-FILE
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

       CLOSE ABSENCE-FILE.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DE AFASTAMENTOS E FALTAS'.
       DISPLAY '1 - INCLUIR'.
       DISPLAY '2 - ALTERAR (INCLUSIVE ENCERRAR AFASTAMENTO)'.
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
               WRITE ABSENCE-RECORD
                   INVALID KEY
                       DISPLAY 'MATRICULA/DATA DE INICIO JA CADASTRADA'
                   NOT INVALID KEY
                       DISPLAY 'INCLUIDO COM SUCESSO'
                       MOVE SPACES TO WRK-IMAGEM-ANTES
                       MOVE ABSENCE-RECORD TO WRK-IMAGEM-DEPOIS
                       MOVE 'I' TO WRK-OPERACAO-LOG
                       PERFORM 0800-GRAVA-CHANGE-LOG
               END-WRITE
           END-IF
       END-IF.

      *> Campos rejeitados na alteracao devolvem o registro lido, para
      *> nao regravar o afastamento com dados pela metade.
       0400-ALTERAR.
       PERFORM 0700-ACEITA-CHAVE.
       READ ABSENCE-FILE
           INVALID KEY
               DISPLAY 'MATRICULA/DATA DE INICIO NAO ENCONTRADA'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE ABSENCE-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0710-ACEITA-CAMPOS
               IF CAMPOS-INVALIDOS
                   MOVE WRK-IMAGEM-ANTES TO ABSENCE-RECORD
                   DISPLAY 'ALTERACAO CANCELADA'
               ELSE
                   REWRITE ABSENCE-RECORD
                   DISPLAY 'ALTERADO COM SUCESSO'
                   MOVE ABSENCE-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'A' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
               END-IF
       END-READ.

       0500-EXCLUIR.
       PERFORM 0700-ACEITA-CHAVE.
       READ ABSENCE-FILE
           INVALID KEY
               DISPLAY 'MATRICULA/DATA DE INICIO NAO ENCONTRADA'
           NOT INVALID KEY
               MOVE ABSENCE-RECORD TO WRK-IMAGEM-ANTES
               DELETE ABSENCE-FILE
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
       MOVE WRK-MATRICULA TO AFS-EMP-NUMERO.
       MOVE ZEROS TO AFS-DATA-INICIO.
       START ABSENCE-FILE KEY NOT LESS THAN AFS-CHAVE
           INVALID KEY
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ ABSENCE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AFS-EMP-NUMERO NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       PERFORM 0610-EXIBE-REGISTRO
                       ADD 1 TO WRK-QTDE-LISTADOS
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY 'AFASTAMENTOS DA MATRICULA: ' WRK-QTDE-LISTADOS.

       0610-EXIBE-REGISTRO.
       MOVE AFS-DATA-INICIO TO WRK-DATA-INICIO.
       MOVE WRK-DATA-INICIO TO WRK-DATA-ED.
       DISPLAY 'MATRICULA/INICIO: ' AFS-EMP-NUMERO '/' WRK-DATA-ED.
       DISPLAY 'TIPO............: ' AFS-TIPO
           ' (D=DOENCA A=ACIDENTE M=MATERNIDADE N=NAO REMUNERADA '
           'F=FALTA J=FALTA JUSTIFICADA)'.
       IF AFS-DATA-FIM = ZEROS
           DISPLAY 'FIM.............: EM ABERTO'
       ELSE
           MOVE AFS-DATA-FIM TO WRK-DATA-FIM
           MOVE WRK-DATA-FIM TO WRK-DATA-ED
           DISPLAY 'FIM.............: ' WRK-DATA-ED
       END-IF.
       DISPLAY 'DOCUMENTO.......: ' AFS-DOCUMENTO.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ reconstituir quem mudou o que -
      *> um afastamento lancado ou encerrado muda os dias pagos, o
      *> DSR e o saldo de ferias da folha.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'AFASTAM ' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE AFS-CHAVE TO CHG-CHAVE(1:14).
       MOVE WRK-IMAGEM-ANTES TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       0700-ACEITA-CHAVE.
       DISPLAY 'MATRICULA: '.
       ACCEPT WRK-MATRICULA FROM CONSOLE.
       DISPLAY 'DATA DE INICIO (AAAAMMDD): '.
       ACCEPT WRK-DATA-INICIO FROM CONSOLE.
       MOVE WRK-MATRICULA TO AFS-EMP-NUMERO.
       MOVE WRK-DATA-INICIO TO AFS-DATA-INICIO.

      *> Fim em branco deixa o afastamento em aberto (encerrado depois
      *> pela alteracao); falta, justificada ou nao, sem fim vale so
      *> o dia de inicio. A data de inicio e validada aqui porque a
      *> chave ja foi aceita antes.
       0710-ACEITA-CAMPOS.
       MOVE 'S' TO WRK-IND-CAMPOS-VALIDOS.
       DISPLAY 'TIPO (D=DOENCA A=ACIDENTE M=MATERNIDADE '
           'N=NAO REMUNERADA F=FALTA J=FALTA JUSTIFICADA): '.
       ACCEPT AFS-TIPO FROM CONSOLE.
       DISPLAY 'DATA DE FIM (AAAAMMDD, ZERO = EM ABERTO): '.
       ACCEPT AFS-DATA-FIM FROM CONSOLE.
       DISPLAY 'DOCUMENTO (ATESTADO, CAT, PORTARIA): '.
       ACCEPT AFS-DOCUMENTO FROM CONSOLE.
       MOVE SPACES TO AFS-RESERVA.

       IF AFS-DATA-FIM = ZEROS AND
               (AFS-FALTA-INJUSTIFICADA OR AFS-FALTA-JUSTIFICADA)
           MOVE AFS-DATA-INICIO TO AFS-DATA-FIM
       END-IF.

       MOVE AFS-DATA-INICIO TO WRK-DATA-INICIO.
       MOVE AFS-DATA-FIM TO WRK-DATA-FIM.
       EVALUATE TRUE
           WHEN WRK-DATA-INICIO = ZEROS OR
                   WRK-INI-MES < 01 OR WRK-INI-MES > 12 OR
                   WRK-INI-DIA < 01 OR WRK-INI-DIA > 31
               DISPLAY 'DATA DE INICIO INVALIDA'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN NOT AFS-TIPO-VALIDO
               DISPLAY 'TIPO DE AFASTAMENTO INVALIDO'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN WRK-DATA-FIM NOT = ZEROS AND
                   (WRK-FIM-MES < 01 OR WRK-FIM-MES > 12 OR
                    WRK-FIM-DIA < 01 OR WRK-FIM-DIA > 31)
               DISPLAY 'DATA DE FIM INVALIDA'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN WRK-DATA-FIM NOT = ZEROS AND
                   WRK-DATA-FIM < WRK-DATA-INICIO
               DISPLAY 'DATA DE FIM ANTERIOR AO INICIO'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           WHEN OTHER
               PERFORM 0730-VERIFICA-SOBREPOSICAO
               IF AFASTAMENTO-SOBREPOSTO
                   DISPLAY 'PERIODO SOBREPOE OUTRO AFASTAMENTO DA '
                       'MATRICULA'
                   MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
               END-IF
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

      *> Dois afastamentos da mesma matricula no mesmo dia fariam a
      *> folha descontar o dia duas vezes; o periodo digitado nao
      *> pode cruzar nenhum outro (em aberto conta ate o fim).
       0730-VERIFICA-SOBREPOSICAO.
       MOVE 'N' TO WRK-IND-SOBREPOSTO.
       MOVE ABSENCE-RECORD TO WRK-REGISTRO-EDITADO.
       IF AFS-DATA-FIM = ZEROS
           MOVE WRK-FIM-EM-ABERTO TO WRK-FIM-NOVO
       ELSE
           MOVE AFS-DATA-FIM TO WRK-FIM-NOVO
       END-IF.

       MOVE 'N' TO WRK-FIM-ARQUIVO.
       MOVE ZEROS TO AFS-DATA-INICIO.
       START ABSENCE-FILE KEY NOT LESS THAN AFS-CHAVE
           INVALID KEY
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START.
       PERFORM UNTIL FIM-DO-ARQUIVO OR AFASTAMENTO-SOBREPOSTO
           READ ABSENCE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AFS-EMP-NUMERO NOT = WRK-MATRICULA OR
                           AFS-DATA-INICIO > WRK-FIM-NOVO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       PERFORM 0735-COMPARA-PERIODO
                   END-IF
           END-READ
       END-PERFORM.
       MOVE WRK-REGISTRO-EDITADO TO ABSENCE-RECORD.

       0735-COMPARA-PERIODO.
       IF AFS-DATA-FIM = ZEROS
           MOVE WRK-FIM-EM-ABERTO TO WRK-FIM-OUTRO
       ELSE
           MOVE AFS-DATA-FIM TO WRK-FIM-OUTRO
       END-IF.
       IF AFS-DATA-INICIO NOT = WRK-DATA-INICIO AND
               WRK-FIM-OUTRO NOT < WRK-DATA-INICIO
           SET AFASTAMENTO-SOBREPOSTO TO TRUE
       END-IF.
