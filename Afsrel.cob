       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFSREL.
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
           SELECT PRINT-FILE ASSIGN TO "AFSREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-FILE.
       COPY AFSREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

      *> O AFASTAM.DAT e chaveado por matricula e inicio; a
      *> classificacao leva os afastamentos da competencia para a
      *> sequencia de departamento, com quebra e contagem por grupo.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-DEPARTAMENTO          PIC X(10).
           05 SRT-EMP-NUMERO            PIC 9(06).
           05 SRT-DATA-INICIO           PIC 9(08).
           05 SRT-NOME                  PIC X(30).
           05 SRT-TIPO                  PIC X(01).
           05 SRT-DATA-FIM              PIC 9(08).
           05 SRT-DOCUMENTO             PIC X(20).
           05 SRT-IND-EM-CURSO          PIC X(01).
               88 SRT-EM-CURSO          VALUE 'S'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-AFASTAM PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-EMPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 EMPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT VALUE 'S'.

       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       01  WRK-PERIODO-RELATORIO PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-RELATORIO-R REDEFINES WRK-PERIODO-RELATORIO.
           05 WRK-REL-ANO PIC 9(04).
           05 WRK-REL-MES PIC 9(02).
       77 WRK-PRIMEIRO-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA PIC 9(08) VALUE ZEROS.

       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 50.

       77 WRK-DEPTO-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-IND-PRIMEIRO-DEPTO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-DEPTO VALUE 'S'.
       77 WRK-QTDE-DEPTO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EM-CURSO-DEPTO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GERAL PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EM-CURSO-GERAL PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-CADASTRO PIC 9(05) VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(30) VALUE 'FOLHA DE PAGAMENTO LTDA'.
           05 FILLER PIC X(31) VALUE
               'RELACAO DE AFASTAMENTOS - MES '.
           05 LC1-MES PIC 99.
           05 FILLER PIC X(01) VALUE '/'.
           05 LC1-ANO PIC 9999.
           05 FILLER PIC X(10) VALUE '  PAGINA: '.
           05 LC1-PAGINA PIC ZZZ9.
           05 FILLER PIC X(08) VALUE ' DATA: '.
           05 LC1-DATA PIC 99/99/9999.

       01  LINHA-CABECALHO-2.
           05 FILLER PIC X(10) VALUE 'MATRICULA'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(16) VALUE 'TIPO'.
           05 FILLER PIC X(12) VALUE 'INICIO'.
           05 FILLER PIC X(12) VALUE 'FIM'.
           05 FILLER PIC X(21) VALUE 'DOCUMENTO'.
           05 FILLER PIC X(08) VALUE 'SITUACAO'.

       01  LINHA-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 LDP-DEPARTAMENTO PIC X(10).

       01  LINHA-DETALHE.
           05 LD-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 LD-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-TIPO PIC X(15).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-INICIO PIC 99/99/9999.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-FIM PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-DOCUMENTO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-SITUACAO PIC X(10).

       01  WRK-FIM-ED PIC 99/99/9999.

       01  LINHA-SUBTOTAL.
           05 FILLER PIC X(22) VALUE 'TOTAL DEPARTAMENTO:'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LS-DEPARTAMENTO PIC X(10).
           05 FILLER PIC X(16) VALUE '  AFASTAMENTOS: '.
           05 LS-QTDE PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE '  EM CURSO: '.
           05 LS-QTDE-EM-CURSO PIC ZZZZ9.

       01  LINHA-TOTAL-GERAL.
           05 FILLER PIC X(33) VALUE
               'TOTAL GERAL.....................'.
           05 FILLER PIC X(16) VALUE '  AFASTAMENTOS: '.
           05 LT-QTDE PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE '  EM CURSO: '.
           05 LT-QTDE-EM-CURSO PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.
       DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM, ZERO = MES ATUAL): '.
       ACCEPT WRK-PERIODO-RELATORIO FROM CONSOLE.
       IF WRK-PERIODO-RELATORIO = ZEROS OR
               WRK-REL-MES < 01 OR WRK-REL-MES > 12
           MOVE WRK-PERIODO-EXECUCAO TO WRK-PERIODO-RELATORIO
       END-IF.
       COMPUTE WRK-PRIMEIRO-DIA = WRK-PERIODO-RELATORIO * 100 + 1.
       COMPUTE WRK-ULTIMO-DIA = WRK-PERIODO-RELATORIO * 100 + 31.

       PERFORM 0150-ABRIR-ARQUIVOS.
       SORT SORT-WORK-FILE
           ON ASCENDING KEY SRT-DEPARTAMENTO SRT-EMP-NUMERO
               SRT-DATA-INICIO
           INPUT PROCEDURE IS 0200-SELECIONA-AFASTAMENTOS
           OUTPUT PROCEDURE IS 0500-IMPRIME-POR-DEPARTAMENTO.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN INPUT ABSENCE-FILE.
       OPEN OUTPUT PRINT-FILE.
       IF WRK-STATUS-AFASTAM NOT = '00'
           DISPLAY 'ERRO AO ABRIR AFASTAM.DAT - STATUS '
               WRK-STATUS-AFASTAM
           MOVE 'S' TO WRK-FIM-ARQUIVO.

       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR = '00'
           SET EMPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: EMPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-EMPMSTR ' - RELATORIO SEM DEPARTAMENTO'
       END-IF.

      *> Entra todo afastamento que toca a competencia; o que nao
      *> terminou ate o ultimo dia do mes (ou esta em aberto) e quem
      *> continua afastado e sai marcado EM CURSO.
       0200-SELECIONA-AFASTAMENTOS.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ ABSENCE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AFS-DATA-INICIO NOT > WRK-ULTIMO-DIA AND
                           (AFS-DATA-FIM = ZEROS OR
                            AFS-DATA-FIM NOT < WRK-PRIMEIRO-DIA)
                       PERFORM 0300-LIBERA-AFASTAMENTO
                   END-IF
           END-READ
       END-PERFORM.

       0300-LIBERA-AFASTAMENTO.
       MOVE SPACES TO SRT-DEPARTAMENTO.
       MOVE SPACES TO SRT-NOME.
       IF EMPMSTR-DISPONIVEL
           MOVE AFS-EMP-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE '*SEM CAD*' TO SRT-DEPARTAMENTO
                   MOVE 'MATRICULA NAO CADASTRADA' TO SRT-NOME
                   ADD 1 TO WRK-QTDE-SEM-CADASTRO
               NOT INVALID KEY
                   MOVE EMP-DEPARTAMENTO TO SRT-DEPARTAMENTO
                   MOVE EMP-NOME TO SRT-NOME
           END-READ
       END-IF.
       MOVE AFS-EMP-NUMERO TO SRT-EMP-NUMERO.
       MOVE AFS-DATA-INICIO TO SRT-DATA-INICIO.
       MOVE AFS-TIPO TO SRT-TIPO.
       MOVE AFS-DATA-FIM TO SRT-DATA-FIM.
       MOVE AFS-DOCUMENTO TO SRT-DOCUMENTO.
       IF AFS-DATA-FIM = ZEROS OR AFS-DATA-FIM > WRK-ULTIMO-DIA
           MOVE 'S' TO SRT-IND-EM-CURSO
       ELSE
           MOVE 'N' TO SRT-IND-EM-CURSO
       END-IF.
       RELEASE SORT-WORK-RECORD.

       0500-IMPRIME-POR-DEPARTAMENTO.
       PERFORM UNTIL FIM-DO-SORT
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   IF NOT PRIMEIRO-DEPTO
                       PERFORM 0530-IMPRIME-SUBTOTAL
                   END-IF
               NOT AT END
                   PERFORM 0510-TRATA-QUEBRA
                   PERFORM 0520-IMPRIME-DETALHE
           END-RETURN
       END-PERFORM.

       0510-TRATA-QUEBRA.
       IF PRIMEIRO-DEPTO
           MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
           MOVE 'N' TO WRK-IND-PRIMEIRO-DEPTO
           PERFORM 0540-IMPRIME-CABECALHO-DEPTO
       ELSE
           IF SRT-DEPARTAMENTO NOT = WRK-DEPTO-ATUAL
               PERFORM 0530-IMPRIME-SUBTOTAL
               MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
               MOVE ZEROS TO WRK-QTDE-DEPTO
               MOVE ZEROS TO WRK-QTDE-EM-CURSO-DEPTO
               PERFORM 0540-IMPRIME-CABECALHO-DEPTO
           END-IF
       END-IF.

       0520-IMPRIME-DETALHE.
       IF WRK-LINHA-PAGINA > WRK-MAX-LINHAS-PAGINA
           PERFORM 0550-IMPRIME-CABECALHO-PAGINA
       END-IF.
       MOVE SRT-EMP-NUMERO TO LD-MATRICULA.
       MOVE SRT-NOME TO LD-NOME.
       EVALUATE SRT-TIPO
           WHEN 'D'
               MOVE 'DOENCA' TO LD-TIPO
           WHEN 'A'
               MOVE 'ACIDENTE TRAB.' TO LD-TIPO
           WHEN 'M'
               MOVE 'MATERNIDADE' TO LD-TIPO
           WHEN 'N'
               MOVE 'NAO REMUNERADA' TO LD-TIPO
           WHEN 'F'
               MOVE 'FALTA' TO LD-TIPO
           WHEN 'J'
               MOVE 'FALTA JUSTIF.' TO LD-TIPO
           WHEN OTHER
               MOVE SRT-TIPO TO LD-TIPO
       END-EVALUATE.
       MOVE SRT-DATA-INICIO TO LD-INICIO.
       IF SRT-DATA-FIM = ZEROS
           MOVE 'EM ABERTO' TO LD-FIM
       ELSE
           MOVE SRT-DATA-FIM TO WRK-FIM-ED
           MOVE WRK-FIM-ED TO LD-FIM
       END-IF.
       MOVE SRT-DOCUMENTO TO LD-DOCUMENTO.
       IF SRT-EM-CURSO
           MOVE 'EM CURSO' TO LD-SITUACAO
           ADD 1 TO WRK-QTDE-EM-CURSO-DEPTO
           ADD 1 TO WRK-QTDE-EM-CURSO-GERAL
       ELSE
           MOVE 'ENCERRADO' TO LD-SITUACAO
       END-IF.
       WRITE PRINT-LINE FROM LINHA-DETALHE.
       ADD 1 TO WRK-LINHA-PAGINA.
       ADD 1 TO WRK-QTDE-DEPTO.
       ADD 1 TO WRK-QTDE-GERAL.

       0530-IMPRIME-SUBTOTAL.
       MOVE WRK-DEPTO-ATUAL TO LS-DEPARTAMENTO.
       MOVE WRK-QTDE-DEPTO TO LS-QTDE.
       MOVE WRK-QTDE-EM-CURSO-DEPTO TO LS-QTDE-EM-CURSO.
       WRITE PRINT-LINE FROM LINHA-SUBTOTAL.
       ADD 1 TO WRK-LINHA-PAGINA.

       0540-IMPRIME-CABECALHO-DEPTO.
       PERFORM 0550-IMPRIME-CABECALHO-PAGINA.
       MOVE WRK-DEPTO-ATUAL TO LDP-DEPARTAMENTO.
       WRITE PRINT-LINE FROM LINHA-DEPARTAMENTO.
       ADD 1 TO WRK-LINHA-PAGINA.

       0550-IMPRIME-CABECALHO-PAGINA.
       ADD 1 TO WRK-PAGINA.
       MOVE WRK-PAGINA TO LC1-PAGINA.
       MOVE WRK-REL-MES TO LC1-MES.
       MOVE WRK-REL-ANO TO LC1-ANO.
       MOVE WRK-DATA-EXECUCAO-ED TO LC1-DATA.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-1.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-2.
       MOVE 2 TO WRK-LINHA-PAGINA.

       0900-FINALIZAR.
       MOVE WRK-QTDE-GERAL TO LT-QTDE.
       MOVE WRK-QTDE-EM-CURSO-GERAL TO LT-QTDE-EM-CURSO.
       WRITE PRINT-LINE FROM LINHA-TOTAL-GERAL.
       DISPLAY 'AFASTAMENTOS NA COMPETENCIA.......: ' WRK-QTDE-GERAL.
       DISPLAY 'AFASTADOS EM CURSO NO FIM DO MES..: '
           WRK-QTDE-EM-CURSO-GERAL.
       IF WRK-QTDE-SEM-CADASTRO > ZEROS
           DISPLAY 'MATRICULAS SEM CADASTRO NO EMPMSTR: '
               WRK-QTDE-SEM-CADASTRO
       END-IF.
       CLOSE ABSENCE-FILE.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       CLOSE PRINT-FILE.
