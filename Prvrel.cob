       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISAO-FILE ASSIGN TO "PROVSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-EMP-NUMERO
               FILE STATUS IS WRK-STATUS-PROVSAL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT PRINT-FILE ASSIGN TO "PRVREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  PROVISAO-FILE.
       COPY PRVREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

      *> O PROVSAL.DAT e chaveado por matricula; a classificacao leva
      *> os saldos para a sequencia do departamento em que a provisao
      *> foi lancada, com subtotal por grupo.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-DEPARTAMENTO          PIC X(10).
           05 SRT-EMP-NUMERO            PIC 9(06).
           05 SRT-NOME                  PIC X(30).
           05 SRT-ULTIMO-PERIODO        PIC 9(06).
           05 SRT-SALDO-13              PIC 9(09)V99.
           05 SRT-ENCARGOS-13           PIC 9(09)V99.
           05 SRT-SALDO-FERIAS          PIC 9(09)V99.
           05 SRT-ENCARGOS-FERIAS       PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PROVSAL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-EMPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 EMPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT VALUE 'S'.

       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 50.

       77 WRK-DEPTO-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-IND-PRIMEIRO-DEPTO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-DEPTO VALUE 'S'.
       77 WRK-QTDE-ZERADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-GERAL PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-TOTAL PIC 9(09)V99 VALUE ZEROS.

      *> Acumuladores do departamento (1) e gerais (2), nas mesmas
      *> colunas da linha de detalhe.
       01  WRK-TABELA-TOTAIS.
           05 WRK-TOTAIS OCCURS 2 TIMES.
              10 TOT-SALDO-13          PIC 9(11)V99.
              10 TOT-ENCARGOS-13       PIC 9(11)V99.
              10 TOT-SALDO-FERIAS      PIC 9(11)V99.
              10 TOT-ENCARGOS-FERIAS   PIC 9(11)V99.
              10 TOT-SALDO-TOTAL       PIC 9(11)V99.
       77 WRK-SUB-TOTAL PIC 9(01) VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(30) VALUE 'FOLHA DE PAGAMENTO LTDA'.
           05 FILLER PIC X(48) VALUE
               'SALDO DA PROVISAO DE 13o E FERIAS'.
           05 FILLER PIC X(10) VALUE '  PAGINA: '.
           05 LC1-PAGINA PIC ZZZ9.
           05 FILLER PIC X(08) VALUE ' DATA: '.
           05 LC1-DATA PIC 99/99/9999.

       01  LINHA-CABECALHO-2.
           05 FILLER PIC X(08) VALUE 'MATRIC.'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(08) VALUE 'ULT.PER'.
           05 FILLER PIC X(16) VALUE '     SALDO 13o'.
           05 FILLER PIC X(16) VALUE '  ENCARGOS 13o'.
           05 FILLER PIC X(16) VALUE 'FERIAS + 1/3'.
           05 FILLER PIC X(16) VALUE 'ENCARG. FERIAS'.
           05 FILLER PIC X(16) VALUE '   SALDO TOTAL'.

       01  LINHA-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 LDP-DEPARTAMENTO PIC X(10).

       01  LINHA-DETALHE.
           05 LD-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-ULTIMO-PERIODO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-SALDO-13 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-ENCARGOS-13 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-SALDO-FERIAS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-ENCARGOS-FERIAS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-SALDO-TOTAL PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOTAL.
           05 LT-DESCRICAO PIC X(45).
           05 LT-SALDO-13 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-ENCARGOS-13 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-SALDO-FERIAS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-ENCARGOS-FERIAS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-SALDO-TOTAL PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-DESCRICAO-SUBTOTAL.
           05 FILLER PIC X(20) VALUE 'TOTAL DEPARTAMENTO: '.
           05 WRK-SUB-DEPARTAMENTO PIC X(10).

      *> Posicao da provisao de 13o e ferias (com FGTS e INSS
      *> patronal) por funcionario e departamento, para conferir com
      *> as contas de provisao do razao. Matricula com saldo zerado
      *> (desligada ou ja paga) nao sai.
       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.
       MOVE ZEROS TO WRK-TABELA-TOTAIS.
       PERFORM 0150-ABRIR-ARQUIVOS.
       SORT SORT-WORK-FILE
           ON ASCENDING KEY SRT-DEPARTAMENTO SRT-EMP-NUMERO
           INPUT PROCEDURE IS 0200-SELECIONA-SALDOS
           OUTPUT PROCEDURE IS 0500-IMPRIME-POR-DEPARTAMENTO.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN INPUT PROVISAO-FILE.
       OPEN OUTPUT PRINT-FILE.
       IF WRK-STATUS-PROVSAL NOT = '00'
           DISPLAY 'ERRO AO ABRIR PROVSAL.DAT - STATUS '
               WRK-STATUS-PROVSAL
           MOVE 'S' TO WRK-FIM-ARQUIVO.

       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR = '00'
           SET EMPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: EMPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-EMPMSTR ' - RELATORIO SEM NOMES'
       END-IF.

       0200-SELECIONA-SALDOS.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ PROVISAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-SALDO-13 = ZEROS AND
                           PRV-SALDO-FERIAS = ZEROS AND
                           PRV-SALDO-13-FGTS = ZEROS AND
                           PRV-SALDO-13-INSS = ZEROS AND
                           PRV-SALDO-FERIAS-FGTS = ZEROS AND
                           PRV-SALDO-FERIAS-INSS = ZEROS
                       ADD 1 TO WRK-QTDE-ZERADOS
                   ELSE
                       PERFORM 0300-LIBERA-SALDO
                   END-IF
           END-READ
       END-PERFORM.

       0300-LIBERA-SALDO.
       MOVE PRV-DEPARTAMENTO TO SRT-DEPARTAMENTO.
       MOVE PRV-EMP-NUMERO TO SRT-EMP-NUMERO.
       MOVE SPACES TO SRT-NOME.
       IF EMPMSTR-DISPONIVEL
           MOVE PRV-EMP-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA' TO SRT-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO SRT-NOME
           END-READ
       END-IF.
       MOVE PRV-ULTIMO-PERIODO TO SRT-ULTIMO-PERIODO.
       MOVE PRV-SALDO-13 TO SRT-SALDO-13.
       ADD PRV-SALDO-13-FGTS PRV-SALDO-13-INSS
           GIVING SRT-ENCARGOS-13.
       MOVE PRV-SALDO-FERIAS TO SRT-SALDO-FERIAS.
       ADD PRV-SALDO-FERIAS-FGTS PRV-SALDO-FERIAS-INSS
           GIVING SRT-ENCARGOS-FERIAS.
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
               MOVE ZEROS TO WRK-TOTAIS(1)
               PERFORM 0540-IMPRIME-CABECALHO-DEPTO
           END-IF
       END-IF.

       0520-IMPRIME-DETALHE.
       IF WRK-LINHA-PAGINA > WRK-MAX-LINHAS-PAGINA
           PERFORM 0550-IMPRIME-CABECALHO-PAGINA
       END-IF.
       ADD SRT-SALDO-13 SRT-ENCARGOS-13 SRT-SALDO-FERIAS
           SRT-ENCARGOS-FERIAS GIVING WRK-SALDO-TOTAL.
       MOVE SRT-EMP-NUMERO TO LD-MATRICULA.
       MOVE SRT-NOME TO LD-NOME.
       MOVE SRT-ULTIMO-PERIODO TO LD-ULTIMO-PERIODO.
       MOVE SRT-SALDO-13 TO LD-SALDO-13.
       MOVE SRT-ENCARGOS-13 TO LD-ENCARGOS-13.
       MOVE SRT-SALDO-FERIAS TO LD-SALDO-FERIAS.
       MOVE SRT-ENCARGOS-FERIAS TO LD-ENCARGOS-FERIAS.
       MOVE WRK-SALDO-TOTAL TO LD-SALDO-TOTAL.
       WRITE PRINT-LINE FROM LINHA-DETALHE.
       ADD 1 TO WRK-LINHA-PAGINA.
       ADD 1 TO WRK-QTDE-GERAL.
       PERFORM VARYING WRK-SUB-TOTAL FROM 1 BY 1
               UNTIL WRK-SUB-TOTAL > 2
           ADD SRT-SALDO-13 TO TOT-SALDO-13(WRK-SUB-TOTAL)
           ADD SRT-ENCARGOS-13 TO TOT-ENCARGOS-13(WRK-SUB-TOTAL)
           ADD SRT-SALDO-FERIAS TO TOT-SALDO-FERIAS(WRK-SUB-TOTAL)
           ADD SRT-ENCARGOS-FERIAS TO
               TOT-ENCARGOS-FERIAS(WRK-SUB-TOTAL)
           ADD WRK-SALDO-TOTAL TO TOT-SALDO-TOTAL(WRK-SUB-TOTAL)
       END-PERFORM.

       0530-IMPRIME-SUBTOTAL.
       MOVE WRK-DEPTO-ATUAL TO WRK-SUB-DEPARTAMENTO.
       MOVE WRK-DESCRICAO-SUBTOTAL TO LT-DESCRICAO.
       MOVE 1 TO WRK-SUB-TOTAL.
       PERFORM 0560-IMPRIME-TOTAL.

       0540-IMPRIME-CABECALHO-DEPTO.
       PERFORM 0550-IMPRIME-CABECALHO-PAGINA.
       MOVE WRK-DEPTO-ATUAL TO LDP-DEPARTAMENTO.
       WRITE PRINT-LINE FROM LINHA-DEPARTAMENTO.
       ADD 1 TO WRK-LINHA-PAGINA.

       0550-IMPRIME-CABECALHO-PAGINA.
       ADD 1 TO WRK-PAGINA.
       MOVE WRK-PAGINA TO LC1-PAGINA.
       MOVE WRK-DATA-EXECUCAO-ED TO LC1-DATA.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-1.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-2.
       MOVE 2 TO WRK-LINHA-PAGINA.

       0560-IMPRIME-TOTAL.
       MOVE TOT-SALDO-13(WRK-SUB-TOTAL) TO LT-SALDO-13.
       MOVE TOT-ENCARGOS-13(WRK-SUB-TOTAL) TO LT-ENCARGOS-13.
       MOVE TOT-SALDO-FERIAS(WRK-SUB-TOTAL) TO LT-SALDO-FERIAS.
       MOVE TOT-ENCARGOS-FERIAS(WRK-SUB-TOTAL) TO LT-ENCARGOS-FERIAS.
       MOVE TOT-SALDO-TOTAL(WRK-SUB-TOTAL) TO LT-SALDO-TOTAL.
       WRITE PRINT-LINE FROM LINHA-TOTAL.
       ADD 1 TO WRK-LINHA-PAGINA.

       0900-FINALIZAR.
       MOVE 'TOTAL GERAL..................' TO LT-DESCRICAO.
       MOVE 2 TO WRK-SUB-TOTAL.
       PERFORM 0560-IMPRIME-TOTAL.
       DISPLAY 'MATRICULAS COM SALDO DE PROVISAO: ' WRK-QTDE-GERAL.
       DISPLAY 'MATRICULAS COM SALDO ZERADO.....: ' WRK-QTDE-ZERADOS.
       CLOSE PROVISAO-FILE.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       CLOSE PRINT-FILE.
