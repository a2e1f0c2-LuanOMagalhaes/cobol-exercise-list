       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSTREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "DISTCC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-CHAVE
               FILE STATUS IS WRK-STATUS-DISTCC.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT COST-CENTER-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WRK-STATUS-CCUSTO.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPMSTR.
           SELECT PRINT-FILE ASSIGN TO "DSTREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DISTRIBUTION-FILE.
       COPY DSTREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  COST-CENTER-FILE.
       COPY CCUREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

      *> O DISTCC.DAT e chaveado por competencia e matricula; a
      *> classificacao leva as linhas da competencia para a
      *> sequencia de empresa e centro, com subtotal por centro.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-EMPRESA               PIC X(04).
           05 SRT-TIPO                  PIC X(01).
              88 SRT-CENTRO-CUSTO       VALUE 'C'.
           05 SRT-CENTRO                PIC X(10).
           05 SRT-EMP-NUMERO            PIC 9(06).
           05 SRT-NOME                  PIC X(30).
           05 SRT-HORAS                 PIC 9(04)V99.
           05 SRT-VALOR-BRUTO           PIC 9(07)V99.
           05 SRT-VALOR-FGTS            PIC 9(07)V99.
           05 SRT-VALOR-INSS-PATRONAL   PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-DISTCC PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CCUSTO PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-DISTCC-DISPONIVEL PIC X(01) VALUE 'N'.
           88 DISTCC-DISPONIVEL VALUE 'S'.
       77 WRK-EMPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 EMPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CCUSTO-DISPONIVEL VALUE 'S'.
       77 WRK-DEPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 DEPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT VALUE 'S'.

       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'L'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.

       01  WRK-DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-REFERENCIA-R REDEFINES WRK-DATA-REFERENCIA.
           05 WRK-PERIODO-REFERENCIA PIC 9(06).
           05 FILLER PIC 9(02).
       01  WRK-PERIODO-ALVO PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-ALVO-R REDEFINES WRK-PERIODO-ALVO.
           05 WRK-ANO-ALVO PIC 9(04).
           05 WRK-MES-ALVO PIC 9(02).

       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 50.

       77 WRK-EMPRESA-ATUAL PIC X(04) VALUE SPACES.
       77 WRK-TIPO-ATUAL PIC X(01) VALUE SPACES.
           88 TIPO-ATUAL-CENTRO VALUE 'C'.
       77 WRK-CENTRO-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-DESCRICAO-CENTRO PIC X(30) VALUE SPACES.
       77 WRK-IND-PRIMEIRO-CENTRO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-CENTRO VALUE 'S'.
       77 WRK-QTDE-GERAL PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CENTROS PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-TOTAL PIC 9(09)V99 VALUE ZEROS.

      *> Acumuladores do centro (1) e gerais (2), nas mesmas colunas
      *> da linha de detalhe.
       01  WRK-TABELA-TOTAIS.
           05 WRK-TOTAIS OCCURS 2 TIMES.
              10 TOT-HORAS             PIC 9(07)V99.
              10 TOT-VALOR-BRUTO       PIC 9(11)V99.
              10 TOT-VALOR-FGTS        PIC 9(11)V99.
              10 TOT-VALOR-PATRONAL    PIC 9(11)V99.
              10 TOT-CUSTO-TOTAL       PIC 9(11)V99.
       77 WRK-SUB-TOTAL PIC 9(01) VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(30) VALUE 'FOLHA DE PAGAMENTO LTDA'.
           05 FILLER PIC X(48) VALUE
               'DISTRIBUICAO DA MAO DE OBRA POR CENTRO DE CUSTO'.
           05 FILLER PIC X(10) VALUE '  PAGINA: '.
           05 LC1-PAGINA PIC ZZZ9.
           05 FILLER PIC X(08) VALUE ' DATA: '.
           05 LC1-DATA PIC 99/99/9999.

       01  LINHA-CABECALHO-2.
           05 FILLER PIC X(13) VALUE 'COMPETENCIA: '.
           05 LC2-MES PIC 99.
           05 FILLER PIC X(01) VALUE '/'.
           05 LC2-ANO PIC 9999.

       01  LINHA-CABECALHO-3.
           05 FILLER PIC X(08) VALUE 'MATRIC.'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(10) VALUE '    HORAS'.
           05 FILLER PIC X(16) VALUE '         BRUTO'.
           05 FILLER PIC X(16) VALUE '          FGTS'.
           05 FILLER PIC X(16) VALUE ' INSS PATRONAL'.
           05 FILLER PIC X(16) VALUE '   CUSTO TOTAL'.

       01  LINHA-CENTRO.
           05 FILLER PIC X(09) VALUE 'EMPRESA: '.
           05 LCC-EMPRESA PIC X(04).
           05 FILLER PIC X(03) VALUE SPACES.
           05 LCC-TIPO PIC X(17).
           05 LCC-CENTRO PIC X(10).
           05 FILLER PIC X(03) VALUE ' - '.
           05 LCC-DESCRICAO PIC X(30).

       01  LINHA-DETALHE.
           05 LD-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-HORAS PIC Z.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-VALOR-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-VALOR-FGTS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-VALOR-PATRONAL PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-CUSTO-TOTAL PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOTAL.
           05 LT-DESCRICAO PIC X(36).
           05 LT-HORAS PIC ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-VALOR-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-VALOR-FGTS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-VALOR-PATRONAL PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-CUSTO-TOTAL PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-DESCRICAO-SUBTOTAL.
           05 FILLER PIC X(14) VALUE 'TOTAL CENTRO: '.
           05 WRK-SUB-CENTRO PIC X(10).

      *> Horas e custo da folha mensal (bruto, FGTS e INSS patronal)
      *> por centro de custo e funcionario na competencia informada,
      *> como o EX57 rateou no DISTCC e lancou no diario contabil.
      *> As horas fora de centro de custo saem no departamento do
      *> funcionario. A competencia zerada usa a do parametro da
      *> folha.
       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.
       DISPLAY 'COMPETENCIA (AAAAMM - ZERO = PARAMETRO DA FOLHA): '.
       ACCEPT WRK-PERIODO-ALVO FROM CONSOLE.
       IF WRK-PERIODO-ALVO = ZEROS
           CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
               PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL
           IF WRK-STATUS-PRMCTL = '00'
               MOVE PEX-DATA-REFERENCIA TO WRK-DATA-REFERENCIA
           ELSE
               MOVE WRK-DATA-EXECUCAO TO WRK-DATA-REFERENCIA
               DISPLAY 'AVISO: PARAMETRO DA FOLHA INDISPONIVEL - '
                   'USADA A DATA DO SISTEMA'
           END-IF
           MOVE WRK-PERIODO-REFERENCIA TO WRK-PERIODO-ALVO
       END-IF.
       MOVE ZEROS TO WRK-TABELA-TOTAIS.
       PERFORM 0150-ABRIR-ARQUIVOS.
       SORT SORT-WORK-FILE
           ON ASCENDING KEY SRT-EMPRESA SRT-TIPO SRT-CENTRO
               SRT-EMP-NUMERO
           INPUT PROCEDURE IS 0200-SELECIONA-DISTRIBUICAO
           OUTPUT PROCEDURE IS 0500-IMPRIME-POR-CENTRO.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN OUTPUT PRINT-FILE.
       OPEN INPUT LABOR-DISTRIBUTION-FILE.
       IF WRK-STATUS-DISTCC = '00'
           SET DISTCC-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'ERRO AO ABRIR DISTCC.DAT - STATUS '
               WRK-STATUS-DISTCC
           MOVE 'S' TO WRK-FIM-ARQUIVO
       END-IF.

       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR = '00'
           SET EMPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: EMPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-EMPMSTR ' - RELATORIO SEM NOMES'
       END-IF.

       OPEN INPUT COST-CENTER-FILE.
       IF WRK-STATUS-CCUSTO = '00'
           SET CCUSTO-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CCUSTO.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CCUSTO ' - CENTROS SEM DESCRICAO'
       END-IF.

       OPEN INPUT DEPARTMENT-MASTER-FILE.
       IF WRK-STATUS-DEPMSTR = '00'
           SET DEPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: DEPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-DEPMSTR ' - DEPARTAMENTOS SEM DESCRICAO'
       END-IF.

      *> Posiciona no inicio da competencia e le ate a mudanca dela.
       0200-SELECIONA-DISTRIBUICAO.
       IF DISTCC-DISPONIVEL
           MOVE LOW-VALUES TO DST-CHAVE
           MOVE WRK-PERIODO-ALVO TO DST-PERIODO
           START LABOR-DISTRIBUTION-FILE KEY NOT LESS THAN DST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
       END-IF.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ LABOR-DISTRIBUTION-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DST-PERIODO NOT = WRK-PERIODO-ALVO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       PERFORM 0300-LIBERA-DISTRIBUICAO
                   END-IF
           END-READ
       END-PERFORM.

       0300-LIBERA-DISTRIBUICAO.
       MOVE DST-EMPRESA TO SRT-EMPRESA.
       MOVE DST-TIPO TO SRT-TIPO.
       MOVE DST-CENTRO TO SRT-CENTRO.
       MOVE DST-EMP-NUMERO TO SRT-EMP-NUMERO.
       MOVE SPACES TO SRT-NOME.
       IF EMPMSTR-DISPONIVEL
           MOVE DST-EMP-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA' TO SRT-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO SRT-NOME
           END-READ
       END-IF.
       MOVE DST-HORAS TO SRT-HORAS.
       MOVE DST-VALOR-BRUTO TO SRT-VALOR-BRUTO.
       MOVE DST-VALOR-FGTS TO SRT-VALOR-FGTS.
       MOVE DST-VALOR-INSS-PATRONAL TO SRT-VALOR-INSS-PATRONAL.
       RELEASE SORT-WORK-RECORD.

       0500-IMPRIME-POR-CENTRO.
       PERFORM UNTIL FIM-DO-SORT
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   IF NOT PRIMEIRO-CENTRO
                       PERFORM 0530-IMPRIME-SUBTOTAL
                   END-IF
               NOT AT END
                   PERFORM 0510-TRATA-QUEBRA
                   PERFORM 0520-IMPRIME-DETALHE
           END-RETURN
       END-PERFORM.

       0510-TRATA-QUEBRA.
       IF PRIMEIRO-CENTRO
           PERFORM 0515-GUARDA-CENTRO
           MOVE 'N' TO WRK-IND-PRIMEIRO-CENTRO
           PERFORM 0540-IMPRIME-CABECALHO-CENTRO
       ELSE
           IF SRT-EMPRESA NOT = WRK-EMPRESA-ATUAL OR
                   SRT-TIPO NOT = WRK-TIPO-ATUAL OR
                   SRT-CENTRO NOT = WRK-CENTRO-ATUAL
               PERFORM 0530-IMPRIME-SUBTOTAL
               PERFORM 0515-GUARDA-CENTRO
               MOVE ZEROS TO WRK-TOTAIS(1)
               PERFORM 0540-IMPRIME-CABECALHO-CENTRO
           END-IF
       END-IF.

      *> A descricao vem do cadastro de centros de custo ou, para
      *> as horas sem centro, do cadastro de departamentos.
       0515-GUARDA-CENTRO.
       MOVE SRT-EMPRESA TO WRK-EMPRESA-ATUAL.
       MOVE SRT-TIPO TO WRK-TIPO-ATUAL.
       MOVE SRT-CENTRO TO WRK-CENTRO-ATUAL.
       ADD 1 TO WRK-QTDE-CENTROS.
       MOVE SPACES TO WRK-DESCRICAO-CENTRO.
       IF TIPO-ATUAL-CENTRO
           IF CCUSTO-DISPONIVEL
               MOVE SRT-CENTRO TO CCU-CODIGO
               READ COST-CENTER-FILE
                   INVALID KEY
                       MOVE 'CENTRO NAO CADASTRADO' TO
                           WRK-DESCRICAO-CENTRO
                   NOT INVALID KEY
                       MOVE CCU-DESCRICAO TO WRK-DESCRICAO-CENTRO
               END-READ
           END-IF
       ELSE
           IF DEPMSTR-DISPONIVEL
               MOVE SRT-CENTRO TO DPT-CODIGO
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'DEPARTAMENTO NAO CADASTRADO' TO
                           WRK-DESCRICAO-CENTRO
                   NOT INVALID KEY
                       MOVE DPT-DESCRICAO TO WRK-DESCRICAO-CENTRO
               END-READ
           END-IF
       END-IF.

       0520-IMPRIME-DETALHE.
       IF WRK-LINHA-PAGINA > WRK-MAX-LINHAS-PAGINA
           PERFORM 0550-IMPRIME-CABECALHO-PAGINA
       END-IF.
       ADD SRT-VALOR-BRUTO SRT-VALOR-FGTS SRT-VALOR-INSS-PATRONAL
           GIVING WRK-CUSTO-TOTAL.
       MOVE SRT-EMP-NUMERO TO LD-MATRICULA.
       MOVE SRT-NOME TO LD-NOME.
       MOVE SRT-HORAS TO LD-HORAS.
       MOVE SRT-VALOR-BRUTO TO LD-VALOR-BRUTO.
       MOVE SRT-VALOR-FGTS TO LD-VALOR-FGTS.
       MOVE SRT-VALOR-INSS-PATRONAL TO LD-VALOR-PATRONAL.
       MOVE WRK-CUSTO-TOTAL TO LD-CUSTO-TOTAL.
       WRITE PRINT-LINE FROM LINHA-DETALHE.
       ADD 1 TO WRK-LINHA-PAGINA.
       ADD 1 TO WRK-QTDE-GERAL.
       PERFORM VARYING WRK-SUB-TOTAL FROM 1 BY 1
               UNTIL WRK-SUB-TOTAL > 2
           ADD SRT-HORAS TO TOT-HORAS(WRK-SUB-TOTAL)
           ADD SRT-VALOR-BRUTO TO TOT-VALOR-BRUTO(WRK-SUB-TOTAL)
           ADD SRT-VALOR-FGTS TO TOT-VALOR-FGTS(WRK-SUB-TOTAL)
           ADD SRT-VALOR-INSS-PATRONAL TO
               TOT-VALOR-PATRONAL(WRK-SUB-TOTAL)
           ADD WRK-CUSTO-TOTAL TO TOT-CUSTO-TOTAL(WRK-SUB-TOTAL)
       END-PERFORM.

       0530-IMPRIME-SUBTOTAL.
       MOVE WRK-CENTRO-ATUAL TO WRK-SUB-CENTRO.
       MOVE WRK-DESCRICAO-SUBTOTAL TO LT-DESCRICAO.
       MOVE 1 TO WRK-SUB-TOTAL.
       PERFORM 0560-IMPRIME-TOTAL.

       0540-IMPRIME-CABECALHO-CENTRO.
       PERFORM 0550-IMPRIME-CABECALHO-PAGINA.
       MOVE WRK-EMPRESA-ATUAL TO LCC-EMPRESA.
       IF TIPO-ATUAL-CENTRO
           MOVE 'CENTRO DE CUSTO: ' TO LCC-TIPO
       ELSE
           MOVE 'DEPARTAMENTO...: ' TO LCC-TIPO
       END-IF.
       MOVE WRK-CENTRO-ATUAL TO LCC-CENTRO.
       MOVE WRK-DESCRICAO-CENTRO TO LCC-DESCRICAO.
       WRITE PRINT-LINE FROM LINHA-CENTRO.
       ADD 1 TO WRK-LINHA-PAGINA.

       0550-IMPRIME-CABECALHO-PAGINA.
       ADD 1 TO WRK-PAGINA.
       MOVE WRK-PAGINA TO LC1-PAGINA.
       MOVE WRK-DATA-EXECUCAO-ED TO LC1-DATA.
       MOVE WRK-MES-ALVO TO LC2-MES.
       MOVE WRK-ANO-ALVO TO LC2-ANO.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-1.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-2.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-3.
       MOVE 3 TO WRK-LINHA-PAGINA.

       0560-IMPRIME-TOTAL.
       MOVE TOT-HORAS(WRK-SUB-TOTAL) TO LT-HORAS.
       MOVE TOT-VALOR-BRUTO(WRK-SUB-TOTAL) TO LT-VALOR-BRUTO.
       MOVE TOT-VALOR-FGTS(WRK-SUB-TOTAL) TO LT-VALOR-FGTS.
       MOVE TOT-VALOR-PATRONAL(WRK-SUB-TOTAL) TO LT-VALOR-PATRONAL.
       MOVE TOT-CUSTO-TOTAL(WRK-SUB-TOTAL) TO LT-CUSTO-TOTAL.
       WRITE PRINT-LINE FROM LINHA-TOTAL.
       ADD 1 TO WRK-LINHA-PAGINA.

       0900-FINALIZAR.
       IF WRK-PAGINA = ZEROS
           PERFORM 0550-IMPRIME-CABECALHO-PAGINA
       END-IF.
       MOVE 'TOTAL GERAL..................' TO LT-DESCRICAO.
       MOVE 2 TO WRK-SUB-TOTAL.
       PERFORM 0560-IMPRIME-TOTAL.
       DISPLAY 'COMPETENCIA DISTRIBUIDA.........: ' WRK-PERIODO-ALVO.
       DISPLAY 'CENTROS E DEPARTAMENTOS.........: ' WRK-QTDE-CENTROS.
       DISPLAY 'LINHAS DE DISTRIBUICAO..........: ' WRK-QTDE-GERAL.
       IF DISTCC-DISPONIVEL
           CLOSE LABOR-DISTRIBUTION-FILE
       END-IF.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       IF CCUSTO-DISPONIVEL
           CLOSE COST-CENTER-FILE
       END-IF.
       IF DEPMSTR-DISPONIVEL
           CLOSE DEPARTMENT-MASTER-FILE
       END-IF.
       CLOSE PRINT-FILE.
