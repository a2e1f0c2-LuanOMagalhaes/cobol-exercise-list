       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WRK-STATUS-PAYHIST.
           SELECT YTD-HISTORY-FILE ASSIGN TO "YTDHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-YTDHIST.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLHIST.
           SELECT RESC-JOURNAL-FILE ASSIGN TO "RESCJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESCJRNL.
           SELECT ANNUAL-RETURN-FILE ASSIGN TO "DECLAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DECLAN.
           SELECT PRINT-FILE ASSIGN TO "DECLAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       COPY PHSREC.

       FD  YTD-HISTORY-FILE.
       COPY YTDHREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-LINE PIC X(50).

       FD  RESC-JOURNAL-FILE.
       01  RESC-JOURNAL-LINE PIC X(50).

       FD  ANNUAL-RETURN-FILE.
       01  ANNUAL-RETURN-LINE PIC X(150).

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-EMPRESA PIC X(04).
           05 SRT-EMP-NUMERO PIC 9(06).
           05 SRT-MES PIC 9(02).
           05 SRT-TIPO PIC X(01).
           05 SRT-BRUTO PIC 9(09)V99.
           05 SRT-INSS PIC 9(08)V99.
           05 SRT-IRRF PIC 9(08)V99.
           05 SRT-SEM-SEPARACAO PIC 9(08)V99.
           05 SRT-DEPENDENTES PIC 9(02).

       WORKING-STORAGE SECTION.
       COPY DCLREC.
       COPY GLJREC.

       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-STATUS-YTDHIST PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GLHIST PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RESCJRNL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DECLAN PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-GLHIST-DISPONIVEL PIC X(01) VALUE 'N'.
           88 GLHIST-DISPONIVEL VALUE 'S'.
       77 WRK-RESCJRNL-DISPONIVEL PIC X(01) VALUE 'N'.
           88 RESCJRNL-DISPONIVEL VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT VALUE 'S'.
       77 WRK-IND-PRIMEIRO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-IND-HEADER PIC X(01) VALUE 'N'.
           88 HEADER-GRAVADO VALUE 'S'.
       77 WRK-IND-PAGAMENTO PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-COM-PAGAMENTO VALUE 'S'.
       77 WRK-IND-CADASTRO PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-CADASTRADO VALUE 'S'.

       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-CONTA-INSS-RECOLHER PIC X(10) VALUE 'INSSRECOL '.
       77 WRK-CONTA-IRRF-RECOLHER PIC X(10) VALUE 'IRRFRECOL '.
       77 WRK-CONTA-DESPESA-RESCISAO PIC X(10) VALUE 'DESPRESCIS'.
       77 WRK-CONTA-DESPESA-VT PIC X(10) VALUE 'DESPVT    '.
       77 WRK-CONTA-DESPESA-VR PIC X(10) VALUE 'DESPVR    '.
       77 WRK-CONTA-DESPESA-FGTS PIC X(10) VALUE 'DESPFGTS  '.
       77 WRK-CONTA-DESPESA-PATRONAL PIC X(10) VALUE 'DESPENCSOC'.

       77 WRK-ANO-BASE PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       01  WRK-PERIODO-HIST PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-HIST-R REDEFINES WRK-PERIODO-HIST.
           05 WRK-HIST-ANO PIC 9(04).
           05 WRK-HIST-MES PIC 9(02).
       01  WRK-DATA-GL PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-GL-R REDEFINES WRK-DATA-GL.
           05 WRK-GL-ANO PIC 9(04).
           05 FILLER PIC 9(04).

      *> Empresa da ultima matricula consultada no cadastro: o
      *> historico vem em ordem de matricula, entao a consulta so
      *> acontece na troca.
       77 WRK-MATRICULA-CONSULTADA PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA-CONSULTADA PIC X(04) VALUE SPACES.

       77 WRK-EMPRESA-ATUAL PIC X(04) VALUE SPACES.
       77 WRK-MATRICULA-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-SUB-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-TIPO PIC 9(01) VALUE ZEROS.
       77 WRK-BRUTO-FUNCIONARIO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BRUTO-FOLHA-FUNCIONARIO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-YTD-GANHOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BRUTO-MES PIC 9(11)V99 VALUE ZEROS.

      *> Valores do funcionario em curso por mes do ano-base.
       01  TABELA-MESES.
           05 TMS-MES OCCURS 12 TIMES.
              10 TMS-FOLHA             PIC 9(09)V99.
              10 TMS-FERIAS            PIC 9(09)V99.
              10 TMS-13                PIC 9(09)V99.
              10 TMS-RESCISAO          PIC 9(09)V99.
              10 TMS-INSS              PIC 9(08)V99.
              10 TMS-IRRF              PIC 9(08)V99.
              10 TMS-SEM-SEPARACAO     PIC 9(08)V99.

      *> Totais do ano por tipo de evento (1 = folha mensal,
      *> 2 = ferias, 3 = 13o, 4 = rescisao), para a conferencia com
      *> os diarios contabeis.
       01  TABELA-TIPOS.
           05 TTP-TIPO OCCURS 4 TIMES.
              10 TTP-BRUTO             PIC 9(13)V99.
              10 TTP-INSS              PIC 9(11)V99.
              10 TTP-IRRF              PIC 9(11)V99.
              10 TTP-SEM-SEPARACAO     PIC 9(11)V99.

       77 WRK-QTDE-HISTORICO-ANO PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-YTDHIST-ANO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EMPRESAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-FUNCIONARIOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REGISTROS-ARQ PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-CPF PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DIFERENCA-YTD PIC 9(06) VALUE ZEROS.

       77 WRK-GERAL-RENDIMENTOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-13 PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-RESCISAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-BRUTO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-INSS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-IRRF PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-SEM-SEPARACAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-MESES PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERAL-YTD PIC 9(13)V99 VALUE ZEROS.

       77 WRK-GL-BRUTO-FOLHA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GL-INSS-FOLHA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GL-IRRF-FOLHA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GL-BRUTO-RESCISAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GL-INSS-RESCISAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GL-IRRF-RESCISAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-DECLARACAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-DIARIO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-DIFERENCA PIC S9(13)V99 VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(30) VALUE 'FOLHA DE PAGAMENTO LTDA'.
           05 FILLER PIC X(44) VALUE
               'DECLARACAO ANUAL - CONTROLE DO ANO-BASE'.
           05 LC1-ANO PIC 9(04).
           05 FILLER PIC X(08) VALUE ' DATA: '.
           05 LC1-DATA PIC 99/99/9999.

       01  LINHA-EMPRESA.
           05 FILLER PIC X(08) VALUE 'EMPRESA '.
           05 LE-EMPRESA PIC X(04).
           05 FILLER PIC X(08) VALUE '  CNPJ: '.
           05 LE-CNPJ PIC 9(14).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LE-RAZAO-SOCIAL PIC X(40).

       01  LINHA-OCORRENCIA.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LO-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LO-DESCRICAO PIC X(40).
           05 LO-VALOR-1 PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LO-VALOR-2 PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-VALOR.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LV-DESCRICAO PIC X(48).
           05 LV-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-QUANTIDADE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LQ-DESCRICAO PIC X(48).
           05 LQ-QTDE PIC Z.ZZZ.ZZ9.

       01  LINHA-CONFERENCIA-CAB.
           05 FILLER PIC X(44) VALUE SPACES.
           05 FILLER PIC X(19) VALUE '         DECLARACAO'.
           05 FILLER PIC X(19) VALUE '             DIARIO'.
           05 FILLER PIC X(20) VALUE '           DIFERENCA'.

       01  LINHA-CONFERENCIA.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LCF-DESCRICAO PIC X(40).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LCF-DECLARACAO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LCF-DIARIO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LCF-DIFERENCA PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LCF-SITUACAO PIC X(12).

      *> Declaracao anual do empregador a partir do que foi pago: o
      *> historico de pagamento do ano-base (folha, ferias, 13o e
      *> rescisao) e o acumulado anual fechado pelo YEARCLS. O
      *> historico e classificado por empresa e matricula; cada
      *> empresa gera um bloco no DECLAN.DAT e cada funcionario um
      *> registro de totais seguido dos meses com valor. O relatorio
      *> DECLAN.TXT traz as ocorrencias por funcionario (sem
      *> cadastro, sem CPF, bruto da folha mensal diferente do
      *> YTDHIST, que nao acumula ferias, 13o nem rescisao), os totais
      *> por empresa e a conferencia com o INFREND (mesmos totais do
      *> ano-base) e com os diarios contabeis do ano: GLHIST.DAT
      *> (folha mensal) e RESCJRNL.DAT (rescisoes). Ferias e 13o
      *> nao geram diario de folha e aparecem so como informacao.
       PROCEDURE DIVISION.
       0100-INICIAR.
       DISPLAY 'DECLARACAO ANUAL DO EMPREGADOR - ANO-BASE (AAAA): '.
       ACCEPT WRK-ANO-BASE FROM CONSOLE.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.
       PERFORM 0150-ABRIR-ARQUIVOS.
       IF NOT ERRO-NA-ABERTURA
           MOVE ZEROS TO TABELA-TIPOS
           MOVE WRK-ANO-BASE TO LC1-ANO
           MOVE WRK-DATA-EXECUCAO-ED TO LC1-DATA
           WRITE PRINT-LINE FROM LINHA-CABECALHO-1
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMPRESA SRT-EMP-NUMERO SRT-MES
               INPUT PROCEDURE IS 0200-SELECIONA-HISTORICO
               OUTPUT PROCEDURE IS 0400-GERA-DECLARACAO
           PERFORM 0600-LE-DIARIOS
           PERFORM 0700-IMPRIME-CONFERENCIA
           PERFORM 0900-FINALIZAR
       END-IF.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN INPUT PAY-HISTORY-FILE.
       IF WRK-STATUS-PAYHIST NOT = '00'
           DISPLAY 'ERRO AO ABRIR PAYHIST.DAT - STATUS '
               WRK-STATUS-PAYHIST ' - DECLARACAO NAO GERADA'
           MOVE 'S' TO WRK-ERRO-ABERTURA
       ELSE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WRK-STATUS-EMPMSTR NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPMSTR.DAT - STATUS '
                   WRK-STATUS-EMPMSTR ' - DECLARACAO NAO GERADA'
               MOVE 'S' TO WRK-ERRO-ABERTURA
               CLOSE PAY-HISTORY-FILE
           END-IF
       END-IF.
       IF NOT ERRO-NA-ABERTURA
           OPEN INPUT COMPANY-MASTER-FILE
           IF WRK-STATUS-CIAMSTR = '00'
               SET CIAMSTR-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
                   WRK-STATUS-CIAMSTR ' - HEADER SEM CNPJ'
           END-IF
           OPEN OUTPUT ANNUAL-RETURN-FILE
           OPEN OUTPUT PRINT-FILE
       END-IF.

      *> Historico do ano-base e acumulado anual fechado do mesmo ano
      *> entram juntos na classificacao; o acumulado vai no mes 00,
      *> antes dos pagamentos da matricula.
       0200-SELECIONA-HISTORICO.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE PHS-PERIODO TO WRK-PERIODO-HIST
                   IF WRK-HIST-ANO = WRK-ANO-BASE
                       PERFORM 0210-LIBERA-PAGAMENTO
                   END-IF
           END-READ
       END-PERFORM.

       OPEN INPUT YTD-HISTORY-FILE.
       IF WRK-STATUS-YTDHIST NOT = '00'
           DISPLAY 'AVISO: YTDHIST.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-YTDHIST ' - SEM CONFERENCIA DO ACUMULADO'
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ YTD-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF YTH-ANO-FECHADO = WRK-ANO-BASE
                           PERFORM 0220-LIBERA-ACUMULADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-HISTORY-FILE
       END-IF.

       0210-LIBERA-PAGAMENTO.
       ADD 1 TO WRK-QTDE-HISTORICO-ANO.
       MOVE PHS-EMP-NUMERO TO WRK-MATRICULA-ATUAL.
       PERFORM 0230-BUSCA-EMPRESA-FUNCIONARIO.
       MOVE WRK-EMPRESA-CONSULTADA TO SRT-EMPRESA.
       MOVE PHS-EMP-NUMERO TO SRT-EMP-NUMERO.
       MOVE WRK-HIST-MES TO SRT-MES.
       MOVE PHS-TIPO TO SRT-TIPO.
       MOVE PHS-VALOR-BRUTO TO SRT-BRUTO.
       MOVE PHS-DESCONTO-INSS TO SRT-INSS.
       MOVE PHS-DESCONTO-IRRF TO SRT-IRRF.
       SUBTRACT PHS-DESCONTO-INSS PHS-DESCONTO-IRRF FROM
           PHS-DESCONTO-INSS-IRRF GIVING SRT-SEM-SEPARACAO.
       IF PHS-QTDE-DEPENDENTES IS NUMERIC
           MOVE PHS-QTDE-DEPENDENTES TO SRT-DEPENDENTES
       ELSE
           MOVE ZEROS TO SRT-DEPENDENTES
       END-IF.
       RELEASE SORT-WORK-RECORD.

       0220-LIBERA-ACUMULADO.
       ADD 1 TO WRK-QTDE-YTDHIST-ANO.
       MOVE YTH-EMP-NUMERO TO WRK-MATRICULA-ATUAL.
       PERFORM 0230-BUSCA-EMPRESA-FUNCIONARIO.
       MOVE WRK-EMPRESA-CONSULTADA TO SRT-EMPRESA.
       MOVE YTH-EMP-NUMERO TO SRT-EMP-NUMERO.
       MOVE ZEROS TO SRT-MES.
       MOVE 'Y' TO SRT-TIPO.
       MOVE YTH-GANHOS TO SRT-BRUTO.
       MOVE ZEROS TO SRT-INSS.
       MOVE ZEROS TO SRT-IRRF.
       MOVE ZEROS TO SRT-SEM-SEPARACAO.
       MOVE ZEROS TO SRT-DEPENDENTES.
       RELEASE SORT-WORK-RECORD.

      *> Matricula fora do cadastro fica na empresa principal e sai
      *> como ocorrencia no relatorio.
       0230-BUSCA-EMPRESA-FUNCIONARIO.
       IF WRK-MATRICULA-ATUAL NOT = WRK-MATRICULA-CONSULTADA
               OR WRK-EMPRESA-CONSULTADA = SPACES
           MOVE WRK-MATRICULA-ATUAL TO WRK-MATRICULA-CONSULTADA
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-CONSULTADA
           MOVE WRK-MATRICULA-ATUAL TO EMP-NUMERO
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-EMPRESA NOT = SPACES
                       MOVE EMP-EMPRESA TO WRK-EMPRESA-CONSULTADA
                   END-IF
           END-READ
       END-IF.

      *> Quebra por matricula grava o funcionario que terminou; quebra
      *> por empresa fecha tambem o bloco da empresa com o trailer.
       0400-GERA-DECLARACAO.
       PERFORM UNTIL FIM-DO-SORT
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   IF NOT PRIMEIRO-REGISTRO
                       PERFORM 0450-FECHA-FUNCIONARIO
                       PERFORM 0480-FECHA-EMPRESA
                   END-IF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PRIMEIRO-REGISTRO
                           PERFORM 0420-INICIA-EMPRESA
                           PERFORM 0440-INICIA-FUNCIONARIO
                           MOVE 'N' TO WRK-IND-PRIMEIRO
                       WHEN SRT-EMPRESA NOT = WRK-EMPRESA-ATUAL
                           PERFORM 0450-FECHA-FUNCIONARIO
                           PERFORM 0480-FECHA-EMPRESA
                           PERFORM 0420-INICIA-EMPRESA
                           PERFORM 0440-INICIA-FUNCIONARIO
                       WHEN SRT-EMP-NUMERO NOT = WRK-MATRICULA-ATUAL
                           PERFORM 0450-FECHA-FUNCIONARIO
                           PERFORM 0440-INICIA-FUNCIONARIO
                   END-EVALUATE
                   PERFORM 0410-ACUMULA
           END-RETURN
       END-PERFORM.

       0410-ACUMULA.
       IF SRT-TIPO = 'Y'
           ADD SRT-BRUTO TO WRK-YTD-GANHOS
       ELSE
           SET FUNCIONARIO-COM-PAGAMENTO TO TRUE
           MOVE SRT-MES TO WRK-SUB-MES
           EVALUATE SRT-TIPO
               WHEN 'F'
                   MOVE 1 TO WRK-SUB-TIPO
                   ADD SRT-BRUTO TO TMS-FOLHA(WRK-SUB-MES)
                   ADD SRT-BRUTO TO DCF-TOTAL-RENDIMENTOS
                   ADD SRT-BRUTO TO WRK-BRUTO-FOLHA-FUNCIONARIO
               WHEN 'V'
                   MOVE 2 TO WRK-SUB-TIPO
                   ADD SRT-BRUTO TO TMS-FERIAS(WRK-SUB-MES)
                   ADD SRT-BRUTO TO DCF-TOTAL-RENDIMENTOS
               WHEN 'D'
                   MOVE 3 TO WRK-SUB-TIPO
                   ADD SRT-BRUTO TO TMS-13(WRK-SUB-MES)
                   ADD SRT-BRUTO TO DCF-TOTAL-13
               WHEN OTHER
                   MOVE 4 TO WRK-SUB-TIPO
                   ADD SRT-BRUTO TO TMS-RESCISAO(WRK-SUB-MES)
                   ADD SRT-BRUTO TO DCF-TOTAL-RESCISAO
           END-EVALUATE
           ADD SRT-INSS TO TMS-INSS(WRK-SUB-MES)
           ADD SRT-IRRF TO TMS-IRRF(WRK-SUB-MES)
           ADD SRT-SEM-SEPARACAO TO TMS-SEM-SEPARACAO(WRK-SUB-MES)
           ADD SRT-INSS TO DCF-TOTAL-INSS
           ADD SRT-IRRF TO DCF-TOTAL-IRRF
           ADD SRT-SEM-SEPARACAO TO DCF-TOTAL-SEM-SEPARACAO
           MOVE SRT-DEPENDENTES TO DCF-QTDE-DEPENDENTES
           ADD SRT-BRUTO TO WRK-BRUTO-FUNCIONARIO
           ADD SRT-BRUTO TO TTP-BRUTO(WRK-SUB-TIPO)
           ADD SRT-INSS TO TTP-INSS(WRK-SUB-TIPO)
           ADD SRT-IRRF TO TTP-IRRF(WRK-SUB-TIPO)
           ADD SRT-SEM-SEPARACAO TO TTP-SEM-SEPARACAO(WRK-SUB-TIPO)
       END-IF.

       0420-INICIA-EMPRESA.
       MOVE SRT-EMPRESA TO WRK-EMPRESA-ATUAL.
       MOVE 'N' TO WRK-IND-HEADER.
       MOVE SPACES TO DCL-TRAILER-RECORD.
       SET DCT-TRAILER TO TRUE.
       MOVE WRK-EMPRESA-ATUAL TO DCT-EMPRESA.
       MOVE ZEROS TO DCT-QTDE-FUNCIONARIOS.
       MOVE ZEROS TO DCT-QTDE-MESES.
       MOVE ZEROS TO DCT-QTDE-REGISTROS.
       MOVE ZEROS TO DCT-TOTAL-RENDIMENTOS.
       MOVE ZEROS TO DCT-TOTAL-13.
       MOVE ZEROS TO DCT-TOTAL-RESCISAO.
       MOVE ZEROS TO DCT-TOTAL-INSS.
       MOVE ZEROS TO DCT-TOTAL-IRRF.
       MOVE ZEROS TO DCT-TOTAL-SEM-SEPARACAO.

       MOVE SPACES TO DCL-HEADER-RECORD.
       SET DCH-HEADER TO TRUE.
       MOVE WRK-ANO-BASE TO DCH-ANO-BASE.
       MOVE WRK-EMPRESA-ATUAL TO DCH-EMPRESA.
       MOVE ZEROS TO DCH-CNPJ.
       MOVE WRK-DATA-EXECUCAO TO DCH-DATA-GERACAO.
       IF CIAMSTR-DISPONIVEL
           MOVE WRK-EMPRESA-ATUAL TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   DISPLAY 'AVISO: EMPRESA ' WRK-EMPRESA-ATUAL
                       ' SEM CADASTRO NO CIAMSTR - HEADER SEM CNPJ'
               NOT INVALID KEY
                   MOVE CIA-CNPJ TO DCH-CNPJ
                   MOVE CIA-RAZAO-SOCIAL TO DCH-RAZAO-SOCIAL
           END-READ
       END-IF.

      *> O header so sai com o primeiro funcionario pago: empresa com
      *> apenas acumulado fechado nao gera bloco.
       0425-GRAVA-HEADER.
       WRITE ANNUAL-RETURN-LINE FROM DCL-HEADER-RECORD.
       ADD 1 TO DCT-QTDE-REGISTROS.
       SET HEADER-GRAVADO TO TRUE.
       ADD 1 TO WRK-QTDE-EMPRESAS.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE DCH-EMPRESA TO LE-EMPRESA.
       MOVE DCH-CNPJ TO LE-CNPJ.
       MOVE DCH-RAZAO-SOCIAL TO LE-RAZAO-SOCIAL.
       WRITE PRINT-LINE FROM LINHA-EMPRESA.

       0440-INICIA-FUNCIONARIO.
       MOVE SRT-EMP-NUMERO TO WRK-MATRICULA-ATUAL.
       MOVE 'N' TO WRK-IND-PAGAMENTO.
       MOVE ZEROS TO WRK-BRUTO-FUNCIONARIO.
       MOVE ZEROS TO WRK-BRUTO-FOLHA-FUNCIONARIO.
       MOVE ZEROS TO WRK-YTD-GANHOS.
       MOVE ZEROS TO TABELA-MESES.
       MOVE SPACES TO DCL-FUNCIONARIO-RECORD.
       SET DCF-FUNCIONARIO TO TRUE.
       MOVE WRK-MATRICULA-ATUAL TO DCF-EMP-NUMERO.
       MOVE ZEROS TO DCF-TOTAL-RENDIMENTOS.
       MOVE ZEROS TO DCF-TOTAL-13.
       MOVE ZEROS TO DCF-TOTAL-RESCISAO.
       MOVE ZEROS TO DCF-TOTAL-INSS.
       MOVE ZEROS TO DCF-TOTAL-IRRF.
       MOVE ZEROS TO DCF-TOTAL-SEM-SEPARACAO.
       MOVE ZEROS TO DCF-QTDE-DEPENDENTES.

       0450-FECHA-FUNCIONARIO.
       IF FUNCIONARIO-COM-PAGAMENTO
           IF NOT HEADER-GRAVADO
               PERFORM 0425-GRAVA-HEADER
           END-IF
           PERFORM 0455-DADOS-CADASTRAIS
           WRITE ANNUAL-RETURN-LINE FROM DCL-FUNCIONARIO-RECORD
           ADD 1 TO DCT-QTDE-REGISTROS
           ADD 1 TO DCT-QTDE-FUNCIONARIOS
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES > 12
               PERFORM 0460-GRAVA-MES
           END-PERFORM
           ADD DCF-TOTAL-RENDIMENTOS TO DCT-TOTAL-RENDIMENTOS
           ADD DCF-TOTAL-13 TO DCT-TOTAL-13
           ADD DCF-TOTAL-RESCISAO TO DCT-TOTAL-RESCISAO
           ADD DCF-TOTAL-INSS TO DCT-TOTAL-INSS
           ADD DCF-TOTAL-IRRF TO DCT-TOTAL-IRRF
           ADD DCF-TOTAL-SEM-SEPARACAO TO DCT-TOTAL-SEM-SEPARACAO
       END-IF.
       ADD WRK-YTD-GANHOS TO WRK-GERAL-YTD.
       IF WRK-QTDE-YTDHIST-ANO > ZEROS
               AND WRK-BRUTO-FOLHA-FUNCIONARIO NOT = WRK-YTD-GANHOS
           MOVE WRK-MATRICULA-ATUAL TO LO-MATRICULA
           MOVE 'BRUTO DA FOLHA DIFERENTE DO YTDHIST' TO LO-DESCRICAO
           MOVE WRK-BRUTO-FOLHA-FUNCIONARIO TO LO-VALOR-1
           MOVE WRK-YTD-GANHOS TO LO-VALOR-2
           WRITE PRINT-LINE FROM LINHA-OCORRENCIA
           ADD 1 TO WRK-QTDE-DIFERENCA-YTD
       END-IF.

      *> Nome, CPF, PIS e datas vem do cadastro atual; matricula
      *> excluida do cadastro sai com o que o historico tem.
       0455-DADOS-CADASTRAIS.
       MOVE ZEROS TO DCF-CPF.
       MOVE ZEROS TO DCF-PIS.
       MOVE ZEROS TO DCF-DATA-ADMISSAO.
       MOVE ZEROS TO DCF-DATA-DESLIGAMENTO.
       MOVE WRK-MATRICULA-ATUAL TO EMP-NUMERO.
       READ EMPLOYEE-MASTER-FILE
           INVALID KEY
               MOVE 'N' TO WRK-IND-CADASTRO
           NOT INVALID KEY
               SET FUNCIONARIO-CADASTRADO TO TRUE
       END-READ.
       MOVE WRK-MATRICULA-ATUAL TO LO-MATRICULA.
       MOVE ZEROS TO LO-VALOR-1.
       MOVE ZEROS TO LO-VALOR-2.
       IF FUNCIONARIO-CADASTRADO
           MOVE EMP-NOME TO DCF-NOME
           MOVE EMP-CPF TO DCF-CPF
           MOVE EMP-PIS TO DCF-PIS
           MOVE EMP-DATA-ADMISSAO TO DCF-DATA-ADMISSAO
           MOVE EMP-DATA-DESLIGAMENTO TO DCF-DATA-DESLIGAMENTO
           IF EMP-CPF = ZEROS
               MOVE 'FUNCIONARIO SEM CPF NO CADASTRO'
                   TO LO-DESCRICAO
               WRITE PRINT-LINE FROM LINHA-OCORRENCIA
               ADD 1 TO WRK-QTDE-SEM-CPF
           END-IF
       ELSE
           MOVE SPACES TO DCF-NOME
           MOVE 'MATRICULA SEM CADASTRO NO EMPMSTR' TO LO-DESCRICAO
           WRITE PRINT-LINE FROM LINHA-OCORRENCIA
           ADD 1 TO WRK-QTDE-SEM-CADASTRO
       END-IF.

      *> Mes sem nenhum valor nao gera registro.
       0460-GRAVA-MES.
       ADD TMS-FOLHA(WRK-SUB-MES) TMS-FERIAS(WRK-SUB-MES)
           TMS-13(WRK-SUB-MES) TMS-RESCISAO(WRK-SUB-MES)
           GIVING WRK-BRUTO-MES.
       IF WRK-BRUTO-MES > ZEROS
               OR TMS-INSS(WRK-SUB-MES) > ZEROS
               OR TMS-IRRF(WRK-SUB-MES) > ZEROS
               OR TMS-SEM-SEPARACAO(WRK-SUB-MES) > ZEROS
           MOVE SPACES TO DCL-MES-RECORD
           SET DCM-MES TO TRUE
           MOVE WRK-MATRICULA-ATUAL TO DCM-EMP-NUMERO
           MOVE WRK-SUB-MES TO DCM-MES-REFERENCIA
           MOVE TMS-FOLHA(WRK-SUB-MES) TO DCM-VALOR-FOLHA
           MOVE TMS-FERIAS(WRK-SUB-MES) TO DCM-VALOR-FERIAS
           MOVE TMS-13(WRK-SUB-MES) TO DCM-VALOR-13
           MOVE TMS-RESCISAO(WRK-SUB-MES) TO DCM-VALOR-RESCISAO
           MOVE TMS-INSS(WRK-SUB-MES) TO DCM-INSS
           MOVE TMS-IRRF(WRK-SUB-MES) TO DCM-IRRF
           MOVE TMS-SEM-SEPARACAO(WRK-SUB-MES) TO DCM-SEM-SEPARACAO
           WRITE ANNUAL-RETURN-LINE FROM DCL-MES-RECORD
           ADD 1 TO DCT-QTDE-REGISTROS
           ADD 1 TO DCT-QTDE-MESES
           ADD WRK-BRUTO-MES TO WRK-GERAL-MESES
       END-IF.

       0480-FECHA-EMPRESA.
       IF HEADER-GRAVADO
           ADD 1 TO DCT-QTDE-REGISTROS
           WRITE ANNUAL-RETURN-LINE FROM DCL-TRAILER-RECORD
           ADD DCT-QTDE-REGISTROS TO WRK-QTDE-REGISTROS-ARQ
           ADD DCT-QTDE-FUNCIONARIOS TO WRK-QTDE-FUNCIONARIOS
           ADD DCT-TOTAL-RENDIMENTOS TO WRK-GERAL-RENDIMENTOS
           ADD DCT-TOTAL-13 TO WRK-GERAL-13
           ADD DCT-TOTAL-RESCISAO TO WRK-GERAL-RESCISAO
           ADD DCT-TOTAL-INSS TO WRK-GERAL-INSS
           ADD DCT-TOTAL-IRRF TO WRK-GERAL-IRRF
           ADD DCT-TOTAL-SEM-SEPARACAO TO WRK-GERAL-SEM-SEPARACAO

           MOVE 'FUNCIONARIOS DECLARADOS.........................'
               TO LQ-DESCRICAO
           MOVE DCT-QTDE-FUNCIONARIOS TO LQ-QTDE
           WRITE PRINT-LINE FROM LINHA-QUANTIDADE
           MOVE 'REGISTROS NO BLOCO (HEADER A TRAILER)...........'
               TO LQ-DESCRICAO
           MOVE DCT-QTDE-REGISTROS TO LQ-QTDE
           WRITE PRINT-LINE FROM LINHA-QUANTIDADE
           MOVE 'RENDIMENTOS (FOLHA MENSAL E FERIAS).............'
               TO LV-DESCRICAO
           MOVE DCT-TOTAL-RENDIMENTOS TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
           MOVE '13O SALARIO.....................................'
               TO LV-DESCRICAO
           MOVE DCT-TOTAL-13 TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
           MOVE 'RESCISOES.......................................'
               TO LV-DESCRICAO
           MOVE DCT-TOTAL-RESCISAO TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
           MOVE 'INSS RETIDO.....................................'
               TO LV-DESCRICAO
           MOVE DCT-TOTAL-INSS TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
           MOVE 'IRRF RETIDO.....................................'
               TO LV-DESCRICAO
           MOVE DCT-TOTAL-IRRF TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
           MOVE 'INSS/IRRF RETIDO SEM SEPARACAO..................'
               TO LV-DESCRICAO
           MOVE DCT-TOTAL-SEM-SEPARACAO TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
       END-IF.

      *> Diarios contabeis do ano-base. Na folha mensal o bruto e o
      *> debito de departamento (unica linha com departamento) e os
      *> retidos sao os creditos de INSS e IRRF a recolher; na
      *> rescisao o bruto e o debito da despesa de rescisao.
       0600-LE-DIARIOS.
       OPEN INPUT GL-HISTORY-FILE.
       IF WRK-STATUS-GLHIST NOT = '00'
           DISPLAY 'AVISO: GLHIST.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-GLHIST ' - FOLHA SEM CONFERENCIA CONTABIL'
       ELSE
           SET GLHIST-DISPONIVEL TO TRUE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ GL-HISTORY-FILE INTO GL-JOURNAL-RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0610-ACUMULA-DIARIO-FOLHA
               END-READ
           END-PERFORM
           CLOSE GL-HISTORY-FILE
       END-IF.

       OPEN INPUT RESC-JOURNAL-FILE.
       IF WRK-STATUS-RESCJRNL NOT = '00'
           DISPLAY 'AVISO: RESCJRNL.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-RESCJRNL ' - RESCISOES SEM CONFERENCIA '
               'CONTABIL'
       ELSE
           SET RESCJRNL-DISPONIVEL TO TRUE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ RESC-JOURNAL-FILE INTO GL-JOURNAL-RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0620-ACUMULA-DIARIO-RESCISAO
               END-READ
           END-PERFORM
           CLOSE RESC-JOURNAL-FILE
       END-IF.

      *> O custo dos vales tambem debita por departamento, mas em
      *> conta propria e fora do bruto; o mesmo vale para os debitos
      *> de FGTS e INSS patronal rateados por centro de custo.
       0610-ACUMULA-DIARIO-FOLHA.
       MOVE GLJ-DATA TO WRK-DATA-GL.
       IF WRK-GL-ANO = WRK-ANO-BASE
           EVALUATE TRUE
               WHEN GLJ-DEBITO AND GLJ-DEPARTAMENTO NOT = SPACES
                       AND GLJ-CONTA-CONTABIL NOT =
                       WRK-CONTA-DESPESA-VT
                       AND GLJ-CONTA-CONTABIL NOT =
                       WRK-CONTA-DESPESA-VR
                       AND GLJ-CONTA-CONTABIL NOT =
                       WRK-CONTA-DESPESA-FGTS
                       AND GLJ-CONTA-CONTABIL NOT =
                       WRK-CONTA-DESPESA-PATRONAL
                   ADD GLJ-VALOR TO WRK-GL-BRUTO-FOLHA
               WHEN GLJ-CREDITO
                       AND GLJ-CONTA-CONTABIL = WRK-CONTA-INSS-RECOLHER
                   ADD GLJ-VALOR TO WRK-GL-INSS-FOLHA
               WHEN GLJ-CREDITO
                       AND GLJ-CONTA-CONTABIL = WRK-CONTA-IRRF-RECOLHER
                   ADD GLJ-VALOR TO WRK-GL-IRRF-FOLHA
           END-EVALUATE
       END-IF.

       0620-ACUMULA-DIARIO-RESCISAO.
       MOVE GLJ-DATA TO WRK-DATA-GL.
       IF WRK-GL-ANO = WRK-ANO-BASE
           EVALUATE TRUE
               WHEN GLJ-DEBITO AND GLJ-CONTA-CONTABIL =
                       WRK-CONTA-DESPESA-RESCISAO
                   ADD GLJ-VALOR TO WRK-GL-BRUTO-RESCISAO
               WHEN GLJ-CREDITO
                       AND GLJ-CONTA-CONTABIL = WRK-CONTA-INSS-RECOLHER
                   ADD GLJ-VALOR TO WRK-GL-INSS-RESCISAO
               WHEN GLJ-CREDITO
                       AND GLJ-CONTA-CONTABIL = WRK-CONTA-IRRF-RECOLHER
                   ADD GLJ-VALOR TO WRK-GL-IRRF-RESCISAO
           END-EVALUATE
       END-IF.

       0700-IMPRIME-CONFERENCIA.
       ADD WRK-GERAL-RENDIMENTOS WRK-GERAL-13 WRK-GERAL-RESCISAO
           GIVING WRK-GERAL-BRUTO.

       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'TOTAIS DA DECLARACAO' TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'EMPRESAS DECLARADAS.............................'
           TO LQ-DESCRICAO.
       MOVE WRK-QTDE-EMPRESAS TO LQ-QTDE.
       WRITE PRINT-LINE FROM LINHA-QUANTIDADE.
       MOVE 'REGISTROS GRAVADOS NO DECLAN.DAT................'
           TO LQ-DESCRICAO.
       MOVE WRK-QTDE-REGISTROS-ARQ TO LQ-QTDE.
       WRITE PRINT-LINE FROM LINHA-QUANTIDADE.
       MOVE 'MATRICULAS SEM CADASTRO NO EMPMSTR..............'
           TO LQ-DESCRICAO.
       MOVE WRK-QTDE-SEM-CADASTRO TO LQ-QTDE.
       WRITE PRINT-LINE FROM LINHA-QUANTIDADE.
       MOVE 'FUNCIONARIOS SEM CPF NO CADASTRO................'
           TO LQ-DESCRICAO.
       MOVE WRK-QTDE-SEM-CPF TO LQ-QTDE.
       WRITE PRINT-LINE FROM LINHA-QUANTIDADE.
       IF WRK-GERAL-MESES = WRK-GERAL-BRUTO
           MOVE 'REGISTROS MENSAIS FECHAM COM OS TRAILERS........'
               TO LV-DESCRICAO
       ELSE
           MOVE 'REGISTROS MENSAIS DIFERENTES DOS TRAILERS.......'
               TO LV-DESCRICAO
       END-IF.
       MOVE WRK-GERAL-MESES TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.

      *> Mesmos rotulos e criterios dos totais do ano-base do INFREND
      *> (todo o PAYHIST do ano): os valores tem de ser iguais aos
      *> do fim do INFREND.TXT do mesmo ano.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'CONFERENCIA COM O INFREND (TOTAIS DO ANO-BASE)'
           TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'INFORMES EMITIDOS...............................'
           TO LQ-DESCRICAO.
       MOVE WRK-QTDE-FUNCIONARIOS TO LQ-QTDE.
       WRITE PRINT-LINE FROM LINHA-QUANTIDADE.
       MOVE 'TOTAL DE RENDIMENTOS BRUTOS.....................'
           TO LV-DESCRICAO.
       MOVE WRK-GERAL-BRUTO TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.
       MOVE 'TOTAL INSS RETIDO...............................'
           TO LV-DESCRICAO.
       MOVE WRK-GERAL-INSS TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.
       MOVE 'TOTAL IRRF RETIDO...............................'
           TO LV-DESCRICAO.
       MOVE WRK-GERAL-IRRF TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.
       MOVE 'INSS/IRRF RETIDO SEM SEPARACAO..................'
           TO LV-DESCRICAO.
       MOVE WRK-GERAL-SEM-SEPARACAO TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.

       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'CONFERENCIA COM O ACUMULADO ANUAL (YTDHIST)' TO PRINT-LINE.
       WRITE PRINT-LINE.
       IF WRK-QTDE-YTDHIST-ANO = ZEROS
           MOVE '  ANO-BASE NAO FECHADO PELO YEARCLS - SEM CONFERENCIA'
               TO PRINT-LINE
           WRITE PRINT-LINE
       ELSE
           MOVE 'GANHOS NO ACUMULADO FECHADO.....................'
               TO LV-DESCRICAO
           MOVE WRK-GERAL-YTD TO LV-VALOR
           WRITE PRINT-LINE FROM LINHA-VALOR
           MOVE 'MATRICULAS COM BRUTO DIFERENTE DO ACUMULADO.....'
               TO LQ-DESCRICAO
           MOVE WRK-QTDE-DIFERENCA-YTD TO LQ-QTDE
           WRITE PRINT-LINE FROM LINHA-QUANTIDADE
       END-IF.

       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'CONFERENCIA COM OS DIARIOS CONTABEIS DO ANO-BASE'
           TO PRINT-LINE.
       WRITE PRINT-LINE.
       WRITE PRINT-LINE FROM LINHA-CONFERENCIA-CAB.
       MOVE 'BRUTO DA FOLHA X DEBITOS DE DEPTO' TO LCF-DESCRICAO.
       MOVE TTP-BRUTO(1) TO WRK-VALOR-DECLARACAO.
       MOVE WRK-GL-BRUTO-FOLHA TO WRK-VALOR-DIARIO.
       PERFORM 0710-LINHA-CONFERENCIA-FOLHA.
       MOVE 'INSS DA FOLHA X INSS A RECOLHER' TO LCF-DESCRICAO.
       MOVE TTP-INSS(1) TO WRK-VALOR-DECLARACAO.
       MOVE WRK-GL-INSS-FOLHA TO WRK-VALOR-DIARIO.
       PERFORM 0710-LINHA-CONFERENCIA-FOLHA.
       MOVE 'IRRF DA FOLHA X IRRF A RECOLHER' TO LCF-DESCRICAO.
       MOVE TTP-IRRF(1) TO WRK-VALOR-DECLARACAO.
       MOVE WRK-GL-IRRF-FOLHA TO WRK-VALOR-DIARIO.
       PERFORM 0710-LINHA-CONFERENCIA-FOLHA.
       MOVE 'BRUTO DE RESCISAO X DESPESA RESCISAO' TO LCF-DESCRICAO.
       MOVE TTP-BRUTO(4) TO WRK-VALOR-DECLARACAO.
       MOVE WRK-GL-BRUTO-RESCISAO TO WRK-VALOR-DIARIO.
       PERFORM 0720-LINHA-CONFERENCIA-RESC.
       MOVE 'INSS DE RESCISAO X INSS A RECOLHER' TO LCF-DESCRICAO.
       MOVE TTP-INSS(4) TO WRK-VALOR-DECLARACAO.
       MOVE WRK-GL-INSS-RESCISAO TO WRK-VALOR-DIARIO.
       PERFORM 0720-LINHA-CONFERENCIA-RESC.
       MOVE 'IRRF DE RESCISAO X IRRF A RECOLHER' TO LCF-DESCRICAO.
       MOVE TTP-IRRF(4) TO WRK-VALOR-DECLARACAO.
       MOVE WRK-GL-IRRF-RESCISAO TO WRK-VALOR-DIARIO.
       PERFORM 0720-LINHA-CONFERENCIA-RESC.
       MOVE 'FERIAS PAGAS (SEM DIARIO DE FOLHA)..............'
           TO LV-DESCRICAO.
       MOVE TTP-BRUTO(2) TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.
       MOVE '13O SALARIO PAGO (SEM DIARIO DE FOLHA)..........'
           TO LV-DESCRICAO.
       MOVE TTP-BRUTO(3) TO LV-VALOR.
       WRITE PRINT-LINE FROM LINHA-VALOR.

       0710-LINHA-CONFERENCIA-FOLHA.
       IF NOT GLHIST-DISPONIVEL
           MOVE ZEROS TO WRK-VALOR-DIARIO
       END-IF.
       PERFORM 0730-MONTA-CONFERENCIA.
       IF NOT GLHIST-DISPONIVEL
           MOVE 'SEM DIARIO' TO LCF-SITUACAO
       END-IF.
       WRITE PRINT-LINE FROM LINHA-CONFERENCIA.

       0720-LINHA-CONFERENCIA-RESC.
       IF NOT RESCJRNL-DISPONIVEL
           MOVE ZEROS TO WRK-VALOR-DIARIO
       END-IF.
       PERFORM 0730-MONTA-CONFERENCIA.
       IF NOT RESCJRNL-DISPONIVEL
           MOVE 'SEM DIARIO' TO LCF-SITUACAO
       END-IF.
       WRITE PRINT-LINE FROM LINHA-CONFERENCIA.

       0730-MONTA-CONFERENCIA.
       SUBTRACT WRK-VALOR-DIARIO FROM WRK-VALOR-DECLARACAO
           GIVING WRK-VALOR-DIFERENCA.
       MOVE WRK-VALOR-DECLARACAO TO LCF-DECLARACAO.
       MOVE WRK-VALOR-DIARIO TO LCF-DIARIO.
       MOVE WRK-VALOR-DIFERENCA TO LCF-DIFERENCA.
       IF WRK-VALOR-DIFERENCA = ZEROS
           MOVE 'OK' TO LCF-SITUACAO
       ELSE
           MOVE 'DIFERENCA' TO LCF-SITUACAO
       END-IF.

       0900-FINALIZAR.
       DISPLAY 'REGISTROS DO HISTORICO NO ANO-BASE: '
           WRK-QTDE-HISTORICO-ANO.
       DISPLAY 'EMPRESAS DECLARADAS...............: '
           WRK-QTDE-EMPRESAS.
       DISPLAY 'FUNCIONARIOS DECLARADOS...........: '
           WRK-QTDE-FUNCIONARIOS.
       DISPLAY 'REGISTROS GRAVADOS NO DECLAN.DAT..: '
           WRK-QTDE-REGISTROS-ARQ.
       CLOSE PAY-HISTORY-FILE.
       CLOSE EMPLOYEE-MASTER-FILE.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
       CLOSE ANNUAL-RETURN-FILE.
       CLOSE PRINT-FILE.
