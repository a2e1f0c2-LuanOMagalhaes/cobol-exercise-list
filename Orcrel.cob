       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCREL.
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
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WRK-STATUS-PAYHIST.
           SELECT PRINT-FILE ASSIGN TO "ORCREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY ORCREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  PAY-HISTORY-FILE.
       COPY PHSREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

      *> Orcado (O), realizado do historico (R) e quadro ativo do
      *> cadastro (Q) entram na mesma classificacao por departamento;
      *> SRT-IND-MES marca o que pertence a competencia do relatorio
      *> (o resto so soma no acumulado do ano).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-DEPARTAMENTO          PIC X(10).
           05 SRT-ORIGEM                PIC X(01).
              88 SRT-ORCADO             VALUE 'O'.
              88 SRT-REALIZADO          VALUE 'R'.
              88 SRT-QUADRO             VALUE 'Q'.
           05 SRT-IND-MES               PIC X(01).
              88 SRT-DO-MES             VALUE 'S'.
           05 SRT-QTDE                  PIC 9(05).
           05 SRT-HORAS                 PIC 9(07)V99.
           05 SRT-BRUTO                 PIC 9(09)V99.
           05 SRT-FGTS                  PIC 9(09)V99.
           05 SRT-INSS                  PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORCAMEN PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-ORCAMEN-DISPONIVEL PIC X(01) VALUE 'N'.
           88 ORCAMEN-DISPONIVEL VALUE 'S'.
       77 WRK-EMPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 EMPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-PAYHIST-DISPONIVEL PIC X(01) VALUE 'N'.
           88 PAYHIST-DISPONIVEL VALUE 'S'.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT VALUE 'S'.

       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'L'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.

       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 WRK-PERIODO-EXECUCAO-R REDEFINES WRK-PERIODO-EXECUCAO.
              10 WRK-ANO-EXECUCAO PIC 9(04).
              10 WRK-MES-EXECUCAO PIC 9(02).
           05 FILLER PIC 9(02).
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 50.

      *> Mesmas aliquotas patronais do EX57, aplicadas ao bruto pago
      *> de cada registro do historico: as da empresa do funcionario
      *> no CIAMSTR ou, sem o cadastro, as padrao.
       77 WRK-ALIQUOTA-FGTS PIC 9(02)V99 VALUE 08,00.
       77 WRK-ALIQUOTA-INSS-PATRONAL PIC 9(02)V99 VALUE 20,00.
       77 WRK-ALIQUOTA-FGTS-PADRAO PIC 9(02)V99 VALUE 08,00.
       77 WRK-ALIQUOTA-INSS-PADRAO PIC 9(02)V99 VALUE 20,00.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-FUNC PIC X(04) VALUE SPACES.
       77 WRK-EMPRESA-ALIQUOTAS PIC X(04) VALUE SPACES.
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA-PADRAO PIC 9(03)V99 VALUE 005,00.
       77 WRK-TOLERANCIA-ED PIC ZZ9,99.
       77 WRK-LIMITE PIC 9(13)V99 VALUE ZEROS.

       77 WRK-DEPTO-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-IND-PRIMEIRO-DEPTO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-DEPTO VALUE 'S'.
       77 WRK-IND-BLOCO-EXCEDIDO PIC X(01) VALUE 'N'.
           88 BLOCO-EXCEDIDO VALUE 'S'.
       77 WRK-QTDE-DEPTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DEPTOS-EXCEDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-HISTORICO PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-SEM-CADASTRO PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-ORCAMENTOS PIC 9(07) VALUE ZEROS.

      *> Acumuladores por nivel (1 = departamento, 2 = geral),
      *> periodo (1 = mes, 2 = acumulado do ano) e tipo (1 = orcado,
      *> 2 = realizado).
       01  WRK-TABELA-ACUMULADORES.
           05 ACM-NIVEL OCCURS 2 TIMES.
              10 ACM-PERIODO OCCURS 2 TIMES.
                 15 ACM-TIPO OCCURS 2 TIMES.
                    20 ACM-QTDE        PIC 9(07).
                    20 ACM-HORAS       PIC 9(09)V99.
                    20 ACM-BRUTO       PIC 9(11)V99.
                    20 ACM-FGTS        PIC 9(11)V99.
                    20 ACM-INSS        PIC 9(11)V99.
       77 WRK-SUB-NIVEL PIC 9(01) VALUE ZEROS.
       77 WRK-SUB-PER PIC 9(01) VALUE ZEROS.
       77 WRK-SUB-TIPO PIC 9(01) VALUE ZEROS.
       77 WRK-ITEM PIC 9(01) VALUE ZEROS.
           88 ITEM-QUADRO VALUE 1.
           88 ITEM-HORAS-EXTRAS VALUE 2.
           88 ITEM-BRUTO VALUE 3.
           88 ITEM-FGTS VALUE 4.
           88 ITEM-INSS VALUE 5.
           88 ITEM-CUSTO-TOTAL VALUE 6.

      *> Valores da linha em impressao, no mes (1) e no ano (2).
       01  WRK-VALORES-LINHA.
           05 VLN-PERIODO OCCURS 2 TIMES.
              10 VLN-ORCADO            PIC 9(13)V99.
              10 VLN-REALIZADO         PIC 9(13)V99.
              10 VLN-VARIACAO          PIC S9(13)V99.
              10 VLN-PERCENTUAL        PIC S9(04)V9.
              10 VLN-IND-EXCEDIDO      PIC X(01).
                 88 VLN-EXCEDIDO       VALUE 'S'.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(30) VALUE 'FOLHA DE PAGAMENTO LTDA'.
           05 FILLER PIC X(48) VALUE
               'ORCADO X REALIZADO DA FOLHA POR DEPARTAMENTO'.
           05 FILLER PIC X(10) VALUE '  PAGINA: '.
           05 LC1-PAGINA PIC ZZZ9.
           05 FILLER PIC X(08) VALUE ' DATA: '.
           05 LC1-DATA PIC 99/99/9999.

       01  LINHA-CABECALHO-2.
           05 FILLER PIC X(13) VALUE 'COMPETENCIA: '.
           05 LC2-MES PIC 99.
           05 FILLER PIC X(01) VALUE '/'.
           05 LC2-ANO PIC 9999.
           05 FILLER PIC X(28) VALUE
               '   TOLERANCIA DE EXCESSO: '.
           05 LC2-TOLERANCIA PIC ZZ9,99.
           05 FILLER PIC X(01) VALUE '%'.

       01  LINHA-CABECALHO-3.
           05 FILLER PIC X(17) VALUE SPACES.
           05 FILLER PIC X(54) VALUE
               '---------------------- NO MES ----------------------'.
           05 FILLER PIC X(54) VALUE
               '------------------ ACUMULADO NO ANO -----------------'.

       01  LINHA-CABECALHO-4.
           05 FILLER PIC X(16) VALUE 'ITEM'.
           05 FILLER PIC X(15) VALUE '        ORCADO'.
           05 FILLER PIC X(15) VALUE '     REALIZADO'.
           05 FILLER PIC X(16) VALUE '       VARIACAO'.
           05 FILLER PIC X(08) VALUE '    %'.
           05 FILLER PIC X(15) VALUE '        ORCADO'.
           05 FILLER PIC X(15) VALUE '     REALIZADO'.
           05 FILLER PIC X(16) VALUE '       VARIACAO'.
           05 FILLER PIC X(08) VALUE '    %'.
           05 FILLER PIC X(07) VALUE 'EXCESSO'.

       01  LINHA-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 LDP-DEPARTAMENTO PIC X(20).

       01  LINHA-DETALHE.
           05 LD-DESCRICAO PIC X(16).
           05 LD-MES.
              10 LD-ORCADO-MES PIC ZZZ.ZZZ.ZZ9,99.
              10 FILLER PIC X(01) VALUE SPACES.
              10 LD-REALIZADO-MES PIC ZZZ.ZZZ.ZZ9,99.
              10 FILLER PIC X(01) VALUE SPACES.
              10 LD-VARIACAO-MES PIC -ZZZ.ZZZ.ZZ9,99.
              10 FILLER PIC X(01) VALUE SPACES.
              10 LD-PERCENTUAL-MES PIC -ZZZ9,9.
              10 FILLER PIC X(01) VALUE SPACES.
           05 LD-ANO.
              10 LD-ORCADO-ANO PIC ZZZ.ZZZ.ZZ9,99.
              10 FILLER PIC X(01) VALUE SPACES.
              10 LD-REALIZADO-ANO PIC ZZZ.ZZZ.ZZ9,99.
              10 FILLER PIC X(01) VALUE SPACES.
              10 LD-VARIACAO-ANO PIC -ZZZ.ZZZ.ZZ9,99.
              10 FILLER PIC X(01) VALUE SPACES.
              10 LD-PERCENTUAL-ANO PIC -ZZZ9,9.
              10 FILLER PIC X(01) VALUE SPACES.
           05 LD-EXCESSO PIC X(07).

       01  LINHA-EXCEDIDO.
           05 FILLER PIC X(45) VALUE
               '*** ACIMA DO ORCAMENTO ALEM DA TOLERANCIA DE '.
           05 LEX-TOLERANCIA PIC ZZ9,99.
           05 FILLER PIC X(01) VALUE '%'.

       01  LINHA-RESUMO.
           05 LR-DESCRICAO PIC X(40).
           05 LR-QTDE PIC ZZ.ZZ9.

      *> Orcado x realizado da folha por departamento, no mes da
      *> competencia e no acumulado do ano ate ela. O realizado vem
      *> do PAYHIST (bruto e horas extras de todos os eventos pagos,
      *> com FGTS e INSS patronal calculados as aliquotas do EX57) e
      *> o quadro do mes e a posicao atual de funcionarios ativos do
      *> EMPMSTR; o departamento do realizado e o do cadastro atual.
      *> Linha cujo realizado passa o orcado acrescido da tolerancia
      *> informada e marcada, e o departamento contado como acima do
      *> orcamento.
       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL = '00'
           MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO
       ELSE
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           DISPLAY 'AVISO: PARAMETRO DA FOLHA INDISPONIVEL - '
               'USADA A DATA DO SISTEMA'
       END-IF.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.
       DISPLAY 'TOLERANCIA DE EXCESSO EM % (ZERO = PADRAO 5,00): '.
       ACCEPT WRK-TOLERANCIA FROM CONSOLE.
       IF WRK-TOLERANCIA = ZEROS
           MOVE WRK-TOLERANCIA-PADRAO TO WRK-TOLERANCIA
       END-IF.
       MOVE WRK-TOLERANCIA TO WRK-TOLERANCIA-ED.
       MOVE ZEROS TO WRK-TABELA-ACUMULADORES.
       PERFORM 0150-ABRIR-ARQUIVOS.
       SORT SORT-WORK-FILE
           ON ASCENDING KEY SRT-DEPARTAMENTO
           INPUT PROCEDURE IS 0200-SELECIONA-MOVIMENTO
           OUTPUT PROCEDURE IS 0500-IMPRIME-POR-DEPARTAMENTO.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN OUTPUT PRINT-FILE.
       OPEN INPUT BUDGET-FILE.
       IF WRK-STATUS-ORCAMEN = '00'
           SET ORCAMEN-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: ORCAMEN.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-ORCAMEN ' - RELATORIO SEM ORCADO'
       END-IF.
       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR = '00'
           SET EMPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'ERRO AO ABRIR EMPMSTR.DAT - STATUS '
               WRK-STATUS-EMPMSTR ' - RELATORIO SEM REALIZADO'
       END-IF.
       OPEN INPUT PAY-HISTORY-FILE.
       IF WRK-STATUS-PAYHIST = '00'
           SET PAYHIST-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: PAYHIST.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-PAYHIST ' - REALIZADO SO COM O QUADRO'
       END-IF.
       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           SET CIAMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - ALIQUOTAS PADRAO'
       END-IF.

       0200-SELECIONA-MOVIMENTO.
       IF EMPMSTR-DISPONIVEL
           PERFORM 0210-SELECIONA-QUADRO
           IF PAYHIST-DISPONIVEL
               PERFORM 0220-SELECIONA-HISTORICO
           END-IF
       END-IF.
       IF ORCAMEN-DISPONIVEL
           PERFORM 0230-SELECIONA-ORCADO
       END-IF.

       0210-SELECIONA-QUADRO.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EMP-ATIVO
                       MOVE ZEROS TO SORT-WORK-RECORD
                       MOVE EMP-DEPARTAMENTO TO SRT-DEPARTAMENTO
                       SET SRT-QUADRO TO TRUE
                       MOVE 'S' TO SRT-IND-MES
                       MOVE 1 TO SRT-QTDE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ
       END-PERFORM.

       0220-SELECIONA-HISTORICO.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PHS-PERIODO(1:4) = WRK-ANO-EXECUCAO AND
                           PHS-PERIODO NOT > WRK-PERIODO-EXECUCAO
                       PERFORM 0225-LIBERA-HISTORICO
                   END-IF
           END-READ
       END-PERFORM.

       0225-LIBERA-HISTORICO.
       MOVE PHS-EMP-NUMERO TO EMP-NUMERO.
       READ EMPLOYEE-MASTER-FILE
           INVALID KEY
               ADD 1 TO WRK-QTDE-SEM-CADASTRO
               MOVE SPACES TO EMP-DEPARTAMENTO
               MOVE SPACES TO EMP-EMPRESA
           NOT INVALID KEY
               CONTINUE
       END-READ.
       PERFORM 0227-ALIQUOTAS-DA-EMPRESA.
       MOVE ZEROS TO SORT-WORK-RECORD.
       MOVE EMP-DEPARTAMENTO TO SRT-DEPARTAMENTO.
       SET SRT-REALIZADO TO TRUE.
       IF PHS-PERIODO = WRK-PERIODO-EXECUCAO
           MOVE 'S' TO SRT-IND-MES
       ELSE
           MOVE 'N' TO SRT-IND-MES
       END-IF.
       MOVE PHS-HORAS-EXTRAS TO SRT-HORAS.
       MOVE PHS-VALOR-BRUTO TO SRT-BRUTO.
       COMPUTE SRT-FGTS ROUNDED =
           PHS-VALOR-BRUTO * WRK-ALIQUOTA-FGTS / 100.
       COMPUTE SRT-INSS ROUNDED =
           PHS-VALOR-BRUTO * WRK-ALIQUOTA-INSS-PATRONAL / 100.
       RELEASE SORT-WORK-RECORD.
       ADD 1 TO WRK-QTDE-HISTORICO.

      *> Funcionario sem empresa e da '0001'. As aliquotas so sao
      *> relidas quando a empresa muda de um registro para outro.
       0227-ALIQUOTAS-DA-EMPRESA.
       IF EMP-EMPRESA = SPACES
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-FUNC
       ELSE
           MOVE EMP-EMPRESA TO WRK-EMPRESA-FUNC
       END-IF.
       IF WRK-EMPRESA-FUNC NOT = WRK-EMPRESA-ALIQUOTAS
           MOVE WRK-EMPRESA-FUNC TO WRK-EMPRESA-ALIQUOTAS
           MOVE WRK-ALIQUOTA-FGTS-PADRAO TO WRK-ALIQUOTA-FGTS
           MOVE WRK-ALIQUOTA-INSS-PADRAO
               TO WRK-ALIQUOTA-INSS-PATRONAL
           IF CIAMSTR-DISPONIVEL
               MOVE WRK-EMPRESA-FUNC TO CIA-CODIGO
               READ COMPANY-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CIA-ALIQUOTA-FGTS TO WRK-ALIQUOTA-FGTS
                       MOVE CIA-ALIQUOTA-INSS-PATRONAL
                           TO WRK-ALIQUOTA-INSS-PATRONAL
               END-READ
           END-IF
       END-IF.

       0230-SELECIONA-ORCADO.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ORC-ANO = WRK-ANO-EXECUCAO AND
                           ORC-PERIODO NOT > WRK-PERIODO-EXECUCAO
                       PERFORM 0235-LIBERA-ORCADO
                   END-IF
           END-READ
       END-PERFORM.

       0235-LIBERA-ORCADO.
       MOVE ORC-DEPARTAMENTO TO SRT-DEPARTAMENTO.
       SET SRT-ORCADO TO TRUE.
       IF ORC-PERIODO = WRK-PERIODO-EXECUCAO
           MOVE 'S' TO SRT-IND-MES
       ELSE
           MOVE 'N' TO SRT-IND-MES
       END-IF.
       MOVE ORC-QTDE-FUNCIONARIOS TO SRT-QTDE.
       MOVE ORC-HORAS-EXTRAS TO SRT-HORAS.
       MOVE ORC-VALOR-BRUTO TO SRT-BRUTO.
       MOVE ORC-VALOR-FGTS TO SRT-FGTS.
       MOVE ORC-VALOR-INSS-PATRONAL TO SRT-INSS.
       RELEASE SORT-WORK-RECORD.
       ADD 1 TO WRK-QTDE-ORCAMENTOS.

       0500-IMPRIME-POR-DEPARTAMENTO.
       PERFORM UNTIL FIM-DO-SORT
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   IF NOT PRIMEIRO-DEPTO
                       PERFORM 0530-IMPRIME-DEPARTAMENTO
                   END-IF
               NOT AT END
                   PERFORM 0510-TRATA-QUEBRA
                   PERFORM 0520-ACUMULA
           END-RETURN
       END-PERFORM.

       0510-TRATA-QUEBRA.
       IF PRIMEIRO-DEPTO
           MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
           MOVE 'N' TO WRK-IND-PRIMEIRO-DEPTO
       ELSE
           IF SRT-DEPARTAMENTO NOT = WRK-DEPTO-ATUAL
               PERFORM 0530-IMPRIME-DEPARTAMENTO
               MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
               MOVE ZEROS TO ACM-NIVEL(1)
           END-IF
       END-IF.

      *> Orcado soma no tipo 1, realizado e quadro no tipo 2; o que
      *> e da competencia soma no mes e tudo soma no ano, nos dois
      *> niveis.
       0520-ACUMULA.
       IF SRT-ORCADO
           MOVE 1 TO WRK-SUB-TIPO
       ELSE
           MOVE 2 TO WRK-SUB-TIPO
       END-IF.
       PERFORM VARYING WRK-SUB-NIVEL FROM 1 BY 1
               UNTIL WRK-SUB-NIVEL > 2
           PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
                   UNTIL WRK-SUB-PER > 2
               IF WRK-SUB-PER = 2 OR SRT-DO-MES
                   ADD SRT-QTDE TO
                       ACM-QTDE(WRK-SUB-NIVEL WRK-SUB-PER
                           WRK-SUB-TIPO)
                   ADD SRT-HORAS TO
                       ACM-HORAS(WRK-SUB-NIVEL WRK-SUB-PER
                           WRK-SUB-TIPO)
                   ADD SRT-BRUTO TO
                       ACM-BRUTO(WRK-SUB-NIVEL WRK-SUB-PER
                           WRK-SUB-TIPO)
                   ADD SRT-FGTS TO
                       ACM-FGTS(WRK-SUB-NIVEL WRK-SUB-PER
                           WRK-SUB-TIPO)
                   ADD SRT-INSS TO
                       ACM-INSS(WRK-SUB-NIVEL WRK-SUB-PER
                           WRK-SUB-TIPO)
               END-IF
           END-PERFORM
       END-PERFORM.

       0530-IMPRIME-DEPARTAMENTO.
       IF WRK-DEPTO-ATUAL = SPACES
           MOVE 'SEM DEPARTAMENTO' TO LDP-DEPARTAMENTO
       ELSE
           MOVE WRK-DEPTO-ATUAL TO LDP-DEPARTAMENTO
       END-IF.
       MOVE 1 TO WRK-SUB-NIVEL.
       PERFORM 0540-IMPRIME-BLOCO.
       ADD 1 TO WRK-QTDE-DEPTOS.
       IF BLOCO-EXCEDIDO
           ADD 1 TO WRK-QTDE-DEPTOS-EXCEDIDOS
       END-IF.

      *> Bloco de seis linhas do nivel em WRK-SUB-NIVEL, com o aviso
      *> de excesso quando alguma linha passou da tolerancia.
       0540-IMPRIME-BLOCO.
       IF WRK-PAGINA = ZEROS OR
               WRK-LINHA-PAGINA + 9 > WRK-MAX-LINHAS-PAGINA
           PERFORM 0550-IMPRIME-CABECALHO-PAGINA
       END-IF.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       WRITE PRINT-LINE FROM LINHA-DEPARTAMENTO.
       ADD 2 TO WRK-LINHA-PAGINA.
       MOVE 'N' TO WRK-IND-BLOCO-EXCEDIDO.
       PERFORM VARYING WRK-ITEM FROM 1 BY 1 UNTIL WRK-ITEM > 6
           PERFORM 0560-CARREGA-ITEM
           PERFORM 0570-CALCULA-VARIACAO
           PERFORM 0580-IMPRIME-ITEM
       END-PERFORM.
       IF BLOCO-EXCEDIDO
           MOVE WRK-TOLERANCIA TO LEX-TOLERANCIA
           WRITE PRINT-LINE FROM LINHA-EXCEDIDO
           ADD 1 TO WRK-LINHA-PAGINA
       END-IF.

       0550-IMPRIME-CABECALHO-PAGINA.
       ADD 1 TO WRK-PAGINA.
       MOVE WRK-PAGINA TO LC1-PAGINA.
       MOVE WRK-DATA-EXECUCAO-ED TO LC1-DATA.
       MOVE WRK-MES-EXECUCAO TO LC2-MES.
       MOVE WRK-ANO-EXECUCAO TO LC2-ANO.
       MOVE WRK-TOLERANCIA TO LC2-TOLERANCIA.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-1.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-2.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-3.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-4.
       MOVE 4 TO WRK-LINHA-PAGINA.

       0560-CARREGA-ITEM.
       PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
               UNTIL WRK-SUB-PER > 2
           EVALUATE TRUE
               WHEN ITEM-QUADRO
                   MOVE ACM-QTDE(WRK-SUB-NIVEL WRK-SUB-PER 1)
                       TO VLN-ORCADO(WRK-SUB-PER)
                   MOVE ACM-QTDE(WRK-SUB-NIVEL WRK-SUB-PER 2)
                       TO VLN-REALIZADO(WRK-SUB-PER)
               WHEN ITEM-HORAS-EXTRAS
                   MOVE ACM-HORAS(WRK-SUB-NIVEL WRK-SUB-PER 1)
                       TO VLN-ORCADO(WRK-SUB-PER)
                   MOVE ACM-HORAS(WRK-SUB-NIVEL WRK-SUB-PER 2)
                       TO VLN-REALIZADO(WRK-SUB-PER)
               WHEN ITEM-BRUTO
                   MOVE ACM-BRUTO(WRK-SUB-NIVEL WRK-SUB-PER 1)
                       TO VLN-ORCADO(WRK-SUB-PER)
                   MOVE ACM-BRUTO(WRK-SUB-NIVEL WRK-SUB-PER 2)
                       TO VLN-REALIZADO(WRK-SUB-PER)
               WHEN ITEM-FGTS
                   MOVE ACM-FGTS(WRK-SUB-NIVEL WRK-SUB-PER 1)
                       TO VLN-ORCADO(WRK-SUB-PER)
                   MOVE ACM-FGTS(WRK-SUB-NIVEL WRK-SUB-PER 2)
                       TO VLN-REALIZADO(WRK-SUB-PER)
               WHEN ITEM-INSS
                   MOVE ACM-INSS(WRK-SUB-NIVEL WRK-SUB-PER 1)
                       TO VLN-ORCADO(WRK-SUB-PER)
                   MOVE ACM-INSS(WRK-SUB-NIVEL WRK-SUB-PER 2)
                       TO VLN-REALIZADO(WRK-SUB-PER)
               WHEN ITEM-CUSTO-TOTAL
                   ADD ACM-BRUTO(WRK-SUB-NIVEL WRK-SUB-PER 1)
                       ACM-FGTS(WRK-SUB-NIVEL WRK-SUB-PER 1)
                       ACM-INSS(WRK-SUB-NIVEL WRK-SUB-PER 1)
                       GIVING VLN-ORCADO(WRK-SUB-PER)
                   ADD ACM-BRUTO(WRK-SUB-NIVEL WRK-SUB-PER 2)
                       ACM-FGTS(WRK-SUB-NIVEL WRK-SUB-PER 2)
                       ACM-INSS(WRK-SUB-NIVEL WRK-SUB-PER 2)
                       GIVING VLN-REALIZADO(WRK-SUB-PER)
           END-EVALUATE
       END-PERFORM.

      *> Variacao = realizado - orcado. Excede quando o realizado
      *> passa o orcado acrescido da tolerancia (sem orcado, qualquer
      *> realizado excede). O quadro so e comparado no mes.
       0570-CALCULA-VARIACAO.
       PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
               UNTIL WRK-SUB-PER > 2
           COMPUTE VLN-VARIACAO(WRK-SUB-PER) =
               VLN-REALIZADO(WRK-SUB-PER) - VLN-ORCADO(WRK-SUB-PER)
           MOVE ZEROS TO VLN-PERCENTUAL(WRK-SUB-PER)
           IF VLN-ORCADO(WRK-SUB-PER) > ZEROS
               COMPUTE VLN-PERCENTUAL(WRK-SUB-PER) ROUNDED =
                   VLN-VARIACAO(WRK-SUB-PER) * 100 /
                   VLN-ORCADO(WRK-SUB-PER)
                   ON SIZE ERROR
                       MOVE 9999,9 TO VLN-PERCENTUAL(WRK-SUB-PER)
               END-COMPUTE
           END-IF
           COMPUTE WRK-LIMITE ROUNDED =
               VLN-ORCADO(WRK-SUB-PER) * (100 + WRK-TOLERANCIA) / 100
           IF VLN-REALIZADO(WRK-SUB-PER) > WRK-LIMITE
               MOVE 'S' TO VLN-IND-EXCEDIDO(WRK-SUB-PER)
           ELSE
               MOVE 'N' TO VLN-IND-EXCEDIDO(WRK-SUB-PER)
           END-IF
       END-PERFORM.
       IF ITEM-QUADRO
           MOVE 'N' TO VLN-IND-EXCEDIDO(2)
       END-IF.

       0580-IMPRIME-ITEM.
       EVALUATE TRUE
           WHEN ITEM-QUADRO
               MOVE 'QUADRO ATIVO' TO LD-DESCRICAO
           WHEN ITEM-HORAS-EXTRAS
               MOVE 'HORAS EXTRAS' TO LD-DESCRICAO
           WHEN ITEM-BRUTO
               MOVE 'SALARIO BRUTO' TO LD-DESCRICAO
           WHEN ITEM-FGTS
               MOVE 'FGTS' TO LD-DESCRICAO
           WHEN ITEM-INSS
               MOVE 'INSS PATRONAL' TO LD-DESCRICAO
           WHEN ITEM-CUSTO-TOTAL
               MOVE 'CUSTO TOTAL' TO LD-DESCRICAO
       END-EVALUATE.
       MOVE VLN-ORCADO(1) TO LD-ORCADO-MES.
       MOVE VLN-REALIZADO(1) TO LD-REALIZADO-MES.
       MOVE VLN-VARIACAO(1) TO LD-VARIACAO-MES.
       MOVE VLN-PERCENTUAL(1) TO LD-PERCENTUAL-MES.
       IF ITEM-QUADRO
           MOVE SPACES TO LD-ANO
       ELSE
           MOVE VLN-ORCADO(2) TO LD-ORCADO-ANO
           MOVE VLN-REALIZADO(2) TO LD-REALIZADO-ANO
           MOVE VLN-VARIACAO(2) TO LD-VARIACAO-ANO
           MOVE VLN-PERCENTUAL(2) TO LD-PERCENTUAL-ANO
       END-IF.
       EVALUATE TRUE
           WHEN VLN-EXCEDIDO(1) AND VLN-EXCEDIDO(2)
               MOVE 'MES/ANO' TO LD-EXCESSO
               MOVE 'S' TO WRK-IND-BLOCO-EXCEDIDO
           WHEN VLN-EXCEDIDO(1)
               MOVE 'MES' TO LD-EXCESSO
               MOVE 'S' TO WRK-IND-BLOCO-EXCEDIDO
           WHEN VLN-EXCEDIDO(2)
               MOVE 'ANO' TO LD-EXCESSO
               MOVE 'S' TO WRK-IND-BLOCO-EXCEDIDO
           WHEN OTHER
               MOVE SPACES TO LD-EXCESSO
       END-EVALUATE.
       WRITE PRINT-LINE FROM LINHA-DETALHE.
       ADD 1 TO WRK-LINHA-PAGINA.

       0900-FINALIZAR.
       MOVE 'TOTAL GERAL' TO LDP-DEPARTAMENTO.
       MOVE 2 TO WRK-SUB-NIVEL.
       PERFORM 0540-IMPRIME-BLOCO.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'DEPARTAMENTOS NO RELATORIO.............:'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-DEPTOS TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'DEPARTAMENTOS ACIMA DO ORCAMENTO.......:'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-DEPTOS-EXCEDIDOS TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       DISPLAY 'DEPARTAMENTOS NO RELATORIO......: ' WRK-QTDE-DEPTOS.
       DISPLAY 'DEPARTAMENTOS ACIMA DO ORCAMENTO: '
           WRK-QTDE-DEPTOS-EXCEDIDOS.
       DISPLAY 'REGISTROS DE HISTORICO LIDOS....: '
           WRK-QTDE-HISTORICO.
       DISPLAY 'HISTORICO SEM CADASTRO..........: '
           WRK-QTDE-SEM-CADASTRO.
       DISPLAY 'ORCAMENTOS CONSIDERADOS.........: '
           WRK-QTDE-ORCAMENTOS.
       IF ORCAMEN-DISPONIVEL
           CLOSE BUDGET-FILE
       END-IF.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       IF PAYHIST-DISPONIVEL
           CLOSE PAY-HISTORY-FILE
       END-IF.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
       CLOSE PRINT-FILE.
