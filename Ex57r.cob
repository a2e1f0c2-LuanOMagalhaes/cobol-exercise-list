               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.

       DATA DIVISION.
       FILE SECTION.
      *> O EMPLOYEE-MASTER e chaveado por matricula; a classificacao
      *> por departamento permite imprimir o registro em verdadeira
      *> sequencia de departamento, com quebra e subtotal em linha,
      *> sem a antiga tabela de 50 departamentos que estourava. A
      *> empresa vem antes do departamento na chave: cada empresa
      *> sai com os seus departamentos e o seu subtotal.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-EMPRESA               PIC X(04).
           05 SRT-DEPARTAMENTO          PIC X(10).
           05 SRT-EMP-NUMERO            PIC 9(06).
           05 SRT-NOME                  PIC X(30).
           05 SRT-VALOR                 PIC 9(07)V99.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.

       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'L'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZEROS.

       COPY BRKDWN.
       COPY BASSAL.
       COPY AFSRES.

       77 WRK-DEPTO-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-SUBTOTAL-DEPTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IND-PRIMEIRO-DEPTO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-DEPTO VALUE 'S'.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-ATUAL PIC X(04) VALUE SPACES.
       77 WRK-SUBTOTAL-EMPRESA PIC 9(09)V99 VALUE ZEROS.

       01  WRK-VALOR-ED PIC Z.ZZZ.ZZZ,99.

           05 FILLER PIC X(12) VALUE 'DEPARTAMENTO'.
           05 FILLER PIC X(15) VALUE 'SALARIO BRUTO'.

       01  LINHA-EMPRESA.
           05 FILLER PIC X(09) VALUE 'EMPRESA: '.
           05 LEM-EMPRESA PIC X(04).
           05 FILLER PIC X(03) VALUE ' - '.
           05 LEM-RAZAO-SOCIAL PIC X(40).

       01  LINHA-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 LDP-DEPARTAMENTO PIC X(10).
           05 FILLER PIC X(09) VALUE SPACES.
           05 LS-VALOR PIC Z.ZZZ.ZZZ,99.

       01  LINHA-SUBTOTAL-EMPRESA.
           05 FILLER PIC X(22) VALUE 'SUBTOTAL EMPRESA.....:'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LSE-EMPRESA PIC X(10).
           05 FILLER PIC X(09) VALUE SPACES.
           05 LSE-VALOR PIC Z.ZZZ.ZZZ,99.

       01  LINHA-TOTAL-GERAL.
           05 FILLER PIC X(42) VALUE
               'TOTAL GERAL DA FOLHA....................: '.

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
       PERFORM 0150-ABRIR-ARQUIVOS.
       SORT SORT-WORK-FILE
           ON ASCENDING KEY SRT-EMPRESA SRT-DEPARTAMENTO
               SRT-EMP-NUMERO
           INPUT PROCEDURE IS 0200-SELECIONA-FUNCIONARIOS
           OUTPUT PROCEDURE IS 0500-IMPRIME-POR-DEPARTAMENTO.
       PERFORM 0900-FINALIZAR.
           DISPLAY 'ERRO AO ABRIR EMPMSTR.DAT - STATUS '
               WRK-STATUS-EMPMSTR
           MOVE 'S' TO WRK-FIM-ARQUIVO.
       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           SET CIAMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - EMPRESAS SEM RAZAO SOCIAL'
       END-IF.

      *> Mesma selecao e calculo de antes (EX57C com o RATE-MASTER e
      *> validacao do EX57V); so muda o destino: o registro calculado
           CONTINUE
       ELSE
           MOVE EMP-GANHA-HORA TO WRK-GANHA-HORA
           PERFORM 0310-MONTA-BASE-SALARIAL
           CALL 'EX57C' USING EMP-NUMERO WRK-USAR-RATE-MASTER
               WRK-GANHA-HORA EMP-HORAS-TRABALHADAS-MES
               EMP-HORAS-DOM-FERIADO WRK-CALCULA-HORAS
               BREAKDOWN-CALCULO BASE-SALARIAL

           CALL 'EX57V' USING EMP-NUMERO WRK-GANHA-HORA
               EMP-HORAS-TRABALHADAS-MES EMP-HORAS-DOM-FERIADO
           IF REGISTRO-INVALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
           ELSE
               MOVE EMP-EMPRESA TO SRT-EMPRESA
               IF SRT-EMPRESA = SPACES
                   MOVE WRK-EMPRESA-PADRAO TO SRT-EMPRESA
               END-IF
               MOVE EMP-DEPARTAMENTO TO SRT-DEPARTAMENTO
               MOVE EMP-NUMERO TO SRT-EMP-NUMERO
               MOVE EMP-NOME TO SRT-NOME
           END-IF
       END-IF.

      *> Base salarial do funcionario para o EX57C: tipo de salario,
      *> competencia e datas de admissao/desligamento (proporcao do
      *> mensalista); o salario mensal vem do RATE-MASTER. Os
      *> afastamentos e faltas da competencia vem do EX57A, para o
      *> registro bater com a folha.
       0310-MONTA-BASE-SALARIAL.
       MOVE EMP-TIPO-SALARIO TO BAS-TIPO-SALARIO.
       MOVE ZEROS TO BAS-SALARIO-MENSAL.
       MOVE WRK-DATA-EXECUCAO(1:6) TO BAS-PERIODO-REFERENCIA.
       MOVE EMP-DATA-ADMISSAO TO BAS-DATA-ADMISSAO.
       MOVE EMP-DATA-DESLIGAMENTO TO BAS-DATA-DESLIGAMENTO.
       MOVE ZEROS TO BAS-DIAS-NAO-REMUNERADOS.
       MOVE ZEROS TO BAS-DIAS-PAGOS.
       MOVE ZEROS TO BAS-DIAS-ABONADOS.
       MOVE ZEROS TO BAS-DIAS-DSR-PERDIDOS.
       IF EMP-HORAS-NOTURNAS IS NUMERIC
           MOVE EMP-HORAS-NOTURNAS TO BAS-HORAS-NOTURNAS
       ELSE
           MOVE ZEROS TO BAS-HORAS-NOTURNAS
       END-IF.
       CALL 'EX57A' USING EMP-NUMERO WRK-DATA-EXECUCAO(1:6)
           EMP-DATA-ADMISSAO RESUMO-AFASTAMENTO.
       MOVE RAF-DIAS-NAO-REMUNERADOS TO BAS-DIAS-NAO-REMUNERADOS.
       MOVE RAF-DIAS-ABONADOS TO BAS-DIAS-ABONADOS.
       MOVE RAF-DIAS-DSR-PERDIDOS TO BAS-DIAS-DSR-PERDIDOS.

      *> Quebra em verdadeira sequencia de departamento: pagina nova
      *> com o nome do departamento no inicio do grupo e subtotal em
      *> linha no fim, sem limite de quantidade de departamentos.
                   MOVE 'S' TO WRK-FIM-SORT
                   IF NOT PRIMEIRO-DEPTO
                       PERFORM 0530-IMPRIME-SUBTOTAL
                       PERFORM 0535-IMPRIME-SUBTOTAL-EMPRESA
                   END-IF
               NOT AT END
                   PERFORM 0510-TRATA-QUEBRA
       END-PERFORM.

       0510-TRATA-QUEBRA.
       EVALUATE TRUE
           WHEN PRIMEIRO-DEPTO
               MOVE 'N' TO WRK-IND-PRIMEIRO-DEPTO
               PERFORM 0545-INICIA-EMPRESA
           WHEN SRT-EMPRESA NOT = WRK-EMPRESA-ATUAL
               PERFORM 0530-IMPRIME-SUBTOTAL
               PERFORM 0535-IMPRIME-SUBTOTAL-EMPRESA
               PERFORM 0545-INICIA-EMPRESA
           WHEN SRT-DEPARTAMENTO NOT = WRK-DEPTO-ATUAL
               PERFORM 0530-IMPRIME-SUBTOTAL
               MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
               MOVE ZEROS TO WRK-SUBTOTAL-DEPTO
               PERFORM 0540-IMPRIME-CABECALHO-DEPTO
       END-EVALUATE.

       0520-IMPRIME-DETALHE.
       IF WRK-LINHA-PAGINA > WRK-MAX-LINHAS-PAGINA
       WRITE PRINT-LINE FROM LINHA-DETALHE.
       ADD 1 TO WRK-LINHA-PAGINA.
       ADD SRT-VALOR TO WRK-SUBTOTAL-DEPTO.
       ADD SRT-VALOR TO WRK-SUBTOTAL-EMPRESA.
       ADD SRT-VALOR TO WRK-TOTAL-GERAL.

       0530-IMPRIME-SUBTOTAL.
       WRITE PRINT-LINE FROM LINHA-SUBTOTAL.
       ADD 1 TO WRK-LINHA-PAGINA.

       0535-IMPRIME-SUBTOTAL-EMPRESA.
       MOVE WRK-EMPRESA-ATUAL TO LSE-EMPRESA.
       MOVE WRK-SUBTOTAL-EMPRESA TO LSE-VALOR.
       WRITE PRINT-LINE FROM LINHA-SUBTOTAL-EMPRESA.
       ADD 1 TO WRK-LINHA-PAGINA.

      *> Abre a empresa: razao social do CIAMSTR para o cabecalho de
      *> cada pagina de departamento e subtotal zerado.
       0545-INICIA-EMPRESA.
       MOVE SRT-EMPRESA TO WRK-EMPRESA-ATUAL.
       MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL.
       MOVE ZEROS TO WRK-SUBTOTAL-DEPTO.
       MOVE ZEROS TO WRK-SUBTOTAL-EMPRESA.
       MOVE WRK-EMPRESA-ATUAL TO LEM-EMPRESA.
       MOVE SPACES TO LEM-RAZAO-SOCIAL.
       IF CIAMSTR-DISPONIVEL
           MOVE WRK-EMPRESA-ATUAL TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE 'EMPRESA SEM CADASTRO NO CIAMSTR' TO
                       LEM-RAZAO-SOCIAL
               NOT INVALID KEY
                   MOVE CIA-RAZAO-SOCIAL TO LEM-RAZAO-SOCIAL
           END-READ
       END-IF.
       PERFORM 0540-IMPRIME-CABECALHO-DEPTO.

       0540-IMPRIME-CABECALHO-DEPTO.
       PERFORM 0550-IMPRIME-CABECALHO-PAGINA.
       WRITE PRINT-LINE FROM LINHA-EMPRESA.
       ADD 1 TO WRK-LINHA-PAGINA.
       MOVE WRK-DEPTO-ATUAL TO LDP-DEPARTAMENTO.
       WRITE PRINT-LINE FROM LINHA-DEPARTAMENTO.
       ADD 1 TO WRK-LINHA-PAGINA.
       DISPLAY 'TOTAL DE REGISTROS REJEITADOS.....: '
           WRK-QTDE-REJEITADOS.
       CLOSE EMPLOYEE-MASTER-FILE.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
       CLOSE PRINT-FILE.
