       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPMSTR.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-PERIODO
               FILE STATUS IS WRK-STATUS-RUNCTL.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-CHAVE
               FILE STATUS IS WRK-STATUS-RATEMSTR.
           SELECT CONSIGNACAO-FILE ASSIGN TO "CONSIG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WRK-STATUS-CONSIG.
           SELECT FERIAS-FILE ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-EMP-NUMERO
               FILE STATUS IS WRK-STATUS-FERIAS.
           SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-NUMERO
               FILE STATUS IS WRK-STATUS-YTD.
           SELECT EXCEPTION-FLAG-FILE ASSIGN TO "EXCPFLG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXF-EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EXCPFLG.
           SELECT REPAY-QUEUE-FILE ASSIGN TO "REPAYQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPY-CHAVE
               FILE STATUS IS WRK-STATUS-REPAYQ.
           SELECT ADVANCE-FILE ASSIGN TO "ADVANCE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-CHAVE
               FILE STATUS IS WRK-STATUS-ADVANCE.
           SELECT PRINT-FILE ASSIGN TO "INTEGREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  RATE-MASTER-FILE.
       COPY RATEREC.

       FD  CONSIGNACAO-FILE.
       COPY CSGREC.

       FD  FERIAS-FILE.
       COPY FERREC.

       FD  YTD-FILE.
       COPY YTDREC.

       FD  EXCEPTION-FLAG-FILE.
       COPY EXCPREC.

       FD  REPAY-QUEUE-FILE.
       COPY RPYREC.

       FD  ADVANCE-FILE.
       COPY ADVREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RUNCTL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RATEMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CONSIG PIC X(02) VALUE SPACES.
       77 WRK-STATUS-FERIAS PIC X(02) VALUE SPACES.
       77 WRK-STATUS-YTD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EXCPFLG PIC X(02) VALUE SPACES.
       77 WRK-STATUS-REPAYQ PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ADVANCE PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-DEPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 DEPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-RUNCTL-DISPONIVEL PIC X(01) VALUE 'N'.
           88 RUNCTL-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-IND-FUNCIONARIO PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-CADASTRADO VALUE 'S'.
           88 FUNCIONARIO-INEXISTENTE VALUE 'N'.
       77 WRK-IND-PERIODO-ENCERRADO PIC X(01) VALUE 'N'.
           88 PERIODO-ENCERRADO VALUE 'S'.

       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-FUNCAO-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-ETAPA-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-STATUS-PERCTL PIC X(02) VALUE SPACES.

       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 50.

       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FUNCIONARIOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-GRAVES PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-AVISOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NAO-VERIFICADOS PIC 9(02) VALUE ZEROS.
      *> Contagem por categoria de inconsistencia.
       77 WRK-QTDE-DEPTO-INEXISTENTE PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ADIANT-NAO-RECUP PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-TARIFA-ORFA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CONSIG-ORFA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FERIAS-ORFA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-YTD-ORFA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXCECAO-ORFA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REPAG-INATIVO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ADIANT-ORFA PIC 9(06) VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(30) VALUE 'FOLHA DE PAGAMENTO LTDA'.
           05 FILLER PIC X(40) VALUE
               'INTEGRIDADE ENTRE ARQUIVOS DA FOLHA'.
           05 FILLER PIC X(10) VALUE 'PERIODO: '.
           05 LC1-PERIODO PIC 9(06).
           05 FILLER PIC X(10) VALUE '  PAGINA: '.
           05 LC1-PAGINA PIC ZZZ9.
           05 FILLER PIC X(08) VALUE ' DATA: '.
           05 LC1-DATA PIC 99/99/9999.

       01  LINHA-CABECALHO-2.
           05 FILLER PIC X(07) VALUE 'NIVEL'.
           05 FILLER PIC X(10) VALUE 'ARQUIVO'.
           05 FILLER PIC X(10) VALUE 'MATRICULA'.
           05 FILLER PIC X(18) VALUE 'COMPLEMENTO'.
           05 FILLER PIC X(50) VALUE 'INCONSISTENCIA'.

       01  LINHA-DETALHE.
           05 LD-NIVEL PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-ARQUIVO PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-COMPLEMENTO PIC X(16).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-DESCRICAO PIC X(50).

       01  LINHA-RESUMO.
           05 LR-NIVEL PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LR-DESCRICAO PIC X(55).
           05 LR-QTDE PIC ZZZ.ZZ9.

       01  WRK-COMPLEMENTO-PERIODO.
           05 FILLER PIC X(08) VALUE 'PERIODO '.
           05 WRK-CPL-PERIODO PIC 9(06).
       01  WRK-COMPLEMENTO-SEQUENCIA.
           05 FILLER PIC X(11) VALUE 'SEQUENCIA '.
           05 WRK-CPL-SEQUENCIA PIC 9(02).
       01  WRK-COMPLEMENTO-LOTE.
           05 FILLER PIC X(05) VALUE 'LOTE '.
           05 WRK-CPL-DATA-LOTE PIC 9(08).

       LINKAGE SECTION.
       01 LK-STATUS-RETORNO PIC X(02).

      *> Verificacao cruzada antes da folha: cada manutencao valida o
      *> proprio arquivo, mas so aqui os arquivos sao conferidos uns
      *> contra os outros (cadastro de funcionarios, departamentos e
      *> controle de execucao). Inconsistencia GRAVE afeta a folha a
      *> rodar - funcionario ativo sem departamento no DEPMSTR (sem
      *> conta de despesa no diario) ou adiantamento ainda pago num
      *> periodo com folha executada ou fechado (valor nunca
      *> recuperado); o resultado vai para o PERCTL, que segura o
      *> EX57 ate nova verificacao limpa ou liberacao do supervisor,
      *> e o retorno e '93'. AVISO e registro orfao sem efeito na
      *> folha, listado para limpeza pelas manutencoes. Arquivo
      *> ausente e so informado: a instalacao pode nao usar aquele
      *> arquivo ainda.
       PROCEDURE DIVISION USING LK-STATUS-RETORNO.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'INTEGRIDADE ABORTADA - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           MOVE '91' TO LK-STATUS-RETORNO
           GOBACK
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.

       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR NOT = '00'
           DISPLAY 'ERRO AO ABRIR EMPMSTR.DAT - STATUS '
               WRK-STATUS-EMPMSTR ' - INTEGRIDADE NAO VERIFICADA'
           MOVE '92' TO LK-STATUS-RETORNO
           GOBACK
       END-IF.
       OPEN OUTPUT PRINT-FILE.
       PERFORM 0500-IMPRIME-CABECALHO.

       PERFORM 0200-VERIFICA-FUNCIONARIOS.
       PERFORM 0300-VERIFICA-ADIANTAMENTOS.
       PERFORM 0400-VERIFICA-TARIFAS.
       PERFORM 0410-VERIFICA-CONSIGNACOES.
       PERFORM 0420-VERIFICA-FERIAS.
       PERFORM 0430-VERIFICA-YTD.
       PERFORM 0440-VERIFICA-EXCECOES.
       PERFORM 0450-VERIFICA-REPAGAMENTOS.
       PERFORM 0900-FINALIZAR.

       IF WRK-QTDE-GRAVES > ZEROS
           MOVE '93' TO LK-STATUS-RETORNO
       ELSE
           MOVE '00' TO LK-STATUS-RETORNO
       END-IF.
       GOBACK.

      *> Funcionario ativo cujo departamento saiu do DEPMSTR.
       0200-VERIFICA-FUNCIONARIOS.
       OPEN INPUT DEPARTMENT-MASTER-FILE.
       IF WRK-STATUS-DEPMSTR = '00'
           SET DEPMSTR-DISPONIVEL TO TRUE
       ELSE
           MOVE 'DEPMSTR' TO LD-ARQUIVO
           PERFORM 0600-ARQUIVO-NAO-VERIFICADO
       END-IF.
       IF DEPMSTR-DISPONIVEL
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-FUNCIONARIOS
                       PERFORM 0210-VERIFICA-DEPARTAMENTO
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-MASTER-FILE
       END-IF.

       0210-VERIFICA-DEPARTAMENTO.
       IF EMP-ATIVO
           MOVE EMP-DEPARTAMENTO TO DPT-CODIGO
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   MOVE 'EMPMSTR' TO LD-ARQUIVO
                   MOVE EMP-NUMERO TO LD-MATRICULA
                   MOVE EMP-DEPARTAMENTO TO LD-COMPLEMENTO
                   MOVE 'ATIVO COM DEPARTAMENTO FORA DO DEPMSTR'
                       TO LD-DESCRICAO
                   ADD 1 TO WRK-QTDE-DEPTO-INEXISTENTE
                   PERFORM 0610-GRAVA-GRAVE
               NOT INVALID KEY
                   CONTINUE
           END-READ
       END-IF.

      *> Adiantamento ainda pago ('P') num periodo cuja folha ja foi
      *> executada ou que o PERCLOSE ja fechou: o EX57 daquele
      *> periodo deveria te-lo recuperado. Adiantamento de matricula
      *> fora do cadastro e so aviso.
       0300-VERIFICA-ADIANTAMENTOS.
       OPEN INPUT RUN-CONTROL-FILE.
       IF WRK-STATUS-RUNCTL = '00'
           SET RUNCTL-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: RUNCTL.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-RUNCTL ' - ADIANTAMENTOS SEM CONFERENCIA '
               'DE PERIODO'
       END-IF.
       OPEN INPUT ADVANCE-FILE.
       IF WRK-STATUS-ADVANCE NOT = '00'
           MOVE 'ADVANCE' TO LD-ARQUIVO
           PERFORM 0600-ARQUIVO-NAO-VERIFICADO
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ADVANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0310-VERIFICA-ADIANTAMENTO
               END-READ
           END-PERFORM
           CLOSE ADVANCE-FILE
       END-IF.
       IF RUNCTL-DISPONIVEL
           CLOSE RUN-CONTROL-FILE
       END-IF.

       0310-VERIFICA-ADIANTAMENTO.
       MOVE 'N' TO WRK-IND-PERIODO-ENCERRADO.
       IF ADV-PAGO AND RUNCTL-DISPONIVEL
           MOVE ADV-PERIODO TO RCT-PERIODO
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCT-COMPLETO OR RCT-PERIODO-FECHADO
                       SET PERIODO-ENCERRADO TO TRUE
                   END-IF
           END-READ
       END-IF.
       MOVE 'ADVANCE' TO LD-ARQUIVO.
       MOVE ADV-EMP-NUMERO TO LD-MATRICULA.
       MOVE ADV-PERIODO TO WRK-CPL-PERIODO.
       MOVE WRK-COMPLEMENTO-PERIODO TO LD-COMPLEMENTO.
       IF PERIODO-ENCERRADO
           MOVE 'ADIANTAMENTO NAO RECUPERADO EM PERIODO JA PAGO'
               TO LD-DESCRICAO
           ADD 1 TO WRK-QTDE-ADIANT-NAO-RECUP
           PERFORM 0610-GRAVA-GRAVE
       ELSE
           MOVE ADV-EMP-NUMERO TO WRK-MATRICULA
           PERFORM 0800-BUSCA-FUNCIONARIO
           IF FUNCIONARIO-INEXISTENTE
               MOVE 'ADIANTAMENTO DE MATRICULA FORA DO EMPMSTR'
                   TO LD-DESCRICAO
               ADD 1 TO WRK-QTDE-ADIANT-ORFA
               PERFORM 0620-GRAVA-AVISO
           END-IF
       END-IF.

       0400-VERIFICA-TARIFAS.
       OPEN INPUT RATE-MASTER-FILE.
       IF WRK-STATUS-RATEMSTR NOT = '00'
           MOVE 'RATEMSTR' TO LD-ARQUIVO
           PERFORM 0600-ARQUIVO-NAO-VERIFICADO
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ RATE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE RTM-CHAVE TO WRK-MATRICULA
                       PERFORM 0800-BUSCA-FUNCIONARIO
                       IF FUNCIONARIO-INEXISTENTE
                           MOVE 'RATEMSTR' TO LD-ARQUIVO
                           MOVE RTM-CHAVE TO LD-MATRICULA
                           MOVE SPACES TO LD-COMPLEMENTO
                           MOVE 'TARIFA FORA DO EMPMSTR'
                               TO LD-DESCRICAO
                           ADD 1 TO WRK-QTDE-TARIFA-ORFA
                           PERFORM 0620-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-MASTER-FILE
       END-IF.

       0410-VERIFICA-CONSIGNACOES.
       OPEN INPUT CONSIGNACAO-FILE.
       IF WRK-STATUS-CONSIG NOT = '00'
           MOVE 'CONSIG' TO LD-ARQUIVO
           PERFORM 0600-ARQUIVO-NAO-VERIFICADO
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CONSIGNACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE CSG-EMP-NUMERO TO WRK-MATRICULA
                       PERFORM 0800-BUSCA-FUNCIONARIO
                       IF FUNCIONARIO-INEXISTENTE
                           MOVE 'CONSIG' TO LD-ARQUIVO
                           MOVE CSG-EMP-NUMERO TO LD-MATRICULA
                           MOVE CSG-SEQUENCIA TO WRK-CPL-SEQUENCIA
                           MOVE WRK-COMPLEMENTO-SEQUENCIA
                               TO LD-COMPLEMENTO
                           MOVE 'CONSIGNACAO FORA DO EMPMSTR'
                               TO LD-DESCRICAO
                           ADD 1 TO WRK-QTDE-CONSIG-ORFA
                           PERFORM 0620-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSIGNACAO-FILE
       END-IF.

       0420-VERIFICA-FERIAS.
       OPEN INPUT FERIAS-FILE.
       IF WRK-STATUS-FERIAS NOT = '00'
           MOVE 'FERIAS' TO LD-ARQUIVO
           PERFORM 0600-ARQUIVO-NAO-VERIFICADO
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FERIAS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE FER-EMP-NUMERO TO WRK-MATRICULA
                       PERFORM 0800-BUSCA-FUNCIONARIO
                       IF FUNCIONARIO-INEXISTENTE
                           MOVE 'FERIAS' TO LD-ARQUIVO
                           MOVE FER-EMP-NUMERO TO LD-MATRICULA
                           MOVE SPACES TO LD-COMPLEMENTO
                           MOVE 'SALDO DE FERIAS FORA DO EMPMSTR'
                               TO LD-DESCRICAO
                           ADD 1 TO WRK-QTDE-FERIAS-ORFA
                           PERFORM 0620-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FERIAS-FILE
       END-IF.

       0430-VERIFICA-YTD.
       OPEN INPUT YTD-FILE.
       IF WRK-STATUS-YTD NOT = '00'
           MOVE 'YTDFILE' TO LD-ARQUIVO
           PERFORM 0600-ARQUIVO-NAO-VERIFICADO
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ YTD-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE YTD-EMP-NUMERO TO WRK-MATRICULA
                       PERFORM 0800-BUSCA-FUNCIONARIO
                       IF FUNCIONARIO-INEXISTENTE
                           MOVE 'YTDFILE' TO LD-ARQUIVO
                           MOVE YTD-EMP-NUMERO TO LD-MATRICULA
                           MOVE SPACES TO LD-COMPLEMENTO
                           MOVE 'ACUMULADO DO ANO FORA DO EMPMSTR'
                               TO LD-DESCRICAO
                           ADD 1 TO WRK-QTDE-YTD-ORFA
                           PERFORM 0620-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
       END-IF.

      *> So a sinalizacao aberta conta: a liberada ja foi tratada
      *> pelo supervisor no EXCPWRK.
       0440-VERIFICA-EXCECOES.
       OPEN INPUT EXCEPTION-FLAG-FILE.
       IF WRK-STATUS-EXCPFLG NOT = '00'
           MOVE 'EXCPFLG' TO LD-ARQUIVO
           PERFORM 0600-ARQUIVO-NAO-VERIFICADO
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ EXCEPTION-FLAG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EXF-ABERTA
                           PERFORM 0441-VERIFICA-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FLAG-FILE
       END-IF.

       0441-VERIFICA-EXCECAO.
       MOVE EXF-EMP-NUMERO TO WRK-MATRICULA.
       PERFORM 0800-BUSCA-FUNCIONARIO.
       IF FUNCIONARIO-INEXISTENTE
           MOVE 'EXCPFLG' TO LD-ARQUIVO
           MOVE EXF-EMP-NUMERO TO LD-MATRICULA
           MOVE SPACES TO LD-COMPLEMENTO
           MOVE 'SINALIZACAO ABERTA DE MATRICULA FORA DO EMPMSTR'
               TO LD-DESCRICAO
           ADD 1 TO WRK-QTDE-EXCECAO-ORFA
           PERFORM 0620-GRAVA-AVISO
       END-IF.

      *> Devolucao ainda pendente de reemissao para quem saiu do
      *> cadastro ou esta inativo: o REEMIS pagaria com dados
      *> bancarios que ninguem mais mantem.
       0450-VERIFICA-REPAGAMENTOS.
       OPEN INPUT REPAY-QUEUE-FILE.
       IF WRK-STATUS-REPAYQ NOT = '00'
           MOVE 'REPAYQ' TO LD-ARQUIVO
           PERFORM 0600-ARQUIVO-NAO-VERIFICADO
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ REPAY-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF RPY-PENDENTE
                           PERFORM 0451-VERIFICA-REPAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPAY-QUEUE-FILE
       END-IF.

       0451-VERIFICA-REPAGAMENTO.
       MOVE RPY-EMP-NUMERO TO WRK-MATRICULA.
       PERFORM 0800-BUSCA-FUNCIONARIO.
       MOVE 'REPAYQ' TO LD-ARQUIVO.
       MOVE RPY-EMP-NUMERO TO LD-MATRICULA.
       MOVE RPY-DATA-LOTE TO WRK-CPL-DATA-LOTE.
       MOVE WRK-COMPLEMENTO-LOTE TO LD-COMPLEMENTO.
       IF FUNCIONARIO-INEXISTENTE
           MOVE 'REPAGAMENTO PENDENTE DE MATRICULA FORA DO EMPMSTR'
               TO LD-DESCRICAO
           ADD 1 TO WRK-QTDE-REPAG-INATIVO
           PERFORM 0620-GRAVA-AVISO
       ELSE
           IF EMP-INATIVO
               MOVE 'REPAGAMENTO PENDENTE DE FUNCIONARIO INATIVO'
                   TO LD-DESCRICAO
               ADD 1 TO WRK-QTDE-REPAG-INATIVO
               PERFORM 0620-GRAVA-AVISO
           END-IF
       END-IF.

       0500-IMPRIME-CABECALHO.
       ADD 1 TO WRK-PAGINA.
       MOVE WRK-PERIODO-EXECUCAO TO LC1-PERIODO.
       MOVE WRK-PAGINA TO LC1-PAGINA.
       MOVE WRK-DATA-EXECUCAO-ED TO LC1-DATA.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-1.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-2.
       MOVE ZEROS TO WRK-LINHA-PAGINA.

      *> Arquivo que nao abriu fica fora da verificacao e aparece no
      *> relatorio, para ninguem tomar a ausencia por arquivo limpo.
       0600-ARQUIVO-NAO-VERIFICADO.
       DISPLAY 'AVISO: ' LD-ARQUIVO ' INDISPONIVEL - '
           'ARQUIVO NAO VERIFICADO'.
       ADD 1 TO WRK-QTDE-NAO-VERIFICADOS.
       MOVE SPACES TO LD-NIVEL.
       MOVE ZEROS TO LD-MATRICULA.
       MOVE SPACES TO LD-COMPLEMENTO.
       MOVE 'ARQUIVO INDISPONIVEL - NAO VERIFICADO' TO LD-DESCRICAO.
       PERFORM 0630-IMPRIME-DETALHE.

       0610-GRAVA-GRAVE.
       MOVE 'GRAVE' TO LD-NIVEL.
       ADD 1 TO WRK-QTDE-GRAVES.
       PERFORM 0630-IMPRIME-DETALHE.

       0620-GRAVA-AVISO.
       MOVE 'AVISO' TO LD-NIVEL.
       ADD 1 TO WRK-QTDE-AVISOS.
       PERFORM 0630-IMPRIME-DETALHE.

       0630-IMPRIME-DETALHE.
       IF WRK-LINHA-PAGINA >= WRK-MAX-LINHAS-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO
       END-IF.
       WRITE PRINT-LINE FROM LINHA-DETALHE.
       ADD 1 TO WRK-LINHA-PAGINA.

       0800-BUSCA-FUNCIONARIO.
       MOVE WRK-MATRICULA TO EMP-NUMERO.
       READ EMPLOYEE-MASTER-FILE
           INVALID KEY
               SET FUNCIONARIO-INEXISTENTE TO TRUE
           NOT INVALID KEY
               SET FUNCIONARIO-CADASTRADO TO TRUE
       END-READ.

      *> Resumo por categoria, com o nivel de cada uma, e a marcacao
      *> do resultado no controle do periodo.
       0900-FINALIZAR.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'RESUMO POR CATEGORIA' TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE 'GRAVE' TO LR-NIVEL.
       MOVE 'FUNCIONARIO ATIVO COM DEPARTAMENTO FORA DO DEPMSTR...'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-DEPTO-INEXISTENTE TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'ADIANTAMENTO NAO RECUPERADO EM PERIODO JA PAGO.......'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-ADIANT-NAO-RECUP TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'AVISO' TO LR-NIVEL.
       MOVE 'TARIFA (RATEMSTR) DE MATRICULA FORA DO EMPMSTR.......'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-TARIFA-ORFA TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'CONSIGNACAO (CONSIG) DE MATRICULA FORA DO EMPMSTR....'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-CONSIG-ORFA TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'SALDO DE FERIAS (FERIAS) DE MATRICULA FORA DO EMPMSTR'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-FERIAS-ORFA TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'ACUMULADO (YTDFILE) DE MATRICULA FORA DO EMPMSTR.....'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-YTD-ORFA TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'SINALIZACAO ABERTA (EXCPFLG) FORA DO EMPMSTR.........'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-EXCECAO-ORFA TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'REPAGAMENTO PENDENTE (REPAYQ) DE INATIVO OU EXCLUIDO.'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-REPAG-INATIVO TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'ADIANTAMENTO (ADVANCE) DE MATRICULA FORA DO EMPMSTR..'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-ADIANT-ORFA TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE SPACES TO LR-NIVEL.
       MOVE 'TOTAL DE INCONSISTENCIAS GRAVES......................'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-GRAVES TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'TOTAL DE AVISOS......................................'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-AVISOS TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.
       MOVE 'ARQUIVOS NAO VERIFICADOS (INDISPONIVEIS).............'
           TO LR-DESCRICAO.
       MOVE WRK-QTDE-NAO-VERIFICADOS TO LR-QTDE.
       WRITE PRINT-LINE FROM LINHA-RESUMO.

       DISPLAY 'FUNCIONARIOS LIDOS..........: ' WRK-QTDE-FUNCIONARIOS.
       DISPLAY 'INCONSISTENCIAS GRAVES......: ' WRK-QTDE-GRAVES.
       DISPLAY 'AVISOS......................: ' WRK-QTDE-AVISOS.
       CLOSE EMPLOYEE-MASTER-FILE.
       CLOSE PRINT-FILE.

       MOVE 'M' TO WRK-FUNCAO-PERCTL.
       IF WRK-QTDE-GRAVES > ZEROS
           MOVE 'G' TO WRK-ETAPA-PERCTL
           DISPLAY 'FOLHA DO PERIODO ' WRK-PERIODO-EXECUCAO
               ' SEGURADA ATE NOVA VERIFICACAO OU LIBERACAO'
       ELSE
           MOVE 'I' TO WRK-ETAPA-PERCTL
       END-IF.
       CALL 'PERCTL' USING WRK-FUNCAO-PERCTL WRK-ETAPA-PERCTL
           WRK-PERIODO-EXECUCAO WRK-STATUS-PERCTL.
