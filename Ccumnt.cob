       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCUMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-CENTER-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WRK-STATUS-CCUSTO.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-CENTER-FILE.
       COPY CCUREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CCUSTO PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-IND-EMPRESA-VALIDA PIC X(01) VALUE 'S'.
           88 EMPRESA-VALIDA VALUE 'S'.
           88 EMPRESA-INVALIDA VALUE 'N'.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
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

       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-CONTA-DESPESA PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA PIC X(04) VALUE SPACES.
       77 WRK-STATUS-CENTRO PIC X(01) VALUE SPACES.
           88 STATUS-CENTRO-VALIDO VALUE 'A' 'I'.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O COST-CENTER-FILE.
       IF WRK-STATUS-CCUSTO = '35'
           OPEN OUTPUT COST-CENTER-FILE
           CLOSE COST-CENTER-FILE
           OPEN I-O COST-CENTER-FILE
       END-IF.

       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           SET CIAMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - SEM VALIDACAO DE EMPRESA'
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

       CLOSE COST-CENTER-FILE.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DO CADASTRO DE CENTROS DE CUSTO'.
       DISPLAY '1 - INCLUIR'.
       DISPLAY '2 - ALTERAR'.
       DISPLAY '3 - EXCLUIR'.
       DISPLAY '4 - CONSULTAR'.
       DISPLAY '5 - LISTAR TODOS'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

       0300-INCLUIR.
       DISPLAY 'CODIGO DO CENTRO DE CUSTO: '.
       ACCEPT CCU-CODIGO FROM CONSOLE.
       IF CCU-CODIGO = SPACES
           DISPLAY 'CODIGO EM BRANCO - INCLUSAO CANCELADA'
       ELSE
           PERFORM 0700-ACEITA-CAMPOS
           PERFORM 0710-VALIDA-EMPRESA
           EVALUATE TRUE
               WHEN EMPRESA-INVALIDA
                   DISPLAY 'EMPRESA NAO CADASTRADA NO CIAMSTR - '
                       'INCLUSAO CANCELADA'
               WHEN NOT STATUS-CENTRO-VALIDO
                   DISPLAY 'SITUACAO INVALIDA - INCLUSAO CANCELADA'
               WHEN OTHER
                   PERFORM 0720-MONTA-REGISTRO
                   WRITE COST-CENTER-RECORD
                       INVALID KEY
                           DISPLAY 'CODIGO JA CADASTRADO'
                       NOT INVALID KEY
                           DISPLAY 'INCLUIDO COM SUCESSO'
                           MOVE SPACES TO WRK-IMAGEM-ANTES
                           MOVE COST-CENTER-RECORD TO
                               WRK-IMAGEM-DEPOIS
                           MOVE 'I' TO WRK-OPERACAO-LOG
                           PERFORM 0800-GRAVA-CHANGE-LOG
                   END-WRITE
           END-EVALUATE
       END-IF.

       0400-ALTERAR.
       DISPLAY 'CODIGO DO CENTRO DE CUSTO: '.
       ACCEPT CCU-CODIGO FROM CONSOLE.
       READ COST-CENTER-FILE
           INVALID KEY
               DISPLAY 'CODIGO NAO ENCONTRADO'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE COST-CENTER-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0700-ACEITA-CAMPOS
               PERFORM 0710-VALIDA-EMPRESA
               EVALUATE TRUE
                   WHEN EMPRESA-INVALIDA
                       DISPLAY 'EMPRESA NAO CADASTRADA NO CIAMSTR - '
                           'ALTERACAO CANCELADA'
                   WHEN NOT STATUS-CENTRO-VALIDO
                       DISPLAY 'SITUACAO INVALIDA - ALTERACAO '
                           'CANCELADA'
                   WHEN OTHER
                       PERFORM 0720-MONTA-REGISTRO
                       REWRITE COST-CENTER-RECORD
                       DISPLAY 'ALTERADO COM SUCESSO'
                       MOVE COST-CENTER-RECORD TO WRK-IMAGEM-DEPOIS
                       MOVE 'A' TO WRK-OPERACAO-LOG
                       PERFORM 0800-GRAVA-CHANGE-LOG
               END-EVALUATE
       END-READ.

      *> Centro com horas ja apontadas deve ser inativado, nao
      *> excluido: sem o cadastro o EX57 debita o rateio na conta
      *> padrao e o DSTREL sai sem a descricao.
       0500-EXCLUIR.
       DISPLAY 'CODIGO DO CENTRO DE CUSTO: '.
       ACCEPT CCU-CODIGO FROM CONSOLE.
       READ COST-CENTER-FILE
           INVALID KEY
               DISPLAY 'CODIGO NAO ENCONTRADO'
           NOT INVALID KEY
               MOVE COST-CENTER-RECORD TO WRK-IMAGEM-ANTES
               DELETE COST-CENTER-FILE
               DISPLAY 'EXCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-DEPOIS
               MOVE 'E' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0600-CONSULTAR.
       DISPLAY 'CODIGO DO CENTRO DE CUSTO: '.
       ACCEPT CCU-CODIGO FROM CONSOLE.
       READ COST-CENTER-FILE
           INVALID KEY
               DISPLAY 'CODIGO NAO ENCONTRADO'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
       END-READ.

       0610-EXIBE-REGISTRO.
       DISPLAY 'CODIGO........: ' CCU-CODIGO.
       DISPLAY 'DESCRICAO.....: ' CCU-DESCRICAO.
       DISPLAY 'CONTA DESPESA.: ' CCU-CONTA-DESPESA.
       DISPLAY 'EMPRESA.......: ' CCU-EMPRESA.
       DISPLAY 'SITUACAO......: ' CCU-STATUS.

       0650-LISTAR.
       MOVE ZEROS TO WRK-QTDE-LISTADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       MOVE SPACES TO CCU-CODIGO.
       START COST-CENTER-FILE KEY NOT LESS THAN CCU-CODIGO
           INVALID KEY
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ COST-CENTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   DISPLAY CCU-CODIGO ' ' CCU-DESCRICAO ' '
                       CCU-CONTA-DESPESA ' ' CCU-EMPRESA ' '
                       CCU-STATUS
                   ADD 1 TO WRK-QTDE-LISTADOS
           END-READ
       END-PERFORM.
       DISPLAY 'CENTROS DE CUSTO CADASTRADOS: ' WRK-QTDE-LISTADOS.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ reconstituir quem mudou o que -
      *> trocar a conta de despesa de um centro redireciona o rateio
      *> do diario em silencio.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'CCUSTO  ' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE CCU-CODIGO TO CHG-CHAVE(1:10).
       MOVE WRK-IMAGEM-ANTES TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       0700-ACEITA-CAMPOS.
       DISPLAY 'DESCRICAO: '.
       ACCEPT WRK-DESCRICAO FROM CONSOLE.
       DISPLAY 'CONTA CONTABIL DE DESPESA: '.
       ACCEPT WRK-CONTA-DESPESA FROM CONSOLE.
       DISPLAY 'EMPRESA (BRANCO = PRINCIPAL): '.
       ACCEPT WRK-EMPRESA FROM CONSOLE.
       IF WRK-EMPRESA = SPACES
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA
       END-IF.
       DISPLAY 'SITUACAO (A=ATIVO I=INATIVO, BRANCO = ATIVO): '.
       ACCEPT WRK-STATUS-CENTRO FROM CONSOLE.
       IF WRK-STATUS-CENTRO = SPACES
           MOVE 'A' TO WRK-STATUS-CENTRO
       END-IF.

      *> Sem o cadastro de empresas a manutencao segue sem validar
      *> (aviso ja dado na abertura); com ele, empresa fora do
      *> cadastro cancela a operacao - o TIMEPST recusaria todas as
      *> horas do centro.
       0710-VALIDA-EMPRESA.
       SET EMPRESA-VALIDA TO TRUE.
       IF CIAMSTR-DISPONIVEL
           MOVE WRK-EMPRESA TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   SET EMPRESA-INVALIDA TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ
       END-IF.

       0720-MONTA-REGISTRO.
       MOVE WRK-DESCRICAO TO CCU-DESCRICAO.
       MOVE WRK-CONTA-DESPESA TO CCU-CONTA-DESPESA.
       MOVE WRK-EMPRESA TO CCU-EMPRESA.
       MOVE WRK-STATUS-CENTRO TO CCU-STATUS.
       MOVE SPACES TO CCU-RESERVA.
