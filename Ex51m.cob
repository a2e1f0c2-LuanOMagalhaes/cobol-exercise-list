               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CHAVE
               FILE STATUS IS WRK-STATUS-CURMSTR.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT REIMBURSEMENT-FILE ASSIGN TO "REEMBPND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WRK-STATUS-REEMBPND.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-MASTER-FILE.
       COPY CURREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  REIMBURSEMENT-FILE.
       COPY RMBREC.

       WORKING-STORAGE SECTION.
      *> A tabela em memoria guarda, para cada moeda do cadastro, a
      *> taxa com a maior vigencia nao posterior a data da execucao;

       77 WRK-STATUS-INVLINES PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CURMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-REEMBPND PIC X(02) VALUE SPACES.
       77 WRK-REEMBOLSO-DISPONIVEL PIC X(01) VALUE 'N'.
           88 REEMBOLSO-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-CURMSTR PIC X(01) VALUE 'N'.
       77 WRK-QTDE-LINHAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-MOEDA-INVALIDA PIC 9(06) VALUE ZEROS.

       77 WRK-VALOR-REEMBOLSO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-REEMBOLSO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-REEMBOLSO-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTDE-DESPESAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REEMBOLSOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-JA-INCLUIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NAO-APROVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DESPESA-REJEITADA PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO-REJEICAO PIC X(30) VALUE SPACES.

       01  LINHA-SUBTOTAL-MOEDA.
           05 FILLER PIC X(10) VALUE 'MOEDA: '.
           05 LSM-CODIGO PIC X(03).
               WRK-STATUS-INVLINES
           MOVE 'S' TO WRK-FIM-ARQUIVO.

      *> Sem o cadastro de funcionarios ou o arquivo de reembolsos a
      *> execucao so totaliza, como antes.
       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR NOT = '00'
           DISPLAY 'AVISO: EMPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-EMPMSTR ' - REEMBOLSOS NAO GERADOS'
       ELSE
           OPEN I-O REIMBURSEMENT-FILE
           IF WRK-STATUS-REEMBPND = '35'
               OPEN OUTPUT REIMBURSEMENT-FILE
               CLOSE REIMBURSEMENT-FILE
               OPEN I-O REIMBURSEMENT-FILE
           END-IF
           IF WRK-STATUS-REEMBPND = '00'
               SET REEMBOLSO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO: REEMBPND.DAT INDISPONIVEL - STATUS '
                   WRK-STATUS-REEMBPND ' - REEMBOLSOS NAO GERADOS'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
       END-IF.

       0200-ENTRADA.
       READ INVOICE-LINE-FILE NEXT RECORD
           AT END
               PERFORM 0310-REJEITA-MOEDA
           WHEN TXM-CODIGO(IX-MOEDA) = INV-MOEDA
               ADD INV-VALOR TO TXM-SUBTOTAL(IX-MOEDA)
               IF INV-EMP-NUMERO IS NUMERIC AND
                       INV-EMP-NUMERO > ZEROS
                   PERFORM 0320-AVALIA-DESPESA
               END-IF
       END-SEARCH.

       0310-REJEITA-MOEDA.
       ADD 1 TO WRK-QTDE-MOEDA-INVALIDA.
       DISPLAY 'MOEDA SEM TAXA VIGENTE: ' INV-MOEDA.

      *> Despesa de funcionario: so a aprovada, com documento,
      *> categoria conhecida e matricula ativa no EMPMSTR vira
      *> reembolso; a que ainda aguarda aprovacao volta numa proxima
      *> execucao.
       0320-AVALIA-DESPESA.
       ADD 1 TO WRK-QTDE-DESPESAS.
       MOVE SPACES TO WRK-MOTIVO-REJEICAO.
       EVALUATE TRUE
           WHEN NOT REEMBOLSO-DISPONIVEL
               MOVE 'REEMBOLSO INDISPONIVEL' TO WRK-MOTIVO-REJEICAO
           WHEN NOT INV-APROVADA
               ADD 1 TO WRK-QTDE-NAO-APROVADOS
           WHEN INV-DOCUMENTO = SPACES
               MOVE 'SEM NUMERO DE DOCUMENTO' TO WRK-MOTIVO-REJEICAO
           WHEN NOT INV-CATEGORIA-VALIDA
               MOVE 'CATEGORIA INVALIDA' TO WRK-MOTIVO-REJEICAO
           WHEN OTHER
               MOVE INV-EMP-NUMERO TO EMP-NUMERO
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'MATRICULA SEM CADASTRO' TO
                           WRK-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       IF EMP-INATIVO
                           MOVE 'MATRICULA INATIVA' TO
                               WRK-MOTIVO-REJEICAO
                       ELSE
                           PERFORM 0330-GRAVA-REEMBOLSO
                       END-IF
               END-READ
       END-EVALUATE.
       IF WRK-MOTIVO-REJEICAO NOT = SPACES
           ADD 1 TO WRK-QTDE-DESPESA-REJEITADA
           DISPLAY 'DESPESA REJEITADA: ' INV-EMP-NUMERO ' '
               INV-DOCUMENTO ' - ' WRK-MOTIVO-REJEICAO
       END-IF.

      *> Conversao linha a linha pela mesma taxa vigente do total por
      *> moeda. Documento que ja esta no arquivo (pendente ou pago)
      *> nao e gravado de novo.
       0330-GRAVA-REEMBOLSO.
       MULTIPLY INV-VALOR BY TXM-TAXA-CONVERSAO(IX-MOEDA)
           GIVING WRK-VALOR-REEMBOLSO ROUNDED
           ON SIZE ERROR
               MOVE 'VALOR CONVERTIDO EXCESSIVO' TO
                   WRK-MOTIVO-REJEICAO
       END-MULTIPLY.
       IF WRK-MOTIVO-REJEICAO = SPACES
           MOVE INV-EMP-NUMERO TO RMB-EMP-NUMERO
           MOVE INV-DOCUMENTO TO RMB-DOCUMENTO
           MOVE INV-CATEGORIA TO RMB-CATEGORIA
           MOVE INV-DATA-DESPESA TO RMB-DATA-DESPESA
           MOVE INV-MOEDA TO RMB-MOEDA
           MOVE INV-VALOR TO RMB-VALOR-ORIGINAL
           MOVE TXM-TAXA-CONVERSAO(IX-MOEDA) TO RMB-TAXA-CONVERSAO
           MOVE WRK-VALOR-REEMBOLSO TO RMB-VALOR
           MOVE WRK-DATA-EXECUCAO TO RMB-DATA-INCLUSAO
           SET RMB-PENDENTE TO TRUE
           MOVE ZEROS TO RMB-PERIODO-PAGAMENTO
           WRITE REIMBURSEMENT-RECORD
               INVALID KEY
                   ADD 1 TO WRK-QTDE-JA-INCLUIDOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-REEMBOLSOS
                   ADD WRK-VALOR-REEMBOLSO TO WRK-TOTAL-REEMBOLSO
           END-WRITE
       END-IF.

      *> O total geral e derivado das mesmas figuras convertidas por
      *> moeda impressas abaixo (em vez de uma soma por linha em
      *> paralelo), para que nunca possa divergir do breakdown
       DISPLAY 'LINHAS PROCESSADAS.......: ' WRK-QTDE-LINHAS.
       DISPLAY 'LINHAS COM MOEDA INVALIDA: ' WRK-QTDE-MOEDA-INVALIDA.
       DISPLAY 'TOTAL GERAL EM MOEDA BASE (BRL): ' WRK-TOTAL-BASE-ED.
       MOVE WRK-TOTAL-REEMBOLSO TO WRK-TOTAL-REEMBOLSO-ED.
       DISPLAY 'DESPESAS DE FUNCIONARIO..: ' WRK-QTDE-DESPESAS.
       DISPLAY 'REEMBOLSOS INCLUIDOS.....: ' WRK-QTDE-REEMBOLSOS.
       DISPLAY 'JA INCLUIDOS ANTES.......: ' WRK-QTDE-JA-INCLUIDOS.
       DISPLAY 'AGUARDANDO APROVACAO.....: ' WRK-QTDE-NAO-APROVADOS.
       DISPLAY 'DESPESAS REJEITADAS......: '
           WRK-QTDE-DESPESA-REJEITADA.
       DISPLAY 'TOTAL A REEMBOLSAR (BRL).: ' WRK-TOTAL-REEMBOLSO-ED.
       CLOSE INVOICE-LINE-FILE.
       IF REEMBOLSO-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE REIMBURSEMENT-FILE
       END-IF.
