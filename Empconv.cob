       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversao unica do EMPMSTR.DAT para o layout com admissao,
      *> desligamento, CPF e PIS. Antes de rodar, o EMPMSTR.DAT atual
      *> e renomeado para EMPMSTR.OLD; o programa le o layout antigo
      *> e grava um EMPMSTR.DAT novo.
           SELECT OLD-MASTER-FILE ASSIGN TO "EMPMSTR.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-NUMERO
               FILE STATUS IS WRK-STATUS-EMPOLD.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITLOG.
           SELECT PRINT-FILE ASSIGN TO "EMPCONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *> Layout anterior do EMPLOYEE-RECORD (83 posicoes).
       FD  OLD-MASTER-FILE.
       01  OLD-EMPLOYEE-RECORD.
           05 OLD-NUMERO                PIC 9(06).
           05 OLD-NOME                  PIC X(30).
           05 OLD-DEPARTAMENTO          PIC X(10).
           05 OLD-GANHA-HORA            PIC 9(04)V99.
           05 OLD-HORAS-TRABALHADAS-MES PIC 9(04)V99.
           05 OLD-HORAS-DOM-FERIADO     PIC 9(04)V99.
           05 OLD-BANCO                 PIC 9(03).
           05 OLD-AGENCIA               PIC 9(05).
           05 OLD-CONTA                 PIC 9(10).
           05 OLD-STATUS                PIC X(01).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  AUDIT-LOG-FILE.
       COPY AUDREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDITLOG PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-AUDITLOG PIC X(01) VALUE 'N'.
           88 FIM-DO-AUDITLOG VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
           88 CONVERSAO-CONFIRMADA VALUE 'S'.

       01  WRK-DATA-AUDIT PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUDIT-R REDEFINES WRK-DATA-AUDIT.
           05 WRK-AUD-PERIODO PIC 9(06).
           05 WRK-AUD-DIA PIC 9(02).

       77 WRK-QTDE-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DUPLICADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-ADMISSAO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ADM-ESTIMADAS PIC 9(06) VALUE ZEROS.

      *> Admissao estimada pelo log de auditoria, por matricula. Fica
      *> so no relatorio: o cadastro convertido sai com a admissao em
      *> zero ate o RH confirmar a data pelo EMPMNT.
       01  TABELA-ADMISSAO.
           05 FAIXA-ADMISSAO OCCURS 1000 TIMES INDEXED BY IX-ADM.
              10 TAD-EMP-NUMERO        PIC 9(06).
              10 TAD-DATA-ESTIMADA     PIC 9(08).
       77 WRK-QTDE-ADMISSOES PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-ADMISSOES PIC 9(04) VALUE 1000.
       77 WRK-QTDE-ADM-IGNORADAS PIC 9(06) VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           05 FILLER PIC X(50) VALUE
               'CONVERSAO DO EMPLOYEE-MASTER - DATAS ESTIMADAS'.

       01  LINHA-CABECALHO-2.
           05 FILLER PIC X(10) VALUE 'MATRICULA'.
           05 FILLER PIC X(32) VALUE 'NOME'.
           05 FILLER PIC X(12) VALUE 'ADMISSAO'.
           05 FILLER PIC X(14) VALUE 'DESLIGAMENTO'.
           05 FILLER PIC X(30) VALUE 'PENDENCIA'.

       01  LINHA-DETALHE.
           05 LD-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-NOME PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-ADMISSAO PIC 99/99/9999.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-DESLIGAMENTO PIC 99/99/9999.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-PENDENCIA PIC X(30).

       PROCEDURE DIVISION.
       0100-INICIAR.
       DISPLAY 'CONVERSAO DO EMPMSTR.DAT PARA O NOVO LAYOUT'.
       DISPLAY 'O CADASTRO ATUAL DEVE TER SIDO RENOMEADO PARA '
           'EMPMSTR.OLD. CONFIRMA (S/N)? '.
       ACCEPT WRK-CONFIRMA FROM CONSOLE.
       IF NOT CONVERSAO-CONFIRMADA
           DISPLAY 'CONVERSAO CANCELADA'
           STOP RUN
       END-IF.

       PERFORM 0150-ABRIR-ARQUIVOS.
       IF ERRO-NA-ABERTURA
           DISPLAY 'CONVERSAO ENCERRADA POR ERRO DE ABERTURA'
           STOP RUN
       END-IF.
       PERFORM 0200-ENTRADA.
       PERFORM UNTIL FIM-DO-ARQUIVO
           PERFORM 0300-CONVERTER
           PERFORM 0200-ENTRADA
       END-PERFORM.
       CLOSE OLD-MASTER-FILE.
       CLOSE EMPLOYEE-MASTER-FILE.

       PERFORM 0400-ESTIMA-DATAS.
       PERFORM 0500-LISTA-PENDENCIAS.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

      *> O master novo e criado do zero: uma conversao repetida sobre
      *> um EMPMSTR.DAT ja convertido recomeca a partir do .OLD.
       0150-ABRIR-ARQUIVOS.
       OPEN INPUT OLD-MASTER-FILE.
       IF WRK-STATUS-EMPOLD NOT = '00'
           DISPLAY 'ERRO AO ABRIR EMPMSTR.OLD - STATUS '
               WRK-STATUS-EMPOLD
           MOVE 'S' TO WRK-ERRO-ABERTURA
       ELSE
           OPEN OUTPUT EMPLOYEE-MASTER-FILE
           IF WRK-STATUS-EMPMSTR NOT = '00'
               DISPLAY 'ERRO AO CRIAR EMPMSTR.DAT - STATUS '
                   WRK-STATUS-EMPMSTR
               MOVE 'S' TO WRK-ERRO-ABERTURA
               CLOSE OLD-MASTER-FILE
           END-IF
       END-IF.

       0200-ENTRADA.
       READ OLD-MASTER-FILE NEXT RECORD
           AT END
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

      *> Campos novos em zero (nao informados) e reserva em brancos;
      *> a admissao, o CPF e o PIS ficam para o RH completar pelo
      *> EMPMNT e o desligamento e estimado depois pelo log de
      *> auditoria.
       0300-CONVERTER.
       ADD 1 TO WRK-QTDE-LIDOS.
       MOVE SPACES TO EMPLOYEE-RECORD.
       MOVE OLD-NUMERO TO EMP-NUMERO.
       MOVE OLD-NOME TO EMP-NOME.
       MOVE OLD-DEPARTAMENTO TO EMP-DEPARTAMENTO.
       MOVE OLD-GANHA-HORA TO EMP-GANHA-HORA.
       MOVE OLD-HORAS-TRABALHADAS-MES TO EMP-HORAS-TRABALHADAS-MES.
       MOVE OLD-HORAS-DOM-FERIADO TO EMP-HORAS-DOM-FERIADO.
       MOVE OLD-BANCO TO EMP-BANCO.
       MOVE OLD-AGENCIA TO EMP-AGENCIA.
       MOVE OLD-CONTA TO EMP-CONTA.
       MOVE OLD-STATUS TO EMP-STATUS.
       MOVE ZEROS TO EMP-DATA-ADMISSAO.
       MOVE ZEROS TO EMP-DATA-DESLIGAMENTO.
       MOVE ZEROS TO EMP-CPF.
       MOVE ZEROS TO EMP-PIS.
       MOVE ZEROS TO EMP-ALT-BANCO-DATA.
       MOVE ZEROS TO EMP-HORAS-NOTURNAS.
       WRITE EMPLOYEE-RECORD
           INVALID KEY
               DISPLAY 'MATRICULA DUPLICADA NO .OLD - ' OLD-NUMERO
               ADD 1 TO WRK-QTDE-DUPLICADOS
           NOT INVALID KEY
               ADD 1 TO WRK-QTDE-GRAVADOS
       END-WRITE.

      *> Admissao estimada como o primeiro dia do primeiro periodo com
      *> folha mensal no log (registros de folha tem ganha-hora maior
      *> que zero); desligamento dos inativos como a data do ultimo
      *> calculo registrado (a rescisao grava o log na data em que e
      *> processada). Sao estimativas: a admissao estimada sai so no
      *> relatorio, para o RH confirmar pelo EMPMNT, e o relatorio
      *> lista todas as datas para conferencia.
       0400-ESTIMA-DATAS.
       OPEN I-O EMPLOYEE-MASTER-FILE.
       OPEN INPUT AUDIT-LOG-FILE.
       IF WRK-STATUS-AUDITLOG NOT = '00'
           DISPLAY 'AVISO: AUDITLOG.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-AUDITLOG ' - DATAS FICAM EM ZERO'
       ELSE
           PERFORM UNTIL FIM-DO-AUDITLOG
               READ AUDIT-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-AUDITLOG
                   NOT AT END
                       PERFORM 0410-APLICA-DATA-AUDIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
       END-IF.
       CLOSE EMPLOYEE-MASTER-FILE.

       0410-APLICA-DATA-AUDIT.
       MOVE AUD-EMP-NUMERO TO EMP-NUMERO.
       READ EMPLOYEE-MASTER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE AUD-DATA-EXECUCAO TO WRK-DATA-AUDIT
               MOVE 01 TO WRK-AUD-DIA
               IF AUD-GANHA-HORA > ZEROS
                   PERFORM 0420-GUARDA-ADMISSAO
               END-IF
               IF EMP-INATIVO AND
                       AUD-DATA-EXECUCAO > EMP-DATA-DESLIGAMENTO
                   MOVE AUD-DATA-EXECUCAO TO EMP-DATA-DESLIGAMENTO
               END-IF
               REWRITE EMPLOYEE-RECORD
       END-READ.

       0420-GUARDA-ADMISSAO.
       SET IX-ADM TO 1.
       SEARCH FAIXA-ADMISSAO
           AT END
               PERFORM 0425-NOVA-ADMISSAO
           WHEN IX-ADM > WRK-QTDE-ADMISSOES
               PERFORM 0425-NOVA-ADMISSAO
           WHEN TAD-EMP-NUMERO(IX-ADM) = AUD-EMP-NUMERO
               IF WRK-DATA-AUDIT < TAD-DATA-ESTIMADA(IX-ADM)
                   MOVE WRK-DATA-AUDIT TO TAD-DATA-ESTIMADA(IX-ADM)
               END-IF
       END-SEARCH.

       0425-NOVA-ADMISSAO.
       IF WRK-QTDE-ADMISSOES >= WRK-MAX-ADMISSOES
           ADD 1 TO WRK-QTDE-ADM-IGNORADAS
           DISPLAY 'AVISO: TABELA DE ADMISSOES CHEIA - '
               AUD-EMP-NUMERO ' SEM ADMISSAO ESTIMADA'
       ELSE
           ADD 1 TO WRK-QTDE-ADMISSOES
           SET IX-ADM TO WRK-QTDE-ADMISSOES
           MOVE AUD-EMP-NUMERO TO TAD-EMP-NUMERO(IX-ADM)
           MOVE WRK-DATA-AUDIT TO TAD-DATA-ESTIMADA(IX-ADM)
       END-IF.

       0500-LISTA-PENDENCIAS.
       OPEN INPUT EMPLOYEE-MASTER-FILE.
       OPEN OUTPUT PRINT-FILE.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-1.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-2.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   PERFORM 0510-IMPRIME-PENDENCIA
           END-READ
       END-PERFORM.
       CLOSE EMPLOYEE-MASTER-FILE.

       0510-IMPRIME-PENDENCIA.
       MOVE EMP-NUMERO TO LD-MATRICULA.
       MOVE EMP-NOME TO LD-NOME.
       MOVE ZEROS TO LD-ADMISSAO.
       MOVE EMP-DATA-DESLIGAMENTO TO LD-DESLIGAMENTO.
       MOVE 'SEM ADMISSAO - CPF/PIS' TO LD-PENDENCIA.
       SET IX-ADM TO 1.
       SEARCH FAIXA-ADMISSAO
           AT END
               CONTINUE
           WHEN IX-ADM > WRK-QTDE-ADMISSOES
               CONTINUE
           WHEN TAD-EMP-NUMERO(IX-ADM) = EMP-NUMERO
               MOVE TAD-DATA-ESTIMADA(IX-ADM) TO LD-ADMISSAO
               MOVE 'CONFIRMAR ADMISSAO - CPF/PIS' TO LD-PENDENCIA
       END-SEARCH.
       IF LD-PENDENCIA = 'SEM ADMISSAO - CPF/PIS'
           ADD 1 TO WRK-QTDE-SEM-ADMISSAO
       ELSE
           ADD 1 TO WRK-QTDE-ADM-ESTIMADAS
       END-IF.
       WRITE PRINT-LINE FROM LINHA-DETALHE.

       0900-FINALIZAR.
       DISPLAY 'REGISTROS LIDOS DO .OLD.....: ' WRK-QTDE-LIDOS.
       DISPLAY 'REGISTROS CONVERTIDOS.......: ' WRK-QTDE-GRAVADOS.
       DISPLAY 'MATRICULAS DUPLICADAS.......: ' WRK-QTDE-DUPLICADOS.
       DISPLAY 'ADMISSOES ESTIMADAS.........: '
           WRK-QTDE-ADM-ESTIMADAS.
       DISPLAY 'SEM ADMISSAO NO LOG.........: ' WRK-QTDE-SEM-ADMISSAO.
       IF WRK-QTDE-ADM-IGNORADAS > ZEROS
           DISPLAY 'SEM ESTIMATIVA (TABELA CHEIA): '
               WRK-QTDE-ADM-IGNORADAS
       END-IF.
       DISPLAY 'ADMISSAO, CPF E PIS DEVEM SER INFORMADOS PELO EMPMNT'.
       CLOSE PRINT-FILE.
