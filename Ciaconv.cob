       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIACONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversao unica para a folha por empresa. Antes de rodar, os
      *> arquivos atuais sao renomeados para .OLD: DEPMSTR (ganha a
      *> empresa do departamento), RUNCTL (ganha a tabela de situacao
      *> por empresa, a etapa de integridade em branco, ainda nao
      *> verificada, e a reserva final) e os diarios GLJRNL, RESCJRNL
      *> e PROVJRNL (ganham empresa e codigo contabil). Tudo o que
      *> existe hoje vai para a empresa principal '0001', criada no
      *> CIAMSTR.DAT se ainda nao existir. Arquivo .OLD ausente e so
      *> informado: a instalacao pode nao ter gerado aquele arquivo
      *> ainda.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT OLD-DEPARTMENT-FILE ASSIGN TO "DEPMSTR.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPOLD.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPMSTR.
           SELECT OLD-RUN-CONTROL-FILE ASSIGN TO "RUNCTL.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-RCT-PERIODO
               FILE STATUS IS WRK-STATUS-RCTOLD.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-PERIODO
               FILE STATUS IS WRK-STATUS-RUNCTL.
           SELECT OLD-GL-JOURNAL-FILE ASSIGN TO "GLJRNL.OLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLJOLD.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLJRNL.
           SELECT OLD-RESC-JOURNAL-FILE ASSIGN TO "RESCJRNL.OLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RSJOLD.
           SELECT RESC-JOURNAL-FILE ASSIGN TO "RESCJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESCJRNL.
           SELECT OLD-PROV-JOURNAL-FILE ASSIGN TO "PROVJRNL.OLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PVJOLD.
           SELECT PROV-JOURNAL-FILE ASSIGN TO "PROVJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROVJRNL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

      *> Layout anterior do DEPARTMENT-MASTER-RECORD (50 posicoes).
       FD  OLD-DEPARTMENT-FILE.
       01  OLD-DEPARTMENT-RECORD.
           05 OLD-DPT-CODIGO            PIC X(10).
           05 OLD-DPT-DADOS             PIC X(40).

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

      *> Layout anterior do RUN-CONTROL-RECORD (67 posicoes).
       FD  OLD-RUN-CONTROL-FILE.
       01  OLD-RUN-CONTROL-RECORD.
           05 OLD-RCT-PERIODO           PIC 9(06).
           05 OLD-RCT-DADOS             PIC X(61).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

      *> Layout anterior da linha de diario (42 posicoes), o mesmo
      *> nos tres diarios; as linhas novas sao montadas no
      *> GL-JOURNAL-RECORD da working-storage.
       FD  OLD-GL-JOURNAL-FILE.
       01  OLD-GL-JOURNAL-LINE PIC X(42).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-LINE PIC X(50).

       FD  OLD-RESC-JOURNAL-FILE.
       01  OLD-RESC-JOURNAL-LINE PIC X(42).

       FD  RESC-JOURNAL-FILE.
       01  RESC-JOURNAL-LINE PIC X(50).

       FD  OLD-PROV-JOURNAL-FILE.
       01  OLD-PROV-JOURNAL-LINE PIC X(42).

       FD  PROV-JOURNAL-FILE.
       01  PROV-JOURNAL-LINE PIC X(50).

       WORKING-STORAGE SECTION.
       COPY GLJREC.

       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RCTOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RUNCTL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GLJOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GLJRNL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RSJOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RESCJRNL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PVJOLD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PROVJRNL PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
           88 CONVERSAO-CONFIRMADA VALUE 'S'.
       77 WRK-IND-EMPRESA-CRIADA PIC X(01) VALUE 'N'.
           88 EMPRESA-CRIADA VALUE 'S'.

       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-CONTABIL PIC X(04) VALUE '0001'.
      *> Aliquotas que o EX57 usava fixas antes do cadastro.
       77 WRK-ALIQUOTA-FGTS PIC 9(02)V99 VALUE 08,00.
       77 WRK-ALIQUOTA-INSS-PATRONAL PIC 9(02)V99 VALUE 20,00.

       77 WRK-QTDE-DEPTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PERIODOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-GLJRNL PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-RESCJRNL PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PROVJRNL PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DUPLICADOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       DISPLAY 'CONVERSAO PARA A FOLHA POR EMPRESA'.
       DISPLAY 'DEPMSTR, RUNCTL, GLJRNL, RESCJRNL E PROVJRNL DEVEM '
           'TER SIDO RENOMEADOS PARA .OLD. CONFIRMA (S/N)? '.
       ACCEPT WRK-CONFIRMA FROM CONSOLE.
       IF NOT CONVERSAO-CONFIRMADA
           DISPLAY 'CONVERSAO CANCELADA'
           STOP RUN
       END-IF.

       PERFORM 0200-EMPRESA-PRINCIPAL.
       PERFORM 0300-CONVERTE-DEPMSTR.
       PERFORM 0400-CONVERTE-RUNCTL.
       PERFORM 0500-CONVERTE-GLJRNL.
       PERFORM 0600-CONVERTE-RESCJRNL.
       PERFORM 0700-CONVERTE-PROVJRNL.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

      *> A empresa principal recebe as aliquotas que o EX57 usava
      *> fixas; CNPJ, razao social e conta pagadora ficam para o RH
      *> completar pelo CIAMNT antes da primeira folha. Se ela ja
      *> existe, o codigo contabil dela e o que vai para os diarios.
       0200-EMPRESA-PRINCIPAL.
       OPEN I-O COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '35'
           OPEN OUTPUT COMPANY-MASTER-FILE
           CLOSE COMPANY-MASTER-FILE
           OPEN I-O COMPANY-MASTER-FILE
       END-IF.
       MOVE WRK-EMPRESA-PADRAO TO CIA-CODIGO.
       READ COMPANY-MASTER-FILE
           INVALID KEY
               MOVE SPACES TO COMPANY-RECORD
               MOVE WRK-EMPRESA-PADRAO TO CIA-CODIGO
               MOVE ZEROS TO CIA-CNPJ
               MOVE 'EMPRESA PRINCIPAL' TO CIA-RAZAO-SOCIAL
               MOVE ZEROS TO CIA-BANCO
               MOVE ZEROS TO CIA-AGENCIA
               MOVE ZEROS TO CIA-CONTA
               MOVE WRK-ALIQUOTA-FGTS TO CIA-ALIQUOTA-FGTS
               MOVE WRK-ALIQUOTA-INSS-PATRONAL TO
                   CIA-ALIQUOTA-INSS-PATRONAL
               MOVE WRK-EMPRESA-PADRAO TO CIA-EMPRESA-CONTABIL
               SET CIA-ATIVA TO TRUE
               WRITE COMPANY-RECORD
               SET EMPRESA-CRIADA TO TRUE
           NOT INVALID KEY
               IF CIA-EMPRESA-CONTABIL NOT = SPACES
                   MOVE CIA-EMPRESA-CONTABIL TO WRK-EMPRESA-CONTABIL
               END-IF
       END-READ.
       CLOSE COMPANY-MASTER-FILE.

       0300-CONVERTE-DEPMSTR.
       OPEN INPUT OLD-DEPARTMENT-FILE.
       IF WRK-STATUS-DEPOLD NOT = '00'
           DISPLAY 'DEPMSTR.OLD INDISPONIVEL - STATUS '
               WRK-STATUS-DEPOLD ' - DEPMSTR NAO CONVERTIDO'
       ELSE
           OPEN OUTPUT DEPARTMENT-MASTER-FILE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ OLD-DEPARTMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0310-GRAVA-DEPARTAMENTO
               END-READ
           END-PERFORM
           CLOSE OLD-DEPARTMENT-FILE
           CLOSE DEPARTMENT-MASTER-FILE
       END-IF.

       0310-GRAVA-DEPARTAMENTO.
       MOVE OLD-DEPARTMENT-RECORD TO DEPARTMENT-MASTER-RECORD.
       MOVE WRK-EMPRESA-PADRAO TO DPT-EMPRESA.
       WRITE DEPARTMENT-MASTER-RECORD
           INVALID KEY
               DISPLAY 'DEPARTAMENTO DUPLICADO NO .OLD - '
                   OLD-DPT-CODIGO
               ADD 1 TO WRK-QTDE-DUPLICADOS
           NOT INVALID KEY
               ADD 1 TO WRK-QTDE-DEPTOS
       END-WRITE.

       0400-CONVERTE-RUNCTL.
       OPEN INPUT OLD-RUN-CONTROL-FILE.
       IF WRK-STATUS-RCTOLD NOT = '00'
           DISPLAY 'RUNCTL.OLD INDISPONIVEL - STATUS '
               WRK-STATUS-RCTOLD ' - RUNCTL NAO CONVERTIDO'
       ELSE
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ OLD-RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0410-GRAVA-PERIODO
               END-READ
           END-PERFORM
           CLOSE OLD-RUN-CONTROL-FILE
           CLOSE RUN-CONTROL-FILE
       END-IF.

      *> Folha ja executada no periodo foi folha da empresa
      *> principal: a situacao passa para a primeira posicao da
      *> tabela, para o EX57 continuar pedindo liberacao numa
      *> reexecucao.
       0410-GRAVA-PERIODO.
       MOVE OLD-RUN-CONTROL-RECORD TO RUN-CONTROL-RECORD.
       MOVE SPACES TO RCT-EMPRESAS.
       IF RCT-COMPLETO
           SET IX-RCE TO 1
           MOVE WRK-EMPRESA-PADRAO TO RCT-EMP-CODIGO(IX-RCE)
           MOVE RCT-STATUS TO RCT-EMP-STATUS(IX-RCE)
           MOVE RCT-DATA-EXECUCAO TO RCT-EMP-DATA-EXECUCAO(IX-RCE)
           MOVE RCT-OVERRIDE-ID TO RCT-EMP-OVERRIDE-ID(IX-RCE)
           MOVE RCT-OVERRIDE-MOTIVO TO RCT-EMP-OVERRIDE-MOTIVO(IX-RCE)
       END-IF.
       WRITE RUN-CONTROL-RECORD
           INVALID KEY
               DISPLAY 'PERIODO DUPLICADO NO .OLD - ' OLD-RCT-PERIODO
               ADD 1 TO WRK-QTDE-DUPLICADOS
           NOT INVALID KEY
               ADD 1 TO WRK-QTDE-PERIODOS
       END-WRITE.

       0500-CONVERTE-GLJRNL.
       OPEN INPUT OLD-GL-JOURNAL-FILE.
       IF WRK-STATUS-GLJOLD NOT = '00'
           DISPLAY 'GLJRNL.OLD INDISPONIVEL - STATUS '
               WRK-STATUS-GLJOLD ' - GLJRNL NAO CONVERTIDO'
       ELSE
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ OLD-GL-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE OLD-GL-JOURNAL-LINE TO GL-JOURNAL-RECORD
                       PERFORM 0800-MARCA-EMPRESA
                       WRITE GL-JOURNAL-LINE FROM GL-JOURNAL-RECORD
                       ADD 1 TO WRK-QTDE-GLJRNL
               END-READ
           END-PERFORM
           CLOSE OLD-GL-JOURNAL-FILE
           CLOSE GL-JOURNAL-FILE
       END-IF.

       0600-CONVERTE-RESCJRNL.
       OPEN INPUT OLD-RESC-JOURNAL-FILE.
       IF WRK-STATUS-RSJOLD NOT = '00'
           DISPLAY 'RESCJRNL.OLD INDISPONIVEL - STATUS '
               WRK-STATUS-RSJOLD ' - RESCJRNL NAO CONVERTIDO'
       ELSE
           OPEN OUTPUT RESC-JOURNAL-FILE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ OLD-RESC-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE OLD-RESC-JOURNAL-LINE TO GL-JOURNAL-RECORD
                       PERFORM 0800-MARCA-EMPRESA
                       WRITE RESC-JOURNAL-LINE FROM GL-JOURNAL-RECORD
                       ADD 1 TO WRK-QTDE-RESCJRNL
               END-READ
           END-PERFORM
           CLOSE OLD-RESC-JOURNAL-FILE
           CLOSE RESC-JOURNAL-FILE
       END-IF.

       0700-CONVERTE-PROVJRNL.
       OPEN INPUT OLD-PROV-JOURNAL-FILE.
       IF WRK-STATUS-PVJOLD NOT = '00'
           DISPLAY 'PROVJRNL.OLD INDISPONIVEL - STATUS '
               WRK-STATUS-PVJOLD ' - PROVJRNL NAO CONVERTIDO'
       ELSE
           OPEN OUTPUT PROV-JOURNAL-FILE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ OLD-PROV-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE OLD-PROV-JOURNAL-LINE TO GL-JOURNAL-RECORD
                       PERFORM 0800-MARCA-EMPRESA
                       WRITE PROV-JOURNAL-LINE FROM GL-JOURNAL-RECORD
                       ADD 1 TO WRK-QTDE-PROVJRNL
               END-READ
           END-PERFORM
           CLOSE OLD-PROV-JOURNAL-FILE
           CLOSE PROV-JOURNAL-FILE
       END-IF.

       0800-MARCA-EMPRESA.
       MOVE WRK-EMPRESA-PADRAO TO GLJ-EMPRESA.
       MOVE WRK-EMPRESA-CONTABIL TO GLJ-EMPRESA-CONTABIL.

       0900-FINALIZAR.
       DISPLAY 'DEPARTAMENTOS CONVERTIDOS...: ' WRK-QTDE-DEPTOS.
       DISPLAY 'PERIODOS DO RUNCTL..........: ' WRK-QTDE-PERIODOS.
       DISPLAY 'LINHAS DO GLJRNL............: ' WRK-QTDE-GLJRNL.
       DISPLAY 'LINHAS DO RESCJRNL..........: ' WRK-QTDE-RESCJRNL.
       DISPLAY 'LINHAS DO PROVJRNL..........: ' WRK-QTDE-PROVJRNL.
       DISPLAY 'CHAVES DUPLICADAS...........: ' WRK-QTDE-DUPLICADOS.
       IF EMPRESA-CRIADA
           DISPLAY 'EMPRESA ' WRK-EMPRESA-PADRAO ' CRIADA NO CIAMSTR - '
               'INFORMAR CNPJ, RAZAO SOCIAL E CONTA PAGADORA PELO '
               'CIAMNT'
       END-IF.
