       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVBXA.
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
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPMSTR.
           SELECT GL-JOURNAL-FILE ASSIGN TO "PROVJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLJRNL.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVISAO-FILE.
       COPY PRVREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

       FD  GL-JOURNAL-FILE.
       COPY GLJREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PROVSAL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GLJRNL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.

       77 WRK-CONTA-DESPESA-SALARIO PIC X(10) VALUE 'DESPSAL   '.
       77 WRK-CONTA-PROVISAO-13 PIC X(10) VALUE 'PROVDECTER'.
       77 WRK-CONTA-PROVISAO-FERIAS PIC X(10) VALUE 'PROVFERIAS'.
       77 WRK-CONTA-PROVISAO-FGTS PIC X(10) VALUE 'PROVFGTS  '.
       77 WRK-CONTA-PROVISAO-INSS PIC X(10) VALUE 'PROVINSSPT'.

       77 WRK-DEPARTAMENTO PIC X(10) VALUE SPACES.
       77 WRK-BAIXA-13 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BAIXA-13-FGTS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BAIXA-13-INSS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BAIXA-FERIAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BAIXA-FERIAS-FGTS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BAIXA-FERIAS-INSS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BAIXA-FGTS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BAIXA-INSS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BAIXA-TOTAL PIC 9(09)V99 VALUE ZEROS.

       LINKAGE SECTION.
       COPY PRVBXA.

      *> Baixa da provisao quando a verba e paga: o 13o pelo DECTERC,
      *> as ferias pelo FERPAG, as duas pela RESCISAO. A baixa
      *> parcial consome o saldo ate o valor pago e leva os encargos
      *> na mesma proporcao; a total zera os saldos da matricula. O
      *> lancamento vai para o PROVJRNL.DAT: debito nas contas de
      *> provisao e credito na conta de despesa do departamento, que
      *> estorna a parte do pagamento ja reconhecida mes a mes. Sem
      *> provisao para a matricula nada e baixado (status 23).
       PROCEDURE DIVISION USING BAIXA-PROVISAO.
       0100-INICIAR.
       MOVE '00' TO PBX-STATUS.
       MOVE ZEROS TO PBX-BAIXADO-13.
       MOVE ZEROS TO PBX-BAIXADO-FERIAS.

       OPEN I-O PROVISAO-FILE.
       IF WRK-STATUS-PROVSAL NOT = '00'
           DISPLAY 'AVISO: PROVSAL.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-PROVSAL ' - PROVISAO NAO BAIXADA'
           MOVE WRK-STATUS-PROVSAL TO PBX-STATUS
           GOBACK
       END-IF.

       MOVE PBX-EMP-NUMERO TO PRV-EMP-NUMERO.
       READ PROVISAO-FILE
           INVALID KEY
               MOVE '23' TO PBX-STATUS
           NOT INVALID KEY
               PERFORM 0200-CALCULA-BAIXA
               PERFORM 0300-ATUALIZA-SALDO
               IF WRK-BAIXA-TOTAL > ZEROS
                   PERFORM 0400-GRAVA-LANCAMENTO
               END-IF
       END-READ.

       CLOSE PROVISAO-FILE.
       GOBACK.

       0200-CALCULA-BAIXA.
       IF PBX-BAIXA-TOTAL
           MOVE PRV-SALDO-13 TO WRK-BAIXA-13
           MOVE PRV-SALDO-FERIAS TO WRK-BAIXA-FERIAS
       ELSE
           MOVE PBX-VALOR-PAGO-13 TO WRK-BAIXA-13
           IF WRK-BAIXA-13 > PRV-SALDO-13
               MOVE PRV-SALDO-13 TO WRK-BAIXA-13
           END-IF
           MOVE PBX-VALOR-PAGO-FERIAS TO WRK-BAIXA-FERIAS
           IF WRK-BAIXA-FERIAS > PRV-SALDO-FERIAS
               MOVE PRV-SALDO-FERIAS TO WRK-BAIXA-FERIAS
           END-IF
       END-IF.

       MOVE ZEROS TO WRK-BAIXA-13-FGTS.
       MOVE ZEROS TO WRK-BAIXA-13-INSS.
       IF WRK-BAIXA-13 = PRV-SALDO-13
           MOVE PRV-SALDO-13-FGTS TO WRK-BAIXA-13-FGTS
           MOVE PRV-SALDO-13-INSS TO WRK-BAIXA-13-INSS
       ELSE
           COMPUTE WRK-BAIXA-13-FGTS ROUNDED =
               PRV-SALDO-13-FGTS * WRK-BAIXA-13 / PRV-SALDO-13
           COMPUTE WRK-BAIXA-13-INSS ROUNDED =
               PRV-SALDO-13-INSS * WRK-BAIXA-13 / PRV-SALDO-13
       END-IF.

       MOVE ZEROS TO WRK-BAIXA-FERIAS-FGTS.
       MOVE ZEROS TO WRK-BAIXA-FERIAS-INSS.
       IF WRK-BAIXA-FERIAS = PRV-SALDO-FERIAS
           MOVE PRV-SALDO-FERIAS-FGTS TO WRK-BAIXA-FERIAS-FGTS
           MOVE PRV-SALDO-FERIAS-INSS TO WRK-BAIXA-FERIAS-INSS
       ELSE
           COMPUTE WRK-BAIXA-FERIAS-FGTS ROUNDED =
               PRV-SALDO-FERIAS-FGTS * WRK-BAIXA-FERIAS /
               PRV-SALDO-FERIAS
           COMPUTE WRK-BAIXA-FERIAS-INSS ROUNDED =
               PRV-SALDO-FERIAS-INSS * WRK-BAIXA-FERIAS /
               PRV-SALDO-FERIAS
       END-IF.

       ADD WRK-BAIXA-13-FGTS WRK-BAIXA-FERIAS-FGTS
           GIVING WRK-BAIXA-FGTS.
       ADD WRK-BAIXA-13-INSS WRK-BAIXA-FERIAS-INSS
           GIVING WRK-BAIXA-INSS.
       ADD WRK-BAIXA-13 WRK-BAIXA-13-FGTS WRK-BAIXA-13-INSS
           GIVING PBX-BAIXADO-13.
       ADD WRK-BAIXA-FERIAS WRK-BAIXA-FERIAS-FGTS
           WRK-BAIXA-FERIAS-INSS GIVING PBX-BAIXADO-FERIAS.
       ADD PBX-BAIXADO-13 PBX-BAIXADO-FERIAS GIVING WRK-BAIXA-TOTAL.

       0300-ATUALIZA-SALDO.
       SUBTRACT WRK-BAIXA-13 FROM PRV-SALDO-13.
       SUBTRACT WRK-BAIXA-13-FGTS FROM PRV-SALDO-13-FGTS.
       SUBTRACT WRK-BAIXA-13-INSS FROM PRV-SALDO-13-INSS.
       SUBTRACT WRK-BAIXA-FERIAS FROM PRV-SALDO-FERIAS.
       SUBTRACT WRK-BAIXA-FERIAS-FGTS FROM PRV-SALDO-FERIAS-FGTS.
       SUBTRACT WRK-BAIXA-FERIAS-INSS FROM PRV-SALDO-FERIAS-INSS.
       ADD PBX-BAIXADO-13 TO PRV-BAIXADO-13.
       ADD PBX-BAIXADO-FERIAS TO PRV-BAIXADO-FERIAS.
       IF WRK-BAIXA-TOTAL > ZEROS
           MOVE PBX-DATA TO PRV-DATA-ULTIMA-BAIXA
       END-IF.
       REWRITE PROVISAO-RECORD.

       0400-GRAVA-LANCAMENTO.
       OPEN EXTEND GL-JOURNAL-FILE.
       IF WRK-STATUS-GLJRNL = '35'
           OPEN OUTPUT GL-JOURNAL-FILE
       END-IF.
       IF WRK-STATUS-GLJRNL NOT = '00'
           DISPLAY 'ERRO AO ABRIR PROVJRNL.DAT - STATUS '
               WRK-STATUS-GLJRNL ' - BAIXA SEM LANCAMENTO'
       ELSE
           PERFORM 0420-BUSCA-EMPRESA
           MOVE PBX-DATA TO GLJ-DATA
           MOVE SPACES TO GLJ-DEPARTAMENTO
           SET GLJ-DEBITO TO TRUE
           IF WRK-BAIXA-13 > ZEROS
               MOVE WRK-CONTA-PROVISAO-13 TO GLJ-CONTA-CONTABIL
               MOVE WRK-BAIXA-13 TO GLJ-VALOR
               WRITE GL-JOURNAL-RECORD
           END-IF
           IF WRK-BAIXA-FERIAS > ZEROS
               MOVE WRK-CONTA-PROVISAO-FERIAS TO GLJ-CONTA-CONTABIL
               MOVE WRK-BAIXA-FERIAS TO GLJ-VALOR
               WRITE GL-JOURNAL-RECORD
           END-IF
           IF WRK-BAIXA-FGTS > ZEROS
               MOVE WRK-CONTA-PROVISAO-FGTS TO GLJ-CONTA-CONTABIL
               MOVE WRK-BAIXA-FGTS TO GLJ-VALOR
               WRITE GL-JOURNAL-RECORD
           END-IF
           IF WRK-BAIXA-INSS > ZEROS
               MOVE WRK-CONTA-PROVISAO-INSS TO GLJ-CONTA-CONTABIL
               MOVE WRK-BAIXA-INSS TO GLJ-VALOR
               WRITE GL-JOURNAL-RECORD
           END-IF
           PERFORM 0410-BUSCA-CONTA-DEPTO
           MOVE WRK-DEPARTAMENTO TO GLJ-DEPARTAMENTO
           SET GLJ-CREDITO TO TRUE
           MOVE WRK-BAIXA-TOTAL TO GLJ-VALOR
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE
       END-IF.

      *> O estorno sai no departamento informado pelo chamador ou,
      *> sem ele, no departamento em que a provisao foi feita.
       0410-BUSCA-CONTA-DEPTO.
       MOVE PBX-DEPARTAMENTO TO WRK-DEPARTAMENTO.
       IF WRK-DEPARTAMENTO = SPACES
           MOVE PRV-DEPARTAMENTO TO WRK-DEPARTAMENTO
       END-IF.
       MOVE WRK-CONTA-DESPESA-SALARIO TO GLJ-CONTA-CONTABIL.
       OPEN INPUT DEPARTMENT-MASTER-FILE.
       IF WRK-STATUS-DEPMSTR = '00'
           MOVE WRK-DEPARTAMENTO TO DPT-CODIGO
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DPT-CONTA-DESPESA TO GLJ-CONTA-CONTABIL
           END-READ
           CLOSE DEPARTMENT-MASTER-FILE
       END-IF.

      *> Empresa do funcionario em todas as linhas da baixa, com o
      *> codigo contabil do CIAMSTR (sem cadastro, o proprio codigo).
       0420-BUSCA-EMPRESA.
       IF PBX-EMPRESA = SPACES
           MOVE WRK-EMPRESA-PADRAO TO GLJ-EMPRESA
       ELSE
           MOVE PBX-EMPRESA TO GLJ-EMPRESA
       END-IF.
       MOVE GLJ-EMPRESA TO GLJ-EMPRESA-CONTABIL.
       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           MOVE GLJ-EMPRESA TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               NOT INVALID KEY
                   IF CIA-EMPRESA-CONTABIL NOT = SPACES
                       MOVE CIA-EMPRESA-CONTABIL
                           TO GLJ-EMPRESA-CONTABIL
                   END-IF
           END-READ
           CLOSE COMPANY-MASTER-FILE
       END-IF.
