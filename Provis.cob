       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIS.
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
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WRK-STATUS-PAYHIST.
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
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-PERIODO
               FILE STATUS IS WRK-STATUS-RUNCTL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "PROVJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLJRNL.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  PAY-HISTORY-FILE.
       COPY PHSREC.

       FD  PROVISAO-FILE.
       COPY PRVREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  GL-JOURNAL-FILE.
       COPY GLJREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

      *> A provisao de cada funcionario sai classificada por empresa
      *> e departamento para o debito na conta de despesa do DEPMSTR;
      *> as parcelas por natureza formam o credito de cada empresa.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-EMPRESA               PIC X(04).
           05 SRT-DEPARTAMENTO          PIC X(10).
           05 SRT-VALOR                 PIC 9(09)V99.
           05 SRT-VALOR-13              PIC 9(09)V99.
           05 SRT-VALOR-FERIAS          PIC 9(09)V99.
           05 SRT-VALOR-FGTS            PIC 9(09)V99.
           05 SRT-VALOR-INSS            PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PROVSAL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RUNCTL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GLJRNL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-DEPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 DEPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.
       77 WRK-IND-PROVISAO-NOVA PIC X(01) VALUE 'N'.
           88 PROVISAO-NOVA VALUE 'S'.

       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.

      *> Mesmas aliquotas de encargo do empregador usadas pelo EX57
      *> no fechamento da folha: as da empresa no CIAMSTR ou, sem o
      *> cadastro, as padrao.
       77 WRK-ALIQUOTA-FGTS PIC 9(02)V99 VALUE 08,00.
       77 WRK-ALIQUOTA-INSS-PATRONAL PIC 9(02)V99 VALUE 20,00.
       77 WRK-ALIQUOTA-FGTS-PADRAO PIC 9(02)V99 VALUE 08,00.
       77 WRK-ALIQUOTA-INSS-PADRAO PIC 9(02)V99 VALUE 20,00.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-FUNC PIC X(04) VALUE SPACES.
       77 WRK-EMPRESA-ALIQUOTAS PIC X(04) VALUE SPACES.

       77 WRK-CONTA-DESPESA-SALARIO PIC X(10) VALUE 'DESPSAL   '.
       77 WRK-CONTA-PROVISAO-13 PIC X(10) VALUE 'PROVDECTER'.
       77 WRK-CONTA-PROVISAO-FERIAS PIC X(10) VALUE 'PROVFERIAS'.
       77 WRK-CONTA-PROVISAO-FGTS PIC X(10) VALUE 'PROVFGTS  '.
       77 WRK-CONTA-PROVISAO-INSS PIC X(10) VALUE 'PROVINSSPT'.

       77 WRK-PROV-13 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-13-FGTS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-13-INSS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-FERIAS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-TERCO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-FERIAS-FGTS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-FERIAS-INSS PIC 9(07)V99 VALUE ZEROS.

       77 WRK-QTDE-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PROVISIONADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-FOLHA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-JA-PROVISIONADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-13 PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-FERIAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-FGTS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS-PATRONAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.

       77 WRK-DEPTO-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-IND-PRIMEIRO-DEPTO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-DEPTO VALUE 'S'.
       77 WRK-SUBTOTAL-DEPTO PIC 9(11)V99 VALUE ZEROS.

       77 WRK-EMPRESA-ATUAL PIC X(04) VALUE SPACES.
       77 WRK-EMPRESA-CONTABIL PIC X(04) VALUE SPACES.
       77 WRK-EMPRESA-13 PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMPRESA-FERIAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMPRESA-FGTS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMPRESA-INSS-PATRONAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMPRESA-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMPRESA-CREDITOS PIC 9(11)V99 VALUE ZEROS.

      *> Provisao mensal de 13o e ferias, rodada depois da folha da
      *> competencia: cada funcionario ativo com folha no mes recebe
      *> 1/12 do bruto como 13o e 1/12 mais o terco como ferias, com
      *> FGTS e INSS patronal sobre cada parcela. O saldo fica no
      *> PROVSAL.DAT e o lancamento vai para o PROVJRNL.DAT (mesmo
      *> layout do diario da folha): debito na conta de despesa do
      *> departamento, credito nas contas de provisao. O PROVJRNL e
      *> acumulado como o RESCJRNL, porque as baixas do PRVBXA
      *> tambem caem nele. Cada empresa do grupo tem o seu lancamento
      *> balanceado, com o codigo da empresa em todas as linhas.
       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'PROVISAO ABORTADA - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           STOP RUN
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       PERFORM 0120-VERIFICA-FOLHA.
       PERFORM 0150-ABRIR-ARQUIVOS.
       IF NOT ERRO-NA-ABERTURA
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMPRESA SRT-DEPARTAMENTO
               INPUT PROCEDURE IS 0200-PROVISIONA-FUNCIONARIOS
               OUTPUT PROCEDURE IS 0500-GRAVA-LANCAMENTOS
           PERFORM 0650-VERIFICA-BALANCO
       END-IF.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

      *> A provisao usa o bruto gravado no PAYHIST pela folha; sem a
      *> folha da competencia concluida no RUNCTL nao ha o que
      *> provisionar.
       0120-VERIFICA-FOLHA.
       OPEN INPUT RUN-CONTROL-FILE.
       IF WRK-STATUS-RUNCTL NOT = '00'
           DISPLAY 'ERRO AO ABRIR RUNCTL.DAT - STATUS '
               WRK-STATUS-RUNCTL ' - PROVISAO ABORTADA'
           STOP RUN
       END-IF.
       MOVE WRK-PERIODO-EXECUCAO TO RCT-PERIODO.
       READ RUN-CONTROL-FILE
           INVALID KEY
               MOVE SPACES TO RCT-STATUS
       END-READ.
       CLOSE RUN-CONTROL-FILE.
       IF NOT RCT-COMPLETO
           DISPLAY 'FOLHA DO PERIODO ' WRK-PERIODO-EXECUCAO
               ' NAO CONCLUIDA - PROVISAO ABORTADA'
           STOP RUN
       END-IF.

       0150-ABRIR-ARQUIVOS.
       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR NOT = '00'
           DISPLAY 'ERRO AO ABRIR EMPMSTR.DAT - STATUS '
               WRK-STATUS-EMPMSTR
           MOVE 'S' TO WRK-ERRO-ABERTURA.

       OPEN INPUT PAY-HISTORY-FILE.
       IF WRK-STATUS-PAYHIST NOT = '00'
           DISPLAY 'ERRO AO ABRIR PAYHIST.DAT - STATUS '
               WRK-STATUS-PAYHIST
           MOVE 'S' TO WRK-ERRO-ABERTURA.

       OPEN I-O PROVISAO-FILE.
       IF WRK-STATUS-PROVSAL = '35'
           OPEN OUTPUT PROVISAO-FILE
           CLOSE PROVISAO-FILE
           OPEN I-O PROVISAO-FILE
       END-IF.

       OPEN INPUT DEPARTMENT-MASTER-FILE.
       IF WRK-STATUS-DEPMSTR = '00'
           SET DEPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: DEPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-DEPMSTR ' - DEBITO NA CONTA PADRAO '
               WRK-CONTA-DESPESA-SALARIO
       END-IF.

       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           SET CIAMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - ALIQUOTAS PADRAO'
       END-IF.

       OPEN EXTEND GL-JOURNAL-FILE.
       IF WRK-STATUS-GLJRNL = '35'
           OPEN OUTPUT GL-JOURNAL-FILE
       END-IF.

       0200-PROVISIONA-FUNCIONARIOS.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EMP-ATIVO
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0300-BUSCA-FOLHA-DO-MES
                   END-IF
           END-READ
       END-PERFORM.

       0300-BUSCA-FOLHA-DO-MES.
       MOVE EMP-NUMERO TO PHS-EMP-NUMERO.
       MOVE WRK-PERIODO-EXECUCAO TO PHS-PERIODO.
       SET PHS-FOLHA-MENSAL TO TRUE.
       READ PAY-HISTORY-FILE
           INVALID KEY
               ADD 1 TO WRK-QTDE-SEM-FOLHA
           NOT INVALID KEY
               PERFORM 0310-LE-PROVISAO
       END-READ.

       0310-LE-PROVISAO.
       MOVE 'N' TO WRK-IND-PROVISAO-NOVA.
       MOVE EMP-NUMERO TO PRV-EMP-NUMERO.
       READ PROVISAO-FILE
           INVALID KEY
               SET PROVISAO-NOVA TO TRUE
               PERFORM 0315-INICIALIZA-PROVISAO
       END-READ.
       IF PRV-ULTIMO-PERIODO NOT < WRK-PERIODO-EXECUCAO
           ADD 1 TO WRK-QTDE-JA-PROVISIONADOS
       ELSE
           PERFORM 0320-CALCULA-PROVISAO
           PERFORM 0330-GRAVA-PROVISAO
       END-IF.

       0315-INICIALIZA-PROVISAO.
       MOVE ZEROS TO PROVISAO-RECORD.
       MOVE EMP-NUMERO TO PRV-EMP-NUMERO.
       MOVE SPACES TO PRV-DEPARTAMENTO.
       MOVE SPACES TO PRV-RESERVA.

      *> 1/12 do bruto do mes e o avo de 13o; o avo de ferias e o
      *> mesmo valor com o terco constitucional. Doze meses de
      *> provisao somam o acumulado do ano dividido por doze, que e
      *> o que o DECTERC paga para quem tem o ano completo.
       0320-CALCULA-PROVISAO.
       PERFORM 0325-ALIQUOTAS-DA-EMPRESA.
       DIVIDE PHS-VALOR-BRUTO BY 12 GIVING WRK-PROV-13 ROUNDED.
       DIVIDE WRK-PROV-13 BY 3 GIVING WRK-PROV-TERCO ROUNDED.
       ADD WRK-PROV-13 WRK-PROV-TERCO GIVING WRK-PROV-FERIAS.
       COMPUTE WRK-PROV-13-FGTS ROUNDED =
           WRK-PROV-13 * WRK-ALIQUOTA-FGTS / 100.
       COMPUTE WRK-PROV-13-INSS ROUNDED =
           WRK-PROV-13 * WRK-ALIQUOTA-INSS-PATRONAL / 100.
       COMPUTE WRK-PROV-FERIAS-FGTS ROUNDED =
           WRK-PROV-FERIAS * WRK-ALIQUOTA-FGTS / 100.
       COMPUTE WRK-PROV-FERIAS-INSS ROUNDED =
           WRK-PROV-FERIAS * WRK-ALIQUOTA-INSS-PATRONAL / 100.

      *> Funcionario sem empresa e da '0001'. As aliquotas so sao
      *> relidas quando a empresa muda de um funcionario para outro.
       0325-ALIQUOTAS-DA-EMPRESA.
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
                   INVALID KEY
                       DISPLAY 'AVISO: EMPRESA ' WRK-EMPRESA-FUNC
                           ' SEM CADASTRO NO CIAMSTR - ALIQUOTAS '
                           'PADRAO'
                   NOT INVALID KEY
                       MOVE CIA-ALIQUOTA-FGTS TO WRK-ALIQUOTA-FGTS
                       MOVE CIA-ALIQUOTA-INSS-PATRONAL
                           TO WRK-ALIQUOTA-INSS-PATRONAL
               END-READ
           END-IF
       END-IF.

       0330-GRAVA-PROVISAO.
       ADD WRK-PROV-13 TO PRV-SALDO-13.
       ADD WRK-PROV-13-FGTS TO PRV-SALDO-13-FGTS.
       ADD WRK-PROV-13-INSS TO PRV-SALDO-13-INSS.
       ADD WRK-PROV-FERIAS TO PRV-SALDO-FERIAS.
       ADD WRK-PROV-FERIAS-FGTS TO PRV-SALDO-FERIAS-FGTS.
       ADD WRK-PROV-FERIAS-INSS TO PRV-SALDO-FERIAS-INSS.
       MOVE WRK-PROV-13 TO PRV-MES-13.
       MOVE WRK-PROV-FERIAS TO PRV-MES-FERIAS.
       ADD WRK-PROV-13-FGTS WRK-PROV-13-INSS WRK-PROV-FERIAS-FGTS
           WRK-PROV-FERIAS-INSS GIVING PRV-MES-ENCARGOS.
       MOVE EMP-DEPARTAMENTO TO PRV-DEPARTAMENTO.
       MOVE WRK-PERIODO-EXECUCAO TO PRV-ULTIMO-PERIODO.
       IF PROVISAO-NOVA
           WRITE PROVISAO-RECORD
       ELSE
           REWRITE PROVISAO-RECORD
       END-IF.

       ADD 1 TO WRK-QTDE-PROVISIONADOS.
       ADD WRK-PROV-13 TO WRK-TOTAL-13.
       ADD WRK-PROV-FERIAS TO WRK-TOTAL-FERIAS.
       ADD WRK-PROV-13-FGTS WRK-PROV-FERIAS-FGTS TO WRK-TOTAL-FGTS.
       ADD WRK-PROV-13-INSS WRK-PROV-FERIAS-INSS
           TO WRK-TOTAL-INSS-PATRONAL.

       MOVE WRK-EMPRESA-FUNC TO SRT-EMPRESA.
       MOVE EMP-DEPARTAMENTO TO SRT-DEPARTAMENTO.
       ADD WRK-PROV-13 WRK-PROV-FERIAS PRV-MES-ENCARGOS
           GIVING SRT-VALOR.
       MOVE WRK-PROV-13 TO SRT-VALOR-13.
       MOVE WRK-PROV-FERIAS TO SRT-VALOR-FERIAS.
       ADD WRK-PROV-13-FGTS WRK-PROV-FERIAS-FGTS
           GIVING SRT-VALOR-FGTS.
       ADD WRK-PROV-13-INSS WRK-PROV-FERIAS-INSS
           GIVING SRT-VALOR-INSS.
       RELEASE SORT-WORK-RECORD.

      *> Quebra por departamento grava o debito; quebra por empresa
      *> grava tambem os creditos da empresa que terminou.
       0500-GRAVA-LANCAMENTOS.
       PERFORM UNTIL FIM-DO-SORT
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   IF NOT PRIMEIRO-DEPTO
                       PERFORM 0520-GRAVA-DEBITO-DEPTO
                       PERFORM 0600-GRAVA-CREDITOS
                   END-IF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PRIMEIRO-DEPTO
                           PERFORM 0530-INICIA-EMPRESA
                           MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
                           MOVE 'N' TO WRK-IND-PRIMEIRO-DEPTO
                       WHEN SRT-EMPRESA NOT = WRK-EMPRESA-ATUAL
                           PERFORM 0520-GRAVA-DEBITO-DEPTO
                           PERFORM 0600-GRAVA-CREDITOS
                           PERFORM 0530-INICIA-EMPRESA
                           MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
                           MOVE ZEROS TO WRK-SUBTOTAL-DEPTO
                       WHEN SRT-DEPARTAMENTO NOT = WRK-DEPTO-ATUAL
                           PERFORM 0520-GRAVA-DEBITO-DEPTO
                           MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
                           MOVE ZEROS TO WRK-SUBTOTAL-DEPTO
                   END-EVALUATE
                   ADD SRT-VALOR TO WRK-SUBTOTAL-DEPTO
                   ADD SRT-VALOR-13 TO WRK-EMPRESA-13
                   ADD SRT-VALOR-FERIAS TO WRK-EMPRESA-FERIAS
                   ADD SRT-VALOR-FGTS TO WRK-EMPRESA-FGTS
                   ADD SRT-VALOR-INSS TO WRK-EMPRESA-INSS-PATRONAL
           END-RETURN
       END-PERFORM.

       0520-GRAVA-DEBITO-DEPTO.
       PERFORM 0510-BUSCA-CONTA-DEPTO.
       MOVE WRK-DATA-EXECUCAO TO GLJ-DATA.
       MOVE WRK-EMPRESA-ATUAL TO GLJ-EMPRESA.
       MOVE WRK-EMPRESA-CONTABIL TO GLJ-EMPRESA-CONTABIL.
       MOVE WRK-DEPTO-ATUAL TO GLJ-DEPARTAMENTO.
       SET GLJ-DEBITO TO TRUE.
       MOVE WRK-SUBTOTAL-DEPTO TO GLJ-VALOR.
       ADD GLJ-VALOR TO WRK-TOTAL-DEBITOS.
       ADD GLJ-VALOR TO WRK-EMPRESA-DEBITOS.
       WRITE GL-JOURNAL-RECORD.

      *> Totais da empresa zerados e codigo contabil do CIAMSTR (sem
      *> cadastro, o proprio codigo da empresa).
       0530-INICIA-EMPRESA.
       MOVE SRT-EMPRESA TO WRK-EMPRESA-ATUAL.
       MOVE SRT-EMPRESA TO WRK-EMPRESA-CONTABIL.
       MOVE ZEROS TO WRK-EMPRESA-13.
       MOVE ZEROS TO WRK-EMPRESA-FERIAS.
       MOVE ZEROS TO WRK-EMPRESA-FGTS.
       MOVE ZEROS TO WRK-EMPRESA-INSS-PATRONAL.
       MOVE ZEROS TO WRK-EMPRESA-DEBITOS.
       MOVE ZEROS TO WRK-EMPRESA-CREDITOS.
       IF CIAMSTR-DISPONIVEL
           MOVE SRT-EMPRESA TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               NOT INVALID KEY
                   IF CIA-EMPRESA-CONTABIL NOT = SPACES
                       MOVE CIA-EMPRESA-CONTABIL
                           TO WRK-EMPRESA-CONTABIL
                   END-IF
           END-READ
       END-IF.

      *> Mesma regra do EX57: departamento sem cadastro (ou cadastro
      *> indisponivel) debita a conta padrao.
       0510-BUSCA-CONTA-DEPTO.
       MOVE WRK-CONTA-DESPESA-SALARIO TO GLJ-CONTA-CONTABIL.
       IF DEPMSTR-DISPONIVEL
           MOVE WRK-DEPTO-ATUAL TO DPT-CODIGO
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'AVISO: DEPARTAMENTO ' WRK-DEPTO-ATUAL
                       ' SEM CADASTRO NO DEPMSTR - DEBITO NA CONTA '
                       WRK-CONTA-DESPESA-SALARIO
               NOT INVALID KEY
                   MOVE DPT-CONTA-DESPESA TO GLJ-CONTA-CONTABIL
           END-READ
       END-IF.

      *> Credito por natureza, sem departamento: 13o, ferias com o
      *> terco, FGTS e INSS patronal das duas provisoes da empresa.
       0600-GRAVA-CREDITOS.
       MOVE WRK-DATA-EXECUCAO TO GLJ-DATA.
       MOVE WRK-EMPRESA-ATUAL TO GLJ-EMPRESA.
       MOVE WRK-EMPRESA-CONTABIL TO GLJ-EMPRESA-CONTABIL.
       MOVE SPACES TO GLJ-DEPARTAMENTO.
       SET GLJ-CREDITO TO TRUE.
       IF WRK-EMPRESA-13 > ZEROS
           MOVE WRK-CONTA-PROVISAO-13 TO GLJ-CONTA-CONTABIL
           MOVE WRK-EMPRESA-13 TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           ADD GLJ-VALOR TO WRK-EMPRESA-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.
       IF WRK-EMPRESA-FERIAS > ZEROS
           MOVE WRK-CONTA-PROVISAO-FERIAS TO GLJ-CONTA-CONTABIL
           MOVE WRK-EMPRESA-FERIAS TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           ADD GLJ-VALOR TO WRK-EMPRESA-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.
       IF WRK-EMPRESA-FGTS > ZEROS
           MOVE WRK-CONTA-PROVISAO-FGTS TO GLJ-CONTA-CONTABIL
           MOVE WRK-EMPRESA-FGTS TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           ADD GLJ-VALOR TO WRK-EMPRESA-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.
       IF WRK-EMPRESA-INSS-PATRONAL > ZEROS
           MOVE WRK-CONTA-PROVISAO-INSS TO GLJ-CONTA-CONTABIL
           MOVE WRK-EMPRESA-INSS-PATRONAL TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           ADD GLJ-VALOR TO WRK-EMPRESA-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.
       IF WRK-EMPRESA-DEBITOS NOT = WRK-EMPRESA-CREDITOS
           DISPLAY 'AVISO: PROVISAO DA EMPRESA ' WRK-EMPRESA-ATUAL
               ' FORA DE BALANCO - DEBITOS ' WRK-EMPRESA-DEBITOS
               ' CREDITOS ' WRK-EMPRESA-CREDITOS
       END-IF.

       0650-VERIFICA-BALANCO.
       IF WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
           DISPLAY 'LANCAMENTO DA PROVISAO GRAVADO E BALANCEADO'
       ELSE
           DISPLAY 'AVISO: LANCAMENTO DA PROVISAO FORA DE BALANCO - '
               'DEBITOS ' WRK-TOTAL-DEBITOS
               ' CREDITOS ' WRK-TOTAL-CREDITOS
       END-IF.

       0900-FINALIZAR.
       DISPLAY 'COMPETENCIA PROVISIONADA.....: ' WRK-PERIODO-EXECUCAO.
       DISPLAY 'FUNCIONARIOS ATIVOS LIDOS....: ' WRK-QTDE-LIDOS.
       DISPLAY 'FUNCIONARIOS PROVISIONADOS...: '
           WRK-QTDE-PROVISIONADOS.
       DISPLAY 'SEM FOLHA NA COMPETENCIA.....: ' WRK-QTDE-SEM-FOLHA.
       DISPLAY 'JA PROVISIONADOS ANTES.......: '
           WRK-QTDE-JA-PROVISIONADOS.
       MOVE WRK-TOTAL-13 TO WRK-TOTAL-ED.
       DISPLAY 'PROVISAO DE 13o..............: ' WRK-TOTAL-ED.
       MOVE WRK-TOTAL-FERIAS TO WRK-TOTAL-ED.
       DISPLAY 'PROVISAO DE FERIAS + 1/3.....: ' WRK-TOTAL-ED.
       MOVE WRK-TOTAL-FGTS TO WRK-TOTAL-ED.
       DISPLAY 'FGTS SOBRE AS PROVISOES......: ' WRK-TOTAL-ED.
       MOVE WRK-TOTAL-INSS-PATRONAL TO WRK-TOTAL-ED.
       DISPLAY 'INSS PATRONAL S/ PROVISOES...: ' WRK-TOTAL-ED.
       IF NOT ERRO-NA-ABERTURA
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAY-HISTORY-FILE
       END-IF.
       CLOSE PROVISAO-FILE.
       IF DEPMSTR-DISPONIVEL
           CLOSE DEPARTMENT-MASTER-FILE
       END-IF.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
       CLOSE GL-JOURNAL-FILE.
