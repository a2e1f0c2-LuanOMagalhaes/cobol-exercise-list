       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNFMES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-ENROLMENT-FILE ASSIGN TO "BENEFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-EMP-NUMERO
               FILE STATUS IS WRK-STATUS-BENEFIC.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT BENEFIT-PARAM-FILE ASSIGN TO "BNFPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNP-DATA-VIGENCIA
               FILE STATUS IS WRK-STATUS-BNFPARM.
           SELECT HOLIDAY-MASTER-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-DATA
               FILE STATUS IS WRK-STATUS-HOLCAL.
           SELECT ABSENCE-FILE ASSIGN TO "AFASTAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-STATUS-AFASTAM.
           SELECT BENEFIT-SHARE-FILE ASSIGN TO "BNFDESC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDS-CHAVE
               FILE STATUS IS WRK-STATUS-BNFDESC.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT PURCHASE-FILE ASSIGN TO "BNFCOMPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BNFCOMPR.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-ENROLMENT-FILE.
       COPY BNFREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  BENEFIT-PARAM-FILE.
       COPY BNPPRM.

       FD  HOLIDAY-MASTER-FILE.
       COPY HOLREC.

       FD  ABSENCE-FILE.
       COPY AFSREC.

       FD  BENEFIT-SHARE-FILE.
       COPY BDSREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       FD  PURCHASE-FILE.
       COPY CMPREC.

      *> Cada linha de transporte e cada cartao refeicao comprados
      *> saem classificados por empresa, beneficio e operadora para
      *> formar um lote por operadora no arquivo de compra.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-EMPRESA               PIC X(04).
           05 SRT-BENEFICIO             PIC X(01).
           05 SRT-OPERADORA             PIC X(06).
           05 SRT-EMP-NUMERO            PIC 9(06).
           05 SRT-LINHA                 PIC X(10).
           05 SRT-CPF                   PIC 9(11).
           05 SRT-NOME                  PIC X(30).
           05 SRT-DIAS                  PIC 9(02).
           05 SRT-VALOR-DIARIO          PIC 9(03)V99.
           05 SRT-VALOR                 PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BENEFIC PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-BNFPARM PIC X(02) VALUE SPACES.
       77 WRK-STATUS-HOLCAL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AFASTAM PIC X(02) VALUE SPACES.
       77 WRK-STATUS-BNFDESC PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-BNFCOMPR PIC X(02) VALUE SPACES.
       77 WRK-AFASTAM-DISPONIVEL PIC X(01) VALUE 'N'.
           88 AFASTAM-DISPONIVEL VALUE 'S'.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-FIM-BNFPARM PIC X(01) VALUE 'N'.
           88 FIM-DO-BNFPARM VALUE 'S'.
       77 WRK-FIM-HOLCAL PIC X(01) VALUE 'N'.
           88 FIM-DO-HOLCAL VALUE 'S'.
       77 WRK-FIM-AFASTAM PIC X(01) VALUE 'N'.
           88 FIM-DOS-AFASTAMENTOS VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-NA-ABERTURA VALUE 'S'.
       77 WRK-IND-PARAM-ACHADO PIC X(01) VALUE 'N'.
           88 PARAM-ACHADO VALUE 'S'.
       77 WRK-IND-BENEFICIO-NOVO PIC X(01) VALUE 'N'.
           88 BENEFICIO-NOVO VALUE 'S'.
       77 WRK-IND-PRIMEIRO-LOTE PIC X(01) VALUE 'S'.
           88 PRIMEIRO-LOTE VALUE 'S'.

       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-DATA-GERACAO PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.

      *> Sem vigencia no BNFPARM o vale-refeicao nao tem desconto e o
      *> sabado nao e dia util.
       77 WRK-VIGENCIA-EM-FORCA PIC 9(08) VALUE ZEROS.
       77 WRK-PERC-DESCONTO-VR PIC 9(02)V99 VALUE ZEROS.
       77 WRK-IND-SABADO PIC X(01) VALUE 'N'.
           88 SABADO-UTIL VALUE 'S'.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-FUNC PIC X(04) VALUE SPACES.

      *> Datas convertidas em numero de dia corrido (mesma conta do
      *> EX57A) para achar o dia da semana: (dia corrido + 1) resto
      *> 7 da 0 no domingo e 6 no sabado.
       01 WRK-DJ-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-DJ-DATA-R REDEFINES WRK-DJ-DATA.
          05 WRK-DJ-ANO PIC 9(04).
          05 WRK-DJ-MES PIC 9(02).
          05 WRK-DJ-DIA PIC 9(02).
       77 WRK-DJ-AJUSTE PIC 9(01) VALUE ZEROS.
       77 WRK-DJ-ANO-M PIC 9(05) VALUE ZEROS.
       77 WRK-DJ-MES-M PIC 9(02) VALUE ZEROS.
       77 WRK-DJ-TERMO-MES PIC 9(04) VALUE ZEROS.
       77 WRK-DJ-QUARTO PIC 9(05) VALUE ZEROS.
       77 WRK-DJ-CENTO PIC 9(05) VALUE ZEROS.
       77 WRK-DJ-QUADRI PIC 9(05) VALUE ZEROS.
       77 WRK-DJ-NUMERO PIC 9(07) VALUE ZEROS.
       77 WRK-DN-MES-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-DN-MES-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-DN-DIA PIC 9(07) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA PIC 9(01) VALUE ZEROS.

       01  WRK-PERIODO-REFERENCIA PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-REFERENCIA-R REDEFINES WRK-PERIODO-REFERENCIA.
           05 WRK-REF-ANO PIC 9(04).
           05 WRK-REF-MES PIC 9(02).
       77 WRK-PRIMEIRO-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-LIMITE-R REDEFINES WRK-DATA-LIMITE.
           05 FILLER PIC 9(06).
           05 WRK-LIM-DIA PIC 9(02).
       77 WRK-INICIO-BLOQUEIO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-BLOQUEIO PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-INICIAL PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-FINAL PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-ROTA PIC 9(01) VALUE ZEROS.

      *> Dias uteis da competencia (dia da semana e feriados do
      *> HOLCAL) e a copia do funcionario, de onde saem os dias
      *> antes da admissao, depois do desligamento e afastados.
       01  TABELA-DIAS-MES.
           05 TDM-DIA OCCURS 31 TIMES.
              10 TDM-IND-UTIL          PIC X(01).
                 88 TDM-UTIL           VALUE 'S'.
       01  TABELA-DIAS-FUNC.
           05 TDF-DIA OCCURS 31 TIMES.
              10 TDF-IND-UTIL          PIC X(01).
                 88 TDF-UTIL           VALUE 'S'.
       77 WRK-DIAS-UTEIS-MES PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-FERIADOS PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-FUNC PIC 9(02) VALUE ZEROS.

       77 WRK-VALOR-LINHA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-VT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-VR PIC 9(07)V99 VALUE ZEROS.

       77 WRK-QTDE-ADESOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CALCULADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-INATIVOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-DIAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-JA-DESCONTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-LOTES PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-VT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-VR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTO-VR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77 WRK-EMPRESA-ATUAL PIC X(04) VALUE SPACES.
       77 WRK-BENEFICIO-ATUAL PIC X(01) VALUE SPACES.
       77 WRK-OPERADORA-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-LOTE-QTDE PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-VALOR PIC 9(11)V99 VALUE ZEROS.

      *> Compra mensal de vale-transporte e vale-refeicao, rodada
      *> antes da folha da competencia: para cada adesao do BENEFIC
      *> de funcionario em atividade no mes, os dias uteis (segunda
      *> a sexta, e o sabado quando o BNFPARM manda, fora os feriados
      *> do HOLCAL) limitados a admissao e ao desligamento e sem os
      *> dias afastados no AFASTAM. O custo do mes e a parte do
      *> vale-refeicao do funcionario ficam no BNFDESC.DAT para o
      *> EX57 descontar; a carga de cada operadora sai no
      *> BNFCOMPR.DAT, refeito a cada execucao. Registro que a folha
      *> ja descontou nao e recalculado nem comprado de novo.
       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'COMPRA DE BENEFICIOS ABORTADA - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           STOP RUN
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD.
       PERFORM 0110-BUSCA-PARAMETROS.
       PERFORM 0150-ABRIR-ARQUIVOS.
       IF NOT ERRO-NA-ABERTURA
           PERFORM 0120-DIAS-UTEIS-DO-MES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMPRESA SRT-BENEFICIO
                   SRT-OPERADORA SRT-EMP-NUMERO SRT-LINHA
               INPUT PROCEDURE IS 0200-CALCULA-BENEFICIOS
               OUTPUT PROCEDURE IS 0500-GRAVA-COMPRA
       END-IF.
       PERFORM 0900-FINALIZAR.
       STOP RUN.

      *> Mesma selecao do DEDPARM no EX57: o arquivo e pequeno e a
      *> leitura guarda a maior vigencia nao posterior a data de
      *> referencia da competencia.
       0110-BUSCA-PARAMETROS.
       OPEN INPUT BENEFIT-PARAM-FILE.
       IF WRK-STATUS-BNFPARM NOT = '00'
           DISPLAY 'AVISO: BNFPARM.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-BNFPARM ' - VR SEM DESCONTO E SABADO '
               'NAO UTIL'
       ELSE
           PERFORM UNTIL FIM-DO-BNFPARM
               READ BENEFIT-PARAM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-BNFPARM
                   NOT AT END
                       IF BNP-DATA-VIGENCIA NOT > WRK-DATA-EXECUCAO
                               AND BNP-DATA-VIGENCIA >=
                               WRK-VIGENCIA-EM-FORCA
                           MOVE BNP-DATA-VIGENCIA TO
                               WRK-VIGENCIA-EM-FORCA
                           MOVE BNP-PERC-DESCONTO-VR TO
                               WRK-PERC-DESCONTO-VR
                           MOVE BNP-IND-SABADO TO WRK-IND-SABADO
                           SET PARAM-ACHADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-PARAM-FILE
           IF PARAM-ACHADO
               DISPLAY 'PARAMETROS DE BENEFICIOS EM VIGOR DESDE '
                   WRK-VIGENCIA-EM-FORCA
           ELSE
               DISPLAY 'AVISO: NENHUMA VIGENCIA APLICAVEL EM '
                   'BNFPARM.DAT - VR SEM DESCONTO E SABADO NAO UTIL'
           END-IF
       END-IF.

       0150-ABRIR-ARQUIVOS.
       OPEN INPUT BENEFIT-ENROLMENT-FILE.
       IF WRK-STATUS-BENEFIC NOT = '00'
           DISPLAY 'ERRO AO ABRIR BENEFIC.DAT - STATUS '
               WRK-STATUS-BENEFIC
           MOVE 'S' TO WRK-ERRO-ABERTURA.

       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR NOT = '00'
           DISPLAY 'ERRO AO ABRIR EMPMSTR.DAT - STATUS '
               WRK-STATUS-EMPMSTR
           MOVE 'S' TO WRK-ERRO-ABERTURA.

       OPEN I-O BENEFIT-SHARE-FILE.
       IF WRK-STATUS-BNFDESC = '35'
           OPEN OUTPUT BENEFIT-SHARE-FILE
           CLOSE BENEFIT-SHARE-FILE
           OPEN I-O BENEFIT-SHARE-FILE
       END-IF.

       OPEN INPUT ABSENCE-FILE.
       IF WRK-STATUS-AFASTAM = '00'
           SET AFASTAM-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: AFASTAM.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-AFASTAM ' - COMPRA SEM AFASTAMENTOS'
       END-IF.

       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           SET CIAMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - LOTES SEM CNPJ'
       END-IF.

       OPEN OUTPUT PURCHASE-FILE.

      *> Primeiro e ultimo dia da competencia e a marca de dia util
      *> de cada dia; os feriados do HOLCAL no mes saem da tabela.
      *> O dia corrido do dia N do mes mais um e o inicio do mes
      *> mais N, que vai direto para o resto da divisao por 7.
       0120-DIAS-UTEIS-DO-MES.
       MOVE WRK-PERIODO-EXECUCAO TO WRK-PERIODO-REFERENCIA.
       MOVE WRK-REF-ANO TO WRK-DJ-ANO.
       MOVE WRK-REF-MES TO WRK-DJ-MES.
       MOVE 1 TO WRK-DJ-DIA.
       MOVE WRK-DJ-DATA TO WRK-PRIMEIRO-DIA.
       PERFORM 0950-CALCULA-DIA-CORRIDO.
       MOVE WRK-DJ-NUMERO TO WRK-DN-MES-INICIO.

       IF WRK-REF-MES = 12
           COMPUTE WRK-DJ-ANO = WRK-REF-ANO + 1
           MOVE 1 TO WRK-DJ-MES
       ELSE
           MOVE WRK-REF-ANO TO WRK-DJ-ANO
           COMPUTE WRK-DJ-MES = WRK-REF-MES + 1
       END-IF.
       MOVE 1 TO WRK-DJ-DIA.
       PERFORM 0950-CALCULA-DIA-CORRIDO.
       COMPUTE WRK-DN-MES-FIM = WRK-DJ-NUMERO - 1.
       COMPUTE WRK-DIAS-NO-MES = WRK-DN-MES-FIM - WRK-DN-MES-INICIO
           + 1.
       COMPUTE WRK-ULTIMO-DIA = WRK-PRIMEIRO-DIA + WRK-DIAS-NO-MES
           - 1.

       MOVE ALL 'N' TO TABELA-DIAS-MES.
       PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > WRK-DIAS-NO-MES
           COMPUTE WRK-DN-DIA = WRK-DN-MES-INICIO + WRK-SUB-DIA
           DIVIDE WRK-DN-DIA BY 7 GIVING WRK-QUOCIENTE
               REMAINDER WRK-DIA-SEMANA
           EVALUATE TRUE
               WHEN WRK-DIA-SEMANA = 0
                   CONTINUE
               WHEN WRK-DIA-SEMANA = 6
                   IF SABADO-UTIL
                       MOVE 'S' TO TDM-IND-UTIL(WRK-SUB-DIA)
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO TDM-IND-UTIL(WRK-SUB-DIA)
           END-EVALUATE
       END-PERFORM.

       OPEN INPUT HOLIDAY-MASTER-FILE.
       IF WRK-STATUS-HOLCAL NOT = '00'
           DISPLAY 'AVISO: HOLCAL.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-HOLCAL ' - COMPRA SEM FERIADOS'
       ELSE
           MOVE WRK-PRIMEIRO-DIA TO HOL-DATA
           START HOLIDAY-MASTER-FILE KEY NOT LESS THAN HOL-DATA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HOLCAL
           END-START
           PERFORM UNTIL FIM-DO-HOLCAL
               READ HOLIDAY-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-HOLCAL
                   NOT AT END
                       IF HOL-DATA > WRK-ULTIMO-DIA
                           MOVE 'S' TO WRK-FIM-HOLCAL
                       ELSE
                           MOVE HOL-DATA TO WRK-DATA-LIMITE
                           MOVE 'N' TO TDM-IND-UTIL(WRK-LIM-DIA)
                           ADD 1 TO WRK-QTDE-FERIADOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-MASTER-FILE
       END-IF.

       PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > WRK-DIAS-NO-MES
           IF TDM-UTIL(WRK-SUB-DIA)
               ADD 1 TO WRK-DIAS-UTEIS-MES
           END-IF
       END-PERFORM.
       DISPLAY 'DIAS UTEIS NA COMPETENCIA ' WRK-PERIODO-EXECUCAO
           ': ' WRK-DIAS-UTEIS-MES ' (FERIADOS NO MES: '
           WRK-QTDE-FERIADOS ')'.

       0200-CALCULA-BENEFICIOS.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ BENEFIT-ENROLMENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF BNF-COM-VT OR BNF-COM-VR
                       ADD 1 TO WRK-QTDE-ADESOES
                       PERFORM 0300-BUSCA-FUNCIONARIO
                   END-IF
           END-READ
       END-PERFORM.

      *> Inativo so entra se o desligamento cair na competencia ou
      *> depois dela; os dias apos o desligamento saem em 0310.
       0300-BUSCA-FUNCIONARIO.
       MOVE BNF-EMP-NUMERO TO EMP-NUMERO.
       READ EMPLOYEE-MASTER-FILE
           INVALID KEY
               DISPLAY 'AVISO: MATRICULA ' BNF-EMP-NUMERO
                   ' COM ADESAO E SEM CADASTRO NO EMPMSTR'
               ADD 1 TO WRK-QTDE-SEM-CADASTRO
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN EMP-INATIVO
                           AND EMP-DATA-DESLIGAMENTO < WRK-PRIMEIRO-DIA
                       ADD 1 TO WRK-QTDE-INATIVOS
                   WHEN EMP-DATA-ADMISSAO > WRK-ULTIMO-DIA
                       ADD 1 TO WRK-QTDE-INATIVOS
                   WHEN OTHER
                       PERFORM 0305-LE-BENEFICIO-DO-MES
               END-EVALUATE
       END-READ.

       0305-LE-BENEFICIO-DO-MES.
       MOVE 'N' TO WRK-IND-BENEFICIO-NOVO.
       MOVE BNF-EMP-NUMERO TO BDS-EMP-NUMERO.
       MOVE WRK-PERIODO-EXECUCAO TO BDS-PERIODO.
       READ BENEFIT-SHARE-FILE
           INVALID KEY
               SET BENEFICIO-NOVO TO TRUE
       END-READ.
       IF NOT BENEFICIO-NOVO AND BDS-DESCONTADO
           DISPLAY 'AVISO: MATRICULA ' BNF-EMP-NUMERO
               ' JA DESCONTADA NA FOLHA DE ' WRK-PERIODO-EXECUCAO
               ' - NAO COMPRADA DE NOVO'
           ADD 1 TO WRK-QTDE-JA-DESCONTADOS
       ELSE
           PERFORM 0310-DIAS-DO-FUNCIONARIO
           PERFORM 0330-CALCULA-VALORES
           PERFORM 0340-GRAVA-BENEFICIO
       END-IF.

      *> Parte da tabela do mes: sai o que vem antes da admissao,
      *> depois do desligamento e os dias de qualquer afastamento ou
      *> falta (o vale so e devido no dia trabalhado).
       0310-DIAS-DO-FUNCIONARIO.
       MOVE TABELA-DIAS-MES TO TABELA-DIAS-FUNC.
       IF EMP-DATA-ADMISSAO > WRK-PRIMEIRO-DIA
           MOVE WRK-PRIMEIRO-DIA TO WRK-INICIO-BLOQUEIO
           COMPUTE WRK-FIM-BLOQUEIO = EMP-DATA-ADMISSAO - 1
           PERFORM 0320-BLOQUEIA-DIAS
       END-IF.
       IF EMP-DATA-DESLIGAMENTO NOT = ZEROS
               AND EMP-DATA-DESLIGAMENTO < WRK-ULTIMO-DIA
           COMPUTE WRK-INICIO-BLOQUEIO = EMP-DATA-DESLIGAMENTO + 1
           MOVE WRK-ULTIMO-DIA TO WRK-FIM-BLOQUEIO
           PERFORM 0320-BLOQUEIA-DIAS
       END-IF.
       IF AFASTAM-DISPONIVEL
           PERFORM 0315-LE-AFASTAMENTOS
       END-IF.
       MOVE ZEROS TO WRK-DIAS-FUNC.
       PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > WRK-DIAS-NO-MES
           IF TDF-UTIL(WRK-SUB-DIA)
               ADD 1 TO WRK-DIAS-FUNC
           END-IF
       END-PERFORM.

      *> Afastamento em aberto (fim zerado) vai ate o fim do mes.
       0315-LE-AFASTAMENTOS.
       MOVE 'N' TO WRK-FIM-AFASTAM.
       MOVE BNF-EMP-NUMERO TO AFS-EMP-NUMERO.
       MOVE ZEROS TO AFS-DATA-INICIO.
       START ABSENCE-FILE KEY NOT LESS THAN AFS-CHAVE
           INVALID KEY
               MOVE 'S' TO WRK-FIM-AFASTAM
       END-START.
       PERFORM UNTIL FIM-DOS-AFASTAMENTOS
           READ ABSENCE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAM
               NOT AT END
                   IF AFS-EMP-NUMERO NOT = BNF-EMP-NUMERO
                       MOVE 'S' TO WRK-FIM-AFASTAM
                   ELSE
                       MOVE AFS-DATA-INICIO TO WRK-INICIO-BLOQUEIO
                       IF AFS-DATA-FIM = ZEROS
                           MOVE WRK-ULTIMO-DIA TO WRK-FIM-BLOQUEIO
                       ELSE
                           MOVE AFS-DATA-FIM TO WRK-FIM-BLOQUEIO
                       END-IF
                       PERFORM 0320-BLOQUEIA-DIAS
                   END-IF
           END-READ
       END-PERFORM.

      *> Intervalo de datas recortado ao mes; os dias que sobram
      *> deixam de ser uteis para o funcionario.
       0320-BLOQUEIA-DIAS.
       IF WRK-INICIO-BLOQUEIO < WRK-PRIMEIRO-DIA
           MOVE WRK-PRIMEIRO-DIA TO WRK-INICIO-BLOQUEIO
       END-IF.
       IF WRK-FIM-BLOQUEIO > WRK-ULTIMO-DIA
           MOVE WRK-ULTIMO-DIA TO WRK-FIM-BLOQUEIO
       END-IF.
       IF WRK-INICIO-BLOQUEIO NOT > WRK-FIM-BLOQUEIO
           MOVE WRK-INICIO-BLOQUEIO TO WRK-DATA-LIMITE
           MOVE WRK-LIM-DIA TO WRK-DIA-INICIAL
           MOVE WRK-FIM-BLOQUEIO TO WRK-DATA-LIMITE
           MOVE WRK-LIM-DIA TO WRK-DIA-FINAL
           PERFORM VARYING WRK-SUB-DIA FROM WRK-DIA-INICIAL BY 1
                   UNTIL WRK-SUB-DIA > WRK-DIA-FINAL
               MOVE 'N' TO TDF-IND-UTIL(WRK-SUB-DIA)
           END-PERFORM
       END-IF.

      *> Vale-transporte: soma das tarifas diarias das linhas pelos
      *> dias; vale-refeicao: valor diario pelos dias, com a parte do
      *> funcionario pelo percentual vigente. Cada linha e o cartao
      *> vao para a classificacao do arquivo de compra.
       0330-CALCULA-VALORES.
       IF EMP-EMPRESA = SPACES
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-FUNC
       ELSE
           MOVE EMP-EMPRESA TO WRK-EMPRESA-FUNC
       END-IF.
       MOVE ZEROS TO WRK-VALOR-VT.
       MOVE ZEROS TO WRK-VALOR-VR.
       IF WRK-DIAS-FUNC = ZEROS
           ADD 1 TO WRK-QTDE-SEM-DIAS
       ELSE
           ADD 1 TO WRK-QTDE-CALCULADOS
           IF BNF-COM-VT
               PERFORM VARYING WRK-SUB-ROTA FROM 1 BY 1
                       UNTIL WRK-SUB-ROTA > 3
                   IF BNF-ROTA-OPERADORA(WRK-SUB-ROTA) NOT = SPACES
                       AND BNF-ROTA-TARIFA-DIARIA(WRK-SUB-ROTA)
                           > ZEROS
                       PERFORM 0335-LIBERA-LINHA-VT
                   END-IF
               END-PERFORM
           END-IF
           IF BNF-COM-VR AND BNF-VALOR-DIARIO-VR > ZEROS
               COMPUTE WRK-VALOR-VR =
                   BNF-VALOR-DIARIO-VR * WRK-DIAS-FUNC
               MOVE WRK-EMPRESA-FUNC TO SRT-EMPRESA
               MOVE 'R' TO SRT-BENEFICIO
               MOVE BNF-OPERADORA-VR TO SRT-OPERADORA
               MOVE BNF-EMP-NUMERO TO SRT-EMP-NUMERO
               MOVE SPACES TO SRT-LINHA
               MOVE EMP-CPF TO SRT-CPF
               MOVE EMP-NOME TO SRT-NOME
               MOVE WRK-DIAS-FUNC TO SRT-DIAS
               MOVE BNF-VALOR-DIARIO-VR TO SRT-VALOR-DIARIO
               MOVE WRK-VALOR-VR TO SRT-VALOR
               RELEASE SORT-WORK-RECORD
           END-IF
       END-IF.

       0335-LIBERA-LINHA-VT.
       COMPUTE WRK-VALOR-LINHA =
           BNF-ROTA-TARIFA-DIARIA(WRK-SUB-ROTA) * WRK-DIAS-FUNC.
       ADD WRK-VALOR-LINHA TO WRK-VALOR-VT.
       MOVE WRK-EMPRESA-FUNC TO SRT-EMPRESA.
       MOVE 'T' TO SRT-BENEFICIO.
       MOVE BNF-ROTA-OPERADORA(WRK-SUB-ROTA) TO SRT-OPERADORA.
       MOVE BNF-EMP-NUMERO TO SRT-EMP-NUMERO.
       MOVE BNF-ROTA-LINHA(WRK-SUB-ROTA) TO SRT-LINHA.
       MOVE EMP-CPF TO SRT-CPF.
       MOVE EMP-NOME TO SRT-NOME.
       MOVE WRK-DIAS-FUNC TO SRT-DIAS.
       MOVE BNF-ROTA-TARIFA-DIARIA(WRK-SUB-ROTA) TO SRT-VALOR-DIARIO.
       MOVE WRK-VALOR-LINHA TO SRT-VALOR.
       RELEASE SORT-WORK-RECORD.

      *> Registro novo ou pendente de compra anterior da mesma
      *> competencia: regravado com os valores desta execucao. Sem
      *> dias uteis no mes os valores ficam zerados e nada e
      *> descontado.
       0340-GRAVA-BENEFICIO.
       MOVE BNF-EMP-NUMERO TO BDS-EMP-NUMERO.
       MOVE WRK-PERIODO-EXECUCAO TO BDS-PERIODO.
       MOVE WRK-DIAS-FUNC TO BDS-DIAS-UTEIS.
       MOVE WRK-VALOR-VT TO BDS-VALOR-VT.
       MOVE WRK-VALOR-VR TO BDS-VALOR-VR.
       MOVE WRK-PERC-DESCONTO-VR TO BDS-PERC-DESCONTO-VR.
       COMPUTE BDS-DESCONTO-VR ROUNDED =
           WRK-VALOR-VR * WRK-PERC-DESCONTO-VR / 100.
       MOVE WRK-DATA-GERACAO TO BDS-DATA-GERACAO.
       SET BDS-PENDENTE TO TRUE.
       MOVE ZEROS TO BDS-DESCONTO-VT.
       MOVE SPACES TO BDS-RESERVA.
       IF BENEFICIO-NOVO
           WRITE BENEFIT-SHARE-RECORD
       ELSE
           REWRITE BENEFIT-SHARE-RECORD
       END-IF.
       ADD WRK-VALOR-VT TO WRK-TOTAL-VT.
       ADD WRK-VALOR-VR TO WRK-TOTAL-VR.
       ADD BDS-DESCONTO-VR TO WRK-TOTAL-DESCONTO-VR.

      *> Quebra por empresa, beneficio ou operadora fecha o lote com
      *> o trailer e abre o seguinte com o header.
       0500-GRAVA-COMPRA.
       PERFORM UNTIL FIM-DO-SORT
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   IF NOT PRIMEIRO-LOTE
                       PERFORM 0530-GRAVA-TRAILER
                   END-IF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PRIMEIRO-LOTE
                           PERFORM 0510-GRAVA-HEADER
                           MOVE 'N' TO WRK-IND-PRIMEIRO-LOTE
                       WHEN SRT-EMPRESA NOT = WRK-EMPRESA-ATUAL
                           OR SRT-BENEFICIO NOT = WRK-BENEFICIO-ATUAL
                           OR SRT-OPERADORA NOT = WRK-OPERADORA-ATUAL
                           PERFORM 0530-GRAVA-TRAILER
                           PERFORM 0510-GRAVA-HEADER
                   END-EVALUATE
                   PERFORM 0520-GRAVA-DETALHE
           END-RETURN
       END-PERFORM.

      *> CNPJ da empresa compradora do CIAMSTR; sem o cadastro vai
      *> zerado e a operadora confere pelo codigo da empresa.
       0510-GRAVA-HEADER.
       MOVE SRT-EMPRESA TO WRK-EMPRESA-ATUAL.
       MOVE SRT-BENEFICIO TO WRK-BENEFICIO-ATUAL.
       MOVE SRT-OPERADORA TO WRK-OPERADORA-ATUAL.
       MOVE ZEROS TO WRK-LOTE-QTDE.
       MOVE ZEROS TO WRK-LOTE-VALOR.
       MOVE SPACES TO CMP-HEADER-RECORD.
       SET CPH-HEADER TO TRUE.
       MOVE SRT-BENEFICIO TO CPH-BENEFICIO.
       MOVE SRT-OPERADORA TO CPH-OPERADORA.
       MOVE SRT-EMPRESA TO CPH-EMPRESA.
       MOVE ZEROS TO CPH-CNPJ.
       IF CIAMSTR-DISPONIVEL
           MOVE SRT-EMPRESA TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   DISPLAY 'AVISO: EMPRESA ' SRT-EMPRESA
                       ' SEM CADASTRO NO CIAMSTR - LOTE SEM CNPJ'
               NOT INVALID KEY
                   MOVE CIA-CNPJ TO CPH-CNPJ
           END-READ
       END-IF.
       MOVE WRK-PERIODO-EXECUCAO TO CPH-COMPETENCIA.
       MOVE WRK-DATA-GERACAO TO CPH-DATA-GERACAO.
       WRITE CMP-HEADER-RECORD.
       ADD 1 TO WRK-QTDE-LOTES.

       0520-GRAVA-DETALHE.
       MOVE SPACES TO CMP-DETALHE-RECORD.
       SET CPD-DETALHE TO TRUE.
       MOVE SRT-EMP-NUMERO TO CPD-EMP-NUMERO.
       MOVE SRT-CPF TO CPD-CPF.
       MOVE SRT-NOME TO CPD-NOME.
       MOVE SRT-LINHA TO CPD-LINHA.
       MOVE SRT-DIAS TO CPD-DIAS.
       MOVE SRT-VALOR-DIARIO TO CPD-VALOR-DIARIO.
       MOVE SRT-VALOR TO CPD-VALOR.
       WRITE CMP-DETALHE-RECORD.
       ADD 1 TO WRK-LOTE-QTDE.
       ADD SRT-VALOR TO WRK-LOTE-VALOR.

       0530-GRAVA-TRAILER.
       MOVE SPACES TO CMP-TRAILER-RECORD.
       SET CPT-TRAILER TO TRUE.
       MOVE WRK-LOTE-QTDE TO CPT-QTDE-DETALHES.
       MOVE WRK-LOTE-VALOR TO CPT-VALOR-TOTAL.
       WRITE CMP-TRAILER-RECORD.
       MOVE WRK-LOTE-VALOR TO WRK-TOTAL-ED.
       IF WRK-BENEFICIO-ATUAL = 'T'
           DISPLAY 'EMPRESA ' WRK-EMPRESA-ATUAL
               ' VALE-TRANSPORTE  OPERADORA ' WRK-OPERADORA-ATUAL
               ' DETALHES ' WRK-LOTE-QTDE ' VALOR ' WRK-TOTAL-ED
       ELSE
           DISPLAY 'EMPRESA ' WRK-EMPRESA-ATUAL
               ' VALE-REFEICAO    OPERADORA ' WRK-OPERADORA-ATUAL
               ' DETALHES ' WRK-LOTE-QTDE ' VALOR ' WRK-TOTAL-ED
       END-IF.

       0950-CALCULA-DIA-CORRIDO.
       IF WRK-DJ-MES < 3
           MOVE 1 TO WRK-DJ-AJUSTE
       ELSE
           MOVE 0 TO WRK-DJ-AJUSTE
       END-IF.
       COMPUTE WRK-DJ-ANO-M = WRK-DJ-ANO + 4800 - WRK-DJ-AJUSTE.
       COMPUTE WRK-DJ-MES-M = WRK-DJ-MES + (12 * WRK-DJ-AJUSTE) - 3.
       COMPUTE WRK-DJ-TERMO-MES = (153 * WRK-DJ-MES-M) + 2.
       DIVIDE WRK-DJ-TERMO-MES BY 5 GIVING WRK-DJ-TERMO-MES.
       DIVIDE WRK-DJ-ANO-M BY 4 GIVING WRK-DJ-QUARTO.
       DIVIDE WRK-DJ-ANO-M BY 100 GIVING WRK-DJ-CENTO.
       DIVIDE WRK-DJ-ANO-M BY 400 GIVING WRK-DJ-QUADRI.
       COMPUTE WRK-DJ-NUMERO = WRK-DJ-DIA + WRK-DJ-TERMO-MES +
           (365 * WRK-DJ-ANO-M) + WRK-DJ-QUARTO - WRK-DJ-CENTO +
           WRK-DJ-QUADRI - 32045.

       0900-FINALIZAR.
       DISPLAY 'COMPETENCIA DA COMPRA........: ' WRK-PERIODO-EXECUCAO.
       DISPLAY 'ADESOES LIDAS................: ' WRK-QTDE-ADESOES.
       DISPLAY 'FUNCIONARIOS CALCULADOS......: ' WRK-QTDE-CALCULADOS.
       DISPLAY 'SEM DIAS UTEIS NO MES........: ' WRK-QTDE-SEM-DIAS.
       DISPLAY 'SEM CADASTRO NO EMPMSTR......: '
           WRK-QTDE-SEM-CADASTRO.
       DISPLAY 'FORA DE ATIVIDADE NO MES.....: ' WRK-QTDE-INATIVOS.
       DISPLAY 'JA DESCONTADOS NA FOLHA......: '
           WRK-QTDE-JA-DESCONTADOS.
       DISPLAY 'LOTES NO ARQUIVO DE COMPRA...: ' WRK-QTDE-LOTES.
       MOVE WRK-TOTAL-VT TO WRK-TOTAL-ED.
       DISPLAY 'COMPRA DE VALE-TRANSPORTE....: ' WRK-TOTAL-ED.
       MOVE WRK-TOTAL-VR TO WRK-TOTAL-ED.
       DISPLAY 'COMPRA DE VALE-REFEICAO......: ' WRK-TOTAL-ED.
       MOVE WRK-TOTAL-DESCONTO-VR TO WRK-TOTAL-ED.
       DISPLAY 'DESCONTO DE VR A FAZER.......: ' WRK-TOTAL-ED.
       IF NOT ERRO-NA-ABERTURA
           CLOSE BENEFIT-ENROLMENT-FILE
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       CLOSE BENEFIT-SHARE-FILE.
       IF AFASTAM-DISPONIVEL
           CLOSE ABSENCE-FILE
       END-IF.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
       CLOSE PURCHASE-FILE.
