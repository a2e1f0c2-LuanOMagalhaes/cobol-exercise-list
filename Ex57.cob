           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLJRNL.
           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLHIST.
           SELECT GL-HISTORY-WORK-FILE ASSIGN TO "GLHISTWK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLHISTWK.
           SELECT PARAM-DESCONTOS-FILE ASSIGN TO "DEDPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPMSTR.
           SELECT TIMEDAY-FILE ASSIGN TO "TIMEDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDY-CHAVE
               FILE STATUS IS WRK-STATUS-TIMEDAY.
           SELECT COST-CENTER-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WRK-STATUS-CCUSTO.
           SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "DISTCC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-CHAVE
               FILE STATUS IS WRK-STATUS-DISTCC.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WRK-STATUS-RETROPND.
           SELECT REIMBURSEMENT-FILE ASSIGN TO "REEMBPND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WRK-STATUS-REEMBPND.
           SELECT HELD-PAYMENT-FILE ASSIGN TO "HELDPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CHAVE
               FILE STATUS IS WRK-STATUS-HELDPAY.
           SELECT BENEFIT-SHARE-FILE ASSIGN TO "BNFDESC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDS-CHAVE
               FILE STATUS IS WRK-STATUS-BNFDESC.
           SELECT GL-WORK-FILE ASSIGN TO "GLWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GLWORK.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
       COPY GLJREC.

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-LINE PIC X(50).

       FD  GL-HISTORY-WORK-FILE.
       01  GL-HISTORY-WORK-LINE PIC X(50).

       FD  PARAM-DESCONTOS-FILE.
       COPY DEDPRM.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

       FD  TIMEDAY-FILE.
       COPY TDYREC.

       FD  COST-CENTER-FILE.
       COPY CCUREC.

       FD  LABOR-DISTRIBUTION-FILE.
       COPY DSTREC.

       FD  PAY-HISTORY-FILE.
       COPY PHSREC.

       FD  RETRO-PENDING-FILE.
       COPY RETREC.

       FD  REIMBURSEMENT-FILE.
       COPY RMBREC.

       FD  HELD-PAYMENT-FILE.
       COPY HLDREC.

       FD  BENEFIT-SHARE-FILE.
       COPY BDSREC.

      *> A verba separa no departamento o bruto (em branco) do custo
      *> da empresa com o vale-transporte ('T') e o vale-refeicao
      *> ('R'), que debitam contas de despesa proprias. O bruto
      *> rateado a um centro de custo vem com 'C' e o codigo do
      *> centro no lugar do departamento; as parcelas de FGTS ('F')
      *> e de INSS patronal ('P') vem no departamento ou centro a que
      *> foram rateadas.
       FD  GL-WORK-FILE.
       01  GL-WORK-RECORD.
           05 GLW-EMPRESA               PIC X(04).
           05 GLW-DEPARTAMENTO          PIC X(10).
           05 GLW-VERBA                 PIC X(01).
           05 GLW-VALOR                 PIC 9(09)V99.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-EMPRESA               PIC X(04).
           05 SRT-DEPARTAMENTO          PIC X(10).
           05 SRT-VERBA                 PIC X(01).
              88 SRT-VERBA-VT           VALUE 'T'.
              88 SRT-VERBA-VR           VALUE 'R'.
              88 SRT-VERBA-CENTRO       VALUE 'C'.
              88 SRT-VERBA-FGTS         VALUE 'F'.
              88 SRT-VERBA-PATRONAL     VALUE 'P'.
           05 SRT-VALOR                 PIC 9(09)V99.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       WORKING-STORAGE SECTION.
       COPY DEDTBL.
       COPY BRKDWN.
       COPY BASSAL.
       COPY AFSRES.
       COPY CTLREC.

       77 WRK-DESCONTO-INSS-IRRF PIC 9(06)V99 VALUE ZEROS.

      *> INSS pela tabela do DEDPARM.DAT limitado ao teto da ultima
      *> faixa; IRRF e salario-familia devolvidos pelo EX57T a partir
      *> do cadastro de dependentes. O desconto INSS/IRRF fica como a
      *> soma dos dois para os consumidores antigos do historico.
       77 WRK-BASE-INSS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-SAL-FAMILIA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-CALCULA-SAL-FAMILIA PIC X(01) VALUE 'S'.
       77 WRK-VALOR-LIQUIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO-ED PIC -.ZZZ.ZZZ,99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO-PAGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-STATUS-YTD PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CONTRCHQ PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GLJRNL PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GLHIST PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLJRNL PIC X(01) VALUE 'N'.
           88 FIM-DO-GLJRNL VALUE 'S'.

      *> Numa reexecucao do periodo o GLHIST.DAT e regravado sem as
      *> linhas do mesmo periodo e das empresas do diario novo, para
      *> o diario nao ser arquivado duas vezes.
       77 WRK-STATUS-GLHISTWK PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLHIST PIC X(01) VALUE 'N'.
           88 FIM-DO-GLHIST VALUE 'S'.
       77 WRK-IND-LINHA-SUBSTITUIDA PIC X(01) VALUE 'N'.
           88 LINHA-SUBSTITUIDA VALUE 'S'.
       77 WRK-QTDE-LINHAS-SUBSTITUIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA-GLHIST PIC X(04) VALUE SPACES.
       01  WRK-DATA-GLHIST PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-GLHIST-R REDEFINES WRK-DATA-GLHIST.
           05 WRK-PERIODO-GLHIST PIC 9(06).
           05 FILLER PIC 9(02).
       01  TABELA-EMPRESAS-DIARIO.
           05 FAIXA-EMPRESA-DIARIO OCCURS 10 TIMES INDEXED BY IX-TED.
              10 TED-EMPRESA           PIC X(04).
       77 WRK-QTDE-EMPRESAS-DIARIO PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-EMPRESAS-DIARIO PIC 9(02) VALUE 10.
       77 WRK-STATUS-DEDPARM PIC X(02) VALUE SPACES.
       77 WRK-FIM-DEDPARM PIC X(01) VALUE 'N'.
           88 FIM-DO-DEDPARM VALUE 'S'.
       77 WRK-SUB-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-STATUS-FERIAS PIC X(02) VALUE SPACES.
       77 WRK-DIAS-FERIAS-POR-MES PIC 9(02)V99 VALUE 2,50.
      *> Mes com mais dias afastado (INSS ou licenca nao remunerada)
      *> que este limite nao conta para o periodo aquisitivo.
       77 WRK-LIMITE-AFASTADO-FERIAS PIC 9(02) VALUE 15.
       77 WRK-CREDITO-FERIAS PIC S9(02)V99 VALUE ZEROS.
       77 WRK-STATUS-RUNCTL PIC X(02) VALUE SPACES.
       77 WRK-FUNCAO-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-ETAPA-PERCTL PIC X(01) VALUE SPACES.
       77 WRK-STATUS-DEPMSTR PIC X(02) VALUE SPACES.
       77 WRK-DEPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 DEPMSTR-DISPONIVEL VALUE 'S'.

      *> Rateio do bruto e dos encargos do funcionario pelas horas
      *> apontadas no mes em cada centro de custo (TIMEDAY); horas
      *> sem centro, ou mes sem horas apontadas, ficam no
      *> departamento. A ultima faixa leva o saldo, para as parcelas
      *> somarem exatamente o valor do funcionario.
       77 WRK-STATUS-TIMEDAY PIC X(02) VALUE SPACES.
       77 WRK-TIMEDAY-DISPONIVEL PIC X(01) VALUE 'N'.
           88 TIMEDAY-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-TIMEDAY PIC X(01) VALUE 'N'.
           88 FIM-DO-TIMEDAY VALUE 'S'.
       77 WRK-STATUS-CCUSTO PIC X(02) VALUE SPACES.
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CCUSTO-DISPONIVEL VALUE 'S'.
       77 WRK-STATUS-DISTCC PIC X(02) VALUE SPACES.
       77 WRK-DISTCC-DISPONIVEL PIC X(01) VALUE 'N'.
           88 DISTCC-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-DISTCC PIC X(01) VALUE 'N'.
           88 FIM-DO-DISTCC VALUE 'S'.
       01  TABELA-CENTROS-FUNCIONARIO.
           05 FAIXA-CENTRO OCCURS 20 TIMES INDEXED BY IX-CCF.
              10 TCC-TIPO              PIC X(01).
                 88 TCC-CENTRO-CUSTO   VALUE 'C'.
              10 TCC-CODIGO            PIC X(10).
              10 TCC-HORAS             PIC 9(04)V99.
       77 WRK-QTDE-CENTROS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-CENTROS PIC 9(02) VALUE 20.
       77 WRK-TIPO-CENTRO-DIA PIC X(01) VALUE SPACES.
       77 WRK-CODIGO-CENTRO-DIA PIC X(10) VALUE SPACES.
       77 WRK-HORAS-CENTRO-DIA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TOTAL-HORAS-CENTROS PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SALDO-BRUTO-RATEIO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-FGTS-RATEIO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-PATRONAL-RATEIO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARCELA-BRUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARCELA-FGTS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARCELA-PATRONAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ADVANCE PIC X(02) VALUE SPACES.
       77 WRK-ADVANCE-DISPONIVEL PIC X(01) VALUE 'N'.
           88 FIM-DOS-RETROS VALUE 'S'.
       77 WRK-VALOR-RETRO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-BRUTO-COM-RETRO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-STATUS-REEMBPND PIC X(02) VALUE SPACES.
       77 WRK-REEMBPND-DISPONIVEL PIC X(01) VALUE 'N'.
           88 REEMBPND-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-REEMBOLSO PIC X(01) VALUE 'N'.
           88 FIM-DOS-REEMBOLSOS VALUE 'S'.
       77 WRK-VALOR-REEMBOLSO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-STATUS-BNFDESC PIC X(02) VALUE SPACES.
       77 WRK-BNFDESC-DISPONIVEL PIC X(01) VALUE 'N'.
           88 BNFDESC-DISPONIVEL VALUE 'S'.
      *> Desconto do vale-transporte limitado a 6% do salario base.
       77 WRK-PERC-TETO-VT PIC 9(02)V99 VALUE 06,00.
       77 WRK-TETO-VT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VR PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CUSTO-EMPRESA-VT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CUSTO-EMPRESA-VR PIC 9(05)V99 VALUE ZEROS.
       77 WRK-STATUS-HELDPAY PIC X(02) VALUE SPACES.
       77 WRK-IND-DEPOSITO-RETIDO PIC X(01) VALUE 'N'.
           88 DEPOSITO-RETIDO VALUE 'S'.
       77 WRK-QTDE-RETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RETIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-RETIDO-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-STATUS-CONSIG PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CONSREL PIC X(02) VALUE SPACES.
       77 WRK-CONSIG-DISPONIVEL PIC X(01) VALUE 'N'.
       01 WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
          05 WRK-PERIODO-EXECUCAO PIC 9(06).
          05 FILLER PIC 9(02).
       01 WRK-DATA-PAGAMENTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PAGAMENTO-R REDEFINES WRK-DATA-PAGAMENTO.
          05 WRK-PAG-ANO PIC 9(04).
          05 WRK-PAG-MES PIC 9(02).
          05 WRK-PAG-DIA PIC 9(02).
       01 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-CMP-ANO PIC 9(04).
          05 WRK-CMP-MES PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
      *> diario.
       77 WRK-STATUS-GLWORK PIC X(02) VALUE SPACES.
       77 WRK-DEPTO-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-VERBA-ATUAL PIC X(01) VALUE SPACES.
       77 WRK-SUBTOTAL-DEPTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-IND-PRIMEIRO-DEPTO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-DEPTO VALUE 'S'.
           88 FIM-DO-SORT-GL VALUE 'S'.

       77 WRK-CONTA-DESPESA-SALARIO PIC X(10) VALUE 'DESPSAL   '.
       77 WRK-CONTA-INSS-RECOLHER PIC X(10) VALUE 'INSSRECOL '.
       77 WRK-CONTA-IRRF-RECOLHER PIC X(10) VALUE 'IRRFRECOL '.
       77 WRK-CONTA-SAL-FAMILIA PIC X(10) VALUE 'SALFAMCOMP'.
       77 WRK-CONTA-PLANO-SAUDE PIC X(10) VALUE 'PLANOSAUDE'.
       77 WRK-CONTA-LIQUIDO-PAGAR PIC X(10) VALUE 'LIQPAGAR  '.
       77 WRK-CONTA-AJUSTE PIC X(10) VALUE 'AJUSTEFOLH'.
       77 WRK-CONTA-ADIANTAMENTO PIC X(10) VALUE 'ADIANTAREC'.
       77 WRK-CONTA-CONSIGNACOES PIC X(10) VALUE 'CONSIGREC '.
       77 WRK-CONTA-DESPESA-REEMBOLSO PIC X(10) VALUE 'DESPREEMB '.
       77 WRK-CONTA-REEMBOLSO-PAGAR PIC X(10) VALUE 'REEMBPAGAR'.
       77 WRK-CONTA-DESPESA-FGTS PIC X(10) VALUE 'DESPFGTS  '.
       77 WRK-CONTA-FGTS-RECOLHER PIC X(10) VALUE 'FGTSRECOL '.
       77 WRK-CONTA-DESPESA-PATRONAL PIC X(10) VALUE 'DESPENCSOC'.
       77 WRK-CONTA-INSS-PATRONAL PIC X(10) VALUE 'INSSPATRON'.
       77 WRK-CONTA-DESPESA-VT PIC X(10) VALUE 'DESPVT    '.
       77 WRK-CONTA-DESPESA-VR PIC X(10) VALUE 'DESPVR    '.
       77 WRK-CONTA-VT-PAGAR PIC X(10) VALUE 'VTPAGAR   '.
       77 WRK-CONTA-VR-PAGAR PIC X(10) VALUE 'VRPAGAR   '.

      *> Encargos do empregador calculados sobre o mesmo bruto da
      *> folha: deposito de FGTS por funcionario e INSS patronal
      *> sobre o total. As aliquotas vem do cadastro de cada empresa
      *> (CIAMSTR); as daqui so valem quando o cadastro nao existe.
       77 WRK-STATUS-FGTSREM PIC X(02) VALUE SPACES.
       77 WRK-ALIQUOTA-FGTS PIC 9(02)V99 VALUE 08,00.
       77 WRK-ALIQUOTA-INSS-PATRONAL PIC 9(02)V99 VALUE 20,00.
       77 WRK-VALOR-FGTS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-INSS-PATRONAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-FGTS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS-PATRONAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FGT-QTDE-REGISTROS PIC 9(06) VALUE ZEROS.
           88 FIM-DA-RECUPERACAO-PAYHIST VALUE 'S'.
       77 WRK-LIQUIDO-RECUPERADO PIC S9(08)V99 VALUE ZEROS.

       77 WRK-TOTAL-INSS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-SAL-FAMILIA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PLANO-SAUDE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ADIANTAMENTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CONSIGNACOES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO-PAGO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-REEMBOLSO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTO-VT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTO-VR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CUSTO-VT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CUSTO-VR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-AJUSTE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS-GERAL PIC 9(11)V99 VALUE ZEROS.

      *> A folha roda empresa a empresa, na ordem do CIAMSTR: cada
      *> uma tem lote ACH, lote de FGTS, quebra no diario e situacao
      *> no controle de execucao proprios. Os creditos do diario
      *> acumulam por empresa ate o fechamento. Sem o cadastro, a
      *> folha roda so para a empresa principal com as aliquotas
      *> internas.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-FIM-CIAMSTR PIC X(01) VALUE 'N'.
           88 FIM-DO-CIAMSTR VALUE 'S'.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-ATUAL PIC X(04) VALUE SPACES.
       77 WRK-EMPRESA-FUNC PIC X(04) VALUE SPACES.
       77 WRK-EMPRESA-GL PIC X(04) VALUE SPACES.
       77 WRK-QTDE-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-EMPRESAS PIC 9(02) VALUE 10.
       77 WRK-QTDE-EMPRESAS-A-PROCESSAR PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-EMPRESAS-PROCESSADAS PIC 9(02) VALUE ZEROS.
       77 WRK-IND-EMPRESA-DO-LOTE PIC X(01) VALUE 'N'.
           88 EMPRESA-DO-LOTE VALUE 'S'.
       77 WRK-IND-PRIMEIRA-EMPRESA PIC X(01) VALUE 'S'.
           88 PRIMEIRA-EMPRESA VALUE 'S'.
       77 WRK-IND-PERIODO-REGISTRADO PIC X(01) VALUE 'N'.
           88 PERIODO-REGISTRADO VALUE 'S'.
       77 WRK-IND-HIST-RECUPERAVEL PIC X(01) VALUE 'N'.
           88 HISTORICO-RECUPERAVEL VALUE 'S'.
       01  TABELA-EMPRESAS.
           05 FAIXA-EMPRESA OCCURS 10 TIMES INDEXED BY IX-CIA IX-CIR.
              10 TCI-CODIGO            PIC X(04).
              10 TCI-CNPJ              PIC 9(14).
              10 TCI-RAZAO-SOCIAL      PIC X(40).
              10 TCI-BANCO             PIC 9(03).
              10 TCI-AGENCIA           PIC 9(05).
              10 TCI-CONTA             PIC 9(10).
              10 TCI-ALIQUOTA-FGTS     PIC 9(02)V99.
              10 TCI-ALIQUOTA-INSS-PATRONAL PIC 9(02)V99.
              10 TCI-EMPRESA-CONTABIL  PIC X(04).
              10 TCI-SITUACAO          PIC X(01).
                 88 TCI-A-PROCESSAR    VALUE 'P'.
                 88 TCI-RECUSADA       VALUE 'R'.
                 88 TCI-PROCESSADA     VALUE 'F'.
              10 TCI-OVERRIDE-ID       PIC X(08).
              10 TCI-OVERRIDE-MOTIVO   PIC X(40).
              10 TCI-TOTAIS.
                 15 TCI-QTDE-FUNCIONARIOS PIC 9(06).
                 15 TCI-TOTAL-FOLHA    PIC 9(09)V99.
                 15 TCI-TOTAL-INSS     PIC 9(11)V99.
                 15 TCI-TOTAL-IRRF     PIC 9(11)V99.
                 15 TCI-TOTAL-SAL-FAMILIA PIC 9(11)V99.
                 15 TCI-TOTAL-PLANO-SAUDE PIC 9(11)V99.
                 15 TCI-TOTAL-ADIANTAMENTO PIC 9(11)V99.
                 15 TCI-TOTAL-CONSIGNACOES PIC 9(11)V99.
                 15 TCI-TOTAL-LIQUIDO-PAGO PIC 9(11)V99.
                 15 TCI-TOTAL-REEMBOLSO PIC 9(11)V99.
                 15 TCI-TOTAL-DESCONTO-VT PIC 9(11)V99.
                 15 TCI-TOTAL-DESCONTO-VR PIC 9(11)V99.
                 15 TCI-TOTAL-AJUSTE   PIC 9(11)V99.
                 15 TCI-TOTAL-FGTS     PIC 9(11)V99.
                 15 TCI-TOTAL-INSS-PATRONAL PIC 9(11)V99.

      *> Retomada por checkpoint: empresa cujo lote ficou aberto na
      *> execucao caida (e a primeira a rodar de novo, para o lote
      *> continuar no ponto em que parou) e empresas ja fechadas
      *> nela, que nao rodam outra vez.
       77 WRK-IND-RETOMADA PIC X(01) VALUE 'N'.
           88 RETOMADA VALUE 'S'.
       77 WRK-IND-LOTE-ABERTO PIC X(01) VALUE 'N'.
           88 LOTE-ABERTO VALUE 'S'.
       77 WRK-EMPRESA-CHECKPOINT PIC X(04) VALUE SPACES.
       77 WRK-SUB-EMPRESA-RETOMADA PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-CKP PIC 9(02) VALUE ZEROS.
       01  WRK-EMPRESAS-CONCLUIDAS.
           05 WRK-EMPRESA-CONCLUIDA PIC X(04) OCCURS 10 TIMES.

      *> Descricao do salario do mensalista pago por parte do mes.
       77 WRK-DIAS-MES-COMERCIAL PIC 9(02) VALUE 30.
       01  WRK-DESCRICAO-SALARIO-DIAS.
           05 FILLER PIC X(10) VALUE 'SALARIO - '.
           05 WRK-DSD-DIAS PIC Z9.
           05 FILLER PIC X(05) VALUE ' DIAS'.

       01  LINHA-STUB-SEPARADOR PIC X(60) VALUE ALL '-'.

       01  LINHA-STUB-TITULO.
           05 FILLER PIC X(33) VALUE
               'CONTRACHEQUE - FOLHA DE PAGAMENTO'.
           05 FILLER PIC X(21) VALUE ' LTDA - COMPETENCIA: '.
           05 LSB-COMPETENCIA PIC 99/9999.
           05 FILLER PIC X(08) VALUE ' PAGTO: '.
           05 LSB-DATA PIC 99/99/9999.

       01  LINHA-STUB-EMPRESA.
           05 FILLER PIC X(09) VALUE 'EMPRESA: '.
           05 LSB-RAZAO-SOCIAL PIC X(40).
           05 FILLER PIC X(07) VALUE ' CNPJ: '.
           05 LSB-CNPJ PIC 9(14).

       01  LINHA-STUB-FUNCIONARIO.
           05 FILLER PIC X(11) VALUE 'MATRICULA: '.
           05 LSB-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(09) VALUE '  VALOR: '.
           05 LSB-PROV-VALOR PIC Z.ZZZ.ZZ9,99.

       01  LINHA-STUB-AFASTAMENTO.
           05 FILLER PIC X(22) VALUE 'ATESTADO PAGO (DIAS): '.
           05 LSB-AFS-ABONADOS PIC Z9.
           05 FILLER PIC X(14) VALUE '  NAO PAGOS: '.
           05 LSB-AFS-NAO-REMUNERADOS PIC Z9.
           05 FILLER PIC X(16) VALUE '  DSR PERDIDOS: '.
           05 LSB-AFS-DSR PIC Z9.

       01  LINHA-STUB-RETENCAO PIC X(60) VALUE
           'DEPOSITO RETIDO - CONTA BANCARIA AGUARDANDO LIBERACAO'.

       01  LINHA-STUB-DESCONTO.
           05 LSB-DESC-DESCRICAO PIC X(26).
           05 FILLER PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION USING LK-STATUS-RETORNO.
       0100-INICIAR.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'EXECUCAO DA FOLHA ABORTADA - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           MOVE '91' TO LK-STATUS-RETORNO
           GOBACK
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE PEX-DATA-PAGAMENTO TO WRK-DATA-PAGAMENTO.
       PERFORM 0120-LER-CHECKPOINT.
       PERFORM 0125-CARREGA-EMPRESAS.
       PERFORM 0105-VERIFICA-RUN-CONTROL.
       IF RUN-BLOQUEADO
           DISPLAY 'EXECUCAO DA FOLHA ABORTADA PARA O PERIODO '
           GOBACK
       END-IF.
       PERFORM 0110-CARREGAR-TABELA-DESCONTOS.
       PERFORM 0150-ABRIR-ARQUIVOS.
       IF NOT ERRO-NA-ABERTURA
           IF LOTE-ABERTO
               SET IX-CIA TO WRK-SUB-EMPRESA-RETOMADA
               PERFORM 0170-PROCESSA-EMPRESA
           END-IF
           PERFORM VARYING IX-CIA FROM 1 BY 1
                   UNTIL IX-CIA > WRK-QTDE-EMPRESAS
               IF TCI-A-PROCESSAR(IX-CIA)
                   PERFORM 0170-PROCESSA-EMPRESA
               END-IF
           END-PERFORM
       END-IF.
       PERFORM 0900-FINALIZAR.
       MOVE '00' TO LK-STATUS-RETORNO.
       GOBACK.

      *> O checkpoint so protege a retomada de uma execucao caida com
      *> a mesma data de referencia da competencia (parametro do
      *> PRMCTL); este controle impede que um periodo ja fechado
      *> seja pago de novo (ACH e YTD em dobro) sem liberacao
      *> explicita do supervisor, que fica registrada no proprio
      *> registro de controle. A verificacao e por empresa: a ja
      *> paga no periodo so roda de novo liberada, e a execucao so e
      *> recusada inteira quando nao sobra empresa a processar.
       0105-VERIFICA-RUN-CONTROL.
       OPEN I-O RUN-CONTROL-FILE.
       IF WRK-STATUS-RUNCTL = '35'
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET PERIODO-REGISTRADO TO TRUE
       END-READ.
       PERFORM VARYING IX-CIA FROM 1 BY 1
               UNTIL IX-CIA > WRK-QTDE-EMPRESAS
           IF TCI-PROCESSADA(IX-CIA)
               ADD 1 TO WRK-QTDE-EMPRESAS-PROCESSADAS
           ELSE
               SET TCI-A-PROCESSAR(IX-CIA) TO TRUE
               IF PERIODO-REGISTRADO
                   PERFORM 0106-VERIFICA-EMPRESA
               END-IF
               IF TCI-A-PROCESSAR(IX-CIA)
                   ADD 1 TO WRK-QTDE-EMPRESAS-A-PROCESSAR
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RUN-CONTROL-FILE.
       IF WRK-QTDE-EMPRESAS-A-PROCESSAR = ZEROS AND
               WRK-QTDE-EMPRESAS-PROCESSADAS = ZEROS
           SET RUN-BLOQUEADO TO TRUE
       END-IF.

       0106-VERIFICA-EMPRESA.
       SET IX-RCE TO 1.
       SEARCH RCT-EMPRESA
           AT END
               CONTINUE
           WHEN RCT-EMP-CODIGO(IX-RCE) = TCI-CODIGO(IX-CIA)
               IF RCT-EMP-COMPLETA(IX-RCE)
                   PERFORM 0107-PEDE-LIBERACAO
               END-IF
       END-SEARCH.

       0107-PEDE-LIBERACAO.
       DISPLAY 'FOLHA DA EMPRESA ' TCI-CODIGO(IX-CIA)
           ' NO PERIODO ' RCT-PERIODO
           ' JA FOI EXECUTADA EM ' RCT-EMP-DATA-EXECUCAO(IX-RCE).
       DISPLAY 'LIBERAR NOVA EXECUCAO COM AUTORIZACAO DO '
           'SUPERVISOR (S/N)? '.
       ACCEPT WRK-CONFIRMA-LIBERACAO FROM CONSOLE.
           ACCEPT WRK-OVERRIDE-ID FROM CONSOLE
           DISPLAY 'MOTIVO DA LIBERACAO: '
           ACCEPT WRK-OVERRIDE-MOTIVO FROM CONSOLE
           MOVE WRK-OVERRIDE-ID TO RCT-EMP-OVERRIDE-ID(IX-RCE)
           MOVE WRK-OVERRIDE-MOTIVO TO
               RCT-EMP-OVERRIDE-MOTIVO(IX-RCE)
           MOVE WRK-OVERRIDE-ID TO RCT-OVERRIDE-ID
           MOVE WRK-OVERRIDE-MOTIVO TO RCT-OVERRIDE-MOTIVO
           MOVE WRK-OVERRIDE-ID TO TCI-OVERRIDE-ID(IX-CIA)
           MOVE WRK-OVERRIDE-MOTIVO TO TCI-OVERRIDE-MOTIVO(IX-CIA)
           REWRITE RUN-CONTROL-RECORD
           DISPLAY 'LIBERACAO REGISTRADA POR ' WRK-OVERRIDE-ID
       ELSE
           SET TCI-RECUSADA(IX-CIA) TO TRUE
           DISPLAY 'EMPRESA ' TCI-CODIGO(IX-CIA)
               ' NAO SERA PROCESSADA NESTA EXECUCAO'
       END-IF.

       0120-LER-CHECKPOINT.
                   CONTINUE
               NOT AT END
                   IF CKP-DATA-EXECUCAO = WRK-DATA-EXECUCAO
                       SET RETOMADA TO TRUE
                       MOVE CKP-EMP-NUMERO TO
                           WRK-ULTIMA-MATRICULA-PROCESSADA
                       MOVE CKP-EMPRESA TO WRK-EMPRESA-CHECKPOINT
                       MOVE CKP-EMPRESAS-CONCLUIDAS TO
                           WRK-EMPRESAS-CONCLUIDAS
                       IF WRK-EMPRESA-CHECKPOINT = SPACES AND
                               WRK-ULTIMA-MATRICULA-PROCESSADA >
                               ZEROS
                           MOVE WRK-EMPRESA-PADRAO TO
                               WRK-EMPRESA-CHECKPOINT
                       END-IF
                       IF WRK-EMPRESA-CHECKPOINT NOT = SPACES
                           DISPLAY 'RETOMANDO EMPRESA '
                               WRK-EMPRESA-CHECKPOINT
                               ' APOS MATRICULA '
                               WRK-ULTIMA-MATRICULA-PROCESSADA
                       ELSE
                           DISPLAY 'RETOMANDO A PARTIR DA PROXIMA '
                               'EMPRESA'
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: CHECKPOINT ANTERIOR ('
                           CKP-DATA-EXECUCAO
           CLOSE CHECKPOINT-FILE
       END-IF.

      *> Empresas ativas do CIAMSTR, na ordem do codigo. Numa
      *> retomada, as empresas fechadas na execucao caida ficam como
      *> processadas e a empresa do lote aberto e localizada para
      *> rodar primeiro.
       0125-CARREGA-EMPRESAS.
       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           PERFORM UNTIL FIM-DO-CIAMSTR
               READ COMPANY-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CIAMSTR
                   NOT AT END
                       IF CIA-ATIVA
                           PERFORM 0126-INCLUI-EMPRESA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER-FILE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - FOLHA SO DA EMPRESA '
               WRK-EMPRESA-PADRAO ' COM ALIQUOTAS INTERNAS'
       END-IF.
       IF WRK-QTDE-EMPRESAS = ZEROS
           MOVE SPACES TO COMPANY-RECORD
           MOVE WRK-EMPRESA-PADRAO TO CIA-CODIGO
           MOVE ZEROS TO CIA-CNPJ
           MOVE ZEROS TO CIA-BANCO
           MOVE ZEROS TO CIA-AGENCIA
           MOVE ZEROS TO CIA-CONTA
           MOVE WRK-ALIQUOTA-FGTS TO CIA-ALIQUOTA-FGTS
           MOVE WRK-ALIQUOTA-INSS-PATRONAL TO
               CIA-ALIQUOTA-INSS-PATRONAL
           PERFORM 0126-INCLUI-EMPRESA
       END-IF.
       IF RETOMADA
           PERFORM 0127-POSICIONA-RETOMADA
       END-IF.

       0126-INCLUI-EMPRESA.
       IF WRK-QTDE-EMPRESAS >= WRK-MAX-EMPRESAS
           DISPLAY 'AVISO: TABELA DE EMPRESAS CHEIA - EMPRESA '
               CIA-CODIGO ' NAO PROCESSADA'
       ELSE
           ADD 1 TO WRK-QTDE-EMPRESAS
           SET IX-CIR TO WRK-QTDE-EMPRESAS
           MOVE CIA-CODIGO TO TCI-CODIGO(IX-CIR)
           MOVE CIA-CNPJ TO TCI-CNPJ(IX-CIR)
           MOVE CIA-RAZAO-SOCIAL TO TCI-RAZAO-SOCIAL(IX-CIR)
           MOVE CIA-BANCO TO TCI-BANCO(IX-CIR)
           MOVE CIA-AGENCIA TO TCI-AGENCIA(IX-CIR)
           MOVE CIA-CONTA TO TCI-CONTA(IX-CIR)
           MOVE CIA-ALIQUOTA-FGTS TO TCI-ALIQUOTA-FGTS(IX-CIR)
           MOVE CIA-ALIQUOTA-INSS-PATRONAL TO
               TCI-ALIQUOTA-INSS-PATRONAL(IX-CIR)
           MOVE CIA-EMPRESA-CONTABIL TO
               TCI-EMPRESA-CONTABIL(IX-CIR)
           IF TCI-EMPRESA-CONTABIL(IX-CIR) = SPACES
               MOVE CIA-CODIGO TO TCI-EMPRESA-CONTABIL(IX-CIR)
           END-IF
           SET TCI-A-PROCESSAR(IX-CIR) TO TRUE
           MOVE SPACES TO TCI-OVERRIDE-ID(IX-CIR)
           MOVE SPACES TO TCI-OVERRIDE-MOTIVO(IX-CIR)
           MOVE ZEROS TO TCI-TOTAIS(IX-CIR)
       END-IF.

       0127-POSICIONA-RETOMADA.
       PERFORM VARYING IX-CIR FROM 1 BY 1
               UNTIL IX-CIR > WRK-QTDE-EMPRESAS
           PERFORM VARYING WRK-SUB-CKP FROM 1 BY 1
                   UNTIL WRK-SUB-CKP > WRK-MAX-EMPRESAS
               IF WRK-EMPRESA-CONCLUIDA(WRK-SUB-CKP) =
                       TCI-CODIGO(IX-CIR)
                   SET TCI-PROCESSADA(IX-CIR) TO TRUE
               END-IF
           END-PERFORM
       END-PERFORM.
       IF WRK-EMPRESA-CHECKPOINT NOT = SPACES
           SET IX-CIR TO 1
           SEARCH FAIXA-EMPRESA
               AT END
                   PERFORM 0128-EMPRESA-RETOMADA-AUSENTE
               WHEN IX-CIR > WRK-QTDE-EMPRESAS
                   PERFORM 0128-EMPRESA-RETOMADA-AUSENTE
               WHEN TCI-CODIGO(IX-CIR) = WRK-EMPRESA-CHECKPOINT
                   SET LOTE-ABERTO TO TRUE
                   SET WRK-SUB-EMPRESA-RETOMADA TO IX-CIR
           END-SEARCH
       END-IF.

      *> Empresa do checkpoint inativada ou excluida depois da queda:
      *> o lote dela fica sem trailer no ACH e no FGTS (o LOTVER
      *> acusa) e a retomada segue com as demais.
       0128-EMPRESA-RETOMADA-AUSENTE.
       DISPLAY 'AVISO: EMPRESA ' WRK-EMPRESA-CHECKPOINT
           ' DO CHECKPOINT FORA DO CIAMSTR - LOTE ABERTO NAO '
           'RETOMADO'.
       MOVE SPACES TO WRK-EMPRESA-CHECKPOINT.
       MOVE ZEROS TO WRK-ULTIMA-MATRICULA-PROCESSADA.

      *> As faixas abaixo sao o ultimo recurso caso DEDPARM.DAT nao
      *> exista ou nao tenha vigencia aplicavel; em operacao normal a
      *> tabela em vigor vem do arquivo de parametros (DEDMNT).
       MOVE 12,00 TO FAI-ALIQUOTA(3).
       MOVE 000101,18 TO FAI-PARCELA-DEDUZIR(3).

       MOVE 7786,02 TO FAI-LIMITE(4).
       MOVE 14,00 TO FAI-ALIQUOTA(4).
       MOVE 000181,18 TO FAI-PARCELA-DEDUZIR(4).

           MOVE 'S' TO WRK-FIM-ARQUIVO
           MOVE 'S' TO WRK-ERRO-ABERTURA.

       OPEN EXTEND AUDIT-LOG-FILE.
       IF WRK-STATUS-AUDITLOG = '35'
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF.

      *> Os headers de cada empresa saem no 0170; numa retomada so o
      *> lote que ficou aberto continua nos arquivos existentes.
       IF RETOMADA
           IF LOTE-ABERTO
               PERFORM 0155-RECUPERA-CONTROLE-ACH
           END-IF
           OPEN EXTEND ACH-EXPORT-FILE
           IF WRK-STATUS-ACHEXP = '35'
               OPEN OUTPUT ACH-EXPORT-FILE
               IF LOTE-ABERTO
                   SET IX-CIA TO WRK-SUB-EMPRESA-RETOMADA
                   PERFORM 0160-GRAVA-ACH-HEADER
               END-IF
           END-IF
       ELSE
           OPEN OUTPUT ACH-EXPORT-FILE
       END-IF.

       IF RETOMADA
           IF LOTE-ABERTO
               PERFORM 0157-RECUPERA-CONTROLE-FGTS
           END-IF
           OPEN EXTEND FGTS-REMIT-FILE
           IF WRK-STATUS-FGTSREM = '35'
               OPEN OUTPUT FGTS-REMIT-FILE
               IF LOTE-ABERTO
                   SET IX-CIA TO WRK-SUB-EMPRESA-RETOMADA
                   PERFORM 0165-GRAVA-FGTS-HEADER
               END-IF
           END-IF
       ELSE
           OPEN OUTPUT FGTS-REMIT-FILE
       END-IF.

       IF RETOMADA
           OPEN EXTEND PAY-STUB-FILE
           IF WRK-STATUS-CONTRCHQ = '35'
               OPEN OUTPUT PAY-STUB-FILE
           OPEN OUTPUT PAY-STUB-FILE
       END-IF.

       IF RETOMADA
           OPEN EXTEND GL-WORK-FILE
           IF WRK-STATUS-GLWORK = '35'
               OPEN OUTPUT GL-WORK-FILE
           SET RETROPND-DISPONIVEL TO TRUE
       END-IF.

      *> Os reembolsos de despesa sao incluidos pelo EX51M; sem o
      *> arquivo nao ha reembolso a pagar nesta folha.
       OPEN I-O REIMBURSEMENT-FILE.
       IF WRK-STATUS-REEMBPND = '00'
           SET REEMBPND-DISPONIVEL TO TRUE
       END-IF.

      *> Os beneficios do mes sao gravados pelo BNFMES; sem o arquivo
      *> nao ha vale-transporte nem vale-refeicao a descontar.
       OPEN I-O BENEFIT-SHARE-FILE.
       IF WRK-STATUS-BNFDESC = '00'
           SET BNFDESC-DISPONIVEL TO TRUE
       END-IF.

      *> Os depositos retidos acumulam ate o HLDACH pagar os
      *> liberados; o arquivo nunca e recriado pela folha.
       OPEN I-O HELD-PAYMENT-FILE.
       IF WRK-STATUS-HELDPAY = '35'
           OPEN OUTPUT HELD-PAYMENT-FILE
           CLOSE HELD-PAYMENT-FILE
           OPEN I-O HELD-PAYMENT-FILE
       END-IF.

       OPEN INPUT CONSIGNACAO-FILE.
       IF WRK-STATUS-CONSIG = '00'
           SET CONSIG-DISPONIVEL TO TRUE
               WRK-STATUS-CONSIG ' - SEM CONSIGNACOES NESTA FOLHA'
       END-IF.

       IF RETOMADA AND NOT ERRO-NA-ABERTURA
           PERFORM 0158-RECUPERA-TOTAIS-PAYHIST
       END-IF.

               WRK-CONTA-DESPESA-SALARIO
       END-IF.

      *> Sem os dias postados o custo de cada funcionario fica
      *> inteiro no departamento; sem o cadastro de centros o bruto
      *> rateado debita a conta padrao.
       OPEN INPUT TIMEDAY-FILE.
       IF WRK-STATUS-TIMEDAY = '00'
           SET TIMEDAY-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: TIMEDAY.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-TIMEDAY ' - SEM RATEIO POR CENTRO DE CUSTO'
       END-IF.

       OPEN INPUT COST-CENTER-FILE.
       IF WRK-STATUS-CCUSTO = '00'
           SET CCUSTO-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CCUSTO.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CCUSTO ' - RATEIO NA CONTA PADRAO '
               WRK-CONTA-DESPESA-SALARIO
       END-IF.

       OPEN I-O LABOR-DISTRIBUTION-FILE.
       IF WRK-STATUS-DISTCC = '35'
           OPEN OUTPUT LABOR-DISTRIBUTION-FILE
           CLOSE LABOR-DISTRIBUTION-FILE
           OPEN I-O LABOR-DISTRIBUTION-FILE
       END-IF.
       IF WRK-STATUS-DISTCC = '00'
           SET DISTCC-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: DISTCC.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-DISTCC ' - SEM RELATORIO DE DISTRIBUICAO'
       END-IF.

      *> Numa retomada por checkpoint o arquivo ACH ja tem header e
      *> detalhes da execucao caida; a quantidade e o hash gravados
      *> ate ali sao recuperados aqui para o trailer do fim da
      *> execucao fechar com o conteudo completo do arquivo. Contam
      *> so os detalhes depois do ultimo header, que sao os do lote
      *> da empresa que ficou aberto.
       0155-RECUPERA-CONTROLE-ACH.
       OPEN INPUT ACH-EXPORT-FILE.
       IF WRK-STATUS-ACHEXP NOT = '00'
                   AT END
                       MOVE 'S' TO WRK-FIM-ACH-RECUPERA
                   NOT AT END
                       IF ACH-EXPORT-RECORD(1:3) = 'HDR' OR
                               ACH-EXPORT-RECORD(1:3) = 'TRL'
                           MOVE ZEROS TO WRK-ACH-QTDE-REGISTROS
                           MOVE ZEROS TO WRK-ACH-HASH-VALOR
                       ELSE
                           ADD 1 TO WRK-ACH-QTDE-REGISTROS
                           ADD ACH-VALOR-LIQUIDO TO
                               WRK-ACH-HASH-VALOR
           CLOSE ACH-EXPORT-FILE
       END-IF.

      *> O header do lote leva a conta da empresa pagadora.
       0160-GRAVA-ACH-HEADER.
       MOVE 'HDR' TO BCH-TIPO.
       MOVE WRK-DATA-PAGAMENTO TO BCH-DATA.
       MOVE WRK-PERIODO-EXECUCAO TO BCH-SEQUENCIA.
       MOVE TCI-BANCO(IX-CIA) TO BCH-BANCO-EMPRESA.
       MOVE TCI-AGENCIA(IX-CIA) TO BCH-AGENCIA-EMPRESA.
       MOVE TCI-CONTA(IX-CIA) TO BCH-CONTA-EMPRESA.
       WRITE ACH-EXPORT-RECORD FROM BATCH-HEADER-RECORD.

      *> Mesma recuperacao de controle do ACH para o arquivo de FGTS
                   AT END
                       MOVE 'S' TO WRK-FIM-FGT-RECUPERA
                   NOT AT END
                       IF FGTS-REMIT-RECORD(1:3) = 'HDR' OR
                               FGTS-REMIT-RECORD(1:3) = 'TRL'
                           MOVE ZEROS TO WRK-FGT-QTDE-REGISTROS
                           MOVE ZEROS TO WRK-FGT-HASH-VALOR
                       ELSE
                           ADD 1 TO WRK-FGT-QTDE-REGISTROS
                           ADD FGT-VALOR TO WRK-FGT-HASH-VALOR
                       END-IF
           CLOSE FGTS-REMIT-FILE
       END-IF.

      *> O recolhimento de FGTS e por CNPJ do empregador.
       0165-GRAVA-FGTS-HEADER.
       MOVE 'HDR' TO BCH-TIPO.
       MOVE WRK-DATA-EXECUCAO TO BCH-DATA.
       MOVE WRK-PERIODO-EXECUCAO TO BCH-SEQUENCIA.
       MOVE TCI-CNPJ(IX-CIA) TO BCH-CNPJ.
       MOVE TCI-CODIGO(IX-CIA) TO BCH-EMPRESA.
       WRITE FGTS-REMIT-RECORD FROM BATCH-HEADER-RECORD.

      *> Folha de uma empresa: lote ACH e lote de FGTS proprios,
      *> funcionarios da empresa na ordem de matricula, trailers e
      *> registro da empresa no controle de execucao. O checkpoint
      *> marca o inicio e o fim de cada lote para a retomada.
       0170-PROCESSA-EMPRESA.
       MOVE TCI-CODIGO(IX-CIA) TO WRK-EMPRESA-ATUAL.
       DISPLAY 'FOLHA DA EMPRESA ' WRK-EMPRESA-ATUAL ' - '
           TCI-RAZAO-SOCIAL(IX-CIA).
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       MOVE ZEROS TO WRK-CONTADOR-CHECKPOINT.
       IF LOTE-ABERTO
           MOVE 'N' TO WRK-IND-LOTE-ABERTO
           MOVE WRK-ULTIMA-MATRICULA-PROCESSADA TO EMP-NUMERO
           START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN EMP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
       ELSE
           MOVE ZEROS TO WRK-ACH-QTDE-REGISTROS
           MOVE ZEROS TO WRK-ACH-HASH-VALOR
           MOVE ZEROS TO WRK-FGT-QTDE-REGISTROS
           MOVE ZEROS TO WRK-FGT-HASH-VALOR
           PERFORM 0160-GRAVA-ACH-HEADER
           PERFORM 0165-GRAVA-FGTS-HEADER
           MOVE ZEROS TO CKP-EMP-NUMERO
           PERFORM 0351-GRAVA-REGISTRO-CHECKPOINT
           MOVE ZEROS TO EMP-NUMERO
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
       END-IF.
       PERFORM 0200-ENTRADA.
       PERFORM UNTIL FIM-DO-ARQUIVO
           PERFORM 0300-PROCESSAR
           PERFORM 0200-ENTRADA
       END-PERFORM.
       PERFORM 0915-GRAVA-ACH-TRAILER.
       PERFORM 0916-GRAVA-FGTS-TRAILER.
       SET TCI-PROCESSADA(IX-CIA) TO TRUE.
       MOVE 'N' TO WRK-IND-PRIMEIRA-EMPRESA.
       PERFORM 0930-GRAVA-RUN-CONTROL-EMPRESA.
       MOVE SPACES TO WRK-EMPRESA-ATUAL.
       MOVE ZEROS TO CKP-EMP-NUMERO.
       PERFORM 0351-GRAVA-REGISTRO-CHECKPOINT.
       MOVE TCI-TOTAL-FOLHA(IX-CIA) TO WRK-TOTAL-FOLHA-ED.
       DISPLAY 'EMPRESA ' TCI-CODIGO(IX-CIA) ' - FUNCIONARIOS: '
           TCI-QTDE-FUNCIONARIOS(IX-CIA) ' FOLHA: '
           WRK-TOTAL-FOLHA-ED.

      *> Numa retomada por checkpoint o arquivo de trabalho do diario
      *> ja traz os debitos dos funcionarios pagos antes da queda,
      *> mas os acumuladores de credito (INSS, IRRF, plano,
      *> consignacoes, adiantamento, liquido) e os encargos do
      *> empregador estao zerados em working-storage - o diario
      *> fecharia fora de balanco. Os valores daqueles funcionarios
      *> sao reconstituidos do historico de pagamento do proprio
      *> periodo (regravado por esta execucao ate a ultima matricula
      *> do checkpoint), na mesma linha do 0155/0157 para os
      *> trailers do ACH e do FGTS. Os totais voltam para a empresa
      *> de cada funcionario: todos os das empresas ja fechadas e,
      *> na empresa do lote aberto, ate a matricula do checkpoint.
       0158-RECUPERA-TOTAIS-PAYHIST.
       PERFORM UNTIL FIM-DA-RECUPERACAO-PAYHIST
           READ PAY-HISTORY-FILE NEXT RECORD
                   MOVE 'S' TO WRK-FIM-PAYHIST-REC
               NOT AT END
                   IF PHS-FOLHA-MENSAL AND
                           PHS-PERIODO = WRK-PERIODO-EXECUCAO
                       PERFORM 0162-EMPRESA-DO-HISTORICO
                       IF HISTORICO-RECUPERAVEL
                           PERFORM 0159-SOMA-TOTAIS-RECUPERADOS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       0162-EMPRESA-DO-HISTORICO.
       MOVE 'N' TO WRK-IND-HIST-RECUPERAVEL.
       MOVE PHS-EMP-NUMERO TO EMP-NUMERO.
       READ EMPLOYEE-MASTER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 0304-EMPRESA-DO-FUNCIONARIO
               SET IX-CIR TO 1
               SEARCH FAIXA-EMPRESA
                   AT END
                       CONTINUE
                   WHEN IX-CIR > WRK-QTDE-EMPRESAS
                       CONTINUE
                   WHEN TCI-CODIGO(IX-CIR) = WRK-EMPRESA-FUNC
                       IF TCI-PROCESSADA(IX-CIR)
                           SET HISTORICO-RECUPERAVEL TO TRUE
                       END-IF
                       IF LOTE-ABERTO AND
                               WRK-EMPRESA-FUNC =
                               WRK-EMPRESA-CHECKPOINT AND
                               PHS-EMP-NUMERO NOT >
                               WRK-ULTIMA-MATRICULA-PROCESSADA
                           SET HISTORICO-RECUPERAVEL TO TRUE
                       END-IF
               END-SEARCH
       END-READ.

       0159-SOMA-TOTAIS-RECUPERADOS.
       ADD 1 TO WRK-QTDE-FUNCIONARIOS.
       ADD PHS-VALOR-BRUTO TO WRK-TOTAL-FOLHA.
       ADD 1 TO TCI-QTDE-FUNCIONARIOS(IX-CIR).
       ADD PHS-VALOR-BRUTO TO TCI-TOTAL-FOLHA(IX-CIR).
       ADD PHS-DESCONTO-INSS TO TCI-TOTAL-INSS(IX-CIR).
       ADD PHS-DESCONTO-IRRF TO TCI-TOTAL-IRRF(IX-CIR).
       ADD PHS-VALOR-SALARIO-FAMILIA TO
           TCI-TOTAL-SAL-FAMILIA(IX-CIR).
       ADD PHS-DESCONTO-PLANO-SAUDE TO
           TCI-TOTAL-PLANO-SAUDE(IX-CIR).
       ADD PHS-DESCONTO-CONSIGNACOES TO
           TCI-TOTAL-CONSIGNACOES(IX-CIR).
       ADD PHS-DESCONTO-ADIANTAMENTO TO
           TCI-TOTAL-ADIANTAMENTO(IX-CIR).
       ADD PHS-VALOR-LIQUIDO-PAGO TO
           TCI-TOTAL-LIQUIDO-PAGO(IX-CIR).
       IF PHS-VALOR-REEMBOLSO IS NUMERIC
           ADD PHS-VALOR-REEMBOLSO TO TCI-TOTAL-REEMBOLSO(IX-CIR)
       END-IF.
       MOVE ZEROS TO WRK-DESCONTO-VT.
       MOVE ZEROS TO WRK-DESCONTO-VR.
       IF PHS-DESCONTO-VT IS NUMERIC
           MOVE PHS-DESCONTO-VT TO WRK-DESCONTO-VT
       END-IF.
       IF PHS-DESCONTO-VR IS NUMERIC
           MOVE PHS-DESCONTO-VR TO WRK-DESCONTO-VR
       END-IF.
       ADD WRK-DESCONTO-VT TO TCI-TOTAL-DESCONTO-VT(IX-CIR).
       ADD WRK-DESCONTO-VR TO TCI-TOTAL-DESCONTO-VR(IX-CIR).

       COMPUTE WRK-LIQUIDO-RECUPERADO = PHS-VALOR-BRUTO +
           PHS-VALOR-SALARIO-FAMILIA -
           PHS-DESCONTO-INSS-IRRF - PHS-DESCONTO-PLANO-SAUDE -
           PHS-DESCONTO-CONSIGNACOES - PHS-DESCONTO-ADIANTAMENTO -
           WRK-DESCONTO-VT - WRK-DESCONTO-VR.
       IF WRK-LIQUIDO-RECUPERADO < ZEROS
           SUBTRACT WRK-LIQUIDO-RECUPERADO FROM
               TCI-TOTAL-AJUSTE(IX-CIR)
       END-IF.

      *> Mesmo calculo e arredondamento do 0339, sobre o mesmo bruto
      *> e com as aliquotas da empresa do funcionario.
       COMPUTE WRK-VALOR-FGTS ROUNDED =
           PHS-VALOR-BRUTO * TCI-ALIQUOTA-FGTS(IX-CIR) / 100.
       ADD WRK-VALOR-FGTS TO TCI-TOTAL-FGTS(IX-CIR).
       COMPUTE TCI-TOTAL-INSS-PATRONAL(IX-CIR) ROUNDED =
           TCI-TOTAL-INSS-PATRONAL(IX-CIR) +
           (PHS-VALOR-BRUTO * TCI-ALIQUOTA-INSS-PATRONAL(IX-CIR)
           / 100).

       IF CONSIG-DISPONIVEL AND
               PHS-DESCONTO-CONSIGNACOES > ZEROS
       END-READ.

       0300-PROCESSAR.
       PERFORM 0305-IDENTIFICA-EMPRESA.
       IF EMP-INATIVO OR NOT EMPRESA-DO-LOTE
           CONTINUE
       ELSE
           MOVE EMP-GANHA-HORA TO WRK-GANHA-HORA
           MOVE EMP-HORAS-TRABALHADAS-MES TO WRK-HORAS-TRABALHADAS-MES
           MOVE EMP-HORAS-DOM-FERIADO TO WRK-HORAS-DOM-FERIADO
           PERFORM 0310-MONTA-BASE-SALARIAL

           CALL 'EX57C' USING EMP-NUMERO WRK-USAR-RATE-MASTER
               WRK-GANHA-HORA WRK-HORAS-TRABALHADAS-MES
               WRK-HORAS-DOM-FERIADO WRK-CALCULA-HORAS
               BREAKDOWN-CALCULO BASE-SALARIAL

           CALL 'EX57V' USING EMP-NUMERO WRK-GANHA-HORA
               WRK-HORAS-TRABALHADAS-MES WRK-HORAS-DOM-FERIADO
               MOVE WRK-CALCULA-HORAS TO WRK-CALCULA-HORAS-ED
               ADD WRK-CALCULA-HORAS TO WRK-TOTAL-FOLHA
               ADD 1 TO WRK-QTDE-FUNCIONARIOS
               ADD WRK-CALCULA-HORAS TO TCI-TOTAL-FOLHA(IX-CIA)
               ADD 1 TO TCI-QTDE-FUNCIONARIOS(IX-CIA)

               PERFORM 0330-CALCULA-DESCONTOS
               PERFORM 0339-CALCULA-ENCARGOS
               PERFORM 0335-ACUMULA-GL
               PERFORM 0340-GRAVA-LOG-AUDITORIA
               PERFORM 0345-GRAVA-ACH-EXPORT
               PERFORM 0346-GRAVA-PAY-HISTORY
           END-IF
       END-IF.

      *> Funcionario com empresa em branco pertence a principal.
       0304-EMPRESA-DO-FUNCIONARIO.
       MOVE EMP-EMPRESA TO WRK-EMPRESA-FUNC.
       IF WRK-EMPRESA-FUNC = SPACES
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-FUNC
       END-IF.

      *> Cada passada pelo cadastro paga so os funcionarios da
      *> empresa em curso. Na primeira passada o funcionario ativo
      *> de empresa fora do CIAMSTR (ou inativa) e avisado e contado
      *> como rejeitado, porque nenhuma passada vai paga-lo.
       0305-IDENTIFICA-EMPRESA.
       PERFORM 0304-EMPRESA-DO-FUNCIONARIO.
       IF WRK-EMPRESA-FUNC = WRK-EMPRESA-ATUAL
           SET EMPRESA-DO-LOTE TO TRUE
       ELSE
           MOVE 'N' TO WRK-IND-EMPRESA-DO-LOTE
           IF PRIMEIRA-EMPRESA AND NOT EMP-INATIVO
               SET IX-CIR TO 1
               SEARCH FAIXA-EMPRESA
                   AT END
                       PERFORM 0306-REJEITA-EMPRESA
                   WHEN IX-CIR > WRK-QTDE-EMPRESAS
                       PERFORM 0306-REJEITA-EMPRESA
                   WHEN TCI-CODIGO(IX-CIR) = WRK-EMPRESA-FUNC
                       CONTINUE
               END-SEARCH
           END-IF
       END-IF.

       0306-REJEITA-EMPRESA.
       DISPLAY 'AVISO: FUNCIONARIO ' EMP-NUMERO ' DA EMPRESA '
           WRK-EMPRESA-FUNC ' FORA DO CIAMSTR - NAO PAGO'.
       ADD 1 TO WRK-QTDE-REJEITADOS.

      *> Base salarial do funcionario para o EX57C: tipo de salario,
      *> competencia e datas de admissao/desligamento (proporcao do
      *> mensalista); o salario mensal vem do RATE-MASTER. Os
      *> afastamentos e faltas da competencia vem do EX57A.
       0310-MONTA-BASE-SALARIAL.
       MOVE EMP-TIPO-SALARIO TO BAS-TIPO-SALARIO.
       MOVE ZEROS TO BAS-SALARIO-MENSAL.
       MOVE WRK-PERIODO-EXECUCAO TO BAS-PERIODO-REFERENCIA.
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
       CALL 'EX57A' USING EMP-NUMERO WRK-PERIODO-EXECUCAO
           EMP-DATA-ADMISSAO RESUMO-AFASTAMENTO.
       MOVE RAF-DIAS-NAO-REMUNERADOS TO BAS-DIAS-NAO-REMUNERADOS.
       MOVE RAF-DIAS-ABONADOS TO BAS-DIAS-ABONADOS.
       MOVE RAF-DIAS-DSR-PERDIDOS TO BAS-DIAS-DSR-PERDIDOS.

      *> Diferencas retroativas pendentes do RETRO entram no bruto
      *> como verba propria (e dai seguem para impostos, diario,
      *> auditoria e YTD como qualquer ganho); cada uma e marcada
           END-IF
       END-IF.

      *> INSS primeiro, pela tabela progressiva do DEDPARM.DAT com o
      *> limite da ultima faixa como teto de contribuicao; o IRRF e
      *> calculado depois pelo EX57T sobre o bruto menos o INSS e a
      *> deducao por dependente, junto com o salario-familia, que
      *> entra no liquido mas fica fora do bruto (nao e base de INSS,
      *> IRRF, FGTS nem do acumulado do ano).
       0330-CALCULA-DESCONTOS.
       IF WRK-CALCULA-HORAS > FAI-LIMITE(4)
           MOVE FAI-LIMITE(4) TO WRK-BASE-INSS
       ELSE
           MOVE WRK-CALCULA-HORAS TO WRK-BASE-INSS
       END-IF.
       SET IX-FAIXA TO 1.
       SEARCH FAIXA-DESCONTO
           AT END SET IX-FAIXA TO 4
           WHEN WRK-BASE-INSS NOT > FAI-LIMITE(IX-FAIXA)
               CONTINUE
       END-SEARCH.

       MULTIPLY WRK-BASE-INSS BY FAI-ALIQUOTA(IX-FAIXA)
           GIVING WRK-DESCONTO-INSS.
       DIVIDE WRK-DESCONTO-INSS BY 100 GIVING
           WRK-DESCONTO-INSS ROUNDED.
       SUBTRACT FAI-PARCELA-DEDUZIR(IX-FAIXA) FROM
           WRK-DESCONTO-INSS.

       CALL 'EX57T' USING EMP-NUMERO WRK-DATA-EXECUCAO
           WRK-CALCULA-HORAS WRK-DESCONTO-INSS WRK-CALCULA-SAL-FAMILIA
           WRK-DESCONTO-IRRF WRK-VALOR-SAL-FAMILIA
           WRK-QTDE-DEPENDENTES.
       ADD WRK-DESCONTO-INSS WRK-DESCONTO-IRRF
           GIVING WRK-DESCONTO-INSS-IRRF.

       PERFORM 0332-RECUPERA-ADIANTAMENTO.
       PERFORM 0333-CALCULA-CONSIGNACOES.
       PERFORM 0331-APLICA-REEMBOLSOS.
       PERFORM 0336-CALCULA-BENEFICIOS.

       COMPUTE WRK-VALOR-LIQUIDO = WRK-CALCULA-HORAS +
           WRK-VALOR-SAL-FAMILIA - WRK-DESCONTO-INSS-IRRF -
           WRK-DESCONTO-PLANO-SAUDE - WRK-DESCONTO-CONSIGNACOES -
           WRK-DESCONTO-ADIANTAMENTO - WRK-DESCONTO-VT -
           WRK-DESCONTO-VR.
       MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-LIQUIDO-ED.

       IF WRK-VALOR-LIQUIDO < ZEROS
       ELSE
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-LIQUIDO-PAGO
       END-IF.
       ADD WRK-VALOR-REEMBOLSO TO WRK-VALOR-LIQUIDO-PAGO.

      *> Reembolsos de despesa aprovados no EX51M, pagos no liquido
      *> depois do limite a zero: nao entram no bruto, nas bases de
      *> INSS, IRRF e FGTS nem no acumulado do ano, e nao cobrem
      *> liquido negativo. Mesma regra do retroativo: pendente ou ja
      *> pago neste mesmo periodo (reexecucao liberada, cujo ACH
      *> anterior foi descartado); pago em outro periodo nunca volta.
       0331-APLICA-REEMBOLSOS.
       MOVE ZEROS TO WRK-VALOR-REEMBOLSO.
       IF REEMBPND-DISPONIVEL
           MOVE 'N' TO WRK-FIM-REEMBOLSO
           MOVE EMP-NUMERO TO RMB-EMP-NUMERO
           MOVE LOW-VALUES TO RMB-DOCUMENTO
           START REIMBURSEMENT-FILE KEY NOT LESS THAN RMB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-REEMBOLSO
           END-START
           PERFORM UNTIL FIM-DOS-REEMBOLSOS
               READ REIMBURSEMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-REEMBOLSO
                   NOT AT END
                       IF RMB-EMP-NUMERO NOT = EMP-NUMERO
                           MOVE 'S' TO WRK-FIM-REEMBOLSO
                       ELSE
                           IF RMB-PENDENTE OR (RMB-PAGO AND
                                   RMB-PERIODO-PAGAMENTO =
                                   WRK-PERIODO-EXECUCAO)
                               ADD RMB-VALOR TO WRK-VALOR-REEMBOLSO
                               SET RMB-PAGO TO TRUE
                               MOVE WRK-PERIODO-EXECUCAO TO
                                   RMB-PERIODO-PAGAMENTO
                               REWRITE REIMBURSEMENT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

      *> Adiantamento pago pelo ADIANT em meados do mes e descontado
      *> aqui sempre que existe registro do periodo, recuperado ou
           MOVE 1 TO TBF-QTDE(IX-BEN)
       END-IF.

      *> Vale-transporte e vale-refeicao comprados pelo BNFMES para
      *> a competencia: o VT e descontado ate 6% do salario base
      *> (horas normais ou salario do mes, sem extras e adicionais) e
      *> o VR pela parte gravada na compra, nunca acima do custo. O
      *> que passa do desconto e custo da empresa. Como no
      *> adiantamento, o registro da competencia e descontado sempre
      *> que existe: a reexecucao liberada descarta o liquido
      *> anterior e o desconto tem de sair de novo.
       0336-CALCULA-BENEFICIOS.
       MOVE ZEROS TO WRK-DESCONTO-VT.
       MOVE ZEROS TO WRK-DESCONTO-VR.
       MOVE ZEROS TO WRK-CUSTO-EMPRESA-VT.
       MOVE ZEROS TO WRK-CUSTO-EMPRESA-VR.
       IF BNFDESC-DISPONIVEL
           MOVE EMP-NUMERO TO BDS-EMP-NUMERO
           MOVE WRK-PERIODO-EXECUCAO TO BDS-PERIODO
           READ BENEFIT-SHARE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-TETO-VT ROUNDED =
                       BRK-VALOR-HORAS-NORMAIS * WRK-PERC-TETO-VT / 100
                   IF BDS-VALOR-VT > WRK-TETO-VT
                       MOVE WRK-TETO-VT TO WRK-DESCONTO-VT
                   ELSE
                       MOVE BDS-VALOR-VT TO WRK-DESCONTO-VT
                   END-IF
                   IF BDS-DESCONTO-VR > BDS-VALOR-VR
                       MOVE BDS-VALOR-VR TO WRK-DESCONTO-VR
                   ELSE
                       MOVE BDS-DESCONTO-VR TO WRK-DESCONTO-VR
                   END-IF
                   SUBTRACT WRK-DESCONTO-VT FROM BDS-VALOR-VT
                       GIVING WRK-CUSTO-EMPRESA-VT
                   SUBTRACT WRK-DESCONTO-VR FROM BDS-VALOR-VR
                       GIVING WRK-CUSTO-EMPRESA-VR
                   MOVE WRK-DESCONTO-VT TO BDS-DESCONTO-VT
                   SET BDS-DESCONTADO TO TRUE
                   REWRITE BENEFIT-SHARE-RECORD
           END-READ
       END-IF.

      *> O bruto, o FGTS e o INSS patronal do funcionario vao para o
      *> arquivo de trabalho rateados pelos centros de custo em que
      *> ele apontou horas no mes (ou inteiros no departamento). O
      *> custo da empresa com os vales fica no departamento do
      *> funcionario, com a verba que escolhe a conta de despesa no
      *> diario.
       0335-ACUMULA-GL.
       PERFORM 0360-APURA-HORAS-CENTROS.
       PERFORM 0365-LIMPA-DISTRIBUICAO.
       MOVE WRK-CALCULA-HORAS TO WRK-SALDO-BRUTO-RATEIO.
       MOVE WRK-VALOR-FGTS TO WRK-SALDO-FGTS-RATEIO.
       MOVE WRK-VALOR-INSS-PATRONAL TO WRK-SALDO-PATRONAL-RATEIO.
       PERFORM VARYING IX-CCF FROM 1 BY 1
               UNTIL IX-CCF > WRK-QTDE-CENTROS
           PERFORM 0367-RATEIA-CENTRO
       END-PERFORM.

       MOVE WRK-EMPRESA-ATUAL TO GLW-EMPRESA.
       MOVE EMP-DEPARTAMENTO TO GLW-DEPARTAMENTO.
       IF WRK-CUSTO-EMPRESA-VT > ZEROS
           MOVE 'T' TO GLW-VERBA
           MOVE WRK-CUSTO-EMPRESA-VT TO GLW-VALOR
           WRITE GL-WORK-RECORD
       END-IF.
       IF WRK-CUSTO-EMPRESA-VR > ZEROS
           MOVE 'R' TO GLW-VERBA
           MOVE WRK-CUSTO-EMPRESA-VR TO GLW-VALOR
           WRITE GL-WORK-RECORD
       END-IF.

       ADD WRK-DESCONTO-INSS TO TCI-TOTAL-INSS(IX-CIA).
       ADD WRK-DESCONTO-IRRF TO TCI-TOTAL-IRRF(IX-CIA).
       ADD WRK-VALOR-SAL-FAMILIA TO TCI-TOTAL-SAL-FAMILIA(IX-CIA).
       ADD WRK-DESCONTO-PLANO-SAUDE TO
           TCI-TOTAL-PLANO-SAUDE(IX-CIA).
       ADD WRK-DESCONTO-ADIANTAMENTO TO
           TCI-TOTAL-ADIANTAMENTO(IX-CIA).
       ADD WRK-DESCONTO-CONSIGNACOES TO
           TCI-TOTAL-CONSIGNACOES(IX-CIA).
       ADD WRK-VALOR-LIQUIDO-PAGO TO
           TCI-TOTAL-LIQUIDO-PAGO(IX-CIA).
       ADD WRK-VALOR-REEMBOLSO TO TCI-TOTAL-REEMBOLSO(IX-CIA).
       ADD WRK-DESCONTO-VT TO TCI-TOTAL-DESCONTO-VT(IX-CIA).
       ADD WRK-DESCONTO-VR TO TCI-TOTAL-DESCONTO-VR(IX-CIA).
       IF WRK-VALOR-LIQUIDO < ZEROS
           SUBTRACT WRK-VALOR-LIQUIDO FROM TCI-TOTAL-AJUSTE(IX-CIA)
       END-IF.

      *> Encargos do empregador sobre o mesmo bruto ja calculado: o
      *> contabil do fechamento.
       0339-CALCULA-ENCARGOS.
       COMPUTE WRK-VALOR-FGTS ROUNDED =
           WRK-CALCULA-HORAS * TCI-ALIQUOTA-FGTS(IX-CIA) / 100.
       ADD WRK-VALOR-FGTS TO TCI-TOTAL-FGTS(IX-CIA).
       COMPUTE WRK-VALOR-INSS-PATRONAL ROUNDED =
           WRK-CALCULA-HORAS * TCI-ALIQUOTA-INSS-PATRONAL(IX-CIA)
           / 100.
       ADD WRK-VALOR-INSS-PATRONAL TO
           TCI-TOTAL-INSS-PATRONAL(IX-CIA).

       MOVE EMP-NUMERO TO FGT-EMP-NUMERO.
       MOVE WRK-PERIODO-EXECUCAO TO FGT-PERIODO.
       MOVE WRK-VALOR-FGTS TO FGT-VALOR.
       MOVE EMP-PIS TO FGT-PIS.
       WRITE FGTS-REMIT-RECORD.
       ADD 1 TO WRK-FGT-QTDE-REGISTROS.
       ADD WRK-VALOR-FGTS TO WRK-FGT-HASH-VALOR.

      *> Horas dos dias postados do funcionario dentro da
      *> competencia, somadas por centro de custo; dia sem centro
      *> conta para o departamento. Sem nenhum dia o funcionario
      *> fica com uma unica faixa, o departamento.
       0360-APURA-HORAS-CENTROS.
       MOVE ZEROS TO WRK-QTDE-CENTROS.
       MOVE ZEROS TO WRK-TOTAL-HORAS-CENTROS.
       IF TIMEDAY-DISPONIVEL
           MOVE 'N' TO WRK-FIM-TIMEDAY
           MOVE EMP-NUMERO TO TDY-EMP-NUMERO
           COMPUTE TDY-DATA = WRK-PERIODO-EXECUCAO * 100 + 1
           START TIMEDAY-FILE KEY NOT LESS THAN TDY-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TIMEDAY
           END-START
           PERFORM UNTIL FIM-DO-TIMEDAY
               READ TIMEDAY-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TIMEDAY
                   NOT AT END
                       IF TDY-EMP-NUMERO NOT = EMP-NUMERO OR
                               TDY-DATA > WRK-DATA-EXECUCAO
                           MOVE 'S' TO WRK-FIM-TIMEDAY
                       ELSE
                           PERFORM 0361-SOMA-HORAS-CENTRO
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       IF WRK-QTDE-CENTROS = ZEROS
           MOVE 'D' TO WRK-TIPO-CENTRO-DIA
           MOVE EMP-DEPARTAMENTO TO WRK-CODIGO-CENTRO-DIA
           MOVE ZEROS TO WRK-HORAS-CENTRO-DIA
           PERFORM 0362-NOVO-CENTRO
       END-IF.

       0361-SOMA-HORAS-CENTRO.
       IF TDY-CENTRO-CUSTO = SPACES
           MOVE 'D' TO WRK-TIPO-CENTRO-DIA
           MOVE EMP-DEPARTAMENTO TO WRK-CODIGO-CENTRO-DIA
       ELSE
           MOVE 'C' TO WRK-TIPO-CENTRO-DIA
           MOVE TDY-CENTRO-CUSTO TO WRK-CODIGO-CENTRO-DIA
       END-IF.
       MOVE TDY-HORAS TO WRK-HORAS-CENTRO-DIA.
       ADD TDY-HORAS TO WRK-TOTAL-HORAS-CENTROS.
       SET IX-CCF TO 1.
       SEARCH FAIXA-CENTRO
           AT END
               PERFORM 0362-NOVO-CENTRO
           WHEN IX-CCF > WRK-QTDE-CENTROS
               PERFORM 0362-NOVO-CENTRO
           WHEN TCC-TIPO(IX-CCF) = WRK-TIPO-CENTRO-DIA AND
                   TCC-CODIGO(IX-CCF) = WRK-CODIGO-CENTRO-DIA
               ADD WRK-HORAS-CENTRO-DIA TO TCC-HORAS(IX-CCF)
       END-SEARCH.

      *> Tabela cheia: as horas vao para a primeira faixa, para o
      *> rateio continuar fechando com o valor do funcionario.
       0362-NOVO-CENTRO.
       IF WRK-QTDE-CENTROS >= WRK-MAX-CENTROS
           DISPLAY 'AVISO: MATRICULA ' EMP-NUMERO ' COM MAIS DE '
               WRK-MAX-CENTROS ' CENTROS - HORAS DE '
               WRK-CODIGO-CENTRO-DIA ' NO PRIMEIRO CENTRO'
           ADD WRK-HORAS-CENTRO-DIA TO TCC-HORAS(1)
       ELSE
           ADD 1 TO WRK-QTDE-CENTROS
           SET IX-CCF TO WRK-QTDE-CENTROS
           MOVE WRK-TIPO-CENTRO-DIA TO TCC-TIPO(IX-CCF)
           MOVE WRK-CODIGO-CENTRO-DIA TO TCC-CODIGO(IX-CCF)
           MOVE WRK-HORAS-CENTRO-DIA TO TCC-HORAS(IX-CCF)
       END-IF.

      *> Uma reexecucao (ou a retomada do funcionario que estava em
      *> processamento na queda) regrava o rateio do funcionario.
       0365-LIMPA-DISTRIBUICAO.
       IF DISTCC-DISPONIVEL
           MOVE 'N' TO WRK-FIM-DISTCC
           MOVE WRK-PERIODO-EXECUCAO TO DST-PERIODO
           MOVE EMP-NUMERO TO DST-EMP-NUMERO
           MOVE LOW-VALUES TO DST-TIPO
           MOVE LOW-VALUES TO DST-CENTRO
           START LABOR-DISTRIBUTION-FILE KEY NOT LESS THAN DST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DISTCC
           END-START
           PERFORM UNTIL FIM-DO-DISTCC
               READ LABOR-DISTRIBUTION-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-DISTCC
                   NOT AT END
                       IF DST-PERIODO NOT = WRK-PERIODO-EXECUCAO OR
                               DST-EMP-NUMERO NOT = EMP-NUMERO
                           MOVE 'S' TO WRK-FIM-DISTCC
                       ELSE
                           DELETE LABOR-DISTRIBUTION-FILE
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

      *> Parcela proporcional as horas da faixa; a ultima leva o
      *> saldo do arredondamento.
       0367-RATEIA-CENTRO.
       IF IX-CCF = WRK-QTDE-CENTROS OR WRK-TOTAL-HORAS-CENTROS = ZEROS
           MOVE WRK-SALDO-BRUTO-RATEIO TO WRK-PARCELA-BRUTO
           MOVE WRK-SALDO-FGTS-RATEIO TO WRK-PARCELA-FGTS
           MOVE WRK-SALDO-PATRONAL-RATEIO TO WRK-PARCELA-PATRONAL
       ELSE
           COMPUTE WRK-PARCELA-BRUTO ROUNDED = WRK-CALCULA-HORAS *
               TCC-HORAS(IX-CCF) / WRK-TOTAL-HORAS-CENTROS
           COMPUTE WRK-PARCELA-FGTS ROUNDED = WRK-VALOR-FGTS *
               TCC-HORAS(IX-CCF) / WRK-TOTAL-HORAS-CENTROS
           COMPUTE WRK-PARCELA-PATRONAL ROUNDED =
               WRK-VALOR-INSS-PATRONAL * TCC-HORAS(IX-CCF) /
               WRK-TOTAL-HORAS-CENTROS
           IF WRK-PARCELA-BRUTO > WRK-SALDO-BRUTO-RATEIO
               MOVE WRK-SALDO-BRUTO-RATEIO TO WRK-PARCELA-BRUTO
           END-IF
           IF WRK-PARCELA-FGTS > WRK-SALDO-FGTS-RATEIO
               MOVE WRK-SALDO-FGTS-RATEIO TO WRK-PARCELA-FGTS
           END-IF
           IF WRK-PARCELA-PATRONAL > WRK-SALDO-PATRONAL-RATEIO
               MOVE WRK-SALDO-PATRONAL-RATEIO TO WRK-PARCELA-PATRONAL
           END-IF
       END-IF.
       SUBTRACT WRK-PARCELA-BRUTO FROM WRK-SALDO-BRUTO-RATEIO.
       SUBTRACT WRK-PARCELA-FGTS FROM WRK-SALDO-FGTS-RATEIO.
       SUBTRACT WRK-PARCELA-PATRONAL FROM WRK-SALDO-PATRONAL-RATEIO.

       MOVE WRK-EMPRESA-ATUAL TO GLW-EMPRESA.
       MOVE TCC-CODIGO(IX-CCF) TO GLW-DEPARTAMENTO.
       IF TCC-CENTRO-CUSTO(IX-CCF)
           MOVE 'C' TO GLW-VERBA
       ELSE
           MOVE SPACES TO GLW-VERBA
       END-IF.
       MOVE WRK-PARCELA-BRUTO TO GLW-VALOR.
       WRITE GL-WORK-RECORD.
       IF WRK-PARCELA-FGTS > ZEROS
           MOVE 'F' TO GLW-VERBA
           MOVE WRK-PARCELA-FGTS TO GLW-VALOR
           WRITE GL-WORK-RECORD
       END-IF.
       IF WRK-PARCELA-PATRONAL > ZEROS
           MOVE 'P' TO GLW-VERBA
           MOVE WRK-PARCELA-PATRONAL TO GLW-VALOR
           WRITE GL-WORK-RECORD
       END-IF.
       PERFORM 0368-GRAVA-DISTRIBUICAO.

       0368-GRAVA-DISTRIBUICAO.
       IF DISTCC-DISPONIVEL
           MOVE WRK-PERIODO-EXECUCAO TO DST-PERIODO
           MOVE EMP-NUMERO TO DST-EMP-NUMERO
           MOVE TCC-TIPO(IX-CCF) TO DST-TIPO
           MOVE TCC-CODIGO(IX-CCF) TO DST-CENTRO
           MOVE WRK-EMPRESA-ATUAL TO DST-EMPRESA
           MOVE TCC-HORAS(IX-CCF) TO DST-HORAS
           MOVE WRK-PARCELA-BRUTO TO DST-VALOR-BRUTO
           MOVE WRK-PARCELA-FGTS TO DST-VALOR-FGTS
           MOVE WRK-PARCELA-PATRONAL TO DST-VALOR-INSS-PATRONAL
           MOVE SPACES TO DST-RESERVA
           WRITE LABOR-DISTRIBUTION-RECORD
               INVALID KEY
                   DISPLAY 'AVISO: RATEIO DE ' EMP-NUMERO
                       ' JA GRAVADO PARA ' DST-CENTRO
           END-WRITE
       END-IF.

       0340-GRAVA-LOG-AUDITORIA.
       MOVE WRK-DATA-EXECUCAO TO AUD-DATA-EXECUCAO.
       MOVE EMP-NUMERO TO AUD-EMP-NUMERO.
       MOVE WRK-CALCULA-HORAS TO AUD-CALCULA-HORAS.
       WRITE AUDIT-LOG-RECORD.

      *> O HELDPAY.DAT e consultado antes da indicacao de conta a
      *> liberar: o HLDLIB limpa a indicacao na liberacao, e uma
      *> reexecucao do periodo nao pode depositar de novo no lote da
      *> folha o liquido ja retido (liberado ou pago pelo HLDACH).
       0345-GRAVA-ACH-EXPORT.
       MOVE 'N' TO WRK-IND-DEPOSITO-RETIDO.
       MOVE EMP-NUMERO TO HLD-EMP-NUMERO.
       MOVE WRK-PERIODO-EXECUCAO TO HLD-PERIODO.
       READ HELD-PAYMENT-FILE
           INVALID KEY
               IF EMP-CONTA-A-LIBERAR
                   PERFORM 0344-RETEM-DEPOSITO
               ELSE
                   PERFORM 0343-GRAVA-DEPOSITO
               END-IF
           NOT INVALID KEY
               PERFORM 0341-ATUALIZA-RETENCAO
       END-READ.

       0343-GRAVA-DEPOSITO.
       MOVE EMP-BANCO TO ACH-BANCO.
       MOVE EMP-AGENCIA TO ACH-AGENCIA.
       MOVE EMP-CONTA TO ACH-CONTA.
       ADD 1 TO WRK-ACH-QTDE-REGISTROS.
       ADD WRK-VALOR-LIQUIDO-PAGO TO WRK-ACH-HASH-VALOR.

      *> Conta trocada no EMPMNT e ainda nao liberada: o liquido vai
      *> para o HELDPAY.DAT com os dados da troca.
       0344-RETEM-DEPOSITO.
       SET DEPOSITO-RETIDO TO TRUE.
       PERFORM 0342-MONTA-RETENCAO.
       WRITE HELD-PAYMENT-RECORD.
       ADD 1 TO WRK-QTDE-RETIDOS.
       ADD WRK-VALOR-LIQUIDO-PAGO TO WRK-TOTAL-RETIDO.

      *> Periodo ja retido (reexecucao): o item ainda retido e
      *> atualizado com o liquido recalculado; o ja liberado ou pago
      *> pelo HLDACH nao sai de novo, nem no lote da folha.
       0341-ATUALIZA-RETENCAO.
       SET DEPOSITO-RETIDO TO TRUE.
       IF HLD-RETIDO
           PERFORM 0342-MONTA-RETENCAO
           REWRITE HELD-PAYMENT-RECORD
           ADD 1 TO WRK-QTDE-RETIDOS
           ADD WRK-VALOR-LIQUIDO-PAGO TO WRK-TOTAL-RETIDO
       ELSE
           DISPLAY EMP-NUMERO ' DEPOSITO RETIDO DO PERIODO JA '
               'LIBERADO - NAO GERADO DE NOVO'
       END-IF.

       0342-MONTA-RETENCAO.
       MOVE EMP-BANCO TO HLD-BANCO.
       MOVE EMP-AGENCIA TO HLD-AGENCIA.
       MOVE EMP-CONTA TO HLD-CONTA.
       MOVE WRK-VALOR-LIQUIDO-PAGO TO HLD-VALOR-LIQUIDO.
       MOVE WRK-DATA-PAGAMENTO TO HLD-DATA-RETENCAO.
       MOVE EMP-ALT-BANCO-OPERADOR TO HLD-ALT-OPERADOR.
       MOVE EMP-ALT-BANCO-DATA TO HLD-ALT-DATA.
       SET HLD-RETIDO TO TRUE.
       MOVE SPACES TO HLD-SUPERVISOR.
       MOVE ZEROS TO HLD-DATA-LIBERACAO.
       MOVE ZEROS TO HLD-DATA-PAGAMENTO.
       MOVE SPACES TO HLD-RESERVA.

      *> Diferente do log de auditoria, o historico guarda o que foi
      *> efetivamente pago: detalhe de horas, descontos aplicados e
      *> liquido. Numa reexecucao liberada pelo supervisor o registro
       MOVE BRK-VALOR-HORAS-EXTRAS TO PHS-VALOR-HORAS-EXTRAS.
       MOVE BRK-HORAS-DOM-FERIADO TO PHS-HORAS-DOM-FERIADO.
       MOVE BRK-VALOR-HORAS-DOM-FERIADO TO PHS-VALOR-HORAS-DOM-FER.
       MOVE BRK-HORAS-NOTURNAS TO PHS-HORAS-NOTURNAS.
       MOVE BRK-VALOR-ADIC-NOTURNO TO PHS-VALOR-ADIC-NOTURNO.
       MOVE WRK-VALOR-RETRO TO PHS-VALOR-RETROATIVO.
       MOVE WRK-CALCULA-HORAS TO PHS-VALOR-BRUTO.
       MOVE WRK-DESCONTO-INSS-IRRF TO PHS-DESCONTO-INSS-IRRF.
       MOVE WRK-DESCONTO-INSS TO PHS-DESCONTO-INSS.
       MOVE WRK-DESCONTO-IRRF TO PHS-DESCONTO-IRRF.
       MOVE WRK-VALOR-SAL-FAMILIA TO PHS-VALOR-SALARIO-FAMILIA.
       MOVE WRK-QTDE-DEPENDENTES TO PHS-QTDE-DEPENDENTES.
       MOVE WRK-DESCONTO-PLANO-SAUDE TO PHS-DESCONTO-PLANO-SAUDE.
       MOVE WRK-DESCONTO-ADIANTAMENTO TO PHS-DESCONTO-ADIANTAMENTO.
       MOVE WRK-DESCONTO-CONSIGNACOES TO PHS-DESCONTO-CONSIGNACOES.
       MOVE WRK-VALOR-LIQUIDO-PAGO TO PHS-VALOR-LIQUIDO-PAGO.
       MOVE WRK-VALOR-REEMBOLSO TO PHS-VALOR-REEMBOLSO.
       MOVE WRK-DESCONTO-VT TO PHS-DESCONTO-VT.
       MOVE WRK-DESCONTO-VR TO PHS-DESCONTO-VR.
       WRITE PAY-HISTORY-RECORD
           INVALID KEY
               REWRITE PAY-HISTORY-RECORD

       0348-GRAVA-CONTRACHEQUE.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-SEPARADOR.
       MOVE WRK-PERIODO-EXECUCAO TO WRK-COMPETENCIA.
       COMPUTE LSB-COMPETENCIA = WRK-CMP-MES * 10000 + WRK-CMP-ANO.
       COMPUTE LSB-DATA = WRK-PAG-DIA * 1000000 + WRK-PAG-MES * 10000
           + WRK-PAG-ANO.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-TITULO.
       MOVE TCI-RAZAO-SOCIAL(IX-CIA) TO LSB-RAZAO-SOCIAL.
       MOVE TCI-CNPJ(IX-CIA) TO LSB-CNPJ.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-EMPRESA.
       MOVE EMP-NUMERO TO LSB-MATRICULA.
       MOVE EMP-NOME TO LSB-NOME.
       MOVE EMP-DEPARTAMENTO TO LSB-DEPARTAMENTO.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-FUNCIONARIO.

       EVALUATE TRUE
           WHEN NOT BAS-MENSALISTA
               MOVE 'HORAS NORMAIS' TO LSB-PROV-DESCRICAO
           WHEN BAS-DIAS-PAGOS < WRK-DIAS-MES-COMERCIAL
               MOVE BAS-DIAS-PAGOS TO WRK-DSD-DIAS
               MOVE WRK-DESCRICAO-SALARIO-DIAS TO LSB-PROV-DESCRICAO
           WHEN OTHER
               MOVE 'SALARIO MENSAL' TO LSB-PROV-DESCRICAO
       END-EVALUATE.
       MOVE BRK-HORAS-NORMAIS TO LSB-PROV-HORAS.
       MOVE BRK-VALOR-HORAS-NORMAIS TO LSB-PROV-VALOR.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-PROVENTO.
       MOVE BRK-VALOR-HORAS-DOM-FERIADO TO LSB-PROV-VALOR.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-PROVENTO.

       IF BRK-HORAS-NOTURNAS > ZEROS
           MOVE 'ADICIONAL NOTURNO 20%' TO LSB-PROV-DESCRICAO
           MOVE BRK-HORAS-NOTURNAS TO LSB-PROV-HORAS
           MOVE BRK-VALOR-ADIC-NOTURNO TO LSB-PROV-VALOR
           WRITE PAY-STUB-LINE FROM LINHA-STUB-PROVENTO
       END-IF.

       IF WRK-VALOR-RETRO NOT = ZEROS
           MOVE WRK-VALOR-RETRO TO LSB-RETRO-VALOR
           WRITE PAY-STUB-LINE FROM LINHA-STUB-RETRO
       END-IF.

       IF RAF-DIAS-ABONADOS > ZEROS OR
               RAF-DIAS-NAO-REMUNERADOS > ZEROS OR
               RAF-DIAS-DSR-PERDIDOS > ZEROS
           MOVE RAF-DIAS-ABONADOS TO LSB-AFS-ABONADOS
           MOVE RAF-DIAS-NAO-REMUNERADOS TO LSB-AFS-NAO-REMUNERADOS
           MOVE RAF-DIAS-DSR-PERDIDOS TO LSB-AFS-DSR
           WRITE PAY-STUB-LINE FROM LINHA-STUB-AFASTAMENTO
       END-IF.

       MOVE 'TOTAL BRUTO' TO LSB-DESC-DESCRICAO.
       MOVE WRK-CALCULA-HORAS TO LSB-DESC-VALOR.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-DESCONTO.

       IF WRK-VALOR-SAL-FAMILIA > ZEROS
           MOVE 'SALARIO-FAMILIA' TO LSB-DESC-DESCRICAO
           MOVE WRK-VALOR-SAL-FAMILIA TO LSB-DESC-VALOR
           WRITE PAY-STUB-LINE FROM LINHA-STUB-DESCONTO
       END-IF.

       IF WRK-VALOR-REEMBOLSO > ZEROS
           MOVE 'REEMBOLSO DESP. NAO TRIB.' TO LSB-DESC-DESCRICAO
           MOVE WRK-VALOR-REEMBOLSO TO LSB-DESC-VALOR
           WRITE PAY-STUB-LINE FROM LINHA-STUB-DESCONTO
       END-IF.

       MOVE 'DESCONTO INSS' TO LSB-DESC-DESCRICAO.
       MOVE WRK-DESCONTO-INSS TO LSB-DESC-VALOR.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-DESCONTO.

       MOVE 'DESCONTO IRRF' TO LSB-DESC-DESCRICAO.
       MOVE WRK-DESCONTO-IRRF TO LSB-DESC-VALOR.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-DESCONTO.

       MOVE 'DESCONTO PLANO DE SAUDE' TO LSB-DESC-DESCRICAO.
           WRITE PAY-STUB-LINE FROM LINHA-STUB-DESCONTO
       END-PERFORM.

       IF WRK-DESCONTO-VT > ZEROS
           MOVE 'DESCONTO VALE-TRANSPORTE' TO LSB-DESC-DESCRICAO
           MOVE WRK-DESCONTO-VT TO LSB-DESC-VALOR
           WRITE PAY-STUB-LINE FROM LINHA-STUB-DESCONTO
       END-IF.

       IF WRK-DESCONTO-VR > ZEROS
           MOVE 'DESCONTO VALE-REFEICAO' TO LSB-DESC-DESCRICAO
           MOVE WRK-DESCONTO-VR TO LSB-DESC-VALOR
           WRITE PAY-STUB-LINE FROM LINHA-STUB-DESCONTO
       END-IF.

       IF WRK-DESCONTO-ADIANTAMENTO > ZEROS
           MOVE 'DESCONTO ADIANTAMENTO' TO LSB-DESC-DESCRICAO
           MOVE WRK-DESCONTO-ADIANTAMENTO TO LSB-DESC-VALOR

       MOVE WRK-VALOR-LIQUIDO-PAGO TO LSB-LIQ-VALOR.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-LIQUIDO.
       IF DEPOSITO-RETIDO
           WRITE PAY-STUB-LINE FROM LINHA-STUB-RETENCAO
       END-IF.

       MOVE WRK-YTD-HORAS TO LSB-YTD-HORAS.
       MOVE WRK-YTD-GANHOS TO LSB-YTD-GANHOS.
       WRITE PAY-STUB-LINE FROM LINHA-STUB-YTD.

      *> Credito mensal de ferias reduzido pelos afastamentos: o mes
      *> com mais de 15 dias a cargo do INSS ou em licenca nao
      *> remunerada nao credita, e as faltas injustificadas do mes
      *> debitam o que tiram do direito do periodo aquisitivo pela
      *> escala da CLT (o saldo pode ficar negativo ate o proximo
      *> credito).
       0349-ACUMULA-FERIAS.
       IF RAF-DIAS-AFASTADO > WRK-LIMITE-AFASTADO-FERIAS
           MOVE ZEROS TO WRK-CREDITO-FERIAS
       ELSE
           MOVE WRK-DIAS-FERIAS-POR-MES TO WRK-CREDITO-FERIAS
       END-IF.
       SUBTRACT RAF-DIAS-REDUCAO-FERIAS FROM WRK-CREDITO-FERIAS.

       MOVE EMP-NUMERO TO FER-EMP-NUMERO.
       READ FERIAS-FILE
           INVALID KEY
               MOVE WRK-CREDITO-FERIAS TO FER-SALDO-DIAS
               WRITE FERIAS-RECORD
           NOT INVALID KEY
               ADD WRK-CREDITO-FERIAS TO FER-SALDO-DIAS
               REWRITE FERIAS-RECORD
       END-READ.

       ADD 1 TO WRK-CONTADOR-CHECKPOINT.
       IF WRK-CONTADOR-CHECKPOINT >= WRK-INTERVALO-CHECKPOINT
           MOVE EMP-NUMERO TO CKP-EMP-NUMERO
           PERFORM 0351-GRAVA-REGISTRO-CHECKPOINT
           MOVE ZEROS TO WRK-CONTADOR-CHECKPOINT
       END-IF.

      *> Grava a empresa em curso (em branco entre duas empresas) e
      *> a lista das empresas ja fechadas nesta execucao.
       0351-GRAVA-REGISTRO-CHECKPOINT.
       MOVE WRK-DATA-EXECUCAO TO CKP-DATA-EXECUCAO.
       MOVE WRK-EMPRESA-ATUAL TO CKP-EMPRESA.
       MOVE SPACES TO CKP-EMPRESAS-CONCLUIDAS.
       MOVE ZEROS TO WRK-SUB-CKP.
       PERFORM VARYING IX-CIR FROM 1 BY 1
               UNTIL IX-CIR > WRK-QTDE-EMPRESAS
           IF TCI-PROCESSADA(IX-CIR)
               ADD 1 TO WRK-SUB-CKP
               MOVE TCI-CODIGO(IX-CIR) TO
                   CKP-EMPRESA-CONCLUIDA(WRK-SUB-CKP)
           END-IF
       END-PERFORM.
       OPEN OUTPUT CHECKPOINT-FILE.
       WRITE CHECKPOINT-RECORD.
       CLOSE CHECKPOINT-FILE.

       0900-FINALIZAR.
       MOVE WRK-TOTAL-FOLHA TO WRK-TOTAL-FOLHA-ED.
       DISPLAY 'TOTAL DE FUNCIONARIOS PROCESSADOS: '
           WRK-TOTAL-FOLHA-ED.
       DISPLAY 'TOTAL DE REGISTROS REJEITADOS.....: '
           WRK-QTDE-REJEITADOS.
       IF WRK-QTDE-RETIDOS > ZEROS
           MOVE WRK-TOTAL-RETIDO TO WRK-TOTAL-RETIDO-ED
           DISPLAY 'DEPOSITOS RETIDOS (CONTA A LIBERAR): '
               WRK-QTDE-RETIDOS ' - TOTAL ' WRK-TOTAL-RETIDO-ED
       END-IF.
       PERFORM 0910-GRAVA-GL-JOURNAL.
       IF CONSIG-DISPONIVEL
           PERFORM 0920-GRAVA-REPASSE
       END-IF.
       CLOSE EMPLOYEE-MASTER-FILE.
       CLOSE AUDIT-LOG-FILE.
       CLOSE ACH-EXPORT-FILE.
       CLOSE YTD-FILE.
       CLOSE FERIAS-FILE.
       CLOSE PAY-HISTORY-FILE.
       CLOSE HELD-PAYMENT-FILE.
       IF ADVANCE-DISPONIVEL
           CLOSE ADVANCE-FILE
       END-IF.
       IF RETROPND-DISPONIVEL
           CLOSE RETRO-PENDING-FILE
       END-IF.
       IF REEMBPND-DISPONIVEL
           CLOSE REIMBURSEMENT-FILE
       END-IF.
       IF BNFDESC-DISPONIVEL
           CLOSE BENEFIT-SHARE-FILE
       END-IF.
       IF DEPMSTR-DISPONIVEL
           CLOSE DEPARTMENT-MASTER-FILE
       END-IF.
       IF TIMEDAY-DISPONIVEL
           CLOSE TIMEDAY-FILE
       END-IF.
       IF CCUSTO-DISPONIVEL
           CLOSE COST-CENTER-FILE
       END-IF.
       IF DISTCC-DISPONIVEL
           CLOSE LABOR-DISTRIBUTION-FILE
       END-IF.
       IF NOT ERRO-NA-ABERTURA
           PERFORM 0940-GRAVA-RUN-CONTROL-PERIODO
           PERFORM 0950-LIMPA-CHECKPOINT
       END-IF.

           DISPLAY 'ERRO AO ABRIR GLJRNL.DAT - STATUS '
               WRK-STATUS-GLJRNL
       ELSE
           MOVE ZEROS TO WRK-TOTAL-DEBITOS-GERAL
           MOVE ZEROS TO WRK-TOTAL-CREDITOS-GERAL
           MOVE WRK-DATA-EXECUCAO TO GLJ-DATA

      *> O arquivo de trabalho e classificado por empresa,
      *> departamento e verba: os debitos saem na quebra de
      *> departamento ou verba, em verdadeira sequencia e sem limite
      *> de quantidade, e os creditos de cada empresa na quebra de
      *> empresa, com o codigo contabil dela em todas as linhas.
           CLOSE GL-WORK-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMPRESA SRT-DEPARTAMENTO
                   SRT-VERBA
               USING GL-WORK-FILE
               OUTPUT PROCEDURE IS 0911-GRAVA-DEBITOS-DEPTO
           CLOSE GL-JOURNAL-FILE
           PERFORM 0919-ARQUIVA-GL-JOURNAL

           IF WRK-TOTAL-DEBITOS-GERAL = WRK-TOTAL-CREDITOS-GERAL
               DISPLAY 'DIARIO CONTABIL GRAVADO E BALANCEADO'
           ELSE
               DISPLAY 'AVISO: DIARIO CONTABIL FORA DE BALANCO - '
                   'DEBITOS ' WRK-TOTAL-DEBITOS-GERAL
                   ' CREDITOS ' WRK-TOTAL-CREDITOS-GERAL
           END-IF
       END-IF.

      *> O GLJRNL.DAT e recriado a cada folha; o historico GLHIST.DAT
      *> guarda todos os diarios gravados no ano, base da conferencia
      *> contabil da declaracao anual (DECLAN). O diario de uma
      *> reexecucao substitui o arquivado antes para o periodo.
       0919-ARQUIVA-GL-JOURNAL.
       PERFORM 0922-EMPRESAS-DO-DIARIO.
       PERFORM 0923-RETIRA-PERIODO-GLHIST.
       OPEN EXTEND GL-HISTORY-FILE.
       IF WRK-STATUS-GLHIST = '35'
           OPEN OUTPUT GL-HISTORY-FILE
       END-IF.
       IF WRK-STATUS-GLHIST NOT = '00'
           DISPLAY 'AVISO: GLHIST.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-GLHIST ' - DIARIO NAO ARQUIVADO'
       ELSE
           OPEN INPUT GL-JOURNAL-FILE
           MOVE 'N' TO WRK-FIM-GLJRNL
           PERFORM UNTIL FIM-DO-GLJRNL
               READ GL-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GLJRNL
                   NOT AT END
                       WRITE GL-HISTORY-LINE FROM GL-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-HISTORY-FILE
       END-IF.

       0911-GRAVA-DEBITOS-DEPTO.
       MOVE 'S' TO WRK-IND-PRIMEIRO-DEPTO.
       MOVE 'N' TO WRK-FIM-SORT-GL.
       MOVE SPACES TO WRK-DEPTO-ATUAL.
       MOVE SPACES TO WRK-EMPRESA-GL.
       MOVE ZEROS TO WRK-SUBTOTAL-DEPTO.
       PERFORM UNTIL FIM-DO-SORT-GL
           RETURN SORT-WORK-FILE
                   MOVE 'S' TO WRK-FIM-SORT-GL
                   IF NOT PRIMEIRO-DEPTO
                       PERFORM 0913-GRAVA-DEBITO-DEPTO
                       PERFORM 0914-GRAVA-CREDITOS-EMPRESA
                   END-IF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PRIMEIRO-DEPTO
                           PERFORM 0917-INICIA-EMPRESA-GL
                           MOVE 'N' TO WRK-IND-PRIMEIRO-DEPTO
                       WHEN SRT-EMPRESA NOT = WRK-EMPRESA-GL
                           PERFORM 0913-GRAVA-DEBITO-DEPTO
                           PERFORM 0914-GRAVA-CREDITOS-EMPRESA
                           PERFORM 0917-INICIA-EMPRESA-GL
                       WHEN SRT-DEPARTAMENTO NOT = WRK-DEPTO-ATUAL
                               OR SRT-VERBA NOT = WRK-VERBA-ATUAL
                           PERFORM 0913-GRAVA-DEBITO-DEPTO
                           MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
                           MOVE SRT-VERBA TO WRK-VERBA-ATUAL
                           MOVE ZEROS TO WRK-SUBTOTAL-DEPTO
                   END-EVALUATE
                   ADD SRT-VALOR TO WRK-SUBTOTAL-DEPTO
                   EVALUATE TRUE
                       WHEN SRT-VERBA-VT
                           ADD SRT-VALOR TO WRK-TOTAL-CUSTO-VT
                       WHEN SRT-VERBA-VR
                           ADD SRT-VALOR TO WRK-TOTAL-CUSTO-VR
                   END-EVALUATE
           END-RETURN
       END-PERFORM.

      *> Abre a quebra da empresa: codigo contabil das linhas e os
      *> creditos acumulados dela na folha (ou recuperados do
      *> historico numa retomada).
       0917-INICIA-EMPRESA-GL.
       MOVE SRT-EMPRESA TO WRK-EMPRESA-GL.
       MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL.
       MOVE SRT-VERBA TO WRK-VERBA-ATUAL.
       MOVE ZEROS TO WRK-SUBTOTAL-DEPTO.
       MOVE ZEROS TO WRK-TOTAL-DEBITOS.
       MOVE ZEROS TO WRK-TOTAL-CREDITOS.
       MOVE WRK-EMPRESA-GL TO GLJ-EMPRESA.
       MOVE WRK-EMPRESA-GL TO GLJ-EMPRESA-CONTABIL.
       MOVE ZEROS TO WRK-TOTAL-INSS.
       MOVE ZEROS TO WRK-TOTAL-IRRF.
       MOVE ZEROS TO WRK-TOTAL-SAL-FAMILIA.
       MOVE ZEROS TO WRK-TOTAL-PLANO-SAUDE.
       MOVE ZEROS TO WRK-TOTAL-ADIANTAMENTO.
       MOVE ZEROS TO WRK-TOTAL-CONSIGNACOES.
       MOVE ZEROS TO WRK-TOTAL-LIQUIDO-PAGO.
       MOVE ZEROS TO WRK-TOTAL-REEMBOLSO.
       MOVE ZEROS TO WRK-TOTAL-DESCONTO-VT.
       MOVE ZEROS TO WRK-TOTAL-DESCONTO-VR.
       MOVE ZEROS TO WRK-TOTAL-CUSTO-VT.
       MOVE ZEROS TO WRK-TOTAL-CUSTO-VR.
       MOVE ZEROS TO WRK-TOTAL-AJUSTE.
       MOVE ZEROS TO WRK-TOTAL-FGTS.
       MOVE ZEROS TO WRK-TOTAL-INSS-PATRONAL.
       SET IX-CIR TO 1.
       SEARCH FAIXA-EMPRESA
           AT END
               CONTINUE
           WHEN IX-CIR > WRK-QTDE-EMPRESAS
               CONTINUE
           WHEN TCI-CODIGO(IX-CIR) = WRK-EMPRESA-GL
               PERFORM 0918-CARREGA-TOTAIS-EMPRESA
       END-SEARCH.

       0918-CARREGA-TOTAIS-EMPRESA.
       MOVE TCI-EMPRESA-CONTABIL(IX-CIR) TO GLJ-EMPRESA-CONTABIL.
       MOVE TCI-TOTAL-INSS(IX-CIR) TO WRK-TOTAL-INSS.
       MOVE TCI-TOTAL-IRRF(IX-CIR) TO WRK-TOTAL-IRRF.
       MOVE TCI-TOTAL-SAL-FAMILIA(IX-CIR) TO WRK-TOTAL-SAL-FAMILIA.
       MOVE TCI-TOTAL-PLANO-SAUDE(IX-CIR) TO WRK-TOTAL-PLANO-SAUDE.
       MOVE TCI-TOTAL-ADIANTAMENTO(IX-CIR) TO
           WRK-TOTAL-ADIANTAMENTO.
       MOVE TCI-TOTAL-CONSIGNACOES(IX-CIR) TO
           WRK-TOTAL-CONSIGNACOES.
       MOVE TCI-TOTAL-LIQUIDO-PAGO(IX-CIR) TO
           WRK-TOTAL-LIQUIDO-PAGO.
       MOVE TCI-TOTAL-REEMBOLSO(IX-CIR) TO WRK-TOTAL-REEMBOLSO.
       MOVE TCI-TOTAL-DESCONTO-VT(IX-CIR) TO WRK-TOTAL-DESCONTO-VT.
       MOVE TCI-TOTAL-DESCONTO-VR(IX-CIR) TO WRK-TOTAL-DESCONTO-VR.
       MOVE TCI-TOTAL-AJUSTE(IX-CIR) TO WRK-TOTAL-AJUSTE.
       MOVE TCI-TOTAL-FGTS(IX-CIR) TO WRK-TOTAL-FGTS.
       MOVE TCI-TOTAL-INSS-PATRONAL(IX-CIR) TO
           WRK-TOTAL-INSS-PATRONAL.

       0914-GRAVA-CREDITOS-EMPRESA.
      *> O salario-familia pago no liquido e debitado a compensar
      *> com o INSS a recolher; INSS e IRRF retidos saem em contas
      *> proprias de recolhimento.
       MOVE SPACES TO GLJ-DEPARTAMENTO.
       IF WRK-TOTAL-SAL-FAMILIA > ZEROS
           MOVE WRK-CONTA-SAL-FAMILIA TO GLJ-CONTA-CONTABIL
           SET GLJ-DEBITO TO TRUE
           MOVE WRK-TOTAL-SAL-FAMILIA TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-DEBITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

       MOVE WRK-CONTA-INSS-RECOLHER TO GLJ-CONTA-CONTABIL.
       SET GLJ-CREDITO TO TRUE.
       MOVE WRK-TOTAL-INSS TO GLJ-VALOR.
       ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS.
       WRITE GL-JOURNAL-RECORD.

       MOVE WRK-CONTA-IRRF-RECOLHER TO GLJ-CONTA-CONTABIL.
       MOVE WRK-TOTAL-IRRF TO GLJ-VALOR.
       ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS.
       WRITE GL-JOURNAL-RECORD.

       MOVE WRK-CONTA-PLANO-SAUDE TO GLJ-CONTA-CONTABIL.
       MOVE WRK-TOTAL-PLANO-SAUDE TO GLJ-VALOR.
       ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS.
       WRITE GL-JOURNAL-RECORD.

       IF WRK-TOTAL-CONSIGNACOES > ZEROS
           MOVE WRK-CONTA-CONSIGNACOES TO GLJ-CONTA-CONTABIL
           MOVE WRK-TOTAL-CONSIGNACOES TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

       IF WRK-TOTAL-ADIANTAMENTO > ZEROS
           MOVE WRK-CONTA-ADIANTAMENTO TO GLJ-CONTA-CONTABIL
           MOVE WRK-TOTAL-ADIANTAMENTO TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

      *> O reembolso de despesas sai do liquido a pagar para a
      *> conta propria, contra a despesa de reembolso.
       IF WRK-TOTAL-REEMBOLSO > ZEROS
           MOVE WRK-CONTA-DESPESA-REEMBOLSO TO GLJ-CONTA-CONTABIL
           SET GLJ-DEBITO TO TRUE
           MOVE WRK-TOTAL-REEMBOLSO TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-DEBITOS
           WRITE GL-JOURNAL-RECORD
           MOVE WRK-CONTA-REEMBOLSO-PAGAR TO GLJ-CONTA-CONTABIL
           SET GLJ-CREDITO TO TRUE
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

      *> Os vales a pagar as operadoras somam o que foi descontado
      *> dos funcionarios (fora do liquido) e o custo da empresa
      *> debitado nos departamentos.
       IF WRK-TOTAL-DESCONTO-VT > ZEROS OR WRK-TOTAL-CUSTO-VT > ZEROS
           MOVE WRK-CONTA-VT-PAGAR TO GLJ-CONTA-CONTABIL
           SET GLJ-CREDITO TO TRUE
           ADD WRK-TOTAL-DESCONTO-VT WRK-TOTAL-CUSTO-VT
               GIVING GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

       IF WRK-TOTAL-DESCONTO-VR > ZEROS OR WRK-TOTAL-CUSTO-VR > ZEROS
           MOVE WRK-CONTA-VR-PAGAR TO GLJ-CONTA-CONTABIL
           SET GLJ-CREDITO TO TRUE
           ADD WRK-TOTAL-DESCONTO-VR WRK-TOTAL-CUSTO-VR
               GIVING GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

       MOVE WRK-CONTA-LIQUIDO-PAGAR TO GLJ-CONTA-CONTABIL.
       SET GLJ-CREDITO TO TRUE.
       SUBTRACT WRK-TOTAL-REEMBOLSO FROM WRK-TOTAL-LIQUIDO-PAGO
           GIVING GLJ-VALOR.
       ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS.
       WRITE GL-JOURNAL-RECORD.

       IF WRK-TOTAL-AJUSTE > ZEROS
           MOVE WRK-CONTA-AJUSTE TO GLJ-CONTA-CONTABIL
           SET GLJ-DEBITO TO TRUE
           MOVE WRK-TOTAL-AJUSTE TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-DEBITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

      *> Encargos do empregador: os debitos ja sairam rateados por
      *> departamento e centro de custo (verbas 'F' e 'P', somando o
      *> mesmo valor por funcionario); aqui sai o credito de cada um.
       IF WRK-TOTAL-FGTS > ZEROS
           MOVE WRK-CONTA-FGTS-RECOLHER TO GLJ-CONTA-CONTABIL
           SET GLJ-CREDITO TO TRUE
           MOVE WRK-TOTAL-FGTS TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

       IF WRK-TOTAL-INSS-PATRONAL > ZEROS
           MOVE WRK-CONTA-INSS-PATRONAL TO GLJ-CONTA-CONTABIL
           SET GLJ-CREDITO TO TRUE
           MOVE WRK-TOTAL-INSS-PATRONAL TO GLJ-VALOR
           ADD GLJ-VALOR TO WRK-TOTAL-CREDITOS
           WRITE GL-JOURNAL-RECORD
       END-IF.

       IF WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
           DISPLAY 'DIARIO DA EMPRESA ' WRK-EMPRESA-GL
               ' BALANCEADO'
       ELSE
           DISPLAY 'AVISO: DIARIO DA EMPRESA ' WRK-EMPRESA-GL
               ' FORA DE BALANCO - DEBITOS ' WRK-TOTAL-DEBITOS
               ' CREDITOS ' WRK-TOTAL-CREDITOS
       END-IF.
       ADD WRK-TOTAL-DEBITOS TO WRK-TOTAL-DEBITOS-GERAL.
       ADD WRK-TOTAL-CREDITOS TO WRK-TOTAL-CREDITOS-GERAL.

      *> O departamento (ou centro de custo) vai em todas as linhas
      *> de debito; os encargos rateados debitam as contas de despesa
      *> de FGTS e INSS patronal em cada centro.
       0913-GRAVA-DEBITO-DEPTO.
       EVALUATE WRK-VERBA-ATUAL
           WHEN 'T'
               MOVE WRK-CONTA-DESPESA-VT TO GLJ-CONTA-CONTABIL
           WHEN 'R'
               MOVE WRK-CONTA-DESPESA-VR TO GLJ-CONTA-CONTABIL
           WHEN 'F'
               MOVE WRK-CONTA-DESPESA-FGTS TO GLJ-CONTA-CONTABIL
           WHEN 'P'
               MOVE WRK-CONTA-DESPESA-PATRONAL TO GLJ-CONTA-CONTABIL
           WHEN 'C'
               PERFORM 0921-BUSCA-CONTA-CENTRO
           WHEN OTHER
               PERFORM 0912-BUSCA-CONTA-DEPTO
       END-EVALUATE.
       MOVE WRK-DEPTO-ATUAL TO GLJ-DEPARTAMENTO.
       SET GLJ-DEBITO TO TRUE.
       MOVE WRK-SUBTOTAL-DEPTO TO GLJ-VALOR.
           END-READ
       END-IF.

       0922-EMPRESAS-DO-DIARIO.
       MOVE ZEROS TO WRK-QTDE-EMPRESAS-DIARIO.
       OPEN INPUT GL-JOURNAL-FILE.
       MOVE 'N' TO WRK-FIM-GLJRNL.
       PERFORM UNTIL FIM-DO-GLJRNL
           READ GL-JOURNAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-GLJRNL
               NOT AT END
                   MOVE GLJ-EMPRESA TO WRK-EMPRESA-GLHIST
                   PERFORM 0924-GUARDA-EMPRESA-DIARIO
           END-READ
       END-PERFORM.
       CLOSE GL-JOURNAL-FILE.

      *> Copia o historico para o arquivo de trabalho sem as linhas
      *> substituidas e o devolve ao GLHIST.DAT; sem historico ainda
      *> nao ha o que retirar.
       0923-RETIRA-PERIODO-GLHIST.
       MOVE ZEROS TO WRK-QTDE-LINHAS-SUBSTITUIDAS.
       OPEN INPUT GL-HISTORY-FILE.
       IF WRK-STATUS-GLHIST = '00'
           OPEN OUTPUT GL-HISTORY-WORK-FILE
           MOVE 'N' TO WRK-FIM-GLHIST
           PERFORM UNTIL FIM-DO-GLHIST
               READ GL-HISTORY-FILE INTO GL-JOURNAL-RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GLHIST
                   NOT AT END
                       PERFORM 0925-VERIFICA-LINHA-GLHIST
                       IF LINHA-SUBSTITUIDA
                           ADD 1 TO WRK-QTDE-LINHAS-SUBSTITUIDAS
                       ELSE
                           WRITE GL-HISTORY-WORK-LINE
                               FROM GL-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-HISTORY-FILE
           CLOSE GL-HISTORY-WORK-FILE
           IF WRK-QTDE-LINHAS-SUBSTITUIDAS > ZEROS
               OPEN INPUT GL-HISTORY-WORK-FILE
               OPEN OUTPUT GL-HISTORY-FILE
               MOVE 'N' TO WRK-FIM-GLHIST
               PERFORM UNTIL FIM-DO-GLHIST
                   READ GL-HISTORY-WORK-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-GLHIST
                       NOT AT END
                           WRITE GL-HISTORY-LINE
                               FROM GL-HISTORY-WORK-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-WORK-FILE
               CLOSE GL-HISTORY-FILE
               DISPLAY 'REEXECUCAO: ' WRK-QTDE-LINHAS-SUBSTITUIDAS
                   ' LINHAS DO PERIODO SUBSTITUIDAS NO GLHIST.DAT'
           END-IF
       END-IF.

       0924-GUARDA-EMPRESA-DIARIO.
       IF WRK-EMPRESA-GLHIST = SPACES
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-GLHIST
       END-IF.
       SET IX-TED TO 1.
       SEARCH FAIXA-EMPRESA-DIARIO
           AT END
               PERFORM 0926-NOVA-EMPRESA-DIARIO
           WHEN IX-TED > WRK-QTDE-EMPRESAS-DIARIO
               PERFORM 0926-NOVA-EMPRESA-DIARIO
           WHEN TED-EMPRESA(IX-TED) = WRK-EMPRESA-GLHIST
               CONTINUE
       END-SEARCH.

      *> Linha arquivada sem empresa e da empresa principal.
       0925-VERIFICA-LINHA-GLHIST.
       MOVE 'N' TO WRK-IND-LINHA-SUBSTITUIDA.
       MOVE GLJ-DATA TO WRK-DATA-GLHIST.
       IF WRK-PERIODO-GLHIST = WRK-PERIODO-EXECUCAO
           MOVE GLJ-EMPRESA TO WRK-EMPRESA-GLHIST
           IF WRK-EMPRESA-GLHIST = SPACES
               MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-GLHIST
           END-IF
           SET IX-TED TO 1
           SEARCH FAIXA-EMPRESA-DIARIO
               AT END
                   CONTINUE
               WHEN IX-TED > WRK-QTDE-EMPRESAS-DIARIO
                   CONTINUE
               WHEN TED-EMPRESA(IX-TED) = WRK-EMPRESA-GLHIST
                   SET LINHA-SUBSTITUIDA TO TRUE
           END-SEARCH
       END-IF.

       0926-NOVA-EMPRESA-DIARIO.
       IF WRK-QTDE-EMPRESAS-DIARIO >= WRK-MAX-EMPRESAS-DIARIO
           DISPLAY 'AVISO: TABELA DE EMPRESAS DO DIARIO CHEIA - '
               WRK-EMPRESA-GLHIST ' SEM SUBSTITUICAO NO GLHIST.DAT'
       ELSE
           ADD 1 TO WRK-QTDE-EMPRESAS-DIARIO
           SET IX-TED TO WRK-QTDE-EMPRESAS-DIARIO
           MOVE WRK-EMPRESA-GLHIST TO TED-EMPRESA(IX-TED)
       END-IF.

      *> Mesma regra para o bruto rateado a um centro de custo: a
      *> conta vem do cadastro de centros, com a conta padrao como
      *> reserva.
       0921-BUSCA-CONTA-CENTRO.
       MOVE WRK-CONTA-DESPESA-SALARIO TO GLJ-CONTA-CONTABIL.
       IF CCUSTO-DISPONIVEL
           MOVE WRK-DEPTO-ATUAL TO CCU-CODIGO
           READ COST-CENTER-FILE
               INVALID KEY
                   DISPLAY 'AVISO: CENTRO DE CUSTO ' WRK-DEPTO-ATUAL
                       ' SEM CADASTRO NO CCUSTO - DEBITO NA CONTA '
                       WRK-CONTA-DESPESA-SALARIO
               NOT INVALID KEY
                   MOVE CCU-CONTA-DESPESA TO GLJ-CONTA-CONTABIL
           END-READ
       END-IF.

      *> Um total por beneficiario: e o valor exato a repassar para
      *> cada sindicato, vara e financeira no mes (numa retomada por
      *> checkpoint o 0161 ja devolveu a tabela os funcionarios
           CLOSE REMIT-REPORT-FILE
       END-IF.

      *> Ao fechar o lote de uma empresa, a posicao dela no registro
      *> do periodo fica completa (com a liberacao do supervisor, se
      *> houve); uma queda depois disto nao paga a empresa de novo.
       0930-GRAVA-RUN-CONTROL-EMPRESA.
       OPEN I-O RUN-CONTROL-FILE.
       MOVE WRK-PERIODO-EXECUCAO TO RCT-PERIODO.
       READ RUN-CONTROL-FILE
           INVALID KEY
               PERFORM 0931-INICIA-RUN-CONTROL
               PERFORM 0936-MONTA-EMPRESA-RUN-CONTROL
               WRITE RUN-CONTROL-RECORD
           NOT INVALID KEY
               PERFORM 0936-MONTA-EMPRESA-RUN-CONTROL
               REWRITE RUN-CONTROL-RECORD
       END-READ.
       CLOSE RUN-CONTROL-FILE.

       0931-INICIA-RUN-CONTROL.
       MOVE WRK-PERIODO-EXECUCAO TO RCT-PERIODO.
       MOVE ZEROS TO RCT-DATA-EXECUCAO.
       MOVE SPACES TO RCT-STATUS.
       MOVE SPACES TO RCT-OVERRIDE-ID.
       MOVE SPACES TO RCT-OVERRIDE-MOTIVO.
       MOVE SPACES TO RCT-ETAPA-PONTO.
       MOVE SPACES TO RCT-ETAPA-VALIDACAO.
       MOVE SPACES TO RCT-ETAPA-FERIAS.
       MOVE SPACES TO RCT-ETAPA-FECHAMENTO.
       MOVE SPACES TO RCT-EMPRESAS.
       MOVE SPACES TO RCT-ETAPA-INTEGRIDADE.
       MOVE SPACES TO RCT-RESERVA.

       0936-MONTA-EMPRESA-RUN-CONTROL.
       SET IX-RCE TO 1.
       SEARCH RCT-EMPRESA
           AT END
               DISPLAY 'AVISO: CONTROLE DE EXECUCAO SEM POSICAO '
                   'LIVRE PARA A EMPRESA ' WRK-EMPRESA-ATUAL
           WHEN RCT-EMP-CODIGO(IX-RCE) = WRK-EMPRESA-ATUAL
                   OR RCT-EMP-CODIGO(IX-RCE) = SPACES
               MOVE WRK-EMPRESA-ATUAL TO RCT-EMP-CODIGO(IX-RCE)
               SET RCT-EMP-COMPLETA(IX-RCE) TO TRUE
               MOVE WRK-DATA-SISTEMA TO RCT-EMP-DATA-EXECUCAO(IX-RCE)
               MOVE TCI-OVERRIDE-ID(IX-CIA) TO
                   RCT-EMP-OVERRIDE-ID(IX-RCE)
               MOVE TCI-OVERRIDE-MOTIVO(IX-CIA) TO
                   RCT-EMP-OVERRIDE-MOTIVO(IX-RCE)
       END-SEARCH.

      *> No fim da execucao todas as empresas do cadastro estao
      *> pagas no periodo (nesta execucao ou antes, quando a nova
      *> execucao foi recusada) e o registro do periodo fica completo
      *> para o PERCTL e o fechamento.
       0940-GRAVA-RUN-CONTROL-PERIODO.
       OPEN I-O RUN-CONTROL-FILE.
       MOVE WRK-PERIODO-EXECUCAO TO RCT-PERIODO.
       READ RUN-CONTROL-FILE
           INVALID KEY
               PERFORM 0931-INICIA-RUN-CONTROL
               PERFORM 0935-MONTA-RUN-CONTROL
               WRITE RUN-CONTROL-RECORD
           NOT INVALID KEY

       0935-MONTA-RUN-CONTROL.
       MOVE WRK-PERIODO-EXECUCAO TO RCT-PERIODO.
       MOVE WRK-DATA-SISTEMA TO RCT-DATA-EXECUCAO.
       SET RCT-COMPLETO TO TRUE.
       MOVE WRK-OVERRIDE-ID TO RCT-OVERRIDE-ID.
       MOVE WRK-OVERRIDE-MOTIVO TO RCT-OVERRIDE-MOTIVO.
