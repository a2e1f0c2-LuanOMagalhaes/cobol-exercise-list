      *> Declaracao anual do empregador (DECLAN.DAT), gerada pelo
      *> DECLAN a partir do historico de pagamento (PAYHIST) e do
      *> acumulado anual fechado (YTDHIST) de um ano-base. Um bloco
      *> por empresa do CIAMSTR: header com CNPJ e razao social, um
      *> registro por funcionario com os totais do ano, um registro
      *> por mes com valores pagos e retidos, e trailer com as
      *> quantidades e os totais do bloco. Todos os registros tem 150
      *> posicoes; o primeiro byte identifica o tipo.
      *> Rendimentos sao a folha mensal e as ferias; 13o salario e
      *> rescisao saem em campos proprios. Desconto gravado so como
      *> soma INSS+IRRF (historico anterior a separacao) vai no campo
      *> sem separacao, nunca rateado.
       01 DCL-HEADER-RECORD.
          05 DCH-TIPO                  PIC X(01).
             88 DCH-HEADER             VALUE '1'.
          05 DCH-ANO-BASE              PIC 9(04).
          05 DCH-EMPRESA               PIC X(04).
          05 DCH-CNPJ                  PIC 9(14).
          05 DCH-RAZAO-SOCIAL          PIC X(40).
          05 DCH-DATA-GERACAO          PIC 9(08).
          05 FILLER                    PIC X(79).
       01 DCL-FUNCIONARIO-RECORD.
          05 DCF-TIPO                  PIC X(01).
             88 DCF-FUNCIONARIO        VALUE '2'.
          05 DCF-EMP-NUMERO            PIC 9(06).
          05 DCF-CPF                   PIC 9(11).
          05 DCF-PIS                   PIC 9(11).
          05 DCF-NOME                  PIC X(30).
          05 DCF-DATA-ADMISSAO         PIC 9(08).
          05 DCF-DATA-DESLIGAMENTO     PIC 9(08).
          05 DCF-TOTAL-RENDIMENTOS     PIC 9(11)V99.
          05 DCF-TOTAL-13              PIC 9(09)V99.
          05 DCF-TOTAL-RESCISAO        PIC 9(09)V99.
          05 DCF-TOTAL-INSS            PIC 9(09)V99.
          05 DCF-TOTAL-IRRF            PIC 9(09)V99.
          05 DCF-TOTAL-SEM-SEPARACAO   PIC 9(09)V99.
          05 DCF-QTDE-DEPENDENTES      PIC 9(02).
          05 FILLER                    PIC X(05).
       01 DCL-MES-RECORD.
          05 DCM-TIPO                  PIC X(01).
             88 DCM-MES                VALUE '3'.
          05 DCM-EMP-NUMERO            PIC 9(06).
          05 DCM-MES-REFERENCIA        PIC 9(02).
          05 DCM-VALOR-FOLHA           PIC 9(09)V99.
          05 DCM-VALOR-FERIAS          PIC 9(09)V99.
          05 DCM-VALOR-13              PIC 9(09)V99.
          05 DCM-VALOR-RESCISAO        PIC 9(09)V99.
          05 DCM-INSS                  PIC 9(08)V99.
          05 DCM-IRRF                  PIC 9(08)V99.
          05 DCM-SEM-SEPARACAO         PIC 9(08)V99.
          05 FILLER                    PIC X(67).
       01 DCL-TRAILER-RECORD.
          05 DCT-TIPO                  PIC X(01).
             88 DCT-TRAILER            VALUE '9'.
          05 DCT-EMPRESA               PIC X(04).
          05 DCT-QTDE-FUNCIONARIOS     PIC 9(06).
          05 DCT-QTDE-MESES            PIC 9(07).
          05 DCT-QTDE-REGISTROS        PIC 9(07).
          05 DCT-TOTAL-RENDIMENTOS     PIC 9(13)V99.
          05 DCT-TOTAL-13              PIC 9(13)V99.
          05 DCT-TOTAL-RESCISAO        PIC 9(13)V99.
          05 DCT-TOTAL-INSS            PIC 9(13)V99.
          05 DCT-TOTAL-IRRF            PIC 9(13)V99.
          05 DCT-TOTAL-SEM-SEPARACAO   PIC 9(13)V99.
          05 FILLER                    PIC X(35).
