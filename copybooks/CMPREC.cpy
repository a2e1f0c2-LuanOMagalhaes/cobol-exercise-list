      *> Arquivo de compra/carga de beneficios (BNFCOMPR.DAT) gerado
      *> pelo BNFMES para as operadoras: um lote por empresa,
      *> beneficio e operadora, com header (CNPJ da empresa
      *> compradora e competencia), um detalhe por funcionario e
      *> linha de transporte (no vale-refeicao a linha vai em
      *> branco) e trailer com a quantidade de detalhes e o valor
      *> total do lote. Todos os registros tem 100 posicoes.
       01 CMP-HEADER-RECORD.
          05 CPH-TIPO                  PIC X(01).
             88 CPH-HEADER             VALUE 'H'.
          05 CPH-BENEFICIO             PIC X(01).
             88 CPH-VALE-TRANSPORTE    VALUE 'T'.
             88 CPH-VALE-REFEICAO      VALUE 'R'.
          05 CPH-OPERADORA             PIC X(06).
          05 CPH-EMPRESA               PIC X(04).
          05 CPH-CNPJ                  PIC 9(14).
          05 CPH-COMPETENCIA           PIC 9(06).
          05 CPH-DATA-GERACAO          PIC 9(08).
          05 FILLER                    PIC X(60).
       01 CMP-DETALHE-RECORD.
          05 CPD-TIPO                  PIC X(01).
             88 CPD-DETALHE            VALUE 'D'.
          05 CPD-EMP-NUMERO            PIC 9(06).
          05 CPD-CPF                   PIC 9(11).
          05 CPD-NOME                  PIC X(30).
          05 CPD-LINHA                 PIC X(10).
          05 CPD-DIAS                  PIC 9(02).
          05 CPD-VALOR-DIARIO          PIC 9(03)V99.
          05 CPD-VALOR                 PIC 9(07)V99.
          05 FILLER                    PIC X(26).
       01 CMP-TRAILER-RECORD.
          05 CPT-TIPO                  PIC X(01).
             88 CPT-TRAILER            VALUE 'T'.
          05 CPT-QTDE-DETALHES         PIC 9(06).
          05 CPT-VALOR-TOTAL           PIC 9(11)V99.
          05 FILLER                    PIC X(80).
