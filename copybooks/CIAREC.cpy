      *> Cadastro de empresas/estabelecimentos do grupo, mantido pelo
      *> CIAMNT: CNPJ e razao social, conta bancaria da empresa que
      *> vai no header do lote ACH, aliquotas patronais de FGTS e
      *> INSS e o codigo da empresa na contabilidade, gravado em cada
      *> linha dos diarios. O EX57 roda a folha empresa a empresa,
      *> com lote ACH, lote de FGTS, diario e controle de execucao
      *> proprios. Funcionario ou departamento com empresa em branco
      *> pertence a empresa principal '0001'.
       01 COMPANY-RECORD.
          05 CIA-CODIGO                PIC X(04).
          05 CIA-CNPJ                  PIC 9(14).
          05 CIA-RAZAO-SOCIAL          PIC X(40).
          05 CIA-BANCO                 PIC 9(03).
          05 CIA-AGENCIA               PIC 9(05).
          05 CIA-CONTA                 PIC 9(10).
          05 CIA-ALIQUOTA-FGTS         PIC 9(02)V99.
          05 CIA-ALIQUOTA-INSS-PATRONAL PIC 9(02)V99.
          05 CIA-EMPRESA-CONTABIL      PIC X(04).
          05 CIA-STATUS                PIC X(01).
             88 CIA-ATIVA              VALUE 'A' SPACE.
             88 CIA-INATIVA            VALUE 'I'.
          05 CIA-RESERVA               PIC X(11).
