      *> creditos de INSS/IRRF a recolher, plano de saude a repassar
      *> e liquido a pagar (total do ACH), para importacao direta na
      *> contabilidade. O arquivo fecha com debitos = creditos.
      *> Cada linha leva a empresa da folha e o codigo dela na
      *> contabilidade (CIAMSTR); os lancamentos de cada empresa
      *> fecham sozinhos.
      *> O custo da empresa com vale-transporte e vale-refeicao
      *> tambem debita por departamento, nas contas DESPVT/DESPVR,
      *> contra os vales a pagar as operadoras (VTPAGAR/VRPAGAR).
      *> O EX57 acrescenta cada diario gravado ao GLHIST.DAT, que
      *> guarda os diarios da folha do ano inteiro.
       01 GL-JOURNAL-RECORD.
          05 GLJ-DATA                  PIC 9(08).
          05 GLJ-CONTA-CONTABIL        PIC X(10).
             88 GLJ-DEBITO             VALUE 'D'.
             88 GLJ-CREDITO            VALUE 'C'.
          05 GLJ-VALOR                 PIC 9(11)V99.
          05 GLJ-EMPRESA               PIC X(04).
          05 GLJ-EMPRESA-CONTABIL      PIC X(04).
