      *> a conta contabil de despesa debitada pelo bruto de cada
      *> departamento no diario do EX57. Mantido pelo DEPMNT; o
      *> EMPMNT recusa codigo fora do cadastro e o EX16V sinaliza
      *> funcionarios com departamento nao cadastrado. Cada
      *> departamento pertence a uma empresa do CIAMSTR (em branco, a
      *> principal '0001'); o EMPMNT recusa funcionario de uma
      *> empresa num departamento de outra.
       01 DEPARTMENT-MASTER-RECORD.
          05 DPT-CODIGO                PIC X(10).
          05 DPT-DESCRICAO             PIC X(30).
          05 DPT-CONTA-DESPESA         PIC X(10).
          05 DPT-EMPRESA               PIC X(04).
