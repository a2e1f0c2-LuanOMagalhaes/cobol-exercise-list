      *> Layout do EMPLOYEE-MASTER (cadastro de funcionarios para a
      *> folha de pagamento do EX57).
      *> Datas de admissao e desligamento, CPF e PIS vieram depois,
      *> acrescentados ao fim do registro pela conversao do EMPCONV;
      *> a reserva final absorve campos futuros sem nova conversao
      *> (gravada em brancos pelo EMPCONV e pelo EMPMNT). Data zerada
      *> quer dizer nao informada: admissao zerada e tratada como
      *> funcionario com ano completo nos calculos proporcionais.
      *> O tipo de salario saiu da reserva: em branco (registros
      *> anteriores) vale como horista; o salario do mensalista fica
      *> no RATE-MASTER.
      *> A troca de banco, agencia ou conta pelo EMPMNT marca a conta
      *> como a liberar, com o operador e a data da troca: o EX57
      *> retem o deposito no HELDPAY.DAT ate um supervisor diferente
      *> do operador liberar pelo HLDLIB. Em branco, conta ja
      *> conferida.
      *> A empresa (CIAMSTR) saiu da reserva: em branco (registros
      *> anteriores) vale como a empresa principal '0001'.
      *> As horas noturnas do mes sairam da reserva: parte das horas
      *> trabalhadas e de domingo/feriado postadas pelo TIMEPST, ja
      *> em hora reduzida, sobre as quais o EX57C paga o adicional
      *> noturno. Em brancos (registros anteriores) vale zero.
       01 EMPLOYEE-RECORD.
          05 EMP-NUMERO                PIC 9(06).
          05 EMP-NOME                  PIC X(30).
          05 EMP-STATUS                PIC X(01).
             88 EMP-ATIVO              VALUE 'A'.
             88 EMP-INATIVO            VALUE 'I'.
          05 EMP-DATA-ADMISSAO         PIC 9(08).
          05 EMP-DATA-ADMISSAO-R REDEFINES EMP-DATA-ADMISSAO.
             10 EMP-ADM-ANO            PIC 9(04).
             10 EMP-ADM-MES            PIC 9(02).
             10 EMP-ADM-DIA            PIC 9(02).
          05 EMP-DATA-DESLIGAMENTO     PIC 9(08).
          05 EMP-CPF                   PIC 9(11).
          05 EMP-PIS                   PIC 9(11).
          05 EMP-TIPO-SALARIO          PIC X(01).
             88 EMP-HORISTA            VALUE 'H' SPACE.
             88 EMP-MENSALISTA         VALUE 'M'.
          05 EMP-ALT-BANCO-STATUS      PIC X(01).
             88 EMP-CONTA-A-LIBERAR    VALUE 'P'.
             88 EMP-CONTA-LIBERADA     VALUE 'L' SPACE.
          05 EMP-ALT-BANCO-OPERADOR    PIC X(08).
          05 EMP-ALT-BANCO-DATA        PIC 9(08).
          05 EMP-EMPRESA               PIC X(04).
          05 EMP-HORAS-NOTURNAS        PIC 9(04)V99.
          05 EMP-RESERVA               PIC X(12).
