      *> Depositos retidos pelo EX57 porque a conta bancaria do
      *> funcionario foi trocada no EMPMNT e ainda nao foi liberada:
      *> o liquido do periodo fica aqui em vez do ACHEXP.DAT, com os
      *> dados bancarios novos e o operador e a data da troca. O
      *> HLDLIB registra a liberacao (supervisor diferente do
      *> operador da troca, com data) e o HLDACH paga os liberados
      *> num lote suplementar do ACHEXP.DAT, marcando o item como
      *> pago com a data do lote para nao sair duas vezes. O HLDREL
      *> lista os itens ainda nao pagos para o gerente da folha.
       01 HELD-PAYMENT-RECORD.
          05 HLD-CHAVE.
             10 HLD-EMP-NUMERO         PIC 9(06).
             10 HLD-PERIODO            PIC 9(06).
          05 HLD-BANCO                 PIC 9(03).
          05 HLD-AGENCIA               PIC 9(05).
          05 HLD-CONTA                 PIC 9(10).
          05 HLD-VALOR-LIQUIDO         PIC 9(09)V99.
          05 HLD-DATA-RETENCAO         PIC 9(08).
          05 HLD-ALT-OPERADOR          PIC X(08).
          05 HLD-ALT-DATA              PIC 9(08).
          05 HLD-STATUS                PIC X(01).
             88 HLD-RETIDO             VALUE 'R'.
             88 HLD-LIBERADO           VALUE 'L'.
             88 HLD-PAGO               VALUE 'P'.
          05 HLD-SUPERVISOR            PIC X(08).
          05 HLD-DATA-LIBERACAO        PIC 9(08).
          05 HLD-DATA-PAGAMENTO        PIC 9(08).
          05 HLD-RESERVA               PIC X(10).
