      *> no fechamento da folha: o deposito patronal por matricula e
      *> periodo. O arquivo leva os mesmos registros de controle de
      *> lote do ACHEXP.DAT (header e trailer de 35 bytes); o detalhe
      *> fecha em 35 bytes para conviver com eles. O PIS do cadastro
      *> identifica o trabalhador no recolhimento.
       01 FGTS-REMIT-RECORD.
          05 FGT-EMP-NUMERO            PIC 9(06).
          05 FGT-PERIODO               PIC 9(06).
          05 FGT-VALOR                 PIC 9(09)V99.
          05 FGT-PIS                   PIC 9(11).
          05 FILLER                    PIC X(01).
