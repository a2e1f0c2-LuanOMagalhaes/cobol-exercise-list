      *> arquivo truncado na transferencia seja recusado em vez de
      *> processado como um lote menor. Ambos com 35 bytes para
      *> conviver com o registro de detalhe do ACHEXP.DAT.
      *> O EX57 grava um lote por empresa: o header do ACH leva a
      *> conta bancaria da empresa pagadora e o do FGTS o CNPJ e o
      *> codigo da empresa (os demais lotes deixam em brancos).
       01 BATCH-HEADER-RECORD.
          05 BCH-TIPO                  PIC X(03).
             88 BCH-HEADER             VALUE 'HDR'.
          05 BCH-DATA                  PIC 9(08).
          05 BCH-SEQUENCIA             PIC 9(06).
          05 BCH-DADOS-EMPRESA         VALUE SPACES.
             10 BCH-BANCO-EMPRESA      PIC 9(03).
             10 BCH-AGENCIA-EMPRESA    PIC 9(05).
             10 BCH-CONTA-EMPRESA      PIC 9(10).
          05 BCH-DADOS-EMPRESA-R REDEFINES BCH-DADOS-EMPRESA.
             10 BCH-CNPJ               PIC 9(14).
             10 BCH-EMPRESA            PIC X(04).
       01 BATCH-TRAILER-RECORD.
          05 BCT-TIPO                  PIC X(03).
             88 BCT-TRAILER            VALUE 'TRL'.
