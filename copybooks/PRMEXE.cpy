      *> Parametro de execucao devolvido pelo PRMCTL ao programa do
      *> ciclo: a competencia, a data de pagamento e a data de
      *> referencia (ultimo dia da competencia), que substitui a data
      *> do sistema nas vigencias, no diario, na auditoria e no
      *> historico.
       01 PARAMETRO-EXECUCAO.
          05 PEX-TIPO-EXECUCAO         PIC X(01).
          05 PEX-PERIODO               PIC 9(06).
          05 PEX-DATA-PAGAMENTO        PIC 9(08).
          05 PEX-DATA-REFERENCIA       PIC 9(08).
