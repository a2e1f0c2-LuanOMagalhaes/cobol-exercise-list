      *> PERCLOSE) ficam marcadas no mesmo registro; o PERCTL
      *> verifica a ordem antes de cada programa rodar e avanca a
      *> etapa ao terminar.
      *> Com a folha rodando por empresa, a situacao de cada empresa
      *> do CIAMSTR fica na tabela do registro (codigo em branco,
      *> posicao livre): o EX57 recusa de novo so a empresa ja paga,
      *> e o registro do periodo fica completo quando todas
      *> estiverem.
      *> A verificacao de integridade entre os arquivos (INTEGR) fica
      *> registrada no fim do registro: com inconsistencia grave o
      *> PERCTL segura a folha ate nova verificacao limpa ou liberacao
      *> do supervisor. A etapa e a reserva final sao criadas pela
      *> conversao do CIACONV; a reserva absorve campos futuros sem
      *> nova conversao.
       01 RUN-CONTROL-RECORD.
          05 RCT-PERIODO               PIC 9(06).
          05 RCT-DATA-EXECUCAO         PIC 9(08).
             88 RCT-FERIAS-PAGAS       VALUE 'S'.
          05 RCT-ETAPA-FECHAMENTO      PIC X(01).
             88 RCT-PERIODO-FECHADO    VALUE 'S'.
          05 RCT-EMPRESAS.
             10 RCT-EMPRESA OCCURS 10 TIMES INDEXED BY IX-RCE.
                15 RCT-EMP-CODIGO      PIC X(04).
                15 RCT-EMP-STATUS      PIC X(01).
                   88 RCT-EMP-COMPLETA VALUE 'C'.
                15 RCT-EMP-DATA-EXECUCAO PIC 9(08).
                15 RCT-EMP-OVERRIDE-ID PIC X(08).
                15 RCT-EMP-OVERRIDE-MOTIVO PIC X(40).
          05 RCT-ETAPA-INTEGRIDADE     PIC X(01).
             88 RCT-INTEGRIDADE-OK     VALUE 'S'.
             88 RCT-INTEGRIDADE-GRAVE  VALUE 'G'.
          05 RCT-RESERVA               PIC X(30).
