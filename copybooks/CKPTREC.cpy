      *> Registro de checkpoint do EX57: guarda a ultima matricula
      *> processada com sucesso para permitir restart sem reprocessar
      *> (e repagar) quem ja foi calculado. A folha roda empresa a
      *> empresa: o checkpoint guarda tambem a empresa em curso (em
      *> branco entre uma empresa e outra) e as empresas cujo lote
      *> ja foi fechado nesta execucao, que a retomada nao repete.
       01 CHECKPOINT-RECORD.
          05 CKP-EMP-NUMERO             PIC 9(06).
          05 CKP-DATA-EXECUCAO          PIC 9(08).
          05 CKP-EMPRESA                PIC X(04).
          05 CKP-EMPRESAS-CONCLUIDAS.
             10 CKP-EMPRESA-CONCLUIDA   PIC X(04) OCCURS 10 TIMES.
