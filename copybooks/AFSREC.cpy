      *> Afastamentos e faltas do funcionario, mantidos pelo AFSMNT:
      *> um registro por matricula e data de inicio, com o tipo, a
      *> data de fim (zero enquanto o afastamento esta em aberto) e o
      *> documento que o sustenta (atestado, CAT, certidao, portaria).
      *> Lidos pelo EX57A para os dias pagos, o DSR e a reducao das
      *> ferias da folha, pelo TIMEPST para recusar horas lancadas em
      *> dia de afastamento e pelo AFSREL na relacao mensal.
      *>   D - doenca: a empresa paga os 15 primeiros dias, o restante
      *>       fica com o INSS
      *>   A - acidente de trabalho: mesma regra da doenca
      *>   M - licenca-maternidade: paga pela empresa e compensada
      *>   N - licenca nao remunerada
      *>   F - falta injustificada: nao paga o dia nem o DSR da semana
      *>   J - falta justificada (abonada): paga normalmente
       01 ABSENCE-RECORD.
          05 AFS-CHAVE.
             10 AFS-EMP-NUMERO         PIC 9(06).
             10 AFS-DATA-INICIO        PIC 9(08).
          05 AFS-TIPO                  PIC X(01).
             88 AFS-DOENCA             VALUE 'D'.
             88 AFS-ACIDENTE           VALUE 'A'.
             88 AFS-MATERNIDADE        VALUE 'M'.
             88 AFS-NAO-REMUNERADA     VALUE 'N'.
             88 AFS-FALTA-INJUSTIFICADA VALUE 'F'.
             88 AFS-FALTA-JUSTIFICADA  VALUE 'J'.
             88 AFS-PAGO-PELO-INSS     VALUE 'D' 'A'.
             88 AFS-TIPO-VALIDO        VALUE 'D' 'A' 'M' 'N' 'F' 'J'.
          05 AFS-DATA-FIM              PIC 9(08).
          05 AFS-DOCUMENTO             PIC X(20).
          05 AFS-RESERVA               PIC X(17).
