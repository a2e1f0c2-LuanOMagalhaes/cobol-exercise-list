      *> Cadastro de centros de custo e obras, mantido pelo CCUMNT:
      *> o codigo que o relogio manda na linha do ponto, a descricao,
      *> a conta contabil de despesa debitada pelo bruto rateado ao
      *> centro no diario do EX57 e a empresa dona do centro. O
      *> TIMEPST recusa horas em centro fora do cadastro, inativo ou
      *> de outra empresa; centro inativo continua no cadastro para
      *> os diarios e relatorios dos meses ja processados.
       01 COST-CENTER-RECORD.
          05 CCU-CODIGO                PIC X(10).
          05 CCU-DESCRICAO             PIC X(30).
          05 CCU-CONTA-DESPESA         PIC X(10).
          05 CCU-EMPRESA               PIC X(04).
          05 CCU-STATUS                PIC X(01).
             88 CCU-ATIVO              VALUE 'A' SPACE.
             88 CCU-INATIVO            VALUE 'I'.
          05 CCU-RESERVA               PIC X(15).
