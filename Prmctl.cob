       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMCTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSING-PARAM-FILE ASSIGN TO "PROCPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-TIPO-EXECUCAO
               FILE STATUS IS WRK-STATUS-PROCPARM.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-PERIODO
               FILE STATUS IS WRK-STATUS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESSING-PARAM-FILE.
       COPY PRMREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PROCPARM PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RUNCTL PIC X(02) VALUE SPACES.
       77 WRK-FIM-RUNCTL PIC X(01) VALUE 'N'.
           88 FIM-DO-RUNCTL VALUE 'S'.
       77 WRK-MOTIVO-BLOQUEIO PIC X(50) VALUE SPACES.

       01 WRK-PERIODO PIC 9(06) VALUE ZEROS.
       01 WRK-PERIODO-R REDEFINES WRK-PERIODO.
          05 WRK-PER-ANO PIC 9(04).
          05 WRK-PER-MES PIC 9(02).
       01 WRK-PERIODO-ANTERIOR PIC 9(06) VALUE ZEROS.
       01 WRK-PERIODO-ANTERIOR-R REDEFINES WRK-PERIODO-ANTERIOR.
          05 WRK-ANT-ANO PIC 9(04).
          05 WRK-ANT-MES PIC 9(02).
       01 WRK-DATA-PAGAMENTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PAGAMENTO-R REDEFINES WRK-DATA-PAGAMENTO.
          05 FILLER PIC 9(04).
          05 WRK-PAG-MES PIC 9(02).
          05 WRK-PAG-DIA PIC 9(02).

       77 WRK-ULTIMO-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-DIAS-MES-VALORES.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TABELA-DIAS-MES REDEFINES WRK-TABELA-DIAS-MES-VALORES.
          05 WRK-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01 LK-FUNCAO PIC X(01).
           88 LK-LER-E-VALIDAR VALUE 'V'.
           88 LK-LER VALUE 'L'.
           88 LK-CONFERIR VALUE 'C'.
       01 LK-TIPO-EXECUCAO PIC X(01).
       COPY PRMEXE.
       01 LK-STATUS-RETORNO PIC X(02).

      *> Parametro de processamento do tipo de execucao pedido, lido
      *> do PROCPARM.DAT (funcao L), lido e conferido contra o
      *> RUNCTL.DAT (funcao V) ou so conferido com a competencia ja
      *> informada pelo chamador (funcao C, usada pelo PRMMNT). A
      *> conferencia recusa competencia ja fechada pelo PERCLOSE e
      *> competencia que pule um periodo: a anterior tem de estar
      *> fechada, e nenhuma competencia posterior pode ter sido
      *> fechada antes dela. Retorno 00 liberado, 91 bloqueado, 92
      *> parametro ausente ou invalido.
       PROCEDURE DIVISION USING LK-FUNCAO LK-TIPO-EXECUCAO
           PARAMETRO-EXECUCAO LK-STATUS-RETORNO.
       0100-INICIAR.
       MOVE '00' TO LK-STATUS-RETORNO.
       MOVE SPACES TO WRK-MOTIVO-BLOQUEIO.

       IF LK-LER-E-VALIDAR OR LK-LER
           PERFORM 0200-LER-PARAMETRO
       END-IF.

       IF LK-STATUS-RETORNO = '00'
           PERFORM 0250-VALIDA-CAMPOS
       END-IF.

       IF LK-STATUS-RETORNO = '00' AND
               (LK-LER-E-VALIDAR OR LK-CONFERIR)
           PERFORM 0300-CONFERE-RUN-CONTROL
       END-IF.

       IF LK-STATUS-RETORNO NOT = '00'
           DISPLAY 'PRMCTL: COMPETENCIA ' PEX-PERIODO ' TIPO '
               LK-TIPO-EXECUCAO ' RECUSADA - ' WRK-MOTIVO-BLOQUEIO
       END-IF.
       GOBACK.

       0200-LER-PARAMETRO.
       MOVE LK-TIPO-EXECUCAO TO PEX-TIPO-EXECUCAO.
       MOVE ZEROS TO PEX-PERIODO.
       MOVE ZEROS TO PEX-DATA-PAGAMENTO.
       MOVE ZEROS TO PEX-DATA-REFERENCIA.
       OPEN INPUT PROCESSING-PARAM-FILE.
       IF WRK-STATUS-PROCPARM NOT = '00'
           MOVE '92' TO LK-STATUS-RETORNO
           MOVE 'PROCPARM.DAT INDISPONIVEL - RODAR O PRMMNT'
               TO WRK-MOTIVO-BLOQUEIO
       ELSE
           MOVE LK-TIPO-EXECUCAO TO PRM-TIPO-EXECUCAO
           READ PROCESSING-PARAM-FILE
               INVALID KEY
                   MOVE '92' TO LK-STATUS-RETORNO
                   MOVE 'PARAMETRO DO TIPO NAO CADASTRADO NO PRMMNT'
                       TO WRK-MOTIVO-BLOQUEIO
               NOT INVALID KEY
                   MOVE PRM-PERIODO TO PEX-PERIODO
                   MOVE PRM-DATA-PAGAMENTO TO PEX-DATA-PAGAMENTO
           END-READ
           CLOSE PROCESSING-PARAM-FILE
       END-IF.

      *> A data de referencia e o ultimo dia da competencia: vigencias
      *> de tabelas e consignacoes valem como no fim do mes pago.
       0250-VALIDA-CAMPOS.
       MOVE PEX-PERIODO TO WRK-PERIODO.
       MOVE PEX-DATA-PAGAMENTO TO WRK-DATA-PAGAMENTO.
       EVALUATE TRUE
           WHEN WRK-PER-ANO = ZEROS OR
                   WRK-PER-MES < 01 OR WRK-PER-MES > 12
               MOVE '92' TO LK-STATUS-RETORNO
               MOVE 'COMPETENCIA INVALIDA' TO WRK-MOTIVO-BLOQUEIO
           WHEN WRK-DATA-PAGAMENTO = ZEROS OR
                   WRK-PAG-MES < 01 OR WRK-PAG-MES > 12 OR
                   WRK-PAG-DIA < 01 OR WRK-PAG-DIA > 31
               MOVE '92' TO LK-STATUS-RETORNO
               MOVE 'DATA DE PAGAMENTO INVALIDA' TO WRK-MOTIVO-BLOQUEIO
           WHEN OTHER
               PERFORM 0260-ULTIMO-DIA-DO-MES
               COMPUTE PEX-DATA-REFERENCIA = WRK-PERIODO * 100 +
                   WRK-ULTIMO-DIA-MES
       END-EVALUATE.

       0260-ULTIMO-DIA-DO-MES.
       MOVE WRK-DIAS-DO-MES(WRK-PER-MES) TO WRK-ULTIMO-DIA-MES.
       IF WRK-PER-MES = 2
           DIVIDE WRK-PER-ANO BY 4 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           IF WRK-RESTO = ZEROS
               MOVE 29 TO WRK-ULTIMO-DIA-MES
               DIVIDE WRK-PER-ANO BY 100 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF WRK-RESTO = ZEROS
                   DIVIDE WRK-PER-ANO BY 400 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO
                   IF WRK-RESTO NOT = ZEROS
                       MOVE 28 TO WRK-ULTIMO-DIA-MES
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Sem RUNCTL.DAT (instalacao nova) nao ha historico a conferir.
       0300-CONFERE-RUN-CONTROL.
       OPEN INPUT RUN-CONTROL-FILE.
       IF WRK-STATUS-RUNCTL NOT = '00'
           DISPLAY 'AVISO: RUNCTL.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-RUNCTL ' - COMPETENCIA NAO CONFERIDA'
       ELSE
           PERFORM 0310-CONFERE-COMPETENCIA
           IF LK-STATUS-RETORNO = '00'
               PERFORM 0320-CONFERE-ANTERIOR
           END-IF
           IF LK-STATUS-RETORNO = '00'
               PERFORM 0330-CONFERE-POSTERIORES
           END-IF
           CLOSE RUN-CONTROL-FILE
       END-IF.

       0310-CONFERE-COMPETENCIA.
       MOVE WRK-PERIODO TO RCT-PERIODO.
       READ RUN-CONTROL-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF RCT-PERIODO-FECHADO
                   MOVE '91' TO LK-STATUS-RETORNO
                   MOVE 'COMPETENCIA JA FECHADA PELO PERCLOSE'
                       TO WRK-MOTIVO-BLOQUEIO
               END-IF
       END-READ.

      *> A competencia anterior precisa estar fechada; se ela nao
      *> existe no controle mas ha competencias mais antigas, houve
      *> salto de periodo.
       0320-CONFERE-ANTERIOR.
       IF WRK-PER-MES = 01
           COMPUTE WRK-ANT-ANO = WRK-PER-ANO - 1
           MOVE 12 TO WRK-ANT-MES
       ELSE
           MOVE WRK-PER-ANO TO WRK-ANT-ANO
           COMPUTE WRK-ANT-MES = WRK-PER-MES - 1
       END-IF.
       MOVE WRK-PERIODO-ANTERIOR TO RCT-PERIODO.
       READ RUN-CONTROL-FILE
           INVALID KEY
               PERFORM 0325-PROCURA-MAIS-ANTIGA
           NOT INVALID KEY
               IF NOT RCT-PERIODO-FECHADO
                   MOVE '91' TO LK-STATUS-RETORNO
                   MOVE 'COMPETENCIA ANTERIOR AINDA NAO FECHADA'
                       TO WRK-MOTIVO-BLOQUEIO
               END-IF
       END-READ.

       0325-PROCURA-MAIS-ANTIGA.
       MOVE ZEROS TO RCT-PERIODO.
       START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-PERIODO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCT-PERIODO < WRK-PERIODO
                           MOVE '91' TO LK-STATUS-RETORNO
                           MOVE 'COMPETENCIA ANTERIOR NAO PROCESSADA'
                               TO WRK-MOTIVO-BLOQUEIO
                       END-IF
               END-READ
       END-START.

       0330-CONFERE-POSTERIORES.
       MOVE 'N' TO WRK-FIM-RUNCTL.
       MOVE WRK-PERIODO TO RCT-PERIODO.
       START RUN-CONTROL-FILE KEY GREATER THAN RCT-PERIODO
           INVALID KEY
               MOVE 'S' TO WRK-FIM-RUNCTL
       END-START.
       PERFORM UNTIL FIM-DO-RUNCTL
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RUNCTL
               NOT AT END
                   IF RCT-PERIODO-FECHADO
                       MOVE '91' TO LK-STATUS-RETORNO
                       MOVE 'COMPETENCIA POSTERIOR JA FECHADA'
                           TO WRK-MOTIVO-BLOQUEIO
                       MOVE 'S' TO WRK-FIM-RUNCTL
                   END-IF
           END-READ
       END-PERFORM.
