               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WRK-STATUS-RETROPND.
           SELECT REIMBURSEMENT-FILE ASSIGN TO "REEMBPND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WRK-STATUS-REEMBPND.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WRK-STATUS-PAYHIST.
           SELECT BENEFIT-SHARE-FILE ASSIGN TO "BNFDESC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDS-CHAVE
               FILE STATUS IS WRK-STATUS-BNFDESC.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-PENDING-FILE.
       COPY RETREC.

       FD  REIMBURSEMENT-FILE.
       COPY RMBREC.

       FD  PAY-HISTORY-FILE.
       COPY PHSREC.

       FD  BENEFIT-SHARE-FILE.
       COPY BDSREC.

       WORKING-STORAGE SECTION.
       COPY DEDTBL.
       COPY BRKDWN.
       COPY BASSAL.
       COPY AFSRES.

       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEDPARM PIC X(02) VALUE SPACES.
       01  WRK-DATA-EXECUCAO-P REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-PERIODO-EXECUCAO PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-FUNCAO-PRMCTL PIC X(01) VALUE 'V'.
       77 WRK-TIPO-PRMCTL PIC X(01) VALUE 'F'.
       77 WRK-STATUS-PRMCTL PIC X(02) VALUE SPACES.
       COPY PRMEXE.
       77 WRK-DATA-EXECUCAO-ED PIC 99/99/9999.
       01  WRK-PERIODO-ANTERIOR PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-ANTERIOR-R REDEFINES WRK-PERIODO-ANTERIOR.
       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZEROS.

       77 WRK-DESCONTO-INSS-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-INSS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-SAL-FAMILIA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-CALCULA-SAL-FAMILIA PIC X(01) VALUE 'S'.
       77 WRK-TOTAL-SAL-FAMILIA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO-PAGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-STATUS-ADVANCE PIC X(02) VALUE SPACES.
           88 FIM-DOS-RETROS VALUE 'S'.
       77 WRK-VALOR-RETRO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-BRUTO-COM-RETRO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-STATUS-REEMBPND PIC X(02) VALUE SPACES.
       77 WRK-REEMBPND-DISPONIVEL PIC X(01) VALUE 'N'.
           88 REEMBPND-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-REEMBOLSO PIC X(01) VALUE 'N'.
           88 FIM-DOS-REEMBOLSOS VALUE 'S'.
       77 WRK-VALOR-REEMBOLSO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-REEMBOLSO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-PAYHIST-DISPONIVEL PIC X(01) VALUE 'N'.
           88 PAYHIST-DISPONIVEL VALUE 'S'.
       77 WRK-STATUS-BNFDESC PIC X(02) VALUE SPACES.
       77 WRK-BNFDESC-DISPONIVEL PIC X(01) VALUE 'N'.
           88 BNFDESC-DISPONIVEL VALUE 'S'.
      *> Desconto do vale-transporte limitado a 6% do salario base.
       77 WRK-PERC-TETO-VT PIC 9(02)V99 VALUE 06,00.
       77 WRK-TETO-VT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VR PIC 9(05)V99 VALUE ZEROS.

       77 WRK-LIMITE-VARIACAO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(05)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       CALL 'PRMCTL' USING WRK-FUNCAO-PRMCTL WRK-TIPO-PRMCTL
           PARAMETRO-EXECUCAO WRK-STATUS-PRMCTL.
       IF WRK-STATUS-PRMCTL NOT = '00'
           DISPLAY 'PREVIA DA FOLHA ABORTADA - PARAMETRO DE '
               'PROCESSAMENTO RECUSADO'
           STOP RUN
       END-IF.
       MOVE PEX-DATA-REFERENCIA TO WRK-DATA-EXECUCAO.
       MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ED.
       DISPLAY 'PREVIA DA FOLHA - NENHUM ARQUIVO PERMANENTE E '
           'ALTERADO'.
       MOVE 12,00 TO FAI-ALIQUOTA(3).
       MOVE 000101,18 TO FAI-PARCELA-DEDUZIR(3).

       MOVE 7786,02 TO FAI-LIMITE(4).
       MOVE 14,00 TO FAI-ALIQUOTA(4).
       MOVE 000181,18 TO FAI-PARCELA-DEDUZIR(4).

           SET RETROPND-DISPONIVEL TO TRUE
       END-IF.

       OPEN INPUT REIMBURSEMENT-FILE.
       IF WRK-STATUS-REEMBPND = '00'
           SET REEMBPND-DISPONIVEL TO TRUE
       END-IF.

       OPEN INPUT BENEFIT-SHARE-FILE.
       IF WRK-STATUS-BNFDESC = '00'
           SET BNFDESC-DISPONIVEL TO TRUE
       END-IF.

       OPEN OUTPUT PRINT-FILE.
       MOVE WRK-DATA-EXECUCAO TO LC1-DATA.
       WRITE PRINT-LINE FROM LINHA-CABECALHO-1.
           MOVE EMP-GANHA-HORA TO WRK-GANHA-HORA
           MOVE EMP-HORAS-TRABALHADAS-MES TO WRK-HORAS-TRABALHADAS-MES
           MOVE EMP-HORAS-DOM-FERIADO TO WRK-HORAS-DOM-FERIADO
           PERFORM 0310-MONTA-BASE-SALARIAL

           CALL 'EX57C' USING EMP-NUMERO WRK-USAR-RATE-MASTER
               WRK-GANHA-HORA WRK-HORAS-TRABALHADAS-MES
               WRK-HORAS-DOM-FERIADO WRK-CALCULA-HORAS
               BREAKDOWN-CALCULO BASE-SALARIAL

           CALL 'EX57V' USING EMP-NUMERO WRK-GANHA-HORA
               WRK-HORAS-TRABALHADAS-MES WRK-HORAS-DOM-FERIADO
           END-IF
       END-IF.

      *> Base salarial do funcionario para o EX57C: tipo de salario,
      *> competencia e datas de admissao/desligamento (proporcao do
      *> mensalista); o salario mensal vem do RATE-MASTER. Os
      *> afastamentos e faltas da competencia vem do EX57A.
       0310-MONTA-BASE-SALARIAL.
       MOVE EMP-TIPO-SALARIO TO BAS-TIPO-SALARIO.
       MOVE ZEROS TO BAS-SALARIO-MENSAL.
       MOVE WRK-PERIODO-EXECUCAO TO BAS-PERIODO-REFERENCIA.
       MOVE EMP-DATA-ADMISSAO TO BAS-DATA-ADMISSAO.
       MOVE EMP-DATA-DESLIGAMENTO TO BAS-DATA-DESLIGAMENTO.
       MOVE ZEROS TO BAS-DIAS-NAO-REMUNERADOS.
       MOVE ZEROS TO BAS-DIAS-PAGOS.
       MOVE ZEROS TO BAS-DIAS-ABONADOS.
       MOVE ZEROS TO BAS-DIAS-DSR-PERDIDOS.
       IF EMP-HORAS-NOTURNAS IS NUMERIC
           MOVE EMP-HORAS-NOTURNAS TO BAS-HORAS-NOTURNAS
       ELSE
           MOVE ZEROS TO BAS-HORAS-NOTURNAS
       END-IF.
       CALL 'EX57A' USING EMP-NUMERO WRK-PERIODO-EXECUCAO
           EMP-DATA-ADMISSAO RESUMO-AFASTAMENTO.
       MOVE RAF-DIAS-NAO-REMUNERADOS TO BAS-DIAS-NAO-REMUNERADOS.
       MOVE RAF-DIAS-ABONADOS TO BAS-DIAS-ABONADOS.
       MOVE RAF-DIAS-DSR-PERDIDOS TO BAS-DIAS-DSR-PERDIDOS.

      *> Pendencias retroativas so consultadas: a previa mostra o
      *> bruto como o EX57 pagara, sem marcar nada como pago.
       0325-APLICA-RETRO-PREVIA.
           END-IF
       END-IF.

      *> INSS, IRRF e salario-familia pelas mesmas regras do EX57.
       0330-CALCULA-DESCONTOS.
       IF WRK-CALCULA-HORAS > FAI-LIMITE(4)
           MOVE FAI-LIMITE(4) TO WRK-BASE-INSS
       ELSE
           MOVE WRK-CALCULA-HORAS TO WRK-BASE-INSS
       END-IF.
       SET IX-FAIXA TO 1.
       SEARCH FAIXA-DESCONTO
           AT END SET IX-FAIXA TO 4
           WHEN WRK-BASE-INSS NOT > FAI-LIMITE(IX-FAIXA)
               CONTINUE
       END-SEARCH.

       MULTIPLY WRK-BASE-INSS BY FAI-ALIQUOTA(IX-FAIXA)
           GIVING WRK-DESCONTO-INSS.
       DIVIDE WRK-DESCONTO-INSS BY 100 GIVING
           WRK-DESCONTO-INSS ROUNDED.
       SUBTRACT FAI-PARCELA-DEDUZIR(IX-FAIXA) FROM
           WRK-DESCONTO-INSS.

       CALL 'EX57T' USING EMP-NUMERO WRK-DATA-EXECUCAO
           WRK-CALCULA-HORAS WRK-DESCONTO-INSS WRK-CALCULA-SAL-FAMILIA
           WRK-DESCONTO-IRRF WRK-VALOR-SAL-FAMILIA
           WRK-QTDE-DEPENDENTES.
       ADD WRK-DESCONTO-INSS WRK-DESCONTO-IRRF
           GIVING WRK-DESCONTO-INSS-IRRF.

       MOVE ZEROS TO WRK-DESCONTO-ADIANTAMENTO.
       IF ADVANCE-DISPONIVEL
       END-IF.

       PERFORM 0335-CALCULA-CONSIGNACOES.
       PERFORM 0336-CALCULA-BENEFICIOS.

       COMPUTE WRK-VALOR-LIQUIDO = WRK-CALCULA-HORAS +
           WRK-VALOR-SAL-FAMILIA - WRK-DESCONTO-INSS-IRRF -
           WRK-DESCONTO-PLANO-SAUDE - WRK-DESCONTO-CONSIGNACOES -
           WRK-DESCONTO-ADIANTAMENTO - WRK-DESCONTO-VT -
           WRK-DESCONTO-VR.
       IF WRK-VALOR-LIQUIDO < ZEROS
           MOVE ZEROS TO WRK-VALOR-LIQUIDO-PAGO
       ELSE
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-LIQUIDO-PAGO
       END-IF.
       PERFORM 0337-CONSULTA-REEMBOLSOS.
       ADD WRK-VALOR-REEMBOLSO TO WRK-VALOR-LIQUIDO-PAGO.

      *> Mesma regra de vigencia e calculo do EX57, apenas lida -
      *> nada e marcado ou repassado numa previa.
           END-PERFORM
       END-IF.

      *> Participacao nos vales pela mesma regra do EX57, so lida -
      *> o BNFDESC nao e marcado como descontado numa previa.
       0336-CALCULA-BENEFICIOS.
       MOVE ZEROS TO WRK-DESCONTO-VT.
       MOVE ZEROS TO WRK-DESCONTO-VR.
       IF BNFDESC-DISPONIVEL
           MOVE EMP-NUMERO TO BDS-EMP-NUMERO
           MOVE WRK-PERIODO-EXECUCAO TO BDS-PERIODO
           READ BENEFIT-SHARE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-TETO-VT ROUNDED =
                       BRK-VALOR-HORAS-NORMAIS * WRK-PERC-TETO-VT / 100
                   IF BDS-VALOR-VT > WRK-TETO-VT
                       MOVE WRK-TETO-VT TO WRK-DESCONTO-VT
                   ELSE
                       MOVE BDS-VALOR-VT TO WRK-DESCONTO-VT
                   END-IF
                   IF BDS-DESCONTO-VR > BDS-VALOR-VR
                       MOVE BDS-VALOR-VR TO WRK-DESCONTO-VR
                   ELSE
                       MOVE BDS-DESCONTO-VR TO WRK-DESCONTO-VR
                   END-IF
           END-READ
       END-IF.

      *> Reembolsos de despesa que o EX57 pagara, so lidos - nada e
      *> marcado como pago numa previa.
       0337-CONSULTA-REEMBOLSOS.
       MOVE ZEROS TO WRK-VALOR-REEMBOLSO.
       IF REEMBPND-DISPONIVEL
           MOVE 'N' TO WRK-FIM-REEMBOLSO
           MOVE EMP-NUMERO TO RMB-EMP-NUMERO
           MOVE LOW-VALUES TO RMB-DOCUMENTO
           START REIMBURSEMENT-FILE KEY NOT LESS THAN RMB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-REEMBOLSO
           END-START
           PERFORM UNTIL FIM-DOS-REEMBOLSOS
               READ REIMBURSEMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-REEMBOLSO
                   NOT AT END
                       IF RMB-EMP-NUMERO NOT = EMP-NUMERO
                           MOVE 'S' TO WRK-FIM-REEMBOLSO
                       ELSE
                           IF RMB-PENDENTE OR (RMB-PAGO AND
                                   RMB-PERIODO-PAGAMENTO =
                                   WRK-PERIODO-EXECUCAO)
                               ADD RMB-VALOR TO WRK-VALOR-REEMBOLSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

      *> Funcionario sem bruto no periodo anterior (admissao nova ou
      *> log indisponivel) sai assinalado para conferencia manual.
       0340-COMPARA-E-IMPRIME.
       ADD WRK-CALCULA-HORAS TO WRK-TOTAL-BRUTO.
       ADD WRK-DESCONTO-INSS-IRRF WRK-DESCONTO-PLANO-SAUDE
           WRK-DESCONTO-CONSIGNACOES WRK-DESCONTO-ADIANTAMENTO
           WRK-DESCONTO-VT WRK-DESCONTO-VR
           TO WRK-TOTAL-DESCONTOS.
       ADD WRK-VALOR-SAL-FAMILIA TO WRK-TOTAL-SAL-FAMILIA.
       ADD WRK-VALOR-REEMBOLSO TO WRK-TOTAL-REEMBOLSO.
       ADD WRK-VALOR-LIQUIDO-PAGO TO WRK-TOTAL-LIQUIDO.

       MOVE ZEROS TO WRK-BRUTO-ANTERIOR.
       MOVE WRK-BRUTO-ANTERIOR TO LD-BRUTO-ANT.
       ADD WRK-DESCONTO-INSS-IRRF WRK-DESCONTO-PLANO-SAUDE
           WRK-DESCONTO-CONSIGNACOES WRK-DESCONTO-ADIANTAMENTO
           WRK-DESCONTO-VT WRK-DESCONTO-VR
           GIVING LD-DESCONTOS.
       MOVE WRK-VALOR-LIQUIDO-PAGO TO LD-LIQUIDO.
       MOVE WRK-VARIACAO TO LD-VARIACAO.
           TO LT-DESCRICAO.
       MOVE WRK-TOTAL-DESCONTOS TO LT-VALOR.
       WRITE PRINT-LINE FROM LINHA-TOTAL.
       MOVE 'TOTAL DE SALARIO-FAMILIA.............:'
           TO LT-DESCRICAO.
       MOVE WRK-TOTAL-SAL-FAMILIA TO LT-VALOR.
       WRITE PRINT-LINE FROM LINHA-TOTAL.
       MOVE 'TOTAL DE REEMBOLSOS DE DESPESA.......:'
           TO LT-DESCRICAO.
       MOVE WRK-TOTAL-REEMBOLSO TO LT-VALOR.
       WRITE PRINT-LINE FROM LINHA-TOTAL.
       MOVE 'TOTAL LIQUIDO A DEPOSITAR............:'
           TO LT-DESCRICAO.
       MOVE WRK-TOTAL-LIQUIDO TO LT-VALOR.
       IF RETROPND-DISPONIVEL
           CLOSE RETRO-PENDING-FILE
       END-IF.
       IF REEMBPND-DISPONIVEL
           CLOSE REIMBURSEMENT-FILE
       END-IF.
       IF PAYHIST-DISPONIVEL
           CLOSE PAY-HISTORY-FILE
       END-IF.
       IF BNFDESC-DISPONIVEL
           CLOSE BENEFIT-SHARE-FILE
       END-IF.
       CLOSE PRINT-FILE.
