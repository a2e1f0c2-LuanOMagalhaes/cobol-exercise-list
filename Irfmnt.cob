       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRFMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-IRRF-FILE ASSIGN TO "IRFPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRP-DATA-VIGENCIA
               FILE STATUS IS WRK-STATUS-IRFPARM.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-IRRF-FILE.
       COPY IRFPRM.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-IRFPARM PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-OPERACAO-LOG PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(200) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(200) VALUE SPACES.
       77 WRK-OPCAO PIC 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR VALUE 1.
           88 OPCAO-ALTERAR VALUE 2.
           88 OPCAO-EXCLUIR VALUE 3.
           88 OPCAO-CONSULTAR VALUE 4.
           88 OPCAO-SAIR VALUE 0.

       77 WRK-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-LIMITE-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ALIQUOTA-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-PARCELA-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DEDUCAO-ED PIC Z.ZZ9,99 VALUE ZEROS.
       77 WRK-TETO-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COTA-ED PIC Z.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O PARAM-IRRF-FILE.
       IF WRK-STATUS-IRFPARM = '35'
           OPEN OUTPUT PARAM-IRRF-FILE
           CLOSE PARAM-IRRF-FILE
           OPEN I-O PARAM-IRRF-FILE
       END-IF.

       PERFORM WITH TEST AFTER UNTIL OPCAO-SAIR
           PERFORM 0200-EXIBE-MENU
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0300-INCLUIR
               WHEN OPCAO-ALTERAR
                   PERFORM 0400-ALTERAR
               WHEN OPCAO-EXCLUIR
                   PERFORM 0500-EXCLUIR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0600-CONSULTAR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       END-PERFORM.

       CLOSE PARAM-IRRF-FILE.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DOS PARAMETROS DE IRRF E SALARIO-FAMILIA'.
       DISPLAY '1 - INCLUIR VIGENCIA'.
       DISPLAY '2 - ALTERAR VIGENCIA'.
       DISPLAY '3 - EXCLUIR VIGENCIA'.
       DISPLAY '4 - CONSULTAR VIGENCIA'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

       0300-INCLUIR.
       DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
       ACCEPT IRP-DATA-VIGENCIA FROM CONSOLE.
       PERFORM 0700-ACEITA-PARAMETROS.
       WRITE PARAM-IRRF-RECORD
           INVALID KEY
               DISPLAY 'VIGENCIA JA CADASTRADA'
           NOT INVALID KEY
               DISPLAY 'INCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-ANTES
               MOVE PARAM-IRRF-RECORD TO WRK-IMAGEM-DEPOIS
               MOVE 'I' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-WRITE.

       0400-ALTERAR.
       DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
       ACCEPT IRP-DATA-VIGENCIA FROM CONSOLE.
       READ PARAM-IRRF-FILE
           INVALID KEY
               DISPLAY 'VIGENCIA NAO ENCONTRADA'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE PARAM-IRRF-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0700-ACEITA-PARAMETROS
               REWRITE PARAM-IRRF-RECORD
               DISPLAY 'ALTERADO COM SUCESSO'
               MOVE PARAM-IRRF-RECORD TO WRK-IMAGEM-DEPOIS
               MOVE 'A' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0500-EXCLUIR.
       DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
       ACCEPT IRP-DATA-VIGENCIA FROM CONSOLE.
       READ PARAM-IRRF-FILE
           INVALID KEY
               DISPLAY 'VIGENCIA NAO ENCONTRADA'
           NOT INVALID KEY
               MOVE PARAM-IRRF-RECORD TO WRK-IMAGEM-ANTES
               DELETE PARAM-IRRF-FILE
               DISPLAY 'EXCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-DEPOIS
               MOVE 'E' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0600-CONSULTAR.
       DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
       ACCEPT IRP-DATA-VIGENCIA FROM CONSOLE.
       READ PARAM-IRRF-FILE
           INVALID KEY
               DISPLAY 'VIGENCIA NAO ENCONTRADA'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
       END-READ.

       0610-EXIBE-REGISTRO.
       DISPLAY 'VIGENCIA: ' IRP-DATA-VIGENCIA.
       PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 5
           MOVE IRP-LIMITE(WRK-FAIXA) TO WRK-LIMITE-ED
           MOVE IRP-ALIQUOTA(WRK-FAIXA) TO WRK-ALIQUOTA-ED
           MOVE IRP-PARCELA-DEDUZIR(WRK-FAIXA) TO WRK-PARCELA-ED
           DISPLAY 'FAIXA ' WRK-FAIXA ' LIMITE: ' WRK-LIMITE-ED
               ' ALIQUOTA: ' WRK-ALIQUOTA-ED
               ' PARCELA A DEDUZIR: ' WRK-PARCELA-ED
       END-PERFORM.
       MOVE IRP-DEDUCAO-DEPENDENTE TO WRK-DEDUCAO-ED.
       DISPLAY 'DEDUCAO POR DEPENDENTE.....: ' WRK-DEDUCAO-ED.
       MOVE IRP-TETO-SAL-FAMILIA TO WRK-TETO-ED.
       DISPLAY 'TETO DO SALARIO-FAMILIA....: ' WRK-TETO-ED.
       MOVE IRP-COTA-SAL-FAMILIA TO WRK-COTA-ED.
       DISPLAY 'COTA POR FILHO.............: ' WRK-COTA-ED.
       DISPLAY 'IDADE LIMITE DA COTA.......: ' IRP-IDADE-SAL-FAMILIA.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ reconstituir quem mudou o que.
      *> O registro passa de 100 posicoes: a parte a partir da quinta
      *> faixa sai num segundo registro do log, mesma vigencia com
      *> 'COMPL' na chave, como no EMPMNT.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'IRFPARM ' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE IRP-DATA-VIGENCIA TO CHG-CHAVE(1:8).
       MOVE WRK-IMAGEM-ANTES(1:100) TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS(1:100) TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       MOVE 'COMPL' TO CHG-CHAVE(10:5).
       MOVE WRK-IMAGEM-ANTES(93:100) TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS(93:100) TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

      *> A primeira faixa e a isenta: limite da isencao com aliquota
      *> e parcela zeradas.
       0700-ACEITA-PARAMETROS.
       PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 5
           DISPLAY 'FAIXA ' WRK-FAIXA ' - LIMITE DA BASE: '
           ACCEPT IRP-LIMITE(WRK-FAIXA) FROM CONSOLE
           DISPLAY 'FAIXA ' WRK-FAIXA ' - ALIQUOTA (%): '
           ACCEPT IRP-ALIQUOTA(WRK-FAIXA) FROM CONSOLE
           DISPLAY 'FAIXA ' WRK-FAIXA ' - PARCELA A DEDUZIR: '
           ACCEPT IRP-PARCELA-DEDUZIR(WRK-FAIXA) FROM CONSOLE
       END-PERFORM.
       DISPLAY 'DEDUCAO POR DEPENDENTE: '.
       ACCEPT IRP-DEDUCAO-DEPENDENTE FROM CONSOLE.
       DISPLAY 'TETO DE REMUNERACAO DO SALARIO-FAMILIA: '.
       ACCEPT IRP-TETO-SAL-FAMILIA FROM CONSOLE.
       DISPLAY 'VALOR DA COTA DE SALARIO-FAMILIA POR FILHO: '.
       ACCEPT IRP-COTA-SAL-FAMILIA FROM CONSOLE.
       DISPLAY 'IDADE LIMITE DA COTA (ANOS): '.
       ACCEPT IRP-IDADE-SAL-FAMILIA FROM CONSOLE.
