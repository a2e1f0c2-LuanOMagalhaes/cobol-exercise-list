       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX57T.
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
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPN-CHAVE
               FILE STATUS IS WRK-STATUS-DEPENDEN.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-IRRF-FILE.
       COPY IRFPRM.

       FD  DEPENDENT-FILE.
       COPY DPNREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-IRFPARM PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPENDEN PIC X(02) VALUE SPACES.
       77 WRK-DEPENDEN-ABERTO PIC X(01) VALUE 'N'.
           88 DEPENDEN-ABERTO VALUE 'S'.
       77 WRK-DEPENDEN-DISPONIVEL PIC X(01) VALUE 'N'.
           88 DEPENDEN-DISPONIVEL VALUE 'S'.
       77 WRK-FIM-IRFPARM PIC X(01) VALUE 'N'.
           88 FIM-DO-IRFPARM VALUE 'S'.
       77 WRK-FIM-DEPENDEN PIC X(01) VALUE 'N'.
           88 FIM-DOS-DEPENDENTES VALUE 'S'.
       77 WRK-IND-PARAM-ACHADO PIC X(01) VALUE 'N'.
           88 PARAM-ACHADO VALUE 'S'.
       77 WRK-DATA-CARREGADA PIC 9(08) VALUE ZEROS.
       77 WRK-VIGENCIA-EM-FORCA PIC 9(08) VALUE ZEROS.
       77 WRK-SUB-FAIXA PIC 9(01) VALUE ZEROS.

      *> Tabela progressiva mensal do IRRF em uso e parametros do
      *> salario-familia; os valores abaixo sao o ultimo recurso caso
      *> IRFPARM.DAT nao exista ou nao tenha vigencia aplicavel.
       01  TABELA-IRRF.
           05 FAIXA-IRRF OCCURS 5 TIMES INDEXED BY IX-IRF.
              10 TIR-LIMITE            PIC 9(07)V99.
              10 TIR-ALIQUOTA          PIC 9(02)V99.
              10 TIR-PARCELA-DEDUZIR   PIC 9(06)V99.
       77 WRK-DEDUCAO-DEPENDENTE PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TETO-SAL-FAMILIA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-COTA-SAL-FAMILIA PIC 9(04)V99 VALUE ZEROS.
       77 WRK-IDADE-SAL-FAMILIA PIC 9(02) VALUE ZEROS.

       77 WRK-QTDE-COTAS PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-LIMITE-IDADE PIC 9(08) VALUE ZEROS.
       77 WRK-BASE-IRRF PIC S9(07)V99 VALUE ZEROS.
       77 WRK-BASE-IRRF-POSITIVA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IRRF-CALC PIC S9(07)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-EMP-NUMERO PIC 9(06).
       01 LK-DATA-REFERENCIA PIC 9(08).
       01 LK-BASE-BRUTA PIC 9(07)V99.
       01 LK-DESCONTO-INSS PIC 9(06)V99.
       01 LK-IND-SAL-FAMILIA PIC X(01).
           88 LK-CALCULA-SAL-FAMILIA VALUE 'S'.
       01 LK-DESCONTO-IRRF PIC 9(06)V99.
       01 LK-VALOR-SAL-FAMILIA PIC 9(05)V99.
       01 LK-QTDE-DEPENDENTES PIC 9(02).

      *> IRRF retido na fonte sobre a base depois do INSS e da
      *> deducao por dependente, e salario-familia por filho ou
      *> enteado elegivel quando a remuneracao do mes nao passa do
      *> teto. O INSS continua calculado pelo chamador com a tabela
      *> do DEDPARM.DAT; o salario-familia so e pedido pela folha
      *> mensal e pela previa.
       PROCEDURE DIVISION USING LK-EMP-NUMERO LK-DATA-REFERENCIA
           LK-BASE-BRUTA LK-DESCONTO-INSS LK-IND-SAL-FAMILIA
           LK-DESCONTO-IRRF LK-VALOR-SAL-FAMILIA LK-QTDE-DEPENDENTES.
       0100-INICIAR.
       IF LK-DATA-REFERENCIA NOT = WRK-DATA-CARREGADA
           PERFORM 0110-CARREGAR-TABELA-IRRF
       END-IF.
       PERFORM 0150-ABRIR-DEPENDENTES.

       MOVE ZEROS TO LK-DESCONTO-IRRF.
       MOVE ZEROS TO LK-VALOR-SAL-FAMILIA.
       MOVE ZEROS TO LK-QTDE-DEPENDENTES.
       MOVE ZEROS TO WRK-QTDE-COTAS.
       PERFORM 0200-CONTA-DEPENDENTES.
       PERFORM 0300-CALCULA-IRRF.
       IF LK-CALCULA-SAL-FAMILIA
           PERFORM 0400-CALCULA-SAL-FAMILIA
       END-IF.

       GOBACK.

      *> Tabela de 2024; a vigencia do IRFPARM.DAT substitui estes
      *> valores assim que cadastrada pelo IRFMNT.
       0110-CARREGAR-TABELA-IRRF.
       MOVE 2259,20 TO TIR-LIMITE(1).
       MOVE 00,00 TO TIR-ALIQUOTA(1).
       MOVE 000000,00 TO TIR-PARCELA-DEDUZIR(1).

       MOVE 2826,65 TO TIR-LIMITE(2).
       MOVE 07,50 TO TIR-ALIQUOTA(2).
       MOVE 000169,44 TO TIR-PARCELA-DEDUZIR(2).

       MOVE 3751,05 TO TIR-LIMITE(3).
       MOVE 15,00 TO TIR-ALIQUOTA(3).
       MOVE 000381,44 TO TIR-PARCELA-DEDUZIR(3).

       MOVE 4664,68 TO TIR-LIMITE(4).
       MOVE 22,50 TO TIR-ALIQUOTA(4).
       MOVE 000662,77 TO TIR-PARCELA-DEDUZIR(4).

       MOVE 9999999,99 TO TIR-LIMITE(5).
       MOVE 27,50 TO TIR-ALIQUOTA(5).
       MOVE 000896,00 TO TIR-PARCELA-DEDUZIR(5).

       MOVE 0189,59 TO WRK-DEDUCAO-DEPENDENTE.
       MOVE 01819,26 TO WRK-TETO-SAL-FAMILIA.
       MOVE 0062,04 TO WRK-COTA-SAL-FAMILIA.
       MOVE 14 TO WRK-IDADE-SAL-FAMILIA.

       MOVE ZEROS TO WRK-VIGENCIA-EM-FORCA.
       MOVE 'N' TO WRK-IND-PARAM-ACHADO.
       MOVE 'N' TO WRK-FIM-IRFPARM.
       MOVE LK-DATA-REFERENCIA TO WRK-DATA-CARREGADA.
       PERFORM 0115-BUSCA-PARAM-IRRF.

      *> Mesma selecao do EX57 no DEDPARM.DAT: percorre o arquivo
      *> inteiro e fica com a maior vigencia nao posterior a data.
       0115-BUSCA-PARAM-IRRF.
       OPEN INPUT PARAM-IRRF-FILE.
       IF WRK-STATUS-IRFPARM NOT = '00'
           DISPLAY 'AVISO: IRFPARM.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-IRFPARM ' - USANDO TABELA INTERNA DO IRRF'
       ELSE
           PERFORM UNTIL FIM-DO-IRFPARM
               READ PARAM-IRRF-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-IRFPARM
                   NOT AT END
                       IF IRP-DATA-VIGENCIA NOT > LK-DATA-REFERENCIA
                               AND IRP-DATA-VIGENCIA >=
                               WRK-VIGENCIA-EM-FORCA
                           MOVE IRP-DATA-VIGENCIA TO
                               WRK-VIGENCIA-EM-FORCA
                           PERFORM 0117-APLICA-PARAM-IRRF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAM-IRRF-FILE
           IF PARAM-ACHADO
               DISPLAY 'TABELA DO IRRF EM VIGOR DESDE '
                   WRK-VIGENCIA-EM-FORCA
           ELSE
               DISPLAY 'AVISO: NENHUMA VIGENCIA APLICAVEL EM '
                   'IRFPARM.DAT - USANDO TABELA INTERNA DO IRRF'
           END-IF
       END-IF.

       0117-APLICA-PARAM-IRRF.
       PERFORM VARYING WRK-SUB-FAIXA FROM 1 BY 1
               UNTIL WRK-SUB-FAIXA > 5
           MOVE IRP-LIMITE(WRK-SUB-FAIXA) TO
               TIR-LIMITE(WRK-SUB-FAIXA)
           MOVE IRP-ALIQUOTA(WRK-SUB-FAIXA) TO
               TIR-ALIQUOTA(WRK-SUB-FAIXA)
           MOVE IRP-PARCELA-DEDUZIR(WRK-SUB-FAIXA) TO
               TIR-PARCELA-DEDUZIR(WRK-SUB-FAIXA)
       END-PERFORM.
       MOVE IRP-DEDUCAO-DEPENDENTE TO WRK-DEDUCAO-DEPENDENTE.
       MOVE IRP-TETO-SAL-FAMILIA TO WRK-TETO-SAL-FAMILIA.
       MOVE IRP-COTA-SAL-FAMILIA TO WRK-COTA-SAL-FAMILIA.
       MOVE IRP-IDADE-SAL-FAMILIA TO WRK-IDADE-SAL-FAMILIA.
       SET PARAM-ACHADO TO TRUE.

      *> Sem o cadastro de dependentes o calculo segue sem deducao e
      *> sem cotas, como era antes do cadastro existir.
       0150-ABRIR-DEPENDENTES.
       IF NOT DEPENDEN-ABERTO
           OPEN INPUT DEPENDENT-FILE
           IF WRK-STATUS-DEPENDEN = '00'
               SET DEPENDEN-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO: DEPENDEN.DAT INDISPONIVEL - STATUS '
                   WRK-STATUS-DEPENDEN ' - IRRF SEM DEDUCAO DE '
                   'DEPENDENTES'
           END-IF
           SET DEPENDEN-ABERTO TO TRUE
       END-IF.

      *> Uma passada nos dependentes da matricula conta os que entram
      *> na deducao do IRRF e as cotas de salario-familia: filho ou
      *> enteado marcado para a cota que ainda nao completou a idade
      *> limite na data de referencia.
       0200-CONTA-DEPENDENTES.
       IF DEPENDEN-DISPONIVEL
           COMPUTE WRK-DATA-LIMITE-IDADE =
               LK-DATA-REFERENCIA - WRK-IDADE-SAL-FAMILIA * 10000
           MOVE 'N' TO WRK-FIM-DEPENDEN
           MOVE LK-EMP-NUMERO TO DPN-EMP-NUMERO
           MOVE ZEROS TO DPN-SEQUENCIA
           START DEPENDENT-FILE KEY NOT LESS THAN DPN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DEPENDEN
           END-START
           PERFORM UNTIL FIM-DOS-DEPENDENTES
               READ DEPENDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-DEPENDEN
                   NOT AT END
                       IF DPN-EMP-NUMERO NOT = LK-EMP-NUMERO
                           MOVE 'S' TO WRK-FIM-DEPENDEN
                       ELSE
                           PERFORM 0210-CLASSIFICA-DEPENDENTE
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

       0210-CLASSIFICA-DEPENDENTE.
       IF DPN-DEDUZ-IRRF
           ADD 1 TO LK-QTDE-DEPENDENTES
       END-IF.
       IF DPN-COTA-SAL-FAMILIA AND
               (DPN-FILHO OR DPN-ENTEADO) AND
               DPN-DATA-NASCIMENTO > WRK-DATA-LIMITE-IDADE
           ADD 1 TO WRK-QTDE-COTAS
       END-IF.

      *> Base do imposto: bruto tributavel menos o INSS retido e a
      *> deducao por dependente; a faixa sai da tabela progressiva e
      *> o resultado negativo da parcela a deduzir vira zero.
       0300-CALCULA-IRRF.
       COMPUTE WRK-BASE-IRRF = LK-BASE-BRUTA - LK-DESCONTO-INSS -
           LK-QTDE-DEPENDENTES * WRK-DEDUCAO-DEPENDENTE.
       IF WRK-BASE-IRRF > ZEROS
           MOVE WRK-BASE-IRRF TO WRK-BASE-IRRF-POSITIVA
           SET IX-IRF TO 1
           SEARCH FAIXA-IRRF
               AT END SET IX-IRF TO 5
               WHEN WRK-BASE-IRRF-POSITIVA NOT > TIR-LIMITE(IX-IRF)
                   CONTINUE
           END-SEARCH
           COMPUTE WRK-IRRF-CALC ROUNDED =
               WRK-BASE-IRRF-POSITIVA * TIR-ALIQUOTA(IX-IRF) / 100 -
               TIR-PARCELA-DEDUZIR(IX-IRF)
           IF WRK-IRRF-CALC > ZEROS
               MOVE WRK-IRRF-CALC TO LK-DESCONTO-IRRF
           END-IF
       END-IF.

       0400-CALCULA-SAL-FAMILIA.
       IF WRK-QTDE-COTAS > ZEROS AND
               LK-BASE-BRUTA NOT > WRK-TETO-SAL-FAMILIA
           MULTIPLY WRK-QTDE-COTAS BY WRK-COTA-SAL-FAMILIA
               GIVING LK-VALOR-SAL-FAMILIA
       END-IF.
