               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WRK-STATUS-PAYHIST.
           SELECT HELD-PAYMENT-FILE ASSIGN TO "HELDPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CHAVE
               FILE STATUS IS WRK-STATUS-HELDPAY.
           SELECT PRINT-FILE ASSIGN TO "RECPROOF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRINT.
       FD  PAY-HISTORY-FILE.
       COPY PHSREC.

       FD  HELD-PAYMENT-FILE.
       COPY HLDREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(100).

       77 WRK-STATUS-PAYHIST PIC X(02) VALUE SPACES.
       77 WRK-PAYHIST-DISPONIVEL PIC X(01) VALUE 'N'.
           88 PAYHIST-DISPONIVEL VALUE 'S'.
       77 WRK-STATUS-HELDPAY PIC X(02) VALUE SPACES.
       77 WRK-HELDPAY-DISPONIVEL PIC X(01) VALUE 'N'.
           88 HELDPAY-DISPONIVEL VALUE 'S'.
       77 WRK-STATUS-PRINT PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
           05 FILLER PIC 9(02).

       77 WRK-CONTA-LIQUIDO-PAGAR PIC X(10) VALUE 'LIQPAGAR  '.
       77 WRK-CONTA-REEMBOLSO-PAGAR PIC X(10) VALUE 'REEMBPAGAR'.
       77 WRK-CONTA-DESPESA-VT PIC X(10) VALUE 'DESPVT    '.
       77 WRK-CONTA-DESPESA-VR PIC X(10) VALUE 'DESPVR    '.
       77 WRK-CONTA-DESPESA-FGTS PIC X(10) VALUE 'DESPFGTS  '.
       77 WRK-CONTA-DESPESA-PATRONAL PIC X(10) VALUE 'DESPENCSOC'.

       77 WRK-TOTAL-AUDIT-BRUTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GL-SALARIO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GL-LIQUIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACH-HASH-FOLHA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-RETIDOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-IND-LOTE-FOLHA PIC X(01) VALUE 'N'.
           88 DENTRO-DO-LOTE-FOLHA VALUE 'S'.
       77 WRK-IND-HASH-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-FIM-PAYHIST PIC X(01) VALUE 'N'.
           88 FIM-DO-PAYHIST VALUE 'S'.

      *> Depositos da folha do periodo retidos pelo EX57 por troca de
      *> conta bancaria: o liquido foi creditado no diario mas foi
      *> para o HELDPAY.DAT em vez do lote ACH da folha. Entram no
      *> lado ACH da prova 2 e saem como itens de conciliacao.
       01  TABELA-RETIDOS.
           05 FAIXA-RETIDO OCCURS 100 TIMES INDEXED BY IX-RET.
              10 TRT-EMP-NUMERO        PIC 9(06).
              10 TRT-LIQUIDO           PIC 9(09)V99.
              10 TRT-STATUS            PIC X(01).
       77 WRK-QTDE-RETIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-RETIDOS PIC 9(04) VALUE 100.
       77 WRK-QTDE-RET-IGNORADOS PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-HELDPAY PIC X(01) VALUE 'N'.
           88 FIM-DO-HELDPAY VALUE 'S'.

      *> Provas 1 e 2 por empresa: bruto auditado e deposito ACH vao
      *> para a empresa do funcionario no cadastro (em branco ou sem
      *> cadastro, a principal); debitos e liquido do diario vao pela
      *> empresa gravada na propria linha. A folha mensal tem um lote
      *> ACH por empresa, todos com a sequencia do periodo e a conta
      *> da empresa no header.
       01  TABELA-EMPRESAS.
           05 FAIXA-EMPRESA OCCURS 10 TIMES INDEXED BY IX-CIA.
              10 TEP-EMPRESA           PIC X(04).
              10 TEP-AUDIT-BRUTO       PIC 9(11)V99.
              10 TEP-GL-SALARIO        PIC 9(11)V99.
              10 TEP-GL-LIQUIDO        PIC 9(11)V99.
              10 TEP-ACH-LIQUIDO       PIC 9(11)V99.
       77 WRK-QTDE-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-EMPRESAS PIC 9(02) VALUE 10.
       77 WRK-QTDE-EMP-IGNORADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DIVERG-EMPRESA PIC 9(04) VALUE ZEROS.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-CORRENTE PIC X(04) VALUE SPACES.
       77 WRK-IND-COLUNA PIC X(01) VALUE SPACE.
           88 COLUNA-AUDITORIA VALUE 'A'.
           88 COLUNA-GL-SALARIO VALUE 'S'.
           88 COLUNA-GL-LIQUIDO VALUE 'L'.
           88 COLUNA-ACH VALUE 'H'.
       77 WRK-QTDE-LOTES-FOLHA PIC 9(04) VALUE ZEROS.

       01  LINHA-TITULO.
           05 FILLER PIC X(44) VALUE
               'PROVA DE RECONCILIACAO DO FECHAMENTO PERIODO'.
           05 LMA-YTD PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(12) VALUE ' AUDITADO: '.
           05 LMA-AUDIT PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(10) VALUE ' EMPRESA: '.
           05 LMA-EMPRESA PIC X(04).

       01  LINHA-EMPRESA.
           05 FILLER PIC X(10) VALUE '  EMPRESA '.
           05 LEM-EMPRESA PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 LEM-PROVA PIC X(07).
           05 FILLER PIC X(01) VALUE SPACE.
           05 LEM-LADO-1 PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LEM-LADO-2 PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LEM-DIFERENCA PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LEM-PARECER PIC X(08).

       01  LINHA-RESCISAO.
           05 FILLER PIC X(12) VALUE '  RESCISAO  '.
           05 FILLER PIC X(10) VALUE ' LIQUIDO: '.
           05 LRS-LIQUIDO PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-RETIDO.
           05 FILLER PIC X(12) VALUE '  RETIDO    '.
           05 LRT-MATRICULA PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE ' LIQUIDO: '.
           05 LRT-LIQUIDO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LRT-SITUACAO PIC X(24).

       01  LINHA-DETALHE-ACH.
           05 FILLER PIC X(12) VALUE '  MATRICULA '.
           05 LDA-MATRICULA PIC ZZZZZ9.
       PERFORM 0200-ACUMULA-AUDITORIA.
       PERFORM 0300-ACUMULA-DIARIO.
       PERFORM 0400-BUSCA-HASH-ACH.
       PERFORM 0420-BUSCA-RETIDOS.
       PERFORM 0500-PROVA-1-AUDIT-X-DIARIO.
       PERFORM 0600-PROVA-2-LIQUIDO-X-ACH.
       PERFORM 0640-PROVAS-POR-EMPRESA.
       PERFORM 0650-IMPRIME-RESCISOES.
       PERFORM 0660-IMPRIME-RETIDOS.
       PERFORM 0700-PROVA-3-YTD-X-AUDITORIA.
       PERFORM 0900-FINALIZAR.
       STOP RUN.
               '(APARECEM COMO DIVERGENCIA NAS PROVAS 1 E 3)'
       END-IF.

       OPEN INPUT HELD-PAYMENT-FILE.
       IF WRK-STATUS-HELDPAY = '00'
           SET HELDPAY-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: HELDPAY.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-HELDPAY ' - SEM DEPOSITOS RETIDOS NA PROVA 2'
       END-IF.

       OPEN OUTPUT PRINT-FILE.
       MOVE WRK-PERIODO-ALVO TO LT-PERIODO.
       WRITE PRINT-LINE FROM LINHA-TITULO.
       END-IF.

       0210-ACUMULA-DEPTO-AUDIT.
       MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-CORRENTE.
       MOVE AUD-EMP-NUMERO TO EMP-NUMERO.
       READ EMPLOYEE-MASTER-FILE
           INVALID KEY
               MOVE 'SEM CADAST' TO WRK-DEPTO-CORRENTE
           NOT INVALID KEY
               MOVE EMP-DEPARTAMENTO TO WRK-DEPTO-CORRENTE
               IF EMP-EMPRESA NOT = SPACES
                   MOVE EMP-EMPRESA TO WRK-EMPRESA-CORRENTE
               END-IF
       END-READ.
       MOVE AUD-CALCULA-HORAS TO WRK-VALOR-CORRENTE.
       SET LADO-AUDITORIA TO TRUE.
       PERFORM 0220-ACUMULA-DEPTO.
       SET COLUNA-AUDITORIA TO TRUE.
       PERFORM 0230-ACUMULA-EMPRESA.

       0220-ACUMULA-DEPTO.
       SET IX-DEP TO 1.
           END-IF
       END-IF.

       0230-ACUMULA-EMPRESA.
       SET IX-CIA TO 1.
       SEARCH FAIXA-EMPRESA
           AT END
               PERFORM 0235-NOVA-EMPRESA
           WHEN IX-CIA > WRK-QTDE-EMPRESAS
               PERFORM 0235-NOVA-EMPRESA
           WHEN TEP-EMPRESA(IX-CIA) = WRK-EMPRESA-CORRENTE
               PERFORM 0237-SOMA-COLUNA-EMPRESA
       END-SEARCH.

       0235-NOVA-EMPRESA.
       IF WRK-QTDE-EMPRESAS >= WRK-MAX-EMPRESAS
           ADD 1 TO WRK-QTDE-EMP-IGNORADAS
           DISPLAY 'AVISO: TABELA DE EMPRESAS CHEIA - '
               WRK-EMPRESA-CORRENTE ' NAO ITEMIZADA'
       ELSE
           ADD 1 TO WRK-QTDE-EMPRESAS
           SET IX-CIA TO WRK-QTDE-EMPRESAS
           MOVE WRK-EMPRESA-CORRENTE TO TEP-EMPRESA(IX-CIA)
           MOVE ZEROS TO TEP-AUDIT-BRUTO(IX-CIA)
           MOVE ZEROS TO TEP-GL-SALARIO(IX-CIA)
           MOVE ZEROS TO TEP-GL-LIQUIDO(IX-CIA)
           MOVE ZEROS TO TEP-ACH-LIQUIDO(IX-CIA)
           PERFORM 0237-SOMA-COLUNA-EMPRESA
       END-IF.

       0237-SOMA-COLUNA-EMPRESA.
       EVALUATE TRUE
           WHEN COLUNA-AUDITORIA
               ADD WRK-VALOR-CORRENTE TO TEP-AUDIT-BRUTO(IX-CIA)
           WHEN COLUNA-GL-SALARIO
               ADD WRK-VALOR-CORRENTE TO TEP-GL-SALARIO(IX-CIA)
           WHEN COLUNA-GL-LIQUIDO
               ADD WRK-VALOR-CORRENTE TO TEP-GL-LIQUIDO(IX-CIA)
           WHEN COLUNA-ACH
               ADD WRK-VALOR-CORRENTE TO TEP-ACH-LIQUIDO(IX-CIA)
       END-EVALUATE.

      *> Empresa do funcionario para os lados que nao a trazem no
      *> registro (deposito ACH, divergencia do YTD).
       0240-EMPRESA-DA-MATRICULA.
       MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-CORRENTE.
       READ EMPLOYEE-MASTER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF EMP-EMPRESA NOT = SPACES
                   MOVE EMP-EMPRESA TO WRK-EMPRESA-CORRENTE
               END-IF
       END-READ.

      *> Debitos com departamento preenchido sao a despesa salarial;
      *> os debitos de encargos do empregador (FGTS e patronal) saem
      *> rateados por departamento e centro de custo, mas em contas
      *> proprias, e ficam fora da prova 1, como o credito de
      *> liquido alimenta a prova 2 (com o reembolso de despesas, que
      *> sai no mesmo deposito mas tem conta propria no diario).
      *> O custo da empresa com os vales debita por departamento em
      *> conta propria e tambem fica fora da prova 1.
       0300-ACUMULA-DIARIO.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       PERFORM UNTIL FIM-DO-ARQUIVO
               NOT AT END
                   MOVE GLJ-DATA TO WRK-DATA-GL
                   IF WRK-GL-PERIODO = WRK-PERIODO-ALVO
                       MOVE GLJ-EMPRESA TO WRK-EMPRESA-CORRENTE
                       IF WRK-EMPRESA-CORRENTE = SPACES
                           MOVE WRK-EMPRESA-PADRAO TO
                               WRK-EMPRESA-CORRENTE
                       END-IF
                       MOVE GLJ-VALOR TO WRK-VALOR-CORRENTE
                       IF GLJ-DEBITO AND GLJ-DEPARTAMENTO NOT = SPACES
                               AND GLJ-CONTA-CONTABIL NOT =
                               WRK-CONTA-DESPESA-VT
                               AND GLJ-CONTA-CONTABIL NOT =
                               WRK-CONTA-DESPESA-VR
                               AND GLJ-CONTA-CONTABIL NOT =
                               WRK-CONTA-DESPESA-FGTS
                               AND GLJ-CONTA-CONTABIL NOT =
                               WRK-CONTA-DESPESA-PATRONAL
                           ADD GLJ-VALOR TO WRK-TOTAL-GL-SALARIO
                           MOVE GLJ-DEPARTAMENTO TO
                               WRK-DEPTO-CORRENTE
                           SET LADO-DIARIO TO TRUE
                           PERFORM 0220-ACUMULA-DEPTO
                           SET COLUNA-GL-SALARIO TO TRUE
                           PERFORM 0230-ACUMULA-EMPRESA
                       END-IF
                       IF GLJ-CREDITO AND (GLJ-CONTA-CONTABIL =
                               WRK-CONTA-LIQUIDO-PAGAR OR
                               GLJ-CONTA-CONTABIL =
                               WRK-CONTA-REEMBOLSO-PAGAR)
                           ADD GLJ-VALOR TO WRK-TOTAL-GL-LIQUIDO
                           SET COLUNA-GL-LIQUIDO TO TRUE
                           PERFORM 0230-ACUMULA-EMPRESA
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE GL-JOURNAL-FILE.

      *> Os lotes da folha mensal sao os lotes com a sequencia igual
      *> ao periodo e a conta da empresa pagadora no header, um por
      *> empresa (o EX57 recria o ACHEXP.DAT na abertura; ferias,
      *> 13o, adiantamento e reemissoes vem depois, sem a conta). O
      *> primeiro lote do periodo conta sempre, para arquivos
      *> gravados antes da folha por empresa. O hash da prova 2 e a
      *> soma dos trailers desses lotes.
       0400-BUSCA-HASH-ACH.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       PERFORM UNTIL FIM-DO-ARQUIVO
                           MOVE ACH-EXPORT-RECORD TO
                               BATCH-HEADER-RECORD
                           IF BCH-SEQUENCIA = WRK-PERIODO-ALVO AND
                                   (NOT HASH-FOLHA-ACHADO OR
                                   BCH-DADOS-EMPRESA NOT = SPACES)
                               SET DENTRO-DO-LOTE-FOLHA TO TRUE
                               ADD 1 TO WRK-QTDE-LOTES-FOLHA
                           ELSE
                               MOVE 'N' TO WRK-IND-LOTE-FOLHA
                           END-IF
                           IF DENTRO-DO-LOTE-FOLHA
                               MOVE ACH-EXPORT-RECORD TO
                                   BATCH-TRAILER-RECORD
                               ADD BCT-HASH-VALOR TO
                                   WRK-ACH-HASH-FOLHA
                               SET HASH-FOLHA-ACHADO TO TRUE
                               MOVE 'N' TO WRK-IND-LOTE-FOLHA
       END-IF.

       0410-GUARDA-DETALHE-ACH.
       MOVE ACH-EMP-NUMERO TO EMP-NUMERO.
       PERFORM 0240-EMPRESA-DA-MATRICULA.
       MOVE ACH-VALOR-LIQUIDO TO WRK-VALOR-CORRENTE.
       SET COLUNA-ACH TO TRUE.
       PERFORM 0230-ACUMULA-EMPRESA.
       IF WRK-QTDE-DETALHES >= WRK-MAX-DETALHES
           ADD 1 TO WRK-QTDE-DET-IGNORADOS
           DISPLAY 'AVISO: TABELA DE DETALHES ACH CHEIA - '
           MOVE 'N' TO TDE-IND-CONFERIDO(IX-DET)
       END-IF.

      *> Retido em qualquer situacao (ainda retido, liberado ou ja
      *> pago pelo HLDACH em lote suplementar, que nao entra no hash
      *> da folha): o deposito nao saiu no lote da folha do periodo.
       0420-BUSCA-RETIDOS.
       IF HELDPAY-DISPONIVEL
           MOVE 'N' TO WRK-FIM-HELDPAY
           MOVE ZEROS TO HLD-EMP-NUMERO
           MOVE ZEROS TO HLD-PERIODO
           START HELD-PAYMENT-FILE KEY NOT LESS THAN HLD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HELDPAY
           END-START
           PERFORM UNTIL FIM-DO-HELDPAY
               READ HELD-PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-HELDPAY
                   NOT AT END
                       IF HLD-PERIODO = WRK-PERIODO-ALVO
                           PERFORM 0430-GUARDA-RETIDO
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

       0430-GUARDA-RETIDO.
       ADD HLD-VALOR-LIQUIDO TO WRK-TOTAL-RETIDOS.
       MOVE HLD-EMP-NUMERO TO EMP-NUMERO.
       PERFORM 0240-EMPRESA-DA-MATRICULA.
       MOVE HLD-VALOR-LIQUIDO TO WRK-VALOR-CORRENTE.
       SET COLUNA-ACH TO TRUE.
       PERFORM 0230-ACUMULA-EMPRESA.
       IF WRK-QTDE-RETIDOS >= WRK-MAX-RETIDOS
           ADD 1 TO WRK-QTDE-RET-IGNORADOS
           DISPLAY 'AVISO: TABELA DE RETIDOS CHEIA - '
               HLD-EMP-NUMERO ' NAO ITEMIZADO'
       ELSE
           ADD 1 TO WRK-QTDE-RETIDOS
           SET IX-RET TO WRK-QTDE-RETIDOS
           MOVE HLD-EMP-NUMERO TO TRT-EMP-NUMERO(IX-RET)
           MOVE HLD-VALOR-LIQUIDO TO TRT-LIQUIDO(IX-RET)
           MOVE HLD-STATUS TO TRT-STATUS(IX-RET)
       END-IF.

       0500-PROVA-1-AUDIT-X-DIARIO.
       WRITE PRINT-LINE FROM LINHA-BRANCO.
       MOVE 'PROVA 1 - BRUTO AUDITADO NO PERIODO........:'
           TO LP-DESCRICAO.
       MOVE WRK-ACH-HASH-FOLHA TO LP-VALOR.
       WRITE PRINT-LINE FROM LINHA-PROVA.
       MOVE '          DEPOSITOS RETIDOS (HELDPAY)......:'
           TO LP-DESCRICAO.
       MOVE WRK-TOTAL-RETIDOS TO LP-VALOR.
       WRITE PRINT-LINE FROM LINHA-PROVA.
       COMPUTE WRK-DIFERENCA = WRK-TOTAL-GL-LIQUIDO -
           WRK-ACH-HASH-FOLHA - WRK-TOTAL-RETIDOS.
       PERFORM 0800-IMPRIME-RESULTADO.
       IF WRK-DIFERENCA NOT = ZEROS
           PERFORM 0610-ITEMIZA-PROVA-2
               END-IF
       END-SEARCH.

      *> Fora do lote da folha, o liquido retido no HELDPAY.DAT
      *> conta como depositado; so falta deposito quando tambem nao
      *> ha retencao do periodo para a matricula.
       0625-SEM-DEPOSITO.
       SET IX-RET TO 1.
       SEARCH FAIXA-RETIDO
           AT END
               PERFORM 0627-IMPRIME-SEM-DEPOSITO
           WHEN IX-RET > WRK-QTDE-RETIDOS
               PERFORM 0627-IMPRIME-SEM-DEPOSITO
           WHEN TRT-EMP-NUMERO(IX-RET) = PHS-EMP-NUMERO
               IF TRT-LIQUIDO(IX-RET) NOT = PHS-VALOR-LIQUIDO-PAGO
                   MOVE PHS-EMP-NUMERO TO LDA-MATRICULA
                   MOVE TRT-LIQUIDO(IX-RET) TO LDA-ACH
                   MOVE PHS-VALOR-LIQUIDO-PAGO TO LDA-HISTORICO
                   MOVE 'RETIDO - VALOR DIVERGE' TO LDA-OBSERVACAO
                   WRITE PRINT-LINE FROM LINHA-DETALHE-ACH
               END-IF
       END-SEARCH.

       0627-IMPRIME-SEM-DEPOSITO.
       MOVE PHS-EMP-NUMERO TO LDA-MATRICULA.
       MOVE ZEROS TO LDA-ACH.
       MOVE PHS-VALOR-LIQUIDO-PAGO TO LDA-HISTORICO.
       MOVE 'SEM DEPOSITO NO LOTE ACH' TO LDA-OBSERVACAO.
       WRITE PRINT-LINE FROM LINHA-DETALHE-ACH.

      *> As provas 1 e 2 repetidas empresa a empresa: diferenca no
      *> total geral aparece aqui na empresa que a causou.
       0640-PROVAS-POR-EMPRESA.
       IF WRK-QTDE-EMPRESAS > ZEROS
           WRITE PRINT-LINE FROM LINHA-BRANCO
           MOVE 'PROVAS 1 E 2 POR EMPRESA' TO LINHA-SECAO
           WRITE PRINT-LINE FROM LINHA-SECAO
           PERFORM VARYING IX-CIA FROM 1 BY 1
                   UNTIL IX-CIA > WRK-QTDE-EMPRESAS
               MOVE TEP-EMPRESA(IX-CIA) TO LEM-EMPRESA
               MOVE 'PROVA 1' TO LEM-PROVA
               MOVE TEP-AUDIT-BRUTO(IX-CIA) TO LEM-LADO-1
               MOVE TEP-GL-SALARIO(IX-CIA) TO LEM-LADO-2
               SUBTRACT TEP-GL-SALARIO(IX-CIA) FROM
                   TEP-AUDIT-BRUTO(IX-CIA) GIVING WRK-DIFERENCA
               PERFORM 0645-IMPRIME-EMPRESA
               MOVE 'PROVA 2' TO LEM-PROVA
               MOVE TEP-GL-LIQUIDO(IX-CIA) TO LEM-LADO-1
               MOVE TEP-ACH-LIQUIDO(IX-CIA) TO LEM-LADO-2
               SUBTRACT TEP-ACH-LIQUIDO(IX-CIA) FROM
                   TEP-GL-LIQUIDO(IX-CIA) GIVING WRK-DIFERENCA
               PERFORM 0645-IMPRIME-EMPRESA
           END-PERFORM
       END-IF.

       0645-IMPRIME-EMPRESA.
       MOVE WRK-DIFERENCA TO LEM-DIFERENCA.
       IF WRK-DIFERENCA = ZEROS
           MOVE 'OK' TO LEM-PARECER
       ELSE
           MOVE 'DIVERGE' TO LEM-PARECER
           ADD 1 TO WRK-QTDE-DIVERG-EMPRESA
       END-IF.
       WRITE PRINT-LINE FROM LINHA-EMPRESA.

      *> As rescisoes ficam fora das provas 1 e 3 e do lote ACH da
      *> folha (contas e lote proprios); saem aqui como itens de
      *> conciliacao rotulados, por matricula.
           END-PERFORM
       END-IF.

      *> Os depositos retidos entram no lado ACH da prova 2 (total e
      *> por empresa); saem aqui como itens de conciliacao
      *> rotulados, por matricula, com a situacao no HELDPAY.DAT.
       0660-IMPRIME-RETIDOS.
       IF WRK-QTDE-RETIDOS > ZEROS
           WRITE PRINT-LINE FROM LINHA-BRANCO
           MOVE 'DEPOSITOS RETIDOS DO PERIODO - ITENS DE CONCILIACAO'
               TO LINHA-SECAO
           WRITE PRINT-LINE FROM LINHA-SECAO
           PERFORM VARYING IX-RET FROM 1 BY 1
                   UNTIL IX-RET > WRK-QTDE-RETIDOS
               MOVE TRT-EMP-NUMERO(IX-RET) TO LRT-MATRICULA
               MOVE TRT-LIQUIDO(IX-RET) TO LRT-LIQUIDO
               EVALUATE TRT-STATUS(IX-RET)
                   WHEN 'L'
                       MOVE 'LIBERADO - A PAGAR' TO LRT-SITUACAO
                   WHEN 'P'
                       MOVE 'PAGO EM LOTE SUPLEMENTAR' TO LRT-SITUACAO
                   WHEN OTHER
                       MOVE 'RETIDO - TROCA DE CONTA' TO LRT-SITUACAO
               END-EVALUATE
               WRITE PRINT-LINE FROM LINHA-RETIDO
           END-PERFORM
       END-IF.

      *> O acumulado YTD so recebe o bruto da folha mensal, entao o
      *> saldo de cada matricula tem de bater com a soma auditada do
      *> ano ate o periodo. As rescisoes ja sairam da soma auditada
       0740-FECHA-MATRICULA.
       IF WRK-SOMA-AUDIT NOT = WRK-SOMA-YTD
           ADD 1 TO WRK-QTDE-DIVERGENCIAS
           MOVE WRK-MATRICULA-ATUAL TO EMP-NUMERO
           PERFORM 0240-EMPRESA-DA-MATRICULA
           MOVE WRK-EMPRESA-CORRENTE TO LMA-EMPRESA
           MOVE WRK-MATRICULA-ATUAL TO LMA-MATRICULA
           MOVE WRK-SOMA-YTD TO LMA-YTD
           MOVE WRK-SOMA-AUDIT TO LMA-AUDIT
       DISPLAY 'PROVA GRAVADA EM RECPROOF.TXT'.
       DISPLAY 'DIVERGENCIAS DA PROVA 3......: '
           WRK-QTDE-DIVERGENCIAS.
       DISPLAY 'LOTES ACH DA FOLHA...........: '
           WRK-QTDE-LOTES-FOLHA.
       DISPLAY 'PROVAS DE EMPRESA DIVERGENTES: '
           WRK-QTDE-DIVERG-EMPRESA.
       DISPLAY 'EMPRESAS NAO ITEMIZADAS......: '
           WRK-QTDE-EMP-IGNORADAS.
       DISPLAY 'DEPARTAMENTOS NAO ITEMIZADOS.: '
           WRK-QTDE-DEPTO-IGNORADOS.
       DISPLAY 'RESCISOES CONCILIADAS........: '
           WRK-QTDE-RSC-IGNORADAS.
       DISPLAY 'DETALHES ACH NAO ITEMIZADOS..: '
           WRK-QTDE-DET-IGNORADOS.
       DISPLAY 'DEPOSITOS RETIDOS CONCILIADOS: '
           WRK-QTDE-RETIDOS.
       DISPLAY 'RETIDOS NAO ITEMIZADOS.......: '
           WRK-QTDE-RET-IGNORADOS.
       IF NOT ERRO-NA-ABERTURA
           CLOSE YTD-FILE
       END-IF.
       IF PAYHIST-DISPONIVEL
           CLOSE PAY-HISTORY-FILE
       END-IF.
       IF HELDPAY-DISPONIVEL
           CLOSE HELD-PAYMENT-FILE
       END-IF.
       CLOSE PRINT-FILE.
