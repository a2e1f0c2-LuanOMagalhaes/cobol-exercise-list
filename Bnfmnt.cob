       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNFMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-ENROLMENT-FILE ASSIGN TO "BENEFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-EMP-NUMERO
               FILE STATUS IS WRK-STATUS-BENEFIC.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-STATUS-EMPMSTR.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-ENROLMENT-FILE.
       COPY BNFREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BENEFIC PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMPMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-EMPMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 EMPMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-OPERACAO-LOG PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(100) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(100) VALUE SPACES.
       77 WRK-OPCAO PIC 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR VALUE 1.
           88 OPCAO-ALTERAR VALUE 2.
           88 OPCAO-EXCLUIR VALUE 3.
           88 OPCAO-CONSULTAR VALUE 4.
           88 OPCAO-SAIR VALUE 0.

       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-IND-MATRICULA-VALIDA PIC X(01) VALUE 'N'.
           88 MATRICULA-VALIDA VALUE 'S'.
       77 WRK-IND-CAMPOS-VALIDOS PIC X(01) VALUE 'N'.
           88 CAMPOS-VALIDOS VALUE 'S'.
       77 WRK-ROTA PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-ROTAS PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O BENEFIT-ENROLMENT-FILE.
       IF WRK-STATUS-BENEFIC = '35'
           OPEN OUTPUT BENEFIT-ENROLMENT-FILE
           CLOSE BENEFIT-ENROLMENT-FILE
           OPEN I-O BENEFIT-ENROLMENT-FILE
       END-IF.

       OPEN INPUT EMPLOYEE-MASTER-FILE.
       IF WRK-STATUS-EMPMSTR = '00'
           SET EMPMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: EMPMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-EMPMSTR ' - MATRICULA NAO CONFERIDA'
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

       CLOSE BENEFIT-ENROLMENT-FILE.
       IF EMPMSTR-DISPONIVEL
           CLOSE EMPLOYEE-MASTER-FILE
       END-IF.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DA ADESAO A VALE-TRANSPORTE E REFEICAO'.
       DISPLAY '1 - INCLUIR'.
       DISPLAY '2 - ALTERAR'.
       DISPLAY '3 - EXCLUIR'.
       DISPLAY '4 - CONSULTAR'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

      *> So funcionario ativo do cadastro pode aderir; sem o EMPMSTR
      *> a inclusao segue sem a conferencia. O BNFMES ignora a adesao
      *> de quem nao estiver ativo na competencia.
       0300-INCLUIR.
       PERFORM 0700-ACEITA-CHAVE.
       PERFORM 0720-VALIDA-MATRICULA.
       IF MATRICULA-VALIDA
           MOVE SPACES TO BNF-RESERVA
           PERFORM 0710-ACEITA-CAMPOS
           IF CAMPOS-VALIDOS
               WRITE BENEFIT-ENROLMENT-RECORD
                   INVALID KEY
                       DISPLAY 'MATRICULA JA TEM ADESAO CADASTRADA'
                   NOT INVALID KEY
                       DISPLAY 'INCLUIDO COM SUCESSO'
                       MOVE SPACES TO WRK-IMAGEM-ANTES
                       MOVE BENEFIT-ENROLMENT-RECORD TO
                           WRK-IMAGEM-DEPOIS
                       MOVE 'I' TO WRK-OPERACAO-LOG
                       PERFORM 0800-GRAVA-CHANGE-LOG
               END-WRITE
           END-IF
       END-IF.

       0400-ALTERAR.
       PERFORM 0700-ACEITA-CHAVE.
       READ BENEFIT-ENROLMENT-FILE
           INVALID KEY
               DISPLAY 'ADESAO NAO ENCONTRADA'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE BENEFIT-ENROLMENT-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0710-ACEITA-CAMPOS
               IF CAMPOS-VALIDOS
                   REWRITE BENEFIT-ENROLMENT-RECORD
                   DISPLAY 'ALTERADO COM SUCESSO'
                   MOVE BENEFIT-ENROLMENT-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'A' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
               END-IF
       END-READ.

       0500-EXCLUIR.
       PERFORM 0700-ACEITA-CHAVE.
       READ BENEFIT-ENROLMENT-FILE
           INVALID KEY
               DISPLAY 'ADESAO NAO ENCONTRADA'
           NOT INVALID KEY
               MOVE BENEFIT-ENROLMENT-RECORD TO WRK-IMAGEM-ANTES
               DELETE BENEFIT-ENROLMENT-FILE
               DISPLAY 'EXCLUIDO COM SUCESSO'
               MOVE SPACES TO WRK-IMAGEM-DEPOIS
               MOVE 'E' TO WRK-OPERACAO-LOG
               PERFORM 0800-GRAVA-CHANGE-LOG
       END-READ.

       0600-CONSULTAR.
       PERFORM 0700-ACEITA-CHAVE.
       READ BENEFIT-ENROLMENT-FILE
           INVALID KEY
               DISPLAY 'ADESAO NAO ENCONTRADA'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
       END-READ.

       0610-EXIBE-REGISTRO.
       DISPLAY 'MATRICULA......: ' BNF-EMP-NUMERO.
       DISPLAY 'VALE-TRANSPORTE: ' BNF-IND-VT.
       PERFORM VARYING WRK-ROTA FROM 1 BY 1 UNTIL WRK-ROTA > 3
           IF BNF-ROTA-OPERADORA(WRK-ROTA) NOT = SPACES
               MOVE BNF-ROTA-TARIFA-DIARIA(WRK-ROTA) TO WRK-VALOR-ED
               DISPLAY '  LINHA ' WRK-ROTA ': '
                   BNF-ROTA-LINHA(WRK-ROTA) ' OPERADORA '
                   BNF-ROTA-OPERADORA(WRK-ROTA) ' TARIFA DIARIA '
                   WRK-VALOR-ED
           END-IF
       END-PERFORM.
       DISPLAY 'VALE-REFEICAO..: ' BNF-IND-VR.
       IF BNF-COM-VR
           MOVE BNF-VALOR-DIARIO-VR TO WRK-VALOR-ED
           DISPLAY '  OPERADORA ' BNF-OPERADORA-VR
               ' VALOR DIARIO ' WRK-VALOR-ED
       END-IF.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ reconstituir quem mudou o que.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'BENEFIC ' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE BNF-EMP-NUMERO TO CHG-CHAVE(1:6).
       MOVE WRK-IMAGEM-ANTES TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       0700-ACEITA-CHAVE.
       DISPLAY 'MATRICULA: '.
       ACCEPT WRK-MATRICULA FROM CONSOLE.
       MOVE WRK-MATRICULA TO BNF-EMP-NUMERO.

      *> Beneficio marcado exige ao menos uma linha com tarifa (VT)
      *> ou operadora e valor diario (VR); beneficio nao marcado
      *> fica com os campos dele limpos.
       0710-ACEITA-CAMPOS.
       MOVE 'S' TO WRK-IND-CAMPOS-VALIDOS.
       DISPLAY 'VALE-TRANSPORTE (S/N): '.
       ACCEPT BNF-IND-VT FROM CONSOLE.
       MOVE ZEROS TO WRK-QTDE-ROTAS.
       PERFORM VARYING WRK-ROTA FROM 1 BY 1 UNTIL WRK-ROTA > 3
           IF BNF-COM-VT
               DISPLAY 'LINHA ' WRK-ROTA
                   ' - OPERADORA (BRANCO = SEM LINHA): '
               ACCEPT BNF-ROTA-OPERADORA(WRK-ROTA) FROM CONSOLE
           ELSE
               MOVE SPACES TO BNF-ROTA-OPERADORA(WRK-ROTA)
           END-IF
           IF BNF-ROTA-OPERADORA(WRK-ROTA) = SPACES
               MOVE SPACES TO BNF-ROTA-LINHA(WRK-ROTA)
               MOVE ZEROS TO BNF-ROTA-TARIFA-DIARIA(WRK-ROTA)
           ELSE
               DISPLAY 'LINHA ' WRK-ROTA ' - IDENTIFICACAO: '
               ACCEPT BNF-ROTA-LINHA(WRK-ROTA) FROM CONSOLE
               DISPLAY 'LINHA ' WRK-ROTA
                   ' - TARIFA DIARIA (IDA E VOLTA): '
               ACCEPT BNF-ROTA-TARIFA-DIARIA(WRK-ROTA) FROM CONSOLE
               IF BNF-ROTA-TARIFA-DIARIA(WRK-ROTA) > ZEROS
                   ADD 1 TO WRK-QTDE-ROTAS
               END-IF
           END-IF
       END-PERFORM.
       IF BNF-COM-VT AND WRK-QTDE-ROTAS = ZEROS
           DISPLAY 'VALE-TRANSPORTE SEM LINHA COM TARIFA - RECUSADO'
           MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
       END-IF.

       DISPLAY 'VALE-REFEICAO (S/N): '.
       ACCEPT BNF-IND-VR FROM CONSOLE.
       IF BNF-COM-VR
           DISPLAY 'OPERADORA DO CARTAO REFEICAO: '
           ACCEPT BNF-OPERADORA-VR FROM CONSOLE
           DISPLAY 'VALOR DIARIO DO VALE-REFEICAO: '
           ACCEPT BNF-VALOR-DIARIO-VR FROM CONSOLE
           IF BNF-OPERADORA-VR = SPACES OR
                   BNF-VALOR-DIARIO-VR = ZEROS
               DISPLAY 'VALE-REFEICAO SEM OPERADORA OU VALOR - '
                   'RECUSADO'
               MOVE 'N' TO WRK-IND-CAMPOS-VALIDOS
           END-IF
       ELSE
           MOVE SPACES TO BNF-OPERADORA-VR
           MOVE ZEROS TO BNF-VALOR-DIARIO-VR
       END-IF.

       0720-VALIDA-MATRICULA.
       MOVE 'S' TO WRK-IND-MATRICULA-VALIDA.
       IF EMPMSTR-DISPONIVEL
           MOVE WRK-MATRICULA TO EMP-NUMERO
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA NO EMPMSTR'
                   MOVE 'N' TO WRK-IND-MATRICULA-VALIDA
               NOT INVALID KEY
                   IF EMP-INATIVO
                       DISPLAY 'FUNCIONARIO INATIVO - ADESAO RECUSADA'
                       MOVE 'N' TO WRK-IND-MATRICULA-VALIDA
                   END-IF
           END-READ
       END-IF.
