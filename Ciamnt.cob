       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIAMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CHGLOG PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-OPERACAO-LOG PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(100) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(100) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WRK-OPCAO PIC 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR VALUE 1.
           88 OPCAO-ALTERAR VALUE 2.
           88 OPCAO-EXCLUIR VALUE 3.
           88 OPCAO-CONSULTAR VALUE 4.
           88 OPCAO-LISTAR VALUE 5.
           88 OPCAO-SAIR VALUE 0.

      *> Empresa principal: funcionarios e departamentos com empresa
      *> em branco pertencem a ela, entao nao pode ser excluida.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.

       77 WRK-RAZAO-SOCIAL PIC X(40) VALUE SPACES.
       77 WRK-BANCO PIC 9(03) VALUE ZEROS.
       77 WRK-AGENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA PIC 9(10) VALUE ZEROS.
       77 WRK-ALIQUOTA-FGTS PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ALIQUOTA-INSS-PATRONAL PIC 9(02)V99 VALUE ZEROS.
       77 WRK-EMPRESA-CONTABIL PIC X(04) VALUE SPACES.
       77 WRK-STATUS-EMPRESA PIC X(01) VALUE SPACES.
           88 STATUS-EMPRESA-VALIDO VALUE 'A' 'I'.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-ALIQUOTA-ED PIC Z9,99 VALUE ZEROS.

      *> CNPJ validado pelos dois digitos verificadores (modulo 11,
      *> pesos 5 a 2 e 9 a 2 no primeiro, 6 a 2 e 9 a 2 no segundo).
       01  WRK-CNPJ PIC 9(14) VALUE ZEROS.
       01  WRK-CNPJ-R REDEFINES WRK-CNPJ.
           05 WRK-CNPJ-DIGITO PIC 9(01) OCCURS 14 TIMES.
       01  WRK-PESOS-CNPJ-TAB.
           05 FILLER PIC X(13) VALUE '6543298765432'.
       01  WRK-PESOS-CNPJ REDEFINES WRK-PESOS-CNPJ-TAB.
           05 WRK-PESO-CNPJ PIC 9(01) OCCURS 13 TIMES.
       77 WRK-IND-CAMPOS-VALIDOS PIC X(01) VALUE 'S'.
           88 CAMPOS-VALIDOS VALUE 'S'.
           88 CAMPOS-INVALIDOS VALUE 'N'.
       77 WRK-SUB-DIGITO PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-PESO PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-DIGITOS-DV PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-DV PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE-DV PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-DV PIC 9(02) VALUE ZEROS.
       77 WRK-DV-CALCULADO PIC 9(01) VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
       DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
       ACCEPT WRK-OPERADOR FROM CONSOLE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WRK-STATUS-CHGLOG = '35'
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.

       OPEN I-O COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '35'
           OPEN OUTPUT COMPANY-MASTER-FILE
           CLOSE COMPANY-MASTER-FILE
           OPEN I-O COMPANY-MASTER-FILE
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
               WHEN OPCAO-LISTAR
                   PERFORM 0650-LISTAR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       END-PERFORM.

       CLOSE COMPANY-MASTER-FILE.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       0200-EXIBE-MENU.
       DISPLAY 'MANUTENCAO DO CADASTRO DE EMPRESAS'.
       DISPLAY '1 - INCLUIR'.
       DISPLAY '2 - ALTERAR'.
       DISPLAY '3 - EXCLUIR'.
       DISPLAY '4 - CONSULTAR'.
       DISPLAY '5 - LISTAR TODAS'.
       DISPLAY '0 - SAIR'.
       ACCEPT WRK-OPCAO FROM CONSOLE.

       0300-INCLUIR.
       MOVE SPACES TO COMPANY-RECORD.
       DISPLAY 'CODIGO DA EMPRESA: '.
       ACCEPT CIA-CODIGO FROM CONSOLE.
       PERFORM 0700-ACEITA-CAMPOS.
       PERFORM 0710-VALIDA-CAMPOS.
       IF CAMPOS-INVALIDOS
           DISPLAY 'INCLUSAO CANCELADA'
       ELSE
           PERFORM 0720-MOVE-CAMPOS
           WRITE COMPANY-RECORD
               INVALID KEY
                   DISPLAY 'CODIGO JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'INCLUIDO COM SUCESSO'
                   MOVE SPACES TO WRK-IMAGEM-ANTES
                   MOVE COMPANY-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'I' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
           END-WRITE
       END-IF.

       0400-ALTERAR.
       DISPLAY 'CODIGO DA EMPRESA: '.
       ACCEPT CIA-CODIGO FROM CONSOLE.
       READ COMPANY-MASTER-FILE
           INVALID KEY
               DISPLAY 'CODIGO NAO ENCONTRADO'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE COMPANY-RECORD TO WRK-IMAGEM-ANTES
               PERFORM 0700-ACEITA-CAMPOS
               PERFORM 0710-VALIDA-CAMPOS
               IF CAMPOS-INVALIDOS
                   DISPLAY 'ALTERACAO CANCELADA'
               ELSE
                   PERFORM 0720-MOVE-CAMPOS
                   REWRITE COMPANY-RECORD
                   DISPLAY 'ALTERADO COM SUCESSO'
                   MOVE COMPANY-RECORD TO WRK-IMAGEM-DEPOIS
                   MOVE 'A' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
               END-IF
       END-READ.

      *> Empresa que nao deve mais rodar folha e inativada pela
      *> alteracao; a exclusao fica para codigo incluido por engano.
       0500-EXCLUIR.
       DISPLAY 'CODIGO DA EMPRESA: '.
       ACCEPT CIA-CODIGO FROM CONSOLE.
       IF CIA-CODIGO = WRK-EMPRESA-PADRAO
           DISPLAY 'EMPRESA PRINCIPAL NAO PODE SER EXCLUIDA'
       ELSE
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CODIGO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE COMPANY-RECORD TO WRK-IMAGEM-ANTES
                   DELETE COMPANY-MASTER-FILE
                   DISPLAY 'EXCLUIDO COM SUCESSO'
                   MOVE SPACES TO WRK-IMAGEM-DEPOIS
                   MOVE 'E' TO WRK-OPERACAO-LOG
                   PERFORM 0800-GRAVA-CHANGE-LOG
           END-READ
       END-IF.

       0600-CONSULTAR.
       DISPLAY 'CODIGO DA EMPRESA: '.
       ACCEPT CIA-CODIGO FROM CONSOLE.
       READ COMPANY-MASTER-FILE
           INVALID KEY
               DISPLAY 'CODIGO NAO ENCONTRADO'
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
       END-READ.

       0610-EXIBE-REGISTRO.
       DISPLAY 'CODIGO..........: ' CIA-CODIGO.
       DISPLAY 'CNPJ............: ' CIA-CNPJ.
       DISPLAY 'RAZAO SOCIAL....: ' CIA-RAZAO-SOCIAL.
       DISPLAY 'BANCO...........: ' CIA-BANCO.
       DISPLAY 'AGENCIA.........: ' CIA-AGENCIA.
       DISPLAY 'CONTA...........: ' CIA-CONTA.
       MOVE CIA-ALIQUOTA-FGTS TO WRK-ALIQUOTA-ED.
       DISPLAY 'ALIQUOTA FGTS...: ' WRK-ALIQUOTA-ED.
       MOVE CIA-ALIQUOTA-INSS-PATRONAL TO WRK-ALIQUOTA-ED.
       DISPLAY 'ALIQ. INSS PATR.: ' WRK-ALIQUOTA-ED.
       DISPLAY 'EMPRESA CONTABIL: ' CIA-EMPRESA-CONTABIL.
       IF CIA-INATIVA
           DISPLAY 'STATUS..........: INATIVA'
       ELSE
           DISPLAY 'STATUS..........: ATIVA'
       END-IF.

       0650-LISTAR.
       MOVE ZEROS TO WRK-QTDE-LISTADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO.
       MOVE SPACES TO CIA-CODIGO.
       START COMPANY-MASTER-FILE KEY NOT LESS THAN CIA-CODIGO
           INVALID KEY
               MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START.
       PERFORM UNTIL FIM-DO-ARQUIVO
           READ COMPANY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   DISPLAY CIA-CODIGO ' ' CIA-CNPJ ' '
                       CIA-RAZAO-SOCIAL ' ' CIA-STATUS
                   ADD 1 TO WRK-QTDE-LISTADOS
           END-READ
       END-PERFORM.
       DISPLAY 'EMPRESAS CADASTRADAS: ' WRK-QTDE-LISTADOS.

       0700-ACEITA-CAMPOS.
       DISPLAY 'CNPJ (SO NUMEROS): '.
       ACCEPT WRK-CNPJ FROM CONSOLE.
       DISPLAY 'RAZAO SOCIAL: '.
       ACCEPT WRK-RAZAO-SOCIAL FROM CONSOLE.
       DISPLAY 'BANCO DA CONTA PAGADORA: '.
       ACCEPT WRK-BANCO FROM CONSOLE.
       DISPLAY 'AGENCIA: '.
       ACCEPT WRK-AGENCIA FROM CONSOLE.
       DISPLAY 'CONTA: '.
       ACCEPT WRK-CONTA FROM CONSOLE.
       DISPLAY 'ALIQUOTA FGTS (99,99): '.
       ACCEPT WRK-ALIQUOTA-FGTS FROM CONSOLE.
       DISPLAY 'ALIQUOTA INSS PATRONAL (99,99): '.
       ACCEPT WRK-ALIQUOTA-INSS-PATRONAL FROM CONSOLE.
       DISPLAY 'CODIGO NA CONTABILIDADE (BRANCO = MESMO CODIGO): '.
       ACCEPT WRK-EMPRESA-CONTABIL FROM CONSOLE.
       DISPLAY 'STATUS (A=ATIVA I=INATIVA): '.
       ACCEPT WRK-STATUS-EMPRESA FROM CONSOLE.

      *> A conta pagadora vai no header do lote ACH e o CNPJ no do
      *> FGTS: sem eles o banco e a Caixa recusam o lote inteiro. A
      *> aliquota de INSS patronal pode ser zero (empresa com a
      *> contribuicao substituida); a de FGTS nao.
       0710-VALIDA-CAMPOS.
       SET CAMPOS-VALIDOS TO TRUE.
       IF CIA-CODIGO = SPACES
           DISPLAY 'CODIGO DA EMPRESA NAO INFORMADO'
           SET CAMPOS-INVALIDOS TO TRUE
       END-IF.
       PERFORM 0730-VALIDA-CNPJ.
       IF WRK-RAZAO-SOCIAL = SPACES
           DISPLAY 'RAZAO SOCIAL NAO INFORMADA'
           SET CAMPOS-INVALIDOS TO TRUE
       END-IF.
       IF WRK-BANCO = ZEROS OR WRK-CONTA = ZEROS
           DISPLAY 'CONTA PAGADORA NAO INFORMADA'
           SET CAMPOS-INVALIDOS TO TRUE
       END-IF.
       IF WRK-ALIQUOTA-FGTS = ZEROS
           DISPLAY 'ALIQUOTA DE FGTS NAO INFORMADA'
           SET CAMPOS-INVALIDOS TO TRUE
       END-IF.
       IF NOT STATUS-EMPRESA-VALIDO
           DISPLAY 'STATUS INVALIDO - INFORME A OU I'
           SET CAMPOS-INVALIDOS TO TRUE
       END-IF.

       0720-MOVE-CAMPOS.
       MOVE WRK-CNPJ TO CIA-CNPJ.
       MOVE WRK-RAZAO-SOCIAL TO CIA-RAZAO-SOCIAL.
       MOVE WRK-BANCO TO CIA-BANCO.
       MOVE WRK-AGENCIA TO CIA-AGENCIA.
       MOVE WRK-CONTA TO CIA-CONTA.
       MOVE WRK-ALIQUOTA-FGTS TO CIA-ALIQUOTA-FGTS.
       MOVE WRK-ALIQUOTA-INSS-PATRONAL TO CIA-ALIQUOTA-INSS-PATRONAL.
       IF WRK-EMPRESA-CONTABIL = SPACES
           MOVE CIA-CODIGO TO CIA-EMPRESA-CONTABIL
       ELSE
           MOVE WRK-EMPRESA-CONTABIL TO CIA-EMPRESA-CONTABIL
       END-IF.
       MOVE WRK-STATUS-EMPRESA TO CIA-STATUS.

       0730-VALIDA-CNPJ.
       MOVE 12 TO WRK-QTDE-DIGITOS-DV.
       PERFORM 0735-CALCULA-DV.
       IF WRK-DV-CALCULADO NOT = WRK-CNPJ-DIGITO(13)
           DISPLAY 'CNPJ INVALIDO - DIGITO VERIFICADOR'
           SET CAMPOS-INVALIDOS TO TRUE
       ELSE
           MOVE 13 TO WRK-QTDE-DIGITOS-DV
           PERFORM 0735-CALCULA-DV
           IF WRK-DV-CALCULADO NOT = WRK-CNPJ-DIGITO(14)
               DISPLAY 'CNPJ INVALIDO - DIGITO VERIFICADOR'
               SET CAMPOS-INVALIDOS TO TRUE
           END-IF
       END-IF.
       IF WRK-CNPJ = ZEROS
           DISPLAY 'CNPJ NAO INFORMADO'
           SET CAMPOS-INVALIDOS TO TRUE
       END-IF.

      *> Os pesos do primeiro digito sao os 12 ultimos da tabela e os
      *> do segundo os 13: o peso do digito N comeca na posicao
      *> 14 - quantidade de digitos somados.
       0735-CALCULA-DV.
       MOVE ZEROS TO WRK-SOMA-DV.
       COMPUTE WRK-SUB-PESO = 14 - WRK-QTDE-DIGITOS-DV.
       PERFORM VARYING WRK-SUB-DIGITO FROM 1 BY 1
               UNTIL WRK-SUB-DIGITO > WRK-QTDE-DIGITOS-DV
           COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
               WRK-CNPJ-DIGITO(WRK-SUB-DIGITO) *
               WRK-PESO-CNPJ(WRK-SUB-PESO)
           ADD 1 TO WRK-SUB-PESO
       END-PERFORM.
       DIVIDE WRK-SOMA-DV BY 11 GIVING WRK-QUOCIENTE-DV
           REMAINDER WRK-RESTO-DV.
       IF WRK-RESTO-DV < 2
           MOVE ZEROS TO WRK-DV-CALCULADO
       ELSE
           COMPUTE WRK-DV-CALCULADO = 11 - WRK-RESTO-DV
       END-IF.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ reconstituir quem mudou o que -
      *> trocar a conta pagadora de uma empresa muda a origem de
      *> todos os depositos do lote dela.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-HORA-EXECUCAO TO CHG-HORA.
       MOVE WRK-OPERADOR TO CHG-OPERADOR.
       MOVE 'CIAMSTR ' TO CHG-ARQUIVO.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE CIA-CODIGO TO CHG-CHAVE(1:4).
       MOVE WRK-IMAGEM-ANTES TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.
