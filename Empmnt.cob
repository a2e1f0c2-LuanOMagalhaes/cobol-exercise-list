               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-STATUS-DEPMSTR.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "CIAMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-CODIGO
               FILE STATUS IS WRK-STATUS-CIAMSTR.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHGLOG.
       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREC.

       FD  COMPANY-MASTER-FILE.
       COPY CIAREC.

       FD  CHANGE-LOG-FILE.
       COPY CHGREC.

       77 WRK-IND-DEPTO-VALIDO PIC X(01) VALUE 'S'.
           88 DEPTO-VALIDO VALUE 'S'.
           88 DEPTO-INVALIDO VALUE 'N'.
       77 WRK-STATUS-CIAMSTR PIC X(02) VALUE SPACES.
       77 WRK-CIAMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
           88 CIAMSTR-DISPONIVEL VALUE 'S'.
       77 WRK-IND-EMPRESA-VALIDA PIC X(01) VALUE 'S'.
           88 EMPRESA-VALIDA VALUE 'S'.
           88 EMPRESA-INVALIDA VALUE 'N'.
       77 WRK-MOTIVO-EMPRESA PIC X(45) VALUE SPACES.
       77 WRK-EMPRESA-PADRAO PIC X(04) VALUE '0001'.
       77 WRK-EMPRESA-DEPTO PIC X(04) VALUE SPACES.
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

       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-DEPARTAMENTO PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA PIC X(04) VALUE SPACES.
       77 WRK-GANHA-HORA PIC 9(04)V99 VALUE ZEROS.
       77 WRK-HORAS-TRABALHADAS-MES PIC 9(04)V99 VALUE ZEROS.
       77 WRK-HORAS-DOM-FERIADO PIC 9(04)V99 VALUE ZEROS.
       77 WRK-BANCO PIC 9(03) VALUE ZEROS.
       77 WRK-AGENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA PIC 9(10) VALUE ZEROS.
       77 WRK-TIPO-SALARIO PIC X(01) VALUE SPACES.
           88 TIPO-SALARIO-VALIDO VALUE 'H' 'M'.
       01 WRK-DATA-ADMISSAO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ADMISSAO-R REDEFINES WRK-DATA-ADMISSAO.
           05 FILLER PIC 9(04).
           05 WRK-ADM-MES PIC 9(02).
           05 WRK-ADM-DIA PIC 9(02).
       01 WRK-DATA-DESLIGAMENTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-DESLIGAMENTO-R REDEFINES WRK-DATA-DESLIGAMENTO.
           05 FILLER PIC 9(04).
           05 WRK-DSL-MES PIC 9(02).
           05 WRK-DSL-DIA PIC 9(02).
       01 WRK-CPF PIC 9(11) VALUE ZEROS.
       01 WRK-CPF-R REDEFINES WRK-CPF.
           05 WRK-CPF-DIGITO PIC 9(01) OCCURS 11 TIMES.
       01 WRK-PIS PIC 9(11) VALUE ZEROS.
       01 WRK-PIS-R REDEFINES WRK-PIS.
           05 WRK-PIS-DIGITO PIC 9(01) OCCURS 11 TIMES.

      *> Validacao dos campos cadastrais: CPF e PIS pelos digitos
      *> verificadores (modulo 11), datas pelo mes/dia e pela ordem
      *> admissao <= desligamento.
       77 WRK-IND-CAMPOS-VALIDOS PIC X(01) VALUE 'S'.
           88 CAMPOS-VALIDOS VALUE 'S'.
           88 CAMPOS-INVALIDOS VALUE 'N'.
       77 WRK-SUB-DIGITO PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-DV PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE-DV PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-DV PIC 9(02) VALUE ZEROS.
       77 WRK-DV-CALCULADO PIC 9(01) VALUE ZEROS.
       77 WRK-IND-DIGITOS-IGUAIS PIC X(01) VALUE 'S'.
           88 DIGITOS-IGUAIS VALUE 'S'.
       01 WRK-PESOS-PIS-TAB.
           05 FILLER PIC X(10) VALUE '3298765432'.
       01 WRK-PESOS-PIS REDEFINES WRK-PESOS-PIS-TAB.
           05 WRK-PESO-PIS PIC 9(01) OCCURS 10 TIMES.

       77 WRK-GANHA-HORA-ED PIC Z.ZZ9,99 VALUE ZEROS.
       77 WRK-HORAS-ED PIC Z.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 99/99/9999 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
               WRK-STATUS-DEPMSTR ' - SEM VALIDACAO DE DEPARTAMENTO'
       END-IF.

       OPEN INPUT COMPANY-MASTER-FILE.
       IF WRK-STATUS-CIAMSTR = '00'
           SET CIAMSTR-DISPONIVEL TO TRUE
       ELSE
           DISPLAY 'AVISO: CIAMSTR.DAT INDISPONIVEL - STATUS '
               WRK-STATUS-CIAMSTR ' - SEM VALIDACAO DE EMPRESA'
       END-IF.

       PERFORM WITH TEST AFTER UNTIL OPCAO-SAIR
           PERFORM 0200-EXIBE-MENU
           EVALUATE TRUE
       IF DEPMSTR-DISPONIVEL
           CLOSE DEPARTMENT-MASTER-FILE
       END-IF.
       IF CIAMSTR-DISPONIVEL
           CLOSE COMPANY-MASTER-FILE
       END-IF.
       CLOSE CHANGE-LOG-FILE.
       STOP RUN.

       ACCEPT WRK-OPCAO FROM CONSOLE.

       0300-INCLUIR.
       MOVE SPACES TO EMPLOYEE-RECORD.
       DISPLAY 'MATRICULA: '.
       ACCEPT EMP-NUMERO FROM CONSOLE.
       MOVE ZEROS TO WRK-DATA-DESLIGAMENTO.
       PERFORM 0700-ACEITA-CAMPOS.
       PERFORM 0710-VALIDA-DEPARTAMENTO.
       PERFORM 0715-VALIDA-EMPRESA.
       PERFORM 0720-VALIDA-DOCUMENTOS.
       EVALUATE TRUE
           WHEN DEPTO-INVALIDO
               DISPLAY 'DEPARTAMENTO NAO CADASTRADO NO DEPMSTR - '
                   'INCLUSAO CANCELADA'
           WHEN EMPRESA-INVALIDA
               DISPLAY WRK-MOTIVO-EMPRESA ' - INCLUSAO CANCELADA'
           WHEN CAMPOS-INVALIDOS
               DISPLAY 'INCLUSAO CANCELADA'
           WHEN OTHER
               MOVE WRK-NOME TO EMP-NOME
               MOVE WRK-DEPARTAMENTO TO EMP-DEPARTAMENTO
               MOVE WRK-EMPRESA TO EMP-EMPRESA
               MOVE WRK-GANHA-HORA TO EMP-GANHA-HORA
               MOVE WRK-HORAS-TRABALHADAS-MES TO
                   EMP-HORAS-TRABALHADAS-MES
               MOVE WRK-HORAS-DOM-FERIADO TO EMP-HORAS-DOM-FERIADO
               MOVE ZEROS TO EMP-HORAS-NOTURNAS
               MOVE WRK-BANCO TO EMP-BANCO
               MOVE WRK-AGENCIA TO EMP-AGENCIA
               MOVE WRK-CONTA TO EMP-CONTA
               MOVE WRK-DATA-ADMISSAO TO EMP-DATA-ADMISSAO
               MOVE ZEROS TO EMP-DATA-DESLIGAMENTO
               MOVE WRK-CPF TO EMP-CPF
               MOVE WRK-PIS TO EMP-PIS
               MOVE WRK-TIPO-SALARIO TO EMP-TIPO-SALARIO
               MOVE ZEROS TO EMP-ALT-BANCO-DATA
               SET EMP-ATIVO TO TRUE
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY 'CHAVE JA CADASTRADA'
                   NOT INVALID KEY
                       DISPLAY 'INCLUIDO COM SUCESSO'
                       MOVE SPACES TO WRK-IMAGEM-ANTES
                       MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS
                       MOVE 'I' TO WRK-OPERACAO-LOG
                       PERFORM 0800-GRAVA-CHANGE-LOG
               END-WRITE
       END-EVALUATE.

       0400-ALTERAR.
       DISPLAY 'MATRICULA: '.
           NOT INVALID KEY
               PERFORM 0610-EXIBE-REGISTRO
               MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-ANTES
               MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-DESLIGAMENTO
               PERFORM 0700-ACEITA-CAMPOS
               PERFORM 0710-VALIDA-DEPARTAMENTO
               PERFORM 0715-VALIDA-EMPRESA
               PERFORM 0720-VALIDA-DOCUMENTOS
               EVALUATE TRUE
                   WHEN DEPTO-INVALIDO
                       DISPLAY 'DEPARTAMENTO NAO CADASTRADO NO '
                           'DEPMSTR - ALTERACAO CANCELADA'
                   WHEN EMPRESA-INVALIDA
                       DISPLAY WRK-MOTIVO-EMPRESA
                           ' - ALTERACAO CANCELADA'
                   WHEN CAMPOS-INVALIDOS
                       DISPLAY 'ALTERACAO CANCELADA'
                   WHEN OTHER
                       PERFORM 0750-VERIFICA-TROCA-CONTA
                       MOVE WRK-NOME TO EMP-NOME
                       MOVE WRK-DEPARTAMENTO TO EMP-DEPARTAMENTO
                       MOVE WRK-EMPRESA TO EMP-EMPRESA
                       MOVE WRK-GANHA-HORA TO EMP-GANHA-HORA
                       MOVE WRK-HORAS-TRABALHADAS-MES TO
                           EMP-HORAS-TRABALHADAS-MES
                       MOVE WRK-HORAS-DOM-FERIADO TO
                           EMP-HORAS-DOM-FERIADO
                       MOVE WRK-BANCO TO EMP-BANCO
                       MOVE WRK-AGENCIA TO EMP-AGENCIA
                       MOVE WRK-CONTA TO EMP-CONTA
                       MOVE WRK-DATA-ADMISSAO TO EMP-DATA-ADMISSAO
                       MOVE WRK-CPF TO EMP-CPF
                       MOVE WRK-PIS TO EMP-PIS
                       MOVE WRK-TIPO-SALARIO TO EMP-TIPO-SALARIO
                       REWRITE EMPLOYEE-RECORD
                       DISPLAY 'ALTERADO COM SUCESSO'
                       MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS
                       MOVE 'A' TO WRK-OPERACAO-LOG
                       PERFORM 0800-GRAVA-CHANGE-LOG
               END-EVALUATE
       END-READ.

       0500-DESLIGAR-REATIVAR.
           NOT INVALID KEY
               MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-ANTES
               IF EMP-ATIVO
                   PERFORM 0510-ACEITA-DATA-DESLIGAMENTO
                   IF CAMPOS-VALIDOS
                       SET EMP-INATIVO TO TRUE
                       MOVE WRK-DATA-DESLIGAMENTO TO
                           EMP-DATA-DESLIGAMENTO
                       REWRITE EMPLOYEE-RECORD
                       DISPLAY 'FUNCIONARIO DESLIGADO'
                       MOVE 'D' TO WRK-OPERACAO-LOG
                   END-IF
               ELSE
                   SET EMP-ATIVO TO TRUE
                   MOVE ZEROS TO EMP-DATA-DESLIGAMENTO
                   REWRITE EMPLOYEE-RECORD
                   DISPLAY 'FUNCIONARIO REATIVADO'
                   MOVE 'R' TO WRK-OPERACAO-LOG
                   SET CAMPOS-VALIDOS TO TRUE
               END-IF
               IF CAMPOS-VALIDOS
                   MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS
                   PERFORM 0800-GRAVA-CHANGE-LOG
               END-IF
       END-READ.

      *> A data de desligamento vai para o master e e a que a
      *> RESCISAO usa para o acerto; nao pode ser anterior a
      *> admissao.
       0510-ACEITA-DATA-DESLIGAMENTO.
       SET CAMPOS-VALIDOS TO TRUE.
       DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD): '.
       ACCEPT WRK-DATA-DESLIGAMENTO FROM CONSOLE.
       IF WRK-DSL-MES = ZEROS OR WRK-DSL-MES > 12 OR
               WRK-DSL-DIA = ZEROS OR WRK-DSL-DIA > 31
           DISPLAY 'DATA DE DESLIGAMENTO INVALIDA - OPERACAO '
               'CANCELADA'
           SET CAMPOS-INVALIDOS TO TRUE
       ELSE
           IF WRK-DATA-DESLIGAMENTO < EMP-DATA-ADMISSAO
               DISPLAY 'DESLIGAMENTO ANTERIOR A ADMISSAO - OPERACAO '
                   'CANCELADA'
               SET CAMPOS-INVALIDOS TO TRUE
           END-IF
       END-IF.

       0600-CONSULTAR.
       DISPLAY 'MATRICULA: '.
       ACCEPT EMP-NUMERO FROM CONSOLE.
       DISPLAY 'MATRICULA......: ' EMP-NUMERO.
       DISPLAY 'NOME...........: ' EMP-NOME.
       DISPLAY 'DEPARTAMENTO...: ' EMP-DEPARTAMENTO.
       DISPLAY 'EMPRESA........: ' EMP-EMPRESA.
       IF EMP-MENSALISTA
           DISPLAY 'TIPO SALARIO...: MENSALISTA'
       ELSE
           DISPLAY 'TIPO SALARIO...: HORISTA'
       END-IF.
       DISPLAY 'GANHA-HORA.....: ' WRK-GANHA-HORA-ED.
       MOVE EMP-HORAS-TRABALHADAS-MES TO WRK-HORAS-ED.
       DISPLAY 'HORAS MES......: ' WRK-HORAS-ED.
       MOVE EMP-HORAS-DOM-FERIADO TO WRK-HORAS-ED.
       DISPLAY 'HORAS DOM/FER..: ' WRK-HORAS-ED.
       IF EMP-HORAS-NOTURNAS IS NUMERIC
           MOVE EMP-HORAS-NOTURNAS TO WRK-HORAS-ED
           DISPLAY 'DAS QUAIS NOT..: ' WRK-HORAS-ED
       END-IF.
       DISPLAY 'BANCO..........: ' EMP-BANCO.
       DISPLAY 'AGENCIA........: ' EMP-AGENCIA.
       DISPLAY 'CONTA..........: ' EMP-CONTA.
       IF EMP-CONTA-A-LIBERAR
           MOVE EMP-ALT-BANCO-DATA TO WRK-DATA-ED
           DISPLAY 'CONTA A LIBERAR: TROCADA POR '
               EMP-ALT-BANCO-OPERADOR ' EM ' WRK-DATA-ED
       END-IF.
       MOVE EMP-DATA-ADMISSAO TO WRK-DATA-ED.
       DISPLAY 'ADMISSAO.......: ' WRK-DATA-ED.
       IF EMP-DATA-DESLIGAMENTO NOT = ZEROS
           MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-ED
           DISPLAY 'DESLIGAMENTO...: ' WRK-DATA-ED
       END-IF.
       DISPLAY 'CPF............: ' EMP-CPF.
       DISPLAY 'PIS............: ' EMP-PIS.
       IF EMP-ATIVO
           DISPLAY 'STATUS.........: ATIVO'
       ELSE
      *> variantes de grafia que viram linhas separadas no diario.
       0710-VALIDA-DEPARTAMENTO.
       MOVE 'S' TO WRK-IND-DEPTO-VALIDO.
       MOVE SPACES TO WRK-EMPRESA-DEPTO.
       IF DEPMSTR-DISPONIVEL
           MOVE WRK-DEPARTAMENTO TO DPT-CODIGO
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-IND-DEPTO-VALIDO
               NOT INVALID KEY
                   MOVE DPT-EMPRESA TO WRK-EMPRESA-DEPTO
           END-READ
       END-IF.
       IF WRK-EMPRESA-DEPTO = SPACES
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA-DEPTO
       END-IF.

      *> A empresa decide em que lote ACH, FGTS e diario o
      *> funcionario sai no EX57: tem de estar no CIAMSTR (quando
      *> disponivel) e ser a mesma do departamento, senao o bruto do
      *> departamento seria debitado em duas empresas.
       0715-VALIDA-EMPRESA.
       SET EMPRESA-VALIDA TO TRUE.
       IF CIAMSTR-DISPONIVEL
           MOVE WRK-EMPRESA TO CIA-CODIGO
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   SET EMPRESA-INVALIDA TO TRUE
                   MOVE 'EMPRESA NAO CADASTRADA NO CIAMSTR' TO
                       WRK-MOTIVO-EMPRESA
               NOT INVALID KEY
                   CONTINUE
           END-READ
       END-IF.
       IF EMPRESA-VALIDA AND DEPMSTR-DISPONIVEL AND DEPTO-VALIDO AND
               WRK-EMPRESA-DEPTO NOT = WRK-EMPRESA
           SET EMPRESA-INVALIDA TO TRUE
           MOVE 'DEPARTAMENTO PERTENCE A OUTRA EMPRESA' TO
               WRK-MOTIVO-EMPRESA
       END-IF.

      *> Troca de banco, agencia ou conta deixa a conta a liberar: o
      *> proximo deposito fica retido pelo EX57 no HELDPAY.DAT ate um
      *> supervisor diferente deste operador liberar pelo HLDLIB.
       0750-VERIFICA-TROCA-CONTA.
       IF WRK-BANCO NOT = EMP-BANCO OR
               WRK-AGENCIA NOT = EMP-AGENCIA OR
               WRK-CONTA NOT = EMP-CONTA
           SET EMP-CONTA-A-LIBERAR TO TRUE
           MOVE WRK-OPERADOR TO EMP-ALT-BANCO-OPERADOR
           MOVE WRK-DATA-EXECUCAO TO EMP-ALT-BANCO-DATA
           DISPLAY 'CONTA BANCARIA ALTERADA - O PROXIMO DEPOSITO '
               'FICA RETIDO ATE LIBERACAO DO SUPERVISOR'
       END-IF.

      *> Imagem antes/depois de cada operacao concluida, com operador
      *> e data/hora, para o CHGINQ reconstituir quem mudou o que.
      *> O registro do master passou de 100 posicoes: a parte a partir
      *> da admissao (datas, CPF, PIS e reserva) sai num segundo
      *> registro do log, mesma matricula com 'COMPL' na chave.
       0800-GRAVA-CHANGE-LOG.
       ACCEPT WRK-HORA-EXECUCAO FROM TIME.
       MOVE WRK-DATA-EXECUCAO TO CHG-DATA.
       MOVE WRK-OPERACAO-LOG TO CHG-OPERACAO.
       MOVE SPACES TO CHG-CHAVE.
       MOVE EMP-NUMERO TO CHG-CHAVE(1:6).
       MOVE WRK-IMAGEM-ANTES(1:100) TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS(1:100) TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       MOVE 'COMPL' TO CHG-CHAVE(8:5).
       MOVE WRK-IMAGEM-ANTES(84:100) TO CHG-IMAGEM-ANTES.
       MOVE WRK-IMAGEM-DEPOIS(84:100) TO CHG-IMAGEM-DEPOIS.
       WRITE CHANGE-LOG-RECORD.

       0700-ACEITA-CAMPOS.
       ACCEPT WRK-NOME FROM CONSOLE.
       DISPLAY 'DEPARTAMENTO: '.
       ACCEPT WRK-DEPARTAMENTO FROM CONSOLE.
       DISPLAY 'EMPRESA (BRANCO = PRINCIPAL): '.
       ACCEPT WRK-EMPRESA FROM CONSOLE.
       IF WRK-EMPRESA = SPACES
           MOVE WRK-EMPRESA-PADRAO TO WRK-EMPRESA
       END-IF.
       DISPLAY 'TIPO DE SALARIO (H=HORISTA M=MENSALISTA): '.
       ACCEPT WRK-TIPO-SALARIO FROM CONSOLE.
       DISPLAY 'GANHA-HORA: '.
       ACCEPT WRK-GANHA-HORA FROM CONSOLE.
       DISPLAY 'HORAS TRABALHADAS NO MES: '.
       ACCEPT WRK-AGENCIA FROM CONSOLE.
       DISPLAY 'CONTA: '.
       ACCEPT WRK-CONTA FROM CONSOLE.
       DISPLAY 'DATA DE ADMISSAO (AAAAMMDD): '.
       ACCEPT WRK-DATA-ADMISSAO FROM CONSOLE.
       DISPLAY 'CPF (11 DIGITOS): '.
       ACCEPT WRK-CPF FROM CONSOLE.
       DISPLAY 'PIS (11 DIGITOS): '.
       ACCEPT WRK-PIS FROM CONSOLE.

      *> CPF e PIS obrigatorios e com digitos verificadores corretos;
      *> CPF com os onze digitos iguais passa no modulo 11 mas nao e
      *> valido. A admissao nao pode ser posterior a um desligamento
      *> ja gravado. Tipo de salario em branco vale como horista.
       0720-VALIDA-DOCUMENTOS.
       SET CAMPOS-VALIDOS TO TRUE.
       IF WRK-TIPO-SALARIO = SPACE
           MOVE 'H' TO WRK-TIPO-SALARIO
       END-IF.
       IF NOT TIPO-SALARIO-VALIDO
           DISPLAY 'TIPO DE SALARIO INVALIDO'
           SET CAMPOS-INVALIDOS TO TRUE
       END-IF.
       IF WRK-ADM-MES = ZEROS OR WRK-ADM-MES > 12 OR
               WRK-ADM-DIA = ZEROS OR WRK-ADM-DIA > 31
           DISPLAY 'DATA DE ADMISSAO INVALIDA'
           SET CAMPOS-INVALIDOS TO TRUE
       ELSE
           IF WRK-DATA-DESLIGAMENTO NOT = ZEROS AND
                   WRK-DATA-ADMISSAO > WRK-DATA-DESLIGAMENTO
               DISPLAY 'ADMISSAO POSTERIOR AO DESLIGAMENTO'
               SET CAMPOS-INVALIDOS TO TRUE
           END-IF
       END-IF.
       PERFORM 0730-VALIDA-CPF.
       PERFORM 0740-VALIDA-PIS.

      *> Primeiro DV: pesos 10 a 2 sobre os nove primeiros digitos;
      *> segundo DV: pesos 11 a 2 sobre os dez primeiros. Resto menor
      *> que 2 da DV zero, senao 11 menos o resto.
       0730-VALIDA-CPF.
       MOVE 'S' TO WRK-IND-DIGITOS-IGUAIS.
       PERFORM VARYING WRK-SUB-DIGITO FROM 2 BY 1
               UNTIL WRK-SUB-DIGITO > 11
           IF WRK-CPF-DIGITO(WRK-SUB-DIGITO) NOT =
                   WRK-CPF-DIGITO(1)
               MOVE 'N' TO WRK-IND-DIGITOS-IGUAIS
           END-IF
       END-PERFORM.
       IF DIGITOS-IGUAIS
           DISPLAY 'CPF INVALIDO'
           SET CAMPOS-INVALIDOS TO TRUE
       ELSE
           MOVE ZEROS TO WRK-SOMA-DV
           PERFORM VARYING WRK-SUB-DIGITO FROM 1 BY 1
                   UNTIL WRK-SUB-DIGITO > 9
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                   WRK-CPF-DIGITO(WRK-SUB-DIGITO) *
                   (11 - WRK-SUB-DIGITO)
           END-PERFORM
           PERFORM 0735-CALCULA-DV
           IF WRK-DV-CALCULADO NOT = WRK-CPF-DIGITO(10)
               DISPLAY 'CPF INVALIDO - PRIMEIRO DIGITO VERIFICADOR'
               SET CAMPOS-INVALIDOS TO TRUE
           ELSE
               MOVE ZEROS TO WRK-SOMA-DV
               PERFORM VARYING WRK-SUB-DIGITO FROM 1 BY 1
                       UNTIL WRK-SUB-DIGITO > 10
                   COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                       WRK-CPF-DIGITO(WRK-SUB-DIGITO) *
                       (12 - WRK-SUB-DIGITO)
               END-PERFORM
               PERFORM 0735-CALCULA-DV
               IF WRK-DV-CALCULADO NOT = WRK-CPF-DIGITO(11)
                   DISPLAY 'CPF INVALIDO - SEGUNDO DIGITO '
                       'VERIFICADOR'
                   SET CAMPOS-INVALIDOS TO TRUE
               END-IF
           END-IF
       END-IF.

       0735-CALCULA-DV.
       DIVIDE WRK-SOMA-DV BY 11 GIVING WRK-QUOCIENTE-DV
           REMAINDER WRK-RESTO-DV.
       IF WRK-RESTO-DV < 2
           MOVE ZEROS TO WRK-DV-CALCULADO
       ELSE
           COMPUTE WRK-DV-CALCULADO = 11 - WRK-RESTO-DV
       END-IF.

      *> PIS/PASEP: pesos 3,2,9,8,7,6,5,4,3,2 sobre os dez primeiros
      *> digitos, mesma regra de resto do CPF para o digito final.
       0740-VALIDA-PIS.
       IF WRK-PIS = ZEROS
           DISPLAY 'PIS NAO INFORMADO'
           SET CAMPOS-INVALIDOS TO TRUE
       ELSE
           MOVE ZEROS TO WRK-SOMA-DV
           PERFORM VARYING WRK-SUB-DIGITO FROM 1 BY 1
                   UNTIL WRK-SUB-DIGITO > 10
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                   WRK-PIS-DIGITO(WRK-SUB-DIGITO) *
                   WRK-PESO-PIS(WRK-SUB-DIGITO)
           END-PERFORM
           PERFORM 0735-CALCULA-DV
           IF WRK-DV-CALCULADO NOT = WRK-PIS-DIGITO(11)
               DISPLAY 'PIS INVALIDO - DIGITO VERIFICADOR'
               SET CAMPOS-INVALIDOS TO TRUE
           END-IF
       END-IF.
