           88 OPCAO-EXCLUIR VALUE 3.
           88 OPCAO-SAIR VALUE 0.
       77 WRK-VALOR-HORA PIC 9(04)V99 VALUE ZEROS.
       77 WRK-SALARIO-MENSAL PIC 9(07)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
       ACCEPT RTM-CHAVE FROM CONSOLE.
       DISPLAY 'VALOR HORA: '.
       ACCEPT RTM-VALOR-HORA FROM CONSOLE.
       DISPLAY 'SALARIO MENSAL (SO MENSALISTA - ZERO SE HORISTA): '.
       ACCEPT RTM-SALARIO-MENSAL FROM CONSOLE.
       WRITE RATE-MASTER-RECORD
           INVALID KEY
               DISPLAY 'CHAVE JA CADASTRADA'
               DISPLAY 'NOVO VALOR HORA: '
               ACCEPT WRK-VALOR-HORA FROM CONSOLE
               MOVE WRK-VALOR-HORA TO RTM-VALOR-HORA
               DISPLAY 'NOVO SALARIO MENSAL (ZERO SE HORISTA): '
               ACCEPT WRK-SALARIO-MENSAL FROM CONSOLE
               MOVE WRK-SALARIO-MENSAL TO RTM-SALARIO-MENSAL
               REWRITE RATE-MASTER-RECORD
               DISPLAY 'ALTERADO COM SUCESSO'
               MOVE RATE-MASTER-RECORD TO WRK-IMAGEM-DEPOIS
