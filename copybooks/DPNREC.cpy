      *> Dependentes do funcionario, mantidos pelo DPNMNT: nome,
      *> nascimento, parentesco e os indicadores de quem entra na
      *> deducao por dependente do IRRF e de quem da direito a cota
      *> de salario-familia (filho ou enteado abaixo da idade limite
      *> do IRFPARM). Lidos pelo EX57T no calculo do IRRF e do
      *> salario-familia. Ate 99 dependentes por matricula pela
      *> sequencia na chave.
       01 DEPENDENT-RECORD.
          05 DPN-CHAVE.
             10 DPN-EMP-NUMERO         PIC 9(06).
             10 DPN-SEQUENCIA          PIC 9(02).
          05 DPN-NOME                  PIC X(30).
          05 DPN-DATA-NASCIMENTO       PIC 9(08).
          05 DPN-PARENTESCO            PIC X(01).
             88 DPN-FILHO              VALUE 'F'.
             88 DPN-ENTEADO            VALUE 'E'.
             88 DPN-CONJUGE            VALUE 'C'.
             88 DPN-PAIS               VALUE 'P'.
             88 DPN-OUTROS             VALUE 'O'.
             88 DPN-PARENTESCO-VALIDO  VALUE 'F' 'E' 'C' 'P' 'O'.
          05 DPN-IND-IRRF              PIC X(01).
             88 DPN-DEDUZ-IRRF         VALUE 'S'.
          05 DPN-IND-SALARIO-FAMILIA   PIC X(01).
             88 DPN-COTA-SAL-FAMILIA   VALUE 'S'.
