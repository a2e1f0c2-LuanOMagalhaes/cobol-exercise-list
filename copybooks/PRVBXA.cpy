      *> Parametro do PRVBXA: o que o DECTERC, o FERPAG ou a
      *> RESCISAO pagaram de 13o e de ferias (com o terco) para a
      *> matricula. Na volta, o quanto de cada saldo foi baixado
      *> (verba mais encargos). Baixa total zera os saldos mesmo
      *> acima do que foi pago (desligamento). A empresa do
      *> funcionario vai no lancamento (em branco, a '0001').
       01 BAIXA-PROVISAO.
          05 PBX-EMP-NUMERO            PIC 9(06).
          05 PBX-DEPARTAMENTO          PIC X(10).
          05 PBX-DATA                  PIC 9(08).
          05 PBX-VALOR-PAGO-13         PIC 9(07)V99.
          05 PBX-VALOR-PAGO-FERIAS     PIC 9(07)V99.
          05 PBX-TIPO-BAIXA            PIC X(01).
             88 PBX-BAIXA-PARCIAL      VALUE 'P'.
             88 PBX-BAIXA-TOTAL        VALUE 'T'.
          05 PBX-BAIXADO-13            PIC 9(09)V99.
          05 PBX-BAIXADO-FERIAS        PIC 9(09)V99.
          05 PBX-STATUS                PIC X(02).
          05 PBX-EMPRESA               PIC X(04).
