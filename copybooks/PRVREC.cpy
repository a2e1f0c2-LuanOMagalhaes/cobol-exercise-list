      *> Saldo da provisao mensal de 13o e de ferias por matricula,
      *> mantido pelo PROVIS depois da folha: a cada competencia soma
      *> 1/12 do bruto do mes ao 13o e 1/12 mais o terco as ferias,
      *> cada um com o FGTS e o INSS patronal sobre ele. O PRVBXA
      *> baixa o saldo quando o DECTERC, o FERPAG ou a RESCISAO pagam
      *> a verba (a rescisao baixa o saldo inteiro). O ultimo periodo
      *> provisionado impede provisionar a mesma competencia duas
      *> vezes; os valores do mes e as baixas acumuladas servem ao
      *> PRVREL.
       01 PROVISAO-RECORD.
          05 PRV-EMP-NUMERO            PIC 9(06).
          05 PRV-DEPARTAMENTO          PIC X(10).
          05 PRV-ULTIMO-PERIODO        PIC 9(06).
          05 PRV-SALDO-13              PIC 9(09)V99.
          05 PRV-SALDO-13-FGTS         PIC 9(09)V99.
          05 PRV-SALDO-13-INSS         PIC 9(09)V99.
          05 PRV-SALDO-FERIAS          PIC 9(09)V99.
          05 PRV-SALDO-FERIAS-FGTS     PIC 9(09)V99.
          05 PRV-SALDO-FERIAS-INSS     PIC 9(09)V99.
          05 PRV-MES-13                PIC 9(07)V99.
          05 PRV-MES-FERIAS            PIC 9(07)V99.
          05 PRV-MES-ENCARGOS          PIC 9(07)V99.
          05 PRV-BAIXADO-13            PIC 9(09)V99.
          05 PRV-BAIXADO-FERIAS        PIC 9(09)V99.
          05 PRV-DATA-ULTIMA-BAIXA     PIC 9(08).
          05 PRV-RESERVA               PIC X(20).
