      *> Log de alteracoes dos cadastros que alimentam a folha:
      *> gravado pelos programas de manutencao (EMPMNT, RATEMNT,
      *> DEDMNT, CURMNT, DPNMNT, IRFMNT, AFSMNT, PRMMNT) e pelas
      *> liberacoes do EXCPWRK e do HLDLIB a cada inclusao,
      *> alteracao, exclusao, liberacao ou desligamento, com
      *> operador, data e hora, arquivo, chave e as imagens do
      *> registro antes e depois. Consultado pelo CHGINQ. A folha em
      *> si ja e auditada pelo AUDITLOG.DAT; este log cobre os dados
      *> que a dirigem (uma troca silenciosa de conta bancaria
      *> seguida de folha e a maior exposicao a fraude do sistema;
      *> por isso o primeiro deposito na conta trocada fica retido
      *> ate a liberacao pelo HLDLIB).
       01 CHANGE-LOG-RECORD.
          05 CHG-DATA                  PIC 9(08).
          05 CHG-HORA                  PIC 9(08).
