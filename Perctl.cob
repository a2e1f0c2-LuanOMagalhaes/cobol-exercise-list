           88 LK-ETAPA-FOLHA VALUE 'F'.
           88 LK-ETAPA-FERIAS VALUE 'R'.
           88 LK-ETAPA-FECHAMENTO VALUE 'C'.
           88 LK-ETAPA-INTEGRIDADE-OK VALUE 'I'.
           88 LK-ETAPA-INTEGRIDADE-GRAVE VALUE 'G'.
       01 LK-PERIODO PIC 9(06).
       01 LK-STATUS-RETORNO PIC X(02).

      *> registrada no proprio registro de controle como no EX57; a
      *> funcao de marcacao avanca a etapa concluida e a de situacao
      *> mostra onde o periodo esta.
      *> A verificacao de integridade (INTEGR) pode rodar a qualquer
      *> momento e marca o resultado ('I' limpa, 'G' com
      *> inconsistencia grave); a ultima marcada vale, e com
      *> inconsistencia grave a folha so roda liberada.
       PROCEDURE DIVISION USING LK-FUNCAO LK-ETAPA LK-PERIODO
           LK-STATUS-RETORNO.
       0100-INICIAR.
       MOVE SPACES TO RCT-ETAPA-VALIDACAO.
       MOVE SPACES TO RCT-ETAPA-FERIAS.
       MOVE SPACES TO RCT-ETAPA-FECHAMENTO.
       MOVE SPACES TO RCT-EMPRESAS.
       MOVE SPACES TO RCT-ETAPA-INTEGRIDADE.
       MOVE SPACES TO RCT-RESERVA.

       0300-VERIFICAR.
       EVALUATE TRUE
                       SET ORDEM-VIOLADA TO TRUE
                       MOVE 'VALIDACAO (EX16V) AINDA NAO EXECUTADA'
                           TO WRK-MOTIVO-BLOQUEIO
                   ELSE
                       IF RCT-INTEGRIDADE-GRAVE
                           SET ORDEM-VIOLADA TO TRUE
                           MOVE 'INTEGR APONTOU INCONSISTENCIA GRAVE'
                               TO WRK-MOTIVO-BLOQUEIO
                       END-IF
                   END-IF
               END-IF
           WHEN LK-ETAPA-FERIAS
               SET RCT-FERIAS-PAGAS TO TRUE
           WHEN LK-ETAPA-FECHAMENTO
               SET RCT-PERIODO-FECHADO TO TRUE
           WHEN LK-ETAPA-INTEGRIDADE-OK
               SET RCT-INTEGRIDADE-OK TO TRUE
           WHEN LK-ETAPA-INTEGRIDADE-GRAVE
               SET RCT-INTEGRIDADE-GRAVE TO TRUE
           WHEN OTHER
               DISPLAY 'PERCTL: ETAPA INVALIDA PARA MARCACAO '
                   LK-ETAPA
       ELSE
           DISPLAY '  VALIDACAO FEITA (EX16V)......: NAO'
       END-IF.
       EVALUATE TRUE
           WHEN RCT-INTEGRIDADE-OK
               DISPLAY '  INTEGRIDADE (INTEGR).........: SEM '
                   'INCONSISTENCIA GRAVE'
           WHEN RCT-INTEGRIDADE-GRAVE
               DISPLAY '  INTEGRIDADE (INTEGR).........: '
                   'INCONSISTENCIA GRAVE'
           WHEN OTHER
               DISPLAY '  INTEGRIDADE (INTEGR).........: NAO '
                   'VERIFICADA'
       END-EVALUATE.
       IF RCT-COMPLETO
           DISPLAY '  FOLHA EXECUTADA (EX57).......: SIM EM '
               RCT-DATA-EXECUCAO
       ELSE
           DISPLAY '  FOLHA EXECUTADA (EX57).......: NAO'
       END-IF.
       PERFORM VARYING IX-RCE FROM 1 BY 1 UNTIL IX-RCE > 10
           IF RCT-EMP-CODIGO(IX-RCE) NOT = SPACES
               IF RCT-EMP-COMPLETA(IX-RCE)
                   DISPLAY '    EMPRESA ' RCT-EMP-CODIGO(IX-RCE)
                       '...................: SIM EM '
                       RCT-EMP-DATA-EXECUCAO(IX-RCE)
               ELSE
                   DISPLAY '    EMPRESA ' RCT-EMP-CODIGO(IX-RCE)
                       '...................: NAO'
               END-IF
           END-IF
       END-PERFORM.
       IF RCT-FERIAS-PAGAS
           DISPLAY '  FERIAS PROCESSADAS (FERPAG)..: SIM'
       ELSE
