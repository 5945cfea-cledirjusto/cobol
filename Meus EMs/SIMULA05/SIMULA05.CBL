              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA-ATUAL PCT-FALTAS
              APROVADO-ATUAL DISCIPLINA-APROVA.
          IF APROVADO-ATUAL EQUAL "SIM"
              ADD 1 TO TOT-APROV-ATUAL.

