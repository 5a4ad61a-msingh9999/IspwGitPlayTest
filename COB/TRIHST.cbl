              AT END
              MOVE 'Y' TO OUT-OF-RECS.
           IF OUT-OF-RECS = 'N'
              AND IN-WORK (1:3) NOT = 'HDR'
              AND IN-WORK (1:3) NOT = 'TRL'
              IF IN-WORK-IND = 'Q'
                 PERFORM TALLY-QUAD-PARA
                    VARYING SIDE-SUB FROM 1 BY 1 UNTIL SIDE-SUB > 4
