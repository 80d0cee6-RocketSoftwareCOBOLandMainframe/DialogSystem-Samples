       Add-Hold-Entry SECTION.

           IF  deck-value(1:1) NOT = "H" AND NOT = "R"
                                 AND NOT = "A" AND NOT = "C"
               DISPLAY "HOLD ACTION MUST BE H, R, A OR C"
               GO TO Add-Hold-Entry-Exit
           END-IF
           PERFORM Validate-Customer-Key
