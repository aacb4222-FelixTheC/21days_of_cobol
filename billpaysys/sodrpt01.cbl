                      JOURNAL-DATE NOT > RANGE-END-DATE AND
                      (JOURNAL-PROGRAM = "CHKRUN01" OR
                       JOURNAL-PROGRAM = "EFTRUN01" OR
                       JOURNAL-PROGRAM = "VCDRUN01" OR
                       JOURNAL-PROGRAM = "WIRSND01" OR
                       JOURNAL-PROGRAM = "MANPAY01")
                    MOVE JOURNAL-OPERATOR TO SOD-WORK-OPERATOR
                    PERFORM FIND-SOD-ENTRY
