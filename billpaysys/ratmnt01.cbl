      * the per-diem rate per day; expense entry (expmnt01.cbl)
      * computes mileage and per-diem lines from the latest row on
      * or before the expense date, so the rows only ever need
      * adding when the rates change. "MC" and "LC" are the meal
      * cap per day and lodging cap per night the expense policy
      * audit (exppol01.cbl) holds claimed days against.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ratmnt01.
       ENTER-EXPRATE-KEY.
            DISPLAY " ".
            DISPLAY "ENTER RATE TYPE TO " THE-MODE.
            DISPLAY "(MI = MILEAGE, PD = PER DIEM, MC = MEAL CAP,".
            DISPLAY " LC = LODGING CAP, BLANK TO STOP)".
            MOVE SPACES TO EXPRATE-TYPE.
            ACCEPT EXPRATE-TYPE.
            INSPECT EXPRATE-TYPE
               TO UPPER-ALPHA.
            IF EXPRATE-TYPE NOT = SPACES AND
                  NOT EXPRATE-IS-MILEAGE AND
                  NOT EXPRATE-IS-PER-DIEM AND
                  NOT EXPRATE-IS-MEAL-CAP AND
                  NOT EXPRATE-IS-LODGING-CAP
                DISPLAY "TYPE MUST BE MI, PD, MC OR LC"
                PERFORM ENTER-EXPRATE-KEY.
            IF EXPRATE-TYPE NOT = SPACES
                MOVE "N" TO ZERO-DATE-IS-OK
