                DISPLAY "AUDHSKP: cannot open CIPHAUD, status "
                    WS-AUDIT-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN EXTEND AUDIT-ARCHIVE-FILE
            IF WS-ARCHIVE-STATUS = "35"
            MOVE WS-RETAINED-CNT TO WS-CNT-EDIT
            DISPLAY "AUDHSKP SUMMARY  RETAINED TO CIPHAUDN: "
                WS-CNT-EDIT
            GOBACK.

          READ-CONTROL-CARD.
            OPEN INPUT HOUSEKEEP-CONTROL
                DISPLAY "AUDHSKP: cannot open AUDCTL, status "
                    WS-CONTROL-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            READ HOUSEKEEP-CONTROL
            IF WS-CONTROL-STATUS NOT = "00"
                    "not numeric"
                CLOSE HOUSEKEEP-CONTROL
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            CLOSE HOUSEKEEP-CONTROL.
