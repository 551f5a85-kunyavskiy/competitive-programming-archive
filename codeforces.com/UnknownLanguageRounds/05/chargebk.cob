
            CLOSE CHARGE-REPORT
            CLOSE CHARGE-OUT-FILE
            GOBACK.

          READ-CONTROL-CARD.
            OPEN INPUT CHARGE-CONTROL
                DISPLAY "CHARGEBK: cannot open CHRGCTL, status "
                    WS-CONTROL-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            READ CHARGE-CONTROL
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "CHARGEBK: CHRGCTL is empty"
                CLOSE CHARGE-CONTROL
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            CLOSE CHARGE-CONTROL
            IF CC-BILL-MONTH IS NOT NUMERIC
                DISPLAY "CHARGEBK: billing month not numeric: "
                    CC-BILL-MONTH
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE CC-BILL-MONTH TO WS-BILL-MONTH.

                DISPLAY "CHARGEBK: cannot open CHRGRATE, status "
                    WS-RATE-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-RATE-FILE
                READ CHARGE-RATE-FILE
                                "exceeds table capacity " WS-MAX-RATES
                            CLOSE CHARGE-RATE-FILE
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WS-RATE-COUNT
                        MOVE CR-UTILITY TO RT-UTILITY(WS-RATE-COUNT)
            IF WS-RATE-COUNT = 0
                DISPLAY "CHARGEBK: no rate records on CHRGRATE"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.

          TALLY-HISTORY-FILE.
                DISPLAY "CHARGEBK: cannot open RUNHIST, status "
                    WS-HISTORY-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-HISTORY
                READ HISTORY-FILE
