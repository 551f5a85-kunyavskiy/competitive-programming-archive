          01 WS-TOTAL-REJECTS     PIC 9(08) VALUE 0.
          01 WS-INCOMPLETE-SW     PIC X     VALUE 'N'.
              88 RUN-INCOMPLETE             VALUE 'Y'.
          01 WS-SLA-SW            PIC X     VALUE 'N'.
              88 SLA-BREACHED               VALUE 'Y'.
          01 WS-ACK-SW            PIC X     VALUE 'N'.
              88 ACK-OVERDUE                VALUE 'Y'.
          01 WS-FIGURE-EDIT       PIC Z(18)9.999999.

          PROCEDURE DIVISION.
                STRING "SIGN-OFF: REVIEW REQUIRED, RUN DATES "
                       "DISAGREE WITH CONTROL DATE"
                       INTO REPORT-LINE
            ELSE
            IF SLA-BREACHED
                STRING "SIGN-OFF: REVIEW REQUIRED, BATCH WINDOW SLA "
                       "BREACHED"
                       INTO REPORT-LINE
            ELSE
            IF ACK-OVERDUE
                STRING "SIGN-OFF: COMPLETE - REVIEW REQUIRED, "
                       "RECEIVER ACKNOWLEDGMENT OVERDUE"
                       INTO REPORT-LINE
            ELSE
                IF WS-TOTAL-REJECTS = 0
                    MOVE "SIGN-OFF: ALL UTILITIES BALANCED, NO REJECTS"
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            WRITE REPORT-LINE

            CLOSE RECON-REPORT
                    SET RUN-INCOMPLETE TO TRUE
                WHEN ST-CARRIED
                    MOVE "CARRIED" TO WS-STEP-DESC
                WHEN ST-NOT-SCHEDULED
                    MOVE "NOT SCHED" TO WS-STEP-DESC
                WHEN OTHER
                    MOVE "UNKNOWN" TO WS-STEP-DESC
                    SET RUN-INCOMPLETE TO TRUE
            END-IF.

          REPORT-ONE-ALERT.
            IF AL-REASON-CODE = "SLAS" OR AL-REASON-CODE = "SLAC"
                PERFORM REPORT-SLA-ALERT
                EXIT PARAGRAPH
            END-IF
            IF AL-REASON-CODE = "NOAK"
                PERFORM REPORT-ACK-ALERT
                EXIT PARAGRAPH
            END-IF
            SET RUN-INCOMPLETE TO TRUE
            MOVE SPACES TO REPORT-LINE
            STRING "ALERT " AL-PROGRAM
                   INTO REPORT-LINE
            WRITE REPORT-LINE.

          REPORT-SLA-ALERT.
            SET SLA-BREACHED TO TRUE
            MOVE SPACES TO REPORT-LINE
            IF AL-REASON-CODE = "SLAS"
                STRING "SLA BREACH STEP " AL-PROGRAM
                       " ELAPSED SECS=" AL-INPUT-CNT
                       " LIMIT=" AL-OUTPUT-CNT
                       INTO REPORT-LINE
            ELSE
                STRING "SLA BREACH CHAIN FINISHED "
                       AL-INPUT-CNT(3:6)
                       " DEADLINE " AL-OUTPUT-CNT(3:6)
                       INTO REPORT-LINE
            END-IF
            WRITE REPORT-LINE.

          REPORT-ACK-ALERT.
            SET ACK-OVERDUE TO TRUE
            MOVE SPACES TO REPORT-LINE
            STRING "ACKNOWLEDGMENT OVERDUE " AL-PROGRAM
                   " SENT=" AL-INPUT-CNT
                   " ACCEPTED=" AL-OUTPUT-CNT
                   " REFUSED=" AL-REJECT-CNT
                   INTO REPORT-LINE
            WRITE REPORT-LINE.

          REPORT-BINCONV.
            OPEN INPUT BINCONV-SUMMARY
            IF WS-BINCONV-STATUS = "00"
