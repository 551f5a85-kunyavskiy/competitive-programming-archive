              SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACCTMST-STATUS.
              SELECT ACCT-SEEN-FILE ASSIGN TO "ACCTSEEN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEEN-STATUS.
              SELECT RESEND-CONTROL ASSIGN TO "RSNDCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RSNDCTL-STATUS.
              SELECT RESEND-REPORT ASSIGN TO "BINDUPW"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
                                 ==TRAN-COMPANY== BY ==PRO-COMPANY==.
          FD  LAST-RUN-FILE.
          COPY LASTRUN.
          FD  ACCT-SEEN-FILE.
          COPY ACCTSEEN.
          FD  RESEND-CONTROL.
          01  RESEND-CONTROL-RECORD.
              05 RW-WINDOW-DAYS   PIC 9(02).
          FD  RESEND-REPORT.
          01  RPT-LINE            PIC X(120).

          WORKING-STORAGE SECTION.
          01 A        PIC 9(36)   VALUE ZEROES.
              05 ACCT-ENTRY OCCURS 2000 TIMES.
                  10 MT-ACCT-NO       PIC X(36).
                  10 MT-STATUS        PIC X(01).
                  10 MT-LAST-SEEN     PIC X(08).
                  10 MT-SEEN-CYCLE    PIC 9(02).
                  10 MT-PRIOR-SEEN    PIC X(08).
                  10 MT-PRIOR-CYCLE   PIC 9(02).
                  10 MT-RUN-SEEN-SW   PIC X(01).
          01 WS-ACCT-COUNT    PIC 9(4)    VALUE 0.
          01 WS-ACCT-SUB      PIC 9(4)    VALUE 0.
          01 WS-ACCT-FOUND-SUB PIC 9(4)   VALUE 0.
              88 CHECK-DIGIT-GOOD         VALUE 'Y'.
          01 WS-ACCTMST-EOF-SW PIC X      VALUE 'N'.
              88 END-OF-ACCT-MASTER       VALUE 'Y'.
          01 WS-SEEN-STATUS   PIC XX.
          01 WS-SEEN-EOF-SW   PIC X       VALUE 'N'.
              88 END-OF-SEEN-FILE         VALUE 'Y'.
          01 WS-BINOUT-STATUS PIC XX.
          01 WS-LASTRUN-STATUS PIC XX.
          01 WS-RERUN-SW      PIC X       VALUE 'N'.
          01 WS-CO-COUNT      PIC 9(4)    VALUE 0.
          01 WS-CO-SUB        PIC 9(4).
          01 WS-CO-FOUND-SUB  PIC 9(4).
          01 WS-RSNDCTL-STATUS PIC XX.
          01 WS-WINDOW-DAYS   PIC 9(02)   VALUE 3.
          01 WS-RUN-DATE-INT  PIC 9(08).
          01 WS-FROM-DATE-INT PIC 9(08).
          01 WS-DAY-INT       PIC 9(08).
          01 WS-DAY-OF-WEEK   PIC 9(01).
          01 WS-BUSINESS-AGE  PIC 9(05).
          01 HOLIDAY-TABLE.
              05 HOL-DATE-INT     PIC 9(08) OCCURS 50 TIMES.
          01 WS-MAX-HOLIDAYS  PIC 9(4)    VALUE 50.
          01 WS-HOLIDAY-CNT   PIC 9(4)    VALUE 0.
          01 WS-HOLIDAY-SUB   PIC 9(4).
          01 WS-HOLIDAY-SW    PIC X.
              88 DAY-IS-HOLIDAY           VALUE 'Y'.
          01 WS-DUP-CNT       PIC 9(08)   VALUE ZEROES.
          01 WS-RESEND-CNT    PIC 9(08)   VALUE ZEROES.
          01 WS-AGE-EDIT      PIC Z(4)9.
          01 WS-CNT-EDIT      PIC Z(7)9.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            PERFORM CHECK-RERUN-GUARD
            PERFORM RETAIN-PRIOR-OUTPUT
            PERFORM LOAD-ACCT-TABLE
            PERFORM LOAD-SEEN-DATES
            PERFORM READ-RESEND-CONTROL
            PERFORM COUNT-ACCT-FILE

            OPEN INPUT ACCT-FILE
            OPEN OUTPUT OUT-FILE
            OPEN OUTPUT REJECT-FILE
            OPEN OUTPUT SUMMARY-FILE
            OPEN OUTPUT RESEND-REPORT

            PERFORM WRITE-HEADER
            PERFORM WRITE-RESEND-HEADING

            PERFORM UNTIL END-OF-ACCT-FILE
                READ ACCT-FILE

            PERFORM WRITE-TRAILER
            PERFORM WRITE-SUMMARY
            PERFORM WRITE-RESEND-TOTALS
            CLOSE ACCT-FILE
            CLOSE OUT-FILE
            CLOSE REJECT-FILE
            CLOSE SUMMARY-FILE
            CLOSE RESEND-REPORT
            PERFORM SAVE-SEEN-DATES
            PERFORM RECORD-LAST-RUN
            GOBACK.

                        IF DC-RERUN
                            SET RERUN-AUTHORIZED TO TRUE
                        END-IF
                        IF DC-HOLIDAY AND DC-DATE IS NUMERIC
                                AND WS-HOLIDAY-CNT < WS-MAX-HOLIDAYS
                            ADD 1 TO WS-HOLIDAY-CNT
                            COMPUTE HOL-DATE-INT(WS-HOLIDAY-CNT) =
                                FUNCTION INTEGER-OF-DATE
                                (FUNCTION NUMVAL(DC-DATE))
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DATE-CONTROL-FILE
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).

          READ-RESEND-CONTROL.
            OPEN INPUT RESEND-CONTROL
            IF WS-RSNDCTL-STATUS = "00"
                READ RESEND-CONTROL
                IF WS-RSNDCTL-STATUS = "00"
                        AND RW-WINDOW-DAYS IS NUMERIC
                    MOVE RW-WINDOW-DAYS TO WS-WINDOW-DAYS
                END-IF
                CLOSE RESEND-CONTROL
            END-IF.

          CHECK-HOLIDAY.
            MOVE 'N' TO WS-HOLIDAY-SW
            PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-CNT
                IF HOL-DATE-INT(WS-HOLIDAY-SUB) = WS-DAY-INT
                    SET DAY-IS-HOLIDAY TO TRUE
                    MOVE WS-HOLIDAY-CNT TO WS-HOLIDAY-SUB
                END-IF
            END-PERFORM.

          COMPUTE-BUSINESS-AGE.
            MOVE 0 TO WS-BUSINESS-AGE
            COMPUTE WS-FROM-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION
                    NUMVAL(MT-PRIOR-SEEN(WS-ACCT-FOUND-SUB)))
            PERFORM VARYING WS-DAY-INT
                FROM WS-FROM-DATE-INT BY 1
                UNTIL WS-DAY-INT >= WS-RUN-DATE-INT
                COMPUTE WS-DAY-OF-WEEK =
                    FUNCTION REM(WS-DAY-INT, 7)
                PERFORM CHECK-HOLIDAY
                IF WS-DAY-OF-WEEK NOT = 0
                        AND WS-DAY-OF-WEEK NOT = 6
                        AND NOT DAY-IS-HOLIDAY
                    ADD 1 TO WS-BUSINESS-AGE
                END-IF
            END-PERFORM.

          WRITE-OPS-ALERT.
            OPEN EXTEND OPS-ALERT-FILE
            IF WS-ALERT-STATUS = "35"
                WHEN MT-STATUS(WS-ACCT-FOUND-SUB) = 'C'
                    MOVE "CLOSED" TO WS-REJECT-REASON
                    PERFORM REJECT-ONE-RECORD
                WHEN MT-RUN-SEEN-SW(WS-ACCT-FOUND-SUB) = 'Y'
                    MOVE "DUPLICATE" TO WS-REJECT-REASON
                    PERFORM REJECT-ONE-RECORD
                    ADD 1 TO WS-DUP-CNT
                WHEN OTHER
                    PERFORM CONVERT-ONE-RECORD
                    PERFORM CHECK-RECENT-RESEND
                    MOVE 'Y' TO MT-RUN-SEEN-SW(WS-ACCT-FOUND-SUB)
                    MOVE WS-RUN-DATE TO MT-LAST-SEEN(WS-ACCT-FOUND-SUB)
                    MOVE WS-CYCLE TO MT-SEEN-CYCLE(WS-ACCT-FOUND-SUB)
            END-EVALUATE.

          CHECK-RECENT-RESEND.
            IF MT-PRIOR-SEEN(WS-ACCT-FOUND-SUB) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            IF MT-PRIOR-SEEN(WS-ACCT-FOUND-SUB) = WS-RUN-DATE
                    AND MT-PRIOR-CYCLE(WS-ACCT-FOUND-SUB) = WS-CYCLE
                EXIT PARAGRAPH
            END-IF
            IF MT-PRIOR-SEEN(WS-ACCT-FOUND-SUB) > WS-RUN-DATE
                EXIT PARAGRAPH
            END-IF
            PERFORM COMPUTE-BUSINESS-AGE
            IF WS-BUSINESS-AGE > WS-WINDOW-DAYS
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RESEND-CNT
            MOVE WS-BUSINESS-AGE TO WS-AGE-EDIT
            MOVE SPACES TO RPT-LINE
            STRING STR
                   " CO " WS-COMPANY
                   " SEQ " WS-SEQ-NO
                   "  LAST CONVERTED "
                   MT-PRIOR-SEEN(WS-ACCT-FOUND-SUB)
                   " CYCLE " MT-PRIOR-CYCLE(WS-ACCT-FOUND-SUB)
                   "  BUSINESS DAYS AGO " WS-AGE-EDIT
                   INTO RPT-LINE
            WRITE RPT-LINE.

          WRITE-RESEND-HEADING.
            MOVE WS-WINDOW-DAYS TO WS-AGE-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "BINCONV RECENT RESEND WARNINGS  BUSINESS DATE: "
                   WS-RUN-DATE
                   "  CYCLE: " WS-CYCLE
                   "  WINDOW: " WS-AGE-EDIT " BUSINESS DAYS"
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "ACCOUNTS CONVERTED AGAIN - CONFIRM WITH THE "
                   "ORIGINATING DEPARTMENT THAT THE RESEND WAS INTENDED"
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE.

          WRITE-RESEND-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-RESEND-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "RECENT RESENDS CONVERTED           " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-DUP-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "REPEATS THIS RUN REJECTED DUPLICATE " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            IF WS-RESEND-CNT > 0
                DISPLAY "BINCONV: " WS-RESEND-CNT
                    " accounts converted again within "
                    WS-WINDOW-DAYS " business days, see BINDUPW"
            END-IF.

          VERIFY-CHECK-DIGIT.
            MOVE 'N' TO WS-CKDGT-SW
            MOVE ZEROES TO WS-CK-SUM
                        END-IF
                        ADD 1 TO WS-ACCT-COUNT
                        MOVE AM-ACCT-NO TO MT-ACCT-NO(WS-ACCT-COUNT)
                        MOVE SPACES TO MT-LAST-SEEN(WS-ACCT-COUNT)
                        MOVE ZEROES TO MT-SEEN-CYCLE(WS-ACCT-COUNT)
                        MOVE SPACES TO MT-PRIOR-SEEN(WS-ACCT-COUNT)
                        MOVE ZEROES TO MT-PRIOR-CYCLE(WS-ACCT-COUNT)
                        MOVE 'N' TO MT-RUN-SEEN-SW(WS-ACCT-COUNT)
                        IF AM-STATUS = SPACE
                            MOVE 'O' TO MT-STATUS(WS-ACCT-COUNT)
                        ELSE
            END-PERFORM
            CLOSE ACCT-MASTER-FILE.

          LOAD-SEEN-DATES.
            OPEN INPUT ACCT-SEEN-FILE
            IF WS-SEEN-STATUS = "00"
                PERFORM UNTIL END-OF-SEEN-FILE
                    READ ACCT-SEEN-FILE
                        AT END
                            SET END-OF-SEEN-FILE TO TRUE
                        NOT AT END
                            MOVE AS-ACCT-NO TO STR
                            PERFORM FIND-ACCOUNT
                            IF WS-ACCT-FOUND-SUB > 0
                                MOVE AS-LAST-SEEN-DATE
                                    TO MT-LAST-SEEN(WS-ACCT-FOUND-SUB)
                                MOVE AS-LAST-SEEN-CYCLE
                                    TO MT-SEEN-CYCLE(WS-ACCT-FOUND-SUB)
                                MOVE AS-LAST-SEEN-DATE
                                    TO MT-PRIOR-SEEN(WS-ACCT-FOUND-SUB)
                                MOVE AS-LAST-SEEN-CYCLE
                                    TO MT-PRIOR-CYCLE(WS-ACCT-FOUND-SUB)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCT-SEEN-FILE
            END-IF.

          SAVE-SEEN-DATES.
            OPEN OUTPUT ACCT-SEEN-FILE
            IF WS-SEEN-STATUS NOT = "00"
                DISPLAY "BINCONV: cannot rewrite ACCTSEEN, status "
                    WS-SEEN-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                IF MT-LAST-SEEN(WS-ACCT-SUB) NOT = SPACES
                    MOVE SPACES TO ACCOUNT-SEEN-RECORD
                    MOVE MT-ACCT-NO(WS-ACCT-SUB) TO AS-ACCT-NO
                    MOVE MT-LAST-SEEN(WS-ACCT-SUB)
                        TO AS-LAST-SEEN-DATE
                    MOVE MT-SEEN-CYCLE(WS-ACCT-SUB)
                        TO AS-LAST-SEEN-CYCLE
                    WRITE ACCOUNT-SEEN-RECORD
                END-IF
            END-PERFORM
            CLOSE ACCT-SEEN-FILE.

          CONVERT-ONE-RECORD.
            MOVE ZEROES TO A
            MOVE ZEROES TO B
