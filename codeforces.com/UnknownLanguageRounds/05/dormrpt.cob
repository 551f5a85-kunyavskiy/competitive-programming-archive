       IDENTIFICATION DIVISION.
          PROGRAM-ID. DORMRPT.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT DORMANT-CONTROL ASSIGN TO "DORMCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
              SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACCTMST-STATUS.
              SELECT ACCT-SEEN-FILE ASSIGN TO "ACCTSEEN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEEN-STATUS.
              SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DATECTL-STATUS.
              SELECT DORMANT-REPORT ASSIGN TO "DORMRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD  DORMANT-CONTROL.
          01  DORMANT-CONTROL-RECORD.
              05 DQ-DORMANT-DAYS  PIC 9(04).
          FD  ACCT-MASTER-FILE.
          COPY ACCTMST.
          FD  ACCT-SEEN-FILE.
          COPY ACCTSEEN.
          FD  DATE-CONTROL-FILE.
          COPY DATECTL.
          FD  DORMANT-REPORT.
          01  RPT-LINE                PIC X(120).

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS    PIC XX.
          01 WS-ACCTMST-STATUS    PIC XX.
          01 WS-SEEN-STATUS       PIC XX.
          01 WS-DATECTL-STATUS    PIC XX.
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-RUN-DATE          PIC X(08)   VALUE SPACES.
          01 WS-RUN-DATE-INT      PIC 9(08).
          01 WS-DORMANT-DAYS      PIC 9(04)   VALUE 60.
          01 WS-MAX-SEEN          PIC 9(4)    VALUE 2000.
          01 SEEN-TABLE.
              05 SEEN-ENTRY OCCURS 2000 TIMES.
                  10 SN-ACCT-NO       PIC X(36).
                  10 SN-LAST-SEEN     PIC X(08).
          01 WS-SEEN-COUNT        PIC 9(4)    VALUE 0.
          01 WS-SEEN-SUB          PIC 9(4).
          01 WS-SEEN-FOUND-SUB    PIC 9(4).
          01 HOLIDAY-TABLE.
              05 HOL-DATE-INT     PIC 9(08) OCCURS 50 TIMES.
          01 WS-MAX-HOLIDAYS      PIC 9(4)    VALUE 50.
          01 WS-HOLIDAY-CNT       PIC 9(4)    VALUE 0.
          01 WS-HOLIDAY-SUB       PIC 9(4).
          01 WS-HOLIDAY-SW        PIC X.
              88 DAY-IS-HOLIDAY               VALUE 'Y'.
          01 WS-DAY-INT           PIC 9(08).
          01 WS-DAY-OF-WEEK       PIC 9(01).
          01 WS-FROM-DATE         PIC X(08).
          01 WS-FROM-DATE-INT     PIC 9(08).
          01 WS-BUSINESS-AGE      PIC 9(05).
          01 WS-OPEN-CNT          PIC 9(08)   VALUE 0.
          01 WS-DORMANT-CNT       PIC 9(08)   VALUE 0.
          01 WS-NEVER-CNT         PIC 9(08)   VALUE 0.
          01 WS-AGE-EDIT          PIC Z(4)9.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-ACCTMST-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-ACCT-MASTER           VALUE 'Y'.
          01 WS-SEEN-EOF-SW       PIC X       VALUE 'N'.
              88 END-OF-SEEN-FILE             VALUE 'Y'.
          01 WS-DATECTL-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-DATECTL               VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
            PERFORM READ-CONTROL-CARD
            PERFORM READ-DATE-CONTROL
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
            PERFORM LOAD-SEEN-TABLE

            OPEN OUTPUT DORMANT-REPORT
            MOVE WS-DORMANT-DAYS TO WS-AGE-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "DORMANT AND NEVER-SEEN ACCOUNT REPORT  AS OF "
                   WS-RUN-DATE
                   "  DORMANT AFTER " WS-AGE-EDIT " BUSINESS DAYS"
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE

            OPEN INPUT ACCT-MASTER-FILE
            IF WS-ACCTMST-STATUS NOT = "00"
                DISPLAY "DORMRPT: cannot open ACCTMST, status "
                    WS-ACCTMST-STATUS
                MOVE "NO ACCOUNT MASTER FOUND" TO RPT-LINE
                WRITE RPT-LINE
                CLOSE DORMANT-REPORT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-ACCT-MASTER
                READ ACCT-MASTER-FILE
                    AT END
                        SET END-OF-ACCT-MASTER TO TRUE
                    NOT AT END
                        IF AM-OPEN OR AM-STATUS = SPACE
                            ADD 1 TO WS-OPEN-CNT
                            PERFORM CHECK-ONE-ACCOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACCT-MASTER-FILE

            PERFORM WRITE-REPORT-TOTALS
            CLOSE DORMANT-REPORT
            GOBACK.

          READ-CONTROL-CARD.
            OPEN INPUT DORMANT-CONTROL
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "DORMRPT: cannot open DORMCTL, status "
                    WS-CONTROL-STATUS ", using default 60 business days"
                EXIT PARAGRAPH
            END-IF
            READ DORMANT-CONTROL
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "DORMRPT: DORMCTL is empty, "
                    "using default 60 business days"
                CLOSE DORMANT-CONTROL
                EXIT PARAGRAPH
            END-IF
            CLOSE DORMANT-CONTROL
            IF DQ-DORMANT-DAYS IS NUMERIC AND DQ-DORMANT-DAYS > 0
                MOVE DQ-DORMANT-DAYS TO WS-DORMANT-DAYS
            END-IF.

          READ-DATE-CONTROL.
            OPEN INPUT DATE-CONTROL-FILE
            IF WS-DATECTL-STATUS = "00"
                PERFORM UNTIL END-OF-DATECTL
                    READ DATE-CONTROL-FILE
                        AT END
                            SET END-OF-DATECTL TO TRUE
                        NOT AT END
                            EVALUATE TRUE
                                WHEN DC-BUSINESS-DATE
                                    IF DC-DATE IS NUMERIC
                                        MOVE DC-DATE TO WS-RUN-DATE
                                    END-IF
                                WHEN DC-HOLIDAY
                                    IF DC-DATE IS NUMERIC
                                            AND WS-HOLIDAY-CNT
                                                < WS-MAX-HOLIDAYS
                                        ADD 1 TO WS-HOLIDAY-CNT
                                        COMPUTE HOL-DATE-INT
                                            (WS-HOLIDAY-CNT) =
                                            FUNCTION INTEGER-OF-DATE
                                            (FUNCTION NUMVAL(DC-DATE))
                                    END-IF
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE DATE-CONTROL-FILE
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

          LOAD-SEEN-TABLE.
            OPEN INPUT ACCT-SEEN-FILE
            IF WS-SEEN-STATUS = "00"
                PERFORM UNTIL END-OF-SEEN-FILE
                    READ ACCT-SEEN-FILE
                        AT END
                            SET END-OF-SEEN-FILE TO TRUE
                        NOT AT END
                            IF WS-SEEN-COUNT >= WS-MAX-SEEN
                                DISPLAY "DORMRPT: ACCTSEEN record "
                                    "count exceeds table capacity "
                                    WS-MAX-SEEN
                                CLOSE ACCT-SEEN-FILE
                                MOVE 16 TO RETURN-CODE
                                GOBACK
                            END-IF
                            ADD 1 TO WS-SEEN-COUNT
                            MOVE AS-ACCT-NO
                                TO SN-ACCT-NO(WS-SEEN-COUNT)
                            MOVE AS-LAST-SEEN-DATE
                                TO SN-LAST-SEEN(WS-SEEN-COUNT)
                    END-READ
                END-PERFORM
                CLOSE ACCT-SEEN-FILE
            END-IF.

          FIND-SEEN-ENTRY.
            MOVE 0 TO WS-SEEN-FOUND-SUB
            PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                IF SN-ACCT-NO(WS-SEEN-SUB) = AM-ACCT-NO
                    MOVE WS-SEEN-SUB TO WS-SEEN-FOUND-SUB
                    MOVE WS-SEEN-COUNT TO WS-SEEN-SUB
                END-IF
            END-PERFORM.

          CHECK-ONE-ACCOUNT.
            PERFORM FIND-SEEN-ENTRY
            IF WS-SEEN-FOUND-SUB = 0
                MOVE AM-OPEN-DATE TO WS-FROM-DATE
                PERFORM COMPUTE-BUSINESS-AGE
                ADD 1 TO WS-NEVER-CNT
                MOVE WS-BUSINESS-AGE TO WS-AGE-EDIT
                MOVE SPACES TO RPT-LINE
                STRING "NEVER SEEN  " AM-ACCT-NO
                       "  BRANCH " AM-BRANCH-KEY
                       "  OPENED " AM-OPEN-DATE
                       "  BUSINESS DAYS OPEN " WS-AGE-EDIT
                       INTO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE SN-LAST-SEEN(WS-SEEN-FOUND-SUB) TO WS-FROM-DATE
            PERFORM COMPUTE-BUSINESS-AGE
            IF WS-BUSINESS-AGE > WS-DORMANT-DAYS
                ADD 1 TO WS-DORMANT-CNT
                MOVE WS-BUSINESS-AGE TO WS-AGE-EDIT
                MOVE SPACES TO RPT-LINE
                STRING "DORMANT     " AM-ACCT-NO
                       "  BRANCH " AM-BRANCH-KEY
                       "  LAST SEEN " WS-FROM-DATE
                       "  BUSINESS DAYS SINCE " WS-AGE-EDIT
                       INTO RPT-LINE
                WRITE RPT-LINE
            END-IF.

          COMPUTE-BUSINESS-AGE.
            MOVE 0 TO WS-BUSINESS-AGE
            IF WS-FROM-DATE IS NUMERIC
                COMPUTE WS-FROM-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(FUNCTION
                        NUMVAL(WS-FROM-DATE))
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
                END-PERFORM
            END-IF.

          WRITE-REPORT-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-OPEN-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "OPEN ACCOUNTS CHECKED   " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-DORMANT-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "DORMANT                 " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-NEVER-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "NEVER SEEN ON AC FEED   " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE.
