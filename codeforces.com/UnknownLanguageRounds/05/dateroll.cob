       IDENTIFICATION DIVISION.
          PROGRAM-ID. DATEROLL.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DATECTL-STATUS.
              SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STEPSTAT-STATUS.
              SELECT ROLL-REPORT ASSIGN TO "DROLLRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD  DATE-CONTROL-FILE.
          COPY DATECTL.
          FD  STEP-STATUS-FILE.
          COPY STEPSTAT.
          FD  ROLL-REPORT.
          01  RPT-LINE                PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-DATECTL-STATUS    PIC XX.
          01 WS-STEPSTAT-STATUS   PIC XX.
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-RUN-DATE          PIC X(08)   VALUE SPACES.
          01 WS-CYCLE             PIC 9(02)   VALUE 1.
          01 WS-RUN-DATE-INT      PIC 9(08).
          01 WS-NEW-DATE          PIC X(08).
          01 WS-NEW-DATE-NUM      PIC 9(08).
          01 WS-NEW-DATE-INT      PIC 9(08).
          01 WS-NEW-CYCLE         PIC 9(02).
          01 WS-MAX-DC-RECS       PIC 9(4)    VALUE 100.
          01 DATE-CONTROL-TABLE.
              05 DATE-CONTROL-ENTRY OCCURS 100 TIMES.
                  10 DT-REC-TYPE      PIC X(02).
                  10 DT-DATE          PIC X(08).
                  10 DT-CYCLE         PIC 9(02).
          01 WS-DC-COUNT          PIC 9(4)    VALUE 0.
          01 WS-DC-SUB            PIC 9(4).
          01 HOLIDAY-TABLE.
              05 HOL-DATE-INT     PIC 9(08) OCCURS 50 TIMES.
          01 WS-MAX-HOLIDAYS      PIC 9(4)    VALUE 50.
          01 WS-HOLIDAY-CNT       PIC 9(4)    VALUE 0.
          01 WS-HOLIDAY-SUB       PIC 9(4).
          01 WS-HOLIDAY-SW        PIC X.
              88 DAY-IS-HOLIDAY               VALUE 'Y'.
          01 WS-LAST-HOLIDAY-INT  PIC 9(08)   VALUE 0.
          01 WS-LAST-HOLIDAY      PIC 9(08)   VALUE 0.
          01 WS-HORIZON-DAYS      PIC 9(4)    VALUE 60.
          01 WS-HORIZON-INT       PIC 9(08).
          01 WS-DAY-INT           PIC 9(08).
          01 WS-DAY-OF-WEEK       PIC 9(4).
          01 WS-BUSDAY-SW         PIC X.
              88 DAY-IS-BUSINESS-DAY          VALUE 'Y'.
          01 WS-WEEKEND-SKIPPED   PIC 9(4)    VALUE 0.
          01 WS-HOLIDAY-SKIPPED   PIC 9(4)    VALUE 0.
          01 SKIPPED-HOLIDAY-TABLE.
              05 SK-HOL-DATE      PIC 9(08) OCCURS 10 TIMES.
          01 WS-SKIP-SUB          PIC 9(4).
          01 DAY-NAME-VALUES.
              05 FILLER           PIC X(09)   VALUE "SUNDAY".
              05 FILLER           PIC X(09)   VALUE "MONDAY".
              05 FILLER           PIC X(09)   VALUE "TUESDAY".
              05 FILLER           PIC X(09)   VALUE "WEDNESDAY".
              05 FILLER           PIC X(09)   VALUE "THURSDAY".
              05 FILLER           PIC X(09)   VALUE "FRIDAY".
              05 FILLER           PIC X(09)   VALUE "SATURDAY".
          01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
              05 DAY-NAME         PIC X(09) OCCURS 7 TIMES.
          01 WS-DAY-NAME          PIC X(09).
          01 WS-ST-CYCLE          PIC 9(02).
          01 WS-STEPS-CHECKED     PIC 9(4)    VALUE 0.
          01 WS-STEPS-BAD         PIC 9(4)    VALUE 0.
          01 WS-MAX-BAD-STEPS     PIC 9(4)    VALUE 20.
          01 BAD-STEP-TABLE.
              05 BAD-STEP-ENTRY OCCURS 20 TIMES.
                  10 BS-PROGRAM       PIC X(08).
                  10 BS-STATUS        PIC X(01).
                  10 BS-RETURN-CODE   PIC 9(04).
          01 WS-BAD-SUB           PIC 9(4).
          01 WS-REFUSE-REASON     PIC X(40)   VALUE SPACES.
          01 WS-CNT-EDIT          PIC Z(3)9.
          01 WS-RERUN-SW          PIC X       VALUE 'N'.
              88 RERUN-AUTHORIZED             VALUE 'Y'.
          01 WS-DATECTL-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-DATECTL               VALUE 'Y'.
          01 WS-STEPSTAT-EOF-SW   PIC X       VALUE 'N'.
              88 END-OF-STEPSTAT              VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            PERFORM READ-DATE-CONTROL
            IF WS-RUN-DATE = SPACES
                MOVE "NO USABLE BUSINESS DATE (BD) ON DATECTRL"
                    TO WS-REFUSE-REASON
            ELSE
                PERFORM CHECK-STEP-STATUS
            END-IF

            OPEN OUTPUT ROLL-REPORT
            MOVE SPACES TO RPT-LINE
            STRING "BUSINESS DATE ROLL CONFIRMATION  RUN "
                   WS-CURRENT-DATE(1:8) " " WS-CURRENT-DATE(9:6)
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE

            IF WS-REFUSE-REASON NOT = SPACES
                PERFORM WRITE-REFUSAL
                CLOSE ROLL-REPORT
                DISPLAY "DATEROLL: roll refused - " WS-REFUSE-REASON
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM COMPUTE-NEXT-DATE
            PERFORM SAVE-DATE-CONTROL
            PERFORM WRITE-CONFIRMATION
            PERFORM CHECK-HOLIDAY-HORIZON

            CLOSE ROLL-REPORT
            STOP RUN.

          READ-DATE-CONTROL.
            OPEN INPUT DATE-CONTROL-FILE
            IF WS-DATECTL-STATUS NOT = "00"
                DISPLAY "DATEROLL: cannot open DATECTRL, status "
                    WS-DATECTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL END-OF-DATECTL
                READ DATE-CONTROL-FILE
                    AT END
                        SET END-OF-DATECTL TO TRUE
                    NOT AT END
                        PERFORM TABLE-ONE-DATE-RECORD
                END-READ
            END-PERFORM
            CLOSE DATE-CONTROL-FILE.

          TABLE-ONE-DATE-RECORD.
            IF WS-DC-COUNT >= WS-MAX-DC-RECS
                DISPLAY "DATEROLL: DATECTRL record count exceeds "
                    "table capacity " WS-MAX-DC-RECS
                CLOSE DATE-CONTROL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-DC-COUNT
            MOVE DC-REC-TYPE TO DT-REC-TYPE(WS-DC-COUNT)
            MOVE DC-DATE TO DT-DATE(WS-DC-COUNT)
            MOVE DC-CYCLE TO DT-CYCLE(WS-DC-COUNT)
            EVALUATE TRUE
                WHEN DC-BUSINESS-DATE
                    IF DC-DATE IS NUMERIC
                        MOVE DC-DATE TO WS-RUN-DATE
                        IF DC-CYCLE IS NUMERIC AND DC-CYCLE > 0
                            MOVE DC-CYCLE TO WS-CYCLE
                        END-IF
                    END-IF
                WHEN DC-RERUN
                    SET RERUN-AUTHORIZED TO TRUE
                WHEN DC-HOLIDAY
                    IF DC-DATE IS NUMERIC
                            AND WS-HOLIDAY-CNT < WS-MAX-HOLIDAYS
                        ADD 1 TO WS-HOLIDAY-CNT
                        COMPUTE HOL-DATE-INT(WS-HOLIDAY-CNT) =
                            FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL(DC-DATE))
                        IF HOL-DATE-INT(WS-HOLIDAY-CNT)
                                > WS-LAST-HOLIDAY-INT
                            MOVE HOL-DATE-INT(WS-HOLIDAY-CNT)
                                TO WS-LAST-HOLIDAY-INT
                            MOVE DC-DATE TO WS-LAST-HOLIDAY
                        END-IF
                    END-IF
            END-EVALUATE.

          CHECK-STEP-STATUS.
            OPEN INPUT STEP-STATUS-FILE
            IF WS-STEPSTAT-STATUS NOT = "00"
                MOVE "NO STEPSTAT FILE FOR THE CURRENT DATE"
                    TO WS-REFUSE-REASON
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-STEPSTAT
                READ STEP-STATUS-FILE
                    AT END
                        SET END-OF-STEPSTAT TO TRUE
                    NOT AT END
                        PERFORM CHECK-ONE-STEP
                END-READ
            END-PERFORM
            CLOSE STEP-STATUS-FILE
            EVALUATE TRUE
                WHEN WS-STEPS-CHECKED = 0
                    MOVE "NO STEPSTAT RECORDS FOR THE DATE AND CYCLE"
                        TO WS-REFUSE-REASON
                WHEN WS-STEPS-BAD > 0
                    MOVE "FAILED OR SKIPPED STEP ON STEPSTAT"
                        TO WS-REFUSE-REASON
            END-EVALUATE.

          CHECK-ONE-STEP.
            IF ST-CYCLE IS NUMERIC AND ST-CYCLE > 0
                MOVE ST-CYCLE TO WS-ST-CYCLE
            ELSE
                MOVE 1 TO WS-ST-CYCLE
            END-IF
            IF ST-RUN-DATE NOT = WS-RUN-DATE
                    OR WS-ST-CYCLE NOT = WS-CYCLE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-STEPS-CHECKED
            IF ST-FAILED OR ST-SKIPPED
                ADD 1 TO WS-STEPS-BAD
                IF WS-STEPS-BAD <= WS-MAX-BAD-STEPS
                    MOVE ST-PROGRAM TO BS-PROGRAM(WS-STEPS-BAD)
                    MOVE ST-STATUS TO BS-STATUS(WS-STEPS-BAD)
                    MOVE ST-RETURN-CODE
                        TO BS-RETURN-CODE(WS-STEPS-BAD)
                END-IF
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

          COMPUTE-NEXT-DATE.
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION
                    NUMVAL(WS-RUN-DATE))
            IF WS-CYCLE = 2
                MOVE WS-RUN-DATE TO WS-NEW-DATE
                MOVE WS-RUN-DATE-INT TO WS-NEW-DATE-INT
                MOVE 1 TO WS-NEW-CYCLE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-RUN-DATE-INT TO WS-DAY-INT
            MOVE 'N' TO WS-BUSDAY-SW
            PERFORM UNTIL DAY-IS-BUSINESS-DAY
                ADD 1 TO WS-DAY-INT
                COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-INT, 7)
                PERFORM CHECK-HOLIDAY
                EVALUATE TRUE
                    WHEN WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                        ADD 1 TO WS-WEEKEND-SKIPPED
                    WHEN DAY-IS-HOLIDAY
                        ADD 1 TO WS-HOLIDAY-SKIPPED
                        IF WS-HOLIDAY-SKIPPED <= 10
                            COMPUTE SK-HOL-DATE(WS-HOLIDAY-SKIPPED) =
                                FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                        END-IF
                    WHEN OTHER
                        SET DAY-IS-BUSINESS-DAY TO TRUE
                END-EVALUATE
            END-PERFORM
            MOVE WS-DAY-INT TO WS-NEW-DATE-INT
            COMPUTE WS-NEW-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            MOVE WS-NEW-DATE-NUM TO WS-NEW-DATE
            MOVE 2 TO WS-NEW-CYCLE.

          SAVE-DATE-CONTROL.
            OPEN OUTPUT DATE-CONTROL-FILE
            IF WS-DATECTL-STATUS NOT = "00"
                DISPLAY "DATEROLL: cannot rewrite DATECTRL, status "
                    WS-DATECTL-STATUS
                CLOSE ROLL-REPORT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                UNTIL WS-DC-SUB > WS-DC-COUNT
                MOVE SPACES TO DATE-CONTROL-RECORD
                MOVE DT-REC-TYPE(WS-DC-SUB) TO DC-REC-TYPE
                MOVE DT-DATE(WS-DC-SUB) TO DC-DATE
                MOVE DT-CYCLE(WS-DC-SUB) TO DC-CYCLE
                EVALUATE TRUE
                    WHEN DC-RERUN
                        CONTINUE
                    WHEN DC-BUSINESS-DATE
                        MOVE WS-NEW-DATE TO DC-DATE
                        MOVE WS-NEW-CYCLE TO DC-CYCLE
                        WRITE DATE-CONTROL-RECORD
                    WHEN OTHER
                        WRITE DATE-CONTROL-RECORD
                END-EVALUATE
            END-PERFORM
            CLOSE DATE-CONTROL-FILE.

          WRITE-REFUSAL.
            MOVE SPACES TO RPT-LINE
            STRING "CURRENT BUSINESS DATE   " WS-RUN-DATE
                   "  CYCLE " WS-CYCLE
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "*** ROLL REFUSED - " WS-REFUSE-REASON
                   INTO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-BAD-SUB FROM 1 BY 1
                UNTIL WS-BAD-SUB > WS-STEPS-BAD
                    OR WS-BAD-SUB > WS-MAX-BAD-STEPS
                MOVE SPACES TO RPT-LINE
                IF BS-STATUS(WS-BAD-SUB) = 'F'
                    STRING "    STEP " BS-PROGRAM(WS-BAD-SUB)
                           "  FAILED  RC=" BS-RETURN-CODE(WS-BAD-SUB)
                           INTO RPT-LINE
                ELSE
                    STRING "    STEP " BS-PROGRAM(WS-BAD-SUB)
                           "  SKIPPED"
                           INTO RPT-LINE
                END-IF
                WRITE RPT-LINE
            END-PERFORM
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "DATECTRL HAS NOT BEEN CHANGED" TO RPT-LINE
            WRITE RPT-LINE.

          WRITE-CONFIRMATION.
            COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-RUN-DATE-INT, 7)
            MOVE DAY-NAME(WS-DAY-OF-WEEK + 1) TO WS-DAY-NAME
            MOVE SPACES TO RPT-LINE
            STRING "ROLLED FROM   " WS-RUN-DATE
                   " " WS-DAY-NAME
                   "  CYCLE " WS-CYCLE
                   INTO RPT-LINE
            WRITE RPT-LINE
            COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-NEW-DATE-INT, 7)
            MOVE DAY-NAME(WS-DAY-OF-WEEK + 1) TO WS-DAY-NAME
            MOVE SPACES TO RPT-LINE
            STRING "ROLLED TO     " WS-NEW-DATE
                   " " WS-DAY-NAME
                   "  CYCLE " WS-NEW-CYCLE
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-STEPS-CHECKED TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "STEPS ON STEPSTAT, ALL CLEAN   " WS-CNT-EDIT
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-WEEKEND-SKIPPED TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "WEEKEND DAYS SKIPPED           " WS-CNT-EDIT
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-HOLIDAY-SKIPPED TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "HOLIDAYS SKIPPED               " WS-CNT-EDIT
                   INTO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-SKIP-SUB FROM 1 BY 1
                UNTIL WS-SKIP-SUB > WS-HOLIDAY-SKIPPED
                    OR WS-SKIP-SUB > 10
                MOVE SPACES TO RPT-LINE
                STRING "    HOLIDAY " SK-HOL-DATE(WS-SKIP-SUB)
                       INTO RPT-LINE
                WRITE RPT-LINE
            END-PERFORM
            MOVE SPACES TO RPT-LINE
            IF RERUN-AUTHORIZED
                MOVE "RERUN AUTHORIZATION (RR) CLEARED" TO RPT-LINE
            ELSE
                MOVE "NO RERUN AUTHORIZATION (RR) WAS PRESENT"
                    TO RPT-LINE
            END-IF
            WRITE RPT-LINE.

          CHECK-HOLIDAY-HORIZON.
            COMPUTE WS-HORIZON-INT = WS-NEW-DATE-INT + WS-HORIZON-DAYS
            IF WS-LAST-HOLIDAY-INT >= WS-HORIZON-INT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            IF WS-HOLIDAY-CNT = 0
                MOVE "*** WARNING - NO HOLIDAY (HO) DATES ON DATECTRL"
                    TO RPT-LINE
                DISPLAY "DATEROLL: no holiday dates on DATECTRL"
            ELSE
                STRING "*** WARNING - HOLIDAY LIST ENDS "
                       WS-LAST-HOLIDAY
                       ", WITHIN 60 DAYS - ADD NEXT YEAR'S HO DATES"
                       INTO RPT-LINE
                DISPLAY "DATEROLL: holiday list ends "
                    WS-LAST-HOLIDAY
            END-IF
            WRITE RPT-LINE
            MOVE 8 TO RETURN-CODE.
