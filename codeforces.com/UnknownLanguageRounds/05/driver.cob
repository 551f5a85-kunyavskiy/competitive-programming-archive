              SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DATECTL-STATUS.
              SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHED"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCHED-STATUS.

          DATA DIVISION.
          FILE SECTION.
          COPY STEPSTAT.
          FD  DATE-CONTROL-FILE.
          COPY DATECTL.
          FD  JOB-SCHEDULE-FILE.
          COPY JOBSCHED.

          WORKING-STORAGE SECTION.
          01 WS-STATUS-STATUS     PIC XX.
              88 END-OF-DATECTL               VALUE 'Y'.
          01 WS-CYCLE             PIC 9(02)   VALUE 1.
          01 WS-PRIOR-CYCLE       PIC 9(02).
          01 WS-MAX-PRIOR         PIC 9(4)    VALUE 30.
          01 PRIOR-STEP-TABLE.
              05 PRIOR-STEP-ENTRY OCCURS 30 TIMES.
                  10 PS-PROGRAM       PIC X(08).
                  10 PS-START-DATE    PIC X(08).
                  10 PS-START-TIME    PIC X(06).
          01 WS-PRIOR-FOUND-SUB   PIC 9(4).
          01 WS-STEPSTAT-EOF-SW   PIC X       VALUE 'N'.
              88 END-OF-PRIOR-STATUS          VALUE 'Y'.
          01 WS-SCHED-STATUS      PIC XX.
          01 WS-SCHED-EOF-SW      PIC X       VALUE 'N'.
              88 END-OF-SCHEDULE              VALUE 'Y'.
          01 WS-MAX-SCHED         PIC 9(4)    VALUE 30.
          01 SCHEDULE-TABLE.
              05 SCHED-ENTRY OCCURS 30 TIMES.
                  10 SC-PROGRAM       PIC X(08).
                  10 SC-CONDITION     PIC X(02).
                  10 SC-WEEKDAY       PIC 9(01).
                  10 SC-HALT-RULE     PIC X(01).
                  10 SC-PRED-PROGRAM  PIC X(08) OCCURS 5 TIMES.
                  10 SC-PRED-SUB      PIC 9(4)  OCCURS 5 TIMES.
                  10 SC-PLACED-SW     PIC X(01).
                  10 SC-OUTCOME       PIC X(01).
          01 WS-SCHED-COUNT       PIC 9(4)    VALUE 0.
          01 WS-SCHED-SUB         PIC 9(4).
          01 WS-OTHER-SUB         PIC 9(4).
          01 WS-PRED-SUB          PIC 9(4).
          01 WS-PRED-SCHED-SUB    PIC 9(4).
          01 RUN-ORDER-TABLE.
              05 RO-SCHED-SUB     PIC 9(4) OCCURS 30 TIMES.
          01 WS-ORDER-COUNT       PIC 9(4)    VALUE 0.
          01 WS-ORDER-SUB         PIC 9(4).
          01 WS-SCHED-ERROR-SW    PIC X       VALUE 'N'.
              88 SCHEDULE-IN-ERROR            VALUE 'Y'.
          01 WS-PROGRESS-SW       PIC X.
              88 ORDER-PROGRESSED             VALUE 'Y'.
          01 WS-PLACED-SW         PIC X.
              88 PREDECESSORS-PLACED          VALUE 'Y'.
          01 WS-CLEAN-SW          PIC X.
              88 PREDECESSORS-CLEAN           VALUE 'Y'.
          01 WS-BAD-PREDECESSOR   PIC X(08).
          01 WS-KNOWN-SW          PIC X.
              88 PROGRAM-KNOWN                VALUE 'Y'.
          01 WS-DUE-SW            PIC X.
              88 STEP-DUE                     VALUE 'Y'.
          01 WS-LAST-STATUS       PIC X(01).
          01 HOLIDAY-TABLE.
              05 HOL-DATE-INT     PIC 9(08) OCCURS 50 TIMES.
          01 WS-MAX-HOLIDAYS      PIC 9(4)    VALUE 50.
          01 WS-HOLIDAY-CNT       PIC 9(4)    VALUE 0.
          01 WS-HOLIDAY-SUB       PIC 9(4).
          01 WS-HOLIDAY-SW        PIC X.
              88 DAY-IS-HOLIDAY               VALUE 'Y'.
          01 WS-BUSDAY-SW         PIC X.
              88 DAY-IS-BUSINESS-DAY          VALUE 'Y'.
          01 WS-CALENDAR-SW       PIC X       VALUE 'N'.
              88 CALENDAR-KNOWN               VALUE 'Y'.
          01 WS-MONTH-END-SW      PIC X       VALUE 'N'.
              88 LAST-BUSINESS-DAY            VALUE 'Y'.
          01 WS-MONTH-START-SW    PIC X       VALUE 'N'.
              88 FIRST-BUSINESS-DAY           VALUE 'Y'.
          01 WS-RUN-DATE-INT      PIC 9(08).
          01 WS-NEXT-BUS-INT      PIC 9(08).
          01 WS-PREV-BUS-INT      PIC 9(08).
          01 WS-DAY-INT           PIC 9(08).
          01 WS-DAY-STEP          PIC S9(01).
          01 WS-DAY-OF-WEEK       PIC 9(01).
          01 WS-WORK-DATE-NUM     PIC 9(08).
          01 WS-WORK-DATE         PIC X(08).

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            PERFORM READ-DATE-CONTROL
            PERFORM LOAD-JOB-SCHEDULE
            PERFORM VALIDATE-JOB-SCHEDULE
            PERFORM ORDER-JOB-SCHEDULE
            PERFORM SET-CALENDAR-DAYS
            IF RESTART-REQUESTED
                PERFORM LOAD-PRIOR-STATUS
            END-IF

            OPEN OUTPUT STEP-STATUS-FILE

            PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                MOVE RO-SCHED-SUB(WS-ORDER-SUB) TO WS-SCHED-SUB
                PERFORM RUN-SCHEDULED-STEP
            END-PERFORM

            CLOSE STEP-STATUS-FILE

            MOVE "STEPHIST" TO WS-STEP-PROGRAM
            PERFORM RUN-WRAPUP-STEP
            MOVE "RECONCIL" TO WS-STEP-PROGRAM
            PERFORM RUN-WRAPUP-STEP

            MOVE WS-HIGHEST-RC TO RETURN-CODE
            STOP RUN.
                            IF DC-RERUN
                                SET RESTART-REQUESTED TO TRUE
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
                MOVE 'N' TO WS-RERUN-SW
            END-IF.

          LOAD-JOB-SCHEDULE.
            OPEN INPUT JOB-SCHEDULE-FILE
            IF WS-SCHED-STATUS = "35"
                DISPLAY "BATCHDRV: no JOBSCHED file, running the "
                    "standard nightly chain"
                PERFORM LOAD-DEFAULT-SCHEDULE
                EXIT PARAGRAPH
            END-IF
            IF WS-SCHED-STATUS NOT = "00"
                DISPLAY "BATCHDRV: cannot open JOBSCHED, status "
                    WS-SCHED-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL END-OF-SCHEDULE
                READ JOB-SCHEDULE-FILE
                    AT END
                        SET END-OF-SCHEDULE TO TRUE
                    NOT AT END
                        PERFORM TABLE-ONE-SCHEDULE-STEP
                END-READ
            END-PERFORM
            CLOSE JOB-SCHEDULE-FILE
            IF WS-SCHED-COUNT = 0
                DISPLAY "BATCHDRV: no steps on JOBSCHED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

          TABLE-ONE-SCHEDULE-STEP.
            IF JS-PROGRAM = SPACES OR JS-PROGRAM(1:1) = "*"
                EXIT PARAGRAPH
            END-IF
            IF WS-SCHED-COUNT >= WS-MAX-SCHED
                DISPLAY "BATCHDRV: JOBSCHED step count exceeds "
                    "table capacity " WS-MAX-SCHED
                CLOSE JOB-SCHEDULE-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-SCHED-COUNT
            MOVE JS-PROGRAM TO SC-PROGRAM(WS-SCHED-COUNT)
            MOVE JS-RUN-CONDITION TO SC-CONDITION(WS-SCHED-COUNT)
            IF JS-WEEKDAY IS NUMERIC
                MOVE JS-WEEKDAY TO SC-WEEKDAY(WS-SCHED-COUNT)
            ELSE
                MOVE 0 TO SC-WEEKDAY(WS-SCHED-COUNT)
            END-IF
            IF JS-HALT-CHAIN
                MOVE 'H' TO SC-HALT-RULE(WS-SCHED-COUNT)
            ELSE
                MOVE JS-HALT-RULE TO SC-HALT-RULE(WS-SCHED-COUNT)
            END-IF
            PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > 5
                MOVE JS-PREDECESSOR(WS-PRED-SUB)
                    TO SC-PRED-PROGRAM(WS-SCHED-COUNT, WS-PRED-SUB)
                MOVE 0 TO SC-PRED-SUB(WS-SCHED-COUNT, WS-PRED-SUB)
            END-PERFORM
            MOVE 'N' TO SC-PLACED-SW(WS-SCHED-COUNT)
            MOVE SPACE TO SC-OUTCOME(WS-SCHED-COUNT).

          LOAD-DEFAULT-SCHEDULE.
            MOVE "BINCONV" TO WS-STEP-PROGRAM
            PERFORM TABLE-DEFAULT-STEP
            MOVE "BINVER" TO WS-STEP-PROGRAM
            PERFORM TABLE-DEFAULT-STEP
            MOVE "SECXMIT" TO WS-STEP-PROGRAM
            PERFORM TABLE-DEFAULT-STEP
            MOVE "CIPHER" TO WS-STEP-PROGRAM
            PERFORM TABLE-DEFAULT-STEP
            MOVE "MAXDIST" TO WS-STEP-PROGRAM
            PERFORM TABLE-DEFAULT-STEP.

          TABLE-DEFAULT-STEP.
            ADD 1 TO WS-SCHED-COUNT
            MOVE WS-STEP-PROGRAM TO SC-PROGRAM(WS-SCHED-COUNT)
            MOVE "EC" TO SC-CONDITION(WS-SCHED-COUNT)
            MOVE 0 TO SC-WEEKDAY(WS-SCHED-COUNT)
            MOVE 'H' TO SC-HALT-RULE(WS-SCHED-COUNT)
            PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > 5
                MOVE SPACES
                    TO SC-PRED-PROGRAM(WS-SCHED-COUNT, WS-PRED-SUB)
                MOVE 0 TO SC-PRED-SUB(WS-SCHED-COUNT, WS-PRED-SUB)
            END-PERFORM
            IF WS-SCHED-COUNT > 1
                MOVE SC-PROGRAM(WS-SCHED-COUNT - 1)
                    TO SC-PRED-PROGRAM(WS-SCHED-COUNT, 1)
            END-IF
            MOVE 'N' TO SC-PLACED-SW(WS-SCHED-COUNT)
            MOVE SPACE TO SC-OUTCOME(WS-SCHED-COUNT).

          VALIDATE-JOB-SCHEDULE.
            PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                PERFORM VALIDATE-ONE-STEP
            END-PERFORM
            IF SCHEDULE-IN-ERROR
                DISPLAY "BATCHDRV: JOBSCHED in error, no step run"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

          VALIDATE-ONE-STEP.
            MOVE SC-PROGRAM(WS-SCHED-SUB) TO WS-STEP-PROGRAM
            PERFORM CHECK-KNOWN-PROGRAM
            IF NOT PROGRAM-KNOWN
                DISPLAY "BATCHDRV: JOBSCHED step " WS-STEP-PROGRAM
                    " is not a program the driver runs"
                SET SCHEDULE-IN-ERROR TO TRUE
            END-IF
            EVALUATE SC-CONDITION(WS-SCHED-SUB)
                WHEN "EC"
                WHEN "NC"
                WHEN "LB"
                WHEN "FB"
                    CONTINUE
                WHEN "WD"
                    IF SC-WEEKDAY(WS-SCHED-SUB) < 1
                            OR SC-WEEKDAY(WS-SCHED-SUB) > 7
                        DISPLAY "BATCHDRV: JOBSCHED step "
                            WS-STEP-PROGRAM " has weekday "
                            SC-WEEKDAY(WS-SCHED-SUB)
                            ", must be 1 to 7"
                        SET SCHEDULE-IN-ERROR TO TRUE
                    END-IF
                WHEN OTHER
                    DISPLAY "BATCHDRV: JOBSCHED step " WS-STEP-PROGRAM
                        " has unknown run condition "
                        SC-CONDITION(WS-SCHED-SUB)
                    SET SCHEDULE-IN-ERROR TO TRUE
            END-EVALUATE
            IF SC-HALT-RULE(WS-SCHED-SUB) NOT = 'H'
                    AND SC-HALT-RULE(WS-SCHED-SUB) NOT = 'C'
                DISPLAY "BATCHDRV: JOBSCHED step " WS-STEP-PROGRAM
                    " has unknown halt rule "
                    SC-HALT-RULE(WS-SCHED-SUB)
                SET SCHEDULE-IN-ERROR TO TRUE
            END-IF
            PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                UNTIL WS-OTHER-SUB >= WS-SCHED-SUB
                IF SC-PROGRAM(WS-OTHER-SUB) = WS-STEP-PROGRAM
                    DISPLAY "BATCHDRV: JOBSCHED step "
                        WS-STEP-PROGRAM " is on the schedule twice"
                    SET SCHEDULE-IN-ERROR TO TRUE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > 5
                IF SC-PRED-PROGRAM(WS-SCHED-SUB, WS-PRED-SUB)
                        NOT = SPACES
                    PERFORM RESOLVE-PREDECESSOR
                END-IF
            END-PERFORM.

          RESOLVE-PREDECESSOR.
            PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                UNTIL WS-OTHER-SUB > WS-SCHED-COUNT
                IF SC-PROGRAM(WS-OTHER-SUB)
                        = SC-PRED-PROGRAM(WS-SCHED-SUB, WS-PRED-SUB)
                    MOVE WS-OTHER-SUB
                        TO SC-PRED-SUB(WS-SCHED-SUB, WS-PRED-SUB)
                    MOVE WS-SCHED-COUNT TO WS-OTHER-SUB
                END-IF
            END-PERFORM
            IF SC-PRED-SUB(WS-SCHED-SUB, WS-PRED-SUB) = 0
                DISPLAY "BATCHDRV: JOBSCHED step " WS-STEP-PROGRAM
                    " names predecessor "
                    SC-PRED-PROGRAM(WS-SCHED-SUB, WS-PRED-SUB)
                    " which is not on the schedule"
                SET SCHEDULE-IN-ERROR TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF SC-PRED-SUB(WS-SCHED-SUB, WS-PRED-SUB) = WS-SCHED-SUB
                DISPLAY "BATCHDRV: JOBSCHED step " WS-STEP-PROGRAM
                    " names itself as a predecessor"
                SET SCHEDULE-IN-ERROR TO TRUE
            END-IF.

          CHECK-KNOWN-PROGRAM.
            EVALUATE WS-STEP-PROGRAM
                WHEN "BINCONV"
                WHEN "BINVER"
                WHEN "SECXMIT"
                WHEN "CIPHER"
                WHEN "MAXDIST"
                WHEN "HUBRPT"
                WHEN "NEARRPT"
                WHEN "CHARGEBK"
                WHEN "AUDHSKP"
                WHEN "WHEXTR"
                WHEN "ORPHRPT"
                WHEN "ACKMATCH"
                WHEN "MAINTRPT"
                WHEN "HUBROUTE"
                WHEN "DORMRPT"
                WHEN "MONSTAT"
                    SET PROGRAM-KNOWN TO TRUE
                WHEN OTHER
                    MOVE 'N' TO WS-KNOWN-SW
            END-EVALUATE.

          ORDER-JOB-SCHEDULE.
            SET ORDER-PROGRESSED TO TRUE
            PERFORM UNTIL WS-ORDER-COUNT = WS-SCHED-COUNT
                    OR NOT ORDER-PROGRESSED
                MOVE 'N' TO WS-PROGRESS-SW
                PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                    UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                    IF SC-PLACED-SW(WS-SCHED-SUB) = 'N'
                        PERFORM CHECK-PREDECESSORS-PLACED
                        IF PREDECESSORS-PLACED
                            ADD 1 TO WS-ORDER-COUNT
                            MOVE WS-SCHED-SUB
                                TO RO-SCHED-SUB(WS-ORDER-COUNT)
                            MOVE 'Y' TO SC-PLACED-SW(WS-SCHED-SUB)
                            SET ORDER-PROGRESSED TO TRUE
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM
            IF WS-ORDER-COUNT < WS-SCHED-COUNT
                PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                    UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                    IF SC-PLACED-SW(WS-SCHED-SUB) = 'N'
                        DISPLAY "BATCHDRV: JOBSCHED step "
                            SC-PROGRAM(WS-SCHED-SUB)
                            " is in a predecessor loop"
                    END-IF
                END-PERFORM
                DISPLAY "BATCHDRV: JOBSCHED in error, no step run"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

          CHECK-PREDECESSORS-PLACED.
            SET PREDECESSORS-PLACED TO TRUE
            PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > 5
                MOVE SC-PRED-SUB(WS-SCHED-SUB, WS-PRED-SUB)
                    TO WS-PRED-SCHED-SUB
                IF WS-PRED-SCHED-SUB > 0
                    IF SC-PLACED-SW(WS-PRED-SCHED-SUB) = 'N'
                        MOVE 'N' TO WS-PLACED-SW
                    END-IF
                END-IF
            END-PERFORM.

          SET-CALENDAR-DAYS.
            IF WS-RUN-DATE = SPACES
                EXIT PARAGRAPH
            END-IF
            SET CALENDAR-KNOWN TO TRUE
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
            MOVE 1 TO WS-DAY-STEP
            PERFORM FIND-BUSINESS-DAY
            MOVE WS-DAY-INT TO WS-NEXT-BUS-INT
            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-INT)
            MOVE WS-WORK-DATE-NUM TO WS-WORK-DATE
            IF WS-WORK-DATE(5:2) NOT = WS-RUN-DATE(5:2)
                SET LAST-BUSINESS-DAY TO TRUE
            END-IF
            MOVE -1 TO WS-DAY-STEP
            PERFORM FIND-BUSINESS-DAY
            MOVE WS-DAY-INT TO WS-PREV-BUS-INT
            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-PREV-BUS-INT)
            MOVE WS-WORK-DATE-NUM TO WS-WORK-DATE
            IF WS-WORK-DATE(5:2) NOT = WS-RUN-DATE(5:2)
                SET FIRST-BUSINESS-DAY TO TRUE
            END-IF.

          FIND-BUSINESS-DAY.
            MOVE WS-RUN-DATE-INT TO WS-DAY-INT
            MOVE 'N' TO WS-BUSDAY-SW
            PERFORM UNTIL DAY-IS-BUSINESS-DAY
                ADD WS-DAY-STEP TO WS-DAY-INT
                COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-INT, 7)
                PERFORM CHECK-HOLIDAY
                IF WS-DAY-OF-WEEK NOT = 0
                        AND WS-DAY-OF-WEEK NOT = 6
                        AND NOT DAY-IS-HOLIDAY
                    SET DAY-IS-BUSINESS-DAY TO TRUE
                END-IF
            END-PERFORM.

          CHECK-HOLIDAY.
            MOVE 'N' TO WS-HOLIDAY-SW
            PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-CNT
                IF HOL-DATE-INT(WS-HOLIDAY-SUB) = WS-DAY-INT
                    SET DAY-IS-HOLIDAY TO TRUE
                    MOVE WS-HOLIDAY-CNT TO WS-HOLIDAY-SUB
                END-IF
            END-PERFORM.

          CHECK-STEP-DUE.
            MOVE 'N' TO WS-DUE-SW
            EVALUATE SC-CONDITION(WS-SCHED-SUB)
                WHEN "EC"
                    SET STEP-DUE TO TRUE
                WHEN "NC"
                    IF WS-CYCLE = 1
                        SET STEP-DUE TO TRUE
                    END-IF
                WHEN OTHER
                    IF WS-CYCLE = 1 AND CALENDAR-KNOWN
                        PERFORM CHECK-CALENDAR-DUE
                    END-IF
            END-EVALUATE.

          CHECK-CALENDAR-DUE.
            EVALUATE SC-CONDITION(WS-SCHED-SUB)
                WHEN "LB"
                    IF LAST-BUSINESS-DAY
                        SET STEP-DUE TO TRUE
                    END-IF
                WHEN "FB"
                    IF FIRST-BUSINESS-DAY
                        SET STEP-DUE TO TRUE
                    END-IF
                WHEN "WD"
                    PERFORM VARYING WS-DAY-INT FROM WS-RUN-DATE-INT BY 1
                        UNTIL WS-DAY-INT >= WS-NEXT-BUS-INT
                        COMPUTE WS-DAY-OF-WEEK =
                            FUNCTION REM(WS-DAY-INT, 7)
                        IF WS-DAY-OF-WEEK = 0
                            MOVE 7 TO WS-DAY-OF-WEEK
                        END-IF
                        IF WS-DAY-OF-WEEK = SC-WEEKDAY(WS-SCHED-SUB)
                            SET STEP-DUE TO TRUE
                        END-IF
                    END-PERFORM
            END-EVALUATE.

          RUN-SCHEDULED-STEP.
            MOVE SC-PROGRAM(WS-SCHED-SUB) TO WS-STEP-PROGRAM
            PERFORM CHECK-STEP-DUE
            IF NOT STEP-DUE
                PERFORM TAKE-START-STAMP
                MOVE WS-START-TIME TO WS-END-TIME
                PERFORM WRITE-NOT-SCHEDULED-STATUS
                MOVE WS-LAST-STATUS TO SC-OUTCOME(WS-SCHED-SUB)
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-PREDECESSORS-CLEAN
            IF NOT CHAIN-HALTED AND NOT PREDECESSORS-CLEAN
                DISPLAY "BATCHDRV: " WS-STEP-PROGRAM
                    " skipped, predecessor " WS-BAD-PREDECESSOR
                    " did not complete"
                PERFORM TAKE-START-STAMP
                MOVE WS-START-TIME TO WS-END-TIME
                PERFORM WRITE-SKIPPED-STATUS
                MOVE WS-LAST-STATUS TO SC-OUTCOME(WS-SCHED-SUB)
                EXIT PARAGRAPH
            END-IF
            PERFORM RUN-ONE-UTILITY
            MOVE WS-LAST-STATUS TO SC-OUTCOME(WS-SCHED-SUB).

          CHECK-PREDECESSORS-CLEAN.
            SET PREDECESSORS-CLEAN TO TRUE
            PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > 5
                MOVE SC-PRED-SUB(WS-SCHED-SUB, WS-PRED-SUB)
                    TO WS-PRED-SCHED-SUB
                IF WS-PRED-SCHED-SUB > 0 AND PREDECESSORS-CLEAN
                    IF SC-OUTCOME(WS-PRED-SCHED-SUB) = 'F'
                            OR SC-OUTCOME(WS-PRED-SCHED-SUB) = 'S'
                        MOVE 'N' TO WS-CLEAN-SW
                        MOVE SC-PROGRAM(WS-PRED-SCHED-SUB)
                            TO WS-BAD-PREDECESSOR
                    END-IF
                END-IF
            END-PERFORM.

          LOAD-PRIOR-STATUS.
            OPEN INPUT STEP-STATUS-FILE
            IF WS-STATUS-STATUS NOT = "00"
                        CALL "CIPHER"
                    WHEN "MAXDIST"
                        CALL "MAXDIST"
                    WHEN "HUBRPT"
                        CALL "HUBRPT"
                    WHEN "NEARRPT"
                        CALL "NEARRPT"
                    WHEN "CHARGEBK"
                        CALL "CHARGEBK"
                    WHEN "AUDHSKP"
                        CALL "AUDHSKP"
                    WHEN "WHEXTR"
                        CALL "WHEXTR"
                    WHEN "ORPHRPT"
                        CALL "ORPHRPT"
                    WHEN "ACKMATCH"
                        CALL "ACKMATCH"
                    WHEN "MAINTRPT"
                        CALL "MAINTRPT"
                    WHEN "HUBROUTE"
                        CALL "HUBROUTE"
                    WHEN "DORMRPT"
                        CALL "DORMRPT"
                    WHEN "MONSTAT"
                        CALL "MONSTAT"
                END-EVALUATE
                MOVE RETURN-CODE TO WS-STEP-RC
                PERFORM TAKE-END-STAMP
                    MOVE WS-STEP-RC TO WS-HIGHEST-RC
                END-IF
                IF WS-STEP-RC >= 16
                        AND SC-HALT-RULE(WS-SCHED-SUB) = 'H'
                    SET CHAIN-HALTED TO TRUE
                END-IF
                PERFORM WRITE-RAN-STATUS
            END-IF.

          RUN-WRAPUP-STEP.
            PERFORM TAKE-START-STAMP
            MOVE 0 TO RETURN-CODE
            EVALUATE WS-STEP-PROGRAM
                WHEN "STEPHIST"
                    CALL "STEPHIST"
                WHEN "RECONCIL"
                    CALL "RECONCILE"
            END-EVALUATE
            MOVE RETURN-CODE TO WS-STEP-RC
            PERFORM TAKE-END-STAMP
            IF WS-STEP-RC > WS-HIGHEST-RC
                MOVE WS-STEP-RC TO WS-HIGHEST-RC
            END-IF
            OPEN EXTEND STEP-STATUS-FILE
            PERFORM WRITE-RAN-STATUS
            CLOSE STEP-STATUS-FILE.

          TAKE-START-STAMP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-START-DATE
            END-IF
            MOVE WS-RUN-DATE TO ST-RUN-DATE
            MOVE WS-CYCLE TO ST-CYCLE
            MOVE ST-STATUS TO WS-LAST-STATUS
            WRITE STEP-STATUS-RECORD.

          WRITE-SKIPPED-STATUS.
            SET ST-SKIPPED TO TRUE
            MOVE WS-RUN-DATE TO ST-RUN-DATE
            MOVE WS-CYCLE TO ST-CYCLE
            MOVE ST-STATUS TO WS-LAST-STATUS
            WRITE STEP-STATUS-RECORD.

          WRITE-CARRIED-STATUS.
            SET ST-CARRIED TO TRUE
            MOVE WS-RUN-DATE TO ST-RUN-DATE
            MOVE WS-CYCLE TO ST-CYCLE
            MOVE ST-STATUS TO WS-LAST-STATUS
            WRITE STEP-STATUS-RECORD.

          WRITE-NOT-SCHEDULED-STATUS.
            MOVE SPACES TO STEP-STATUS-RECORD
            MOVE WS-STEP-PROGRAM TO ST-PROGRAM
            MOVE WS-START-DATE TO ST-START-DATE
            MOVE WS-START-TIME TO ST-START-TIME
            MOVE WS-END-TIME TO ST-END-TIME
            MOVE ZEROES TO ST-RETURN-CODE
            SET ST-NOT-SCHEDULED TO TRUE
            MOVE WS-RUN-DATE TO ST-RUN-DATE
            MOVE WS-CYCLE TO ST-CYCLE
            MOVE ST-STATUS TO WS-LAST-STATUS
            WRITE STEP-STATUS-RECORD.
