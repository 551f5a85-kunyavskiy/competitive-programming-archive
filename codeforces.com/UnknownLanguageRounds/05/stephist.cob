       IDENTIFICATION DIVISION.
          PROGRAM-ID. STEPHIST.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STEPSTAT-STATUS.
              SELECT STEP-LIMIT-FILE ASSIGN TO "STEPLIM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIMIT-STATUS.
              SELECT HISTORY-FILE ASSIGN TO "STEPHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HISTORY-STATUS.
              SELECT TRIM-FILE ASSIGN TO "STEPHISN"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT TIMING-REPORT ASSIGN TO "STEPRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DATECTL-STATUS.
              SELECT OPS-ALERT-FILE ASSIGN TO "OPSALERT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ALERT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  STEP-STATUS-FILE.
          COPY STEPSTAT.
          FD  STEP-LIMIT-FILE.
          01  STEP-LIMIT-RECORD.
              05 SL-REC-TYPE      PIC X(02).
                  88 SL-STEP-LIMIT            VALUE 'SL'.
                  88 SL-DEADLINE              VALUE 'DL'.
              05 SL-PROGRAM       PIC X(08).
              05 SL-LIMIT-SECS    PIC 9(06).
              05 SL-DEADLINE-TIME PIC X(06).
              05 SL-CYCLE         PIC 9(02).
          FD  HISTORY-FILE.
          COPY STEPHIST.
          FD  TRIM-FILE.
          COPY STEPHIST
              REPLACING ==STEP-HISTORY-RECORD== BY ==TRIM-RECORD==
                  ==SH-PROGRAM== BY ==TN-PROGRAM==
                  ==SH-RUN-DATE== BY ==TN-RUN-DATE==
                  ==SH-CYCLE== BY ==TN-CYCLE==
                  ==SH-START-DATE== BY ==TN-START-DATE==
                  ==SH-START-TIME== BY ==TN-START-TIME==
                  ==SH-END-TIME== BY ==TN-END-TIME==
                  ==SH-ELAPSED-SECS== BY ==TN-ELAPSED-SECS==
                  ==SH-STATUS== BY ==TN-STATUS==
                  ==SH-RETURN-CODE== BY ==TN-RETURN-CODE==.
          FD  TIMING-REPORT.
          01  RPT-LINE                PIC X(120).
          FD  DATE-CONTROL-FILE.
          COPY DATECTL.
          FD  OPS-ALERT-FILE.
          COPY OPSALERT.

          WORKING-STORAGE SECTION.
          01 WS-STEPSTAT-STATUS   PIC XX.
          01 WS-LIMIT-STATUS      PIC XX.
          01 WS-HISTORY-STATUS    PIC XX.
          01 WS-DATECTL-STATUS    PIC XX.
          01 WS-ALERT-STATUS      PIC XX.
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-RUN-DATE          PIC X(08)   VALUE SPACES.
          01 WS-RUN-DATE-INT      PIC 9(08).
          01 WS-CYCLE             PIC 9(02)   VALUE 1.
          01 WS-REC-CYCLE         PIC 9(02).
          01 WS-REC-DATE-INT      PIC 9(08).
          01 WS-RETENTION-DAYS    PIC 9(4)    VALUE 90.
          01 WS-AVERAGE-DAYS      PIC 9(4)    VALUE 30.
          01 WS-HORIZON-INT       PIC 9(08).
          01 WS-AVERAGE-FROM-INT  PIC 9(08).
          01 WS-MAX-STEPS         PIC 9(4)    VALUE 30.
          01 STEP-TABLE.
              05 STEP-ENTRY OCCURS 30 TIMES.
                  10 TS-PROGRAM       PIC X(08).
                  10 TS-START-DATE    PIC X(08).
                  10 TS-START-TIME    PIC X(06).
                  10 TS-END-TIME      PIC X(06).
                  10 TS-RETURN-CODE   PIC 9(04).
                  10 TS-STATUS        PIC X(01).
                  10 TS-ELAPSED       PIC 9(06).
                  10 TS-AVG-SUM       PIC 9(10).
                  10 TS-AVG-CNT       PIC 9(4).
                  10 TS-LIMIT         PIC 9(06).
                  10 TS-ON-HISTORY-SW PIC X(01).
          01 WS-STEP-COUNT        PIC 9(4)    VALUE 0.
          01 WS-STEP-SUB          PIC 9(4).
          01 WS-MAX-LIMITS        PIC 9(4)    VALUE 50.
          01 LIMIT-TABLE.
              05 LIMIT-ENTRY OCCURS 50 TIMES.
                  10 LT-PROGRAM       PIC X(08).
                  10 LT-LIMIT         PIC 9(06).
          01 WS-LIMIT-COUNT       PIC 9(4)    VALUE 0.
          01 WS-LIMIT-SUB         PIC 9(4).
          01 WS-DEADLINE          PIC X(06)   VALUE SPACES.
          01 WS-HMS               PIC 9(06).
          01 WS-HMS-R REDEFINES WS-HMS.
              05 WS-HMS-HH        PIC 9(02).
              05 WS-HMS-MM        PIC 9(02).
              05 WS-HMS-SS        PIC 9(02).
          01 WS-START-SECS        PIC 9(06).
          01 WS-END-SECS          PIC 9(06).
          01 WS-ELAPSED           PIC 9(06).
          01 WS-DAY-SECS          PIC 9(06).
          01 WS-ABS-START         PIC 9(12).
          01 WS-ABS-END           PIC 9(12).
          01 WS-CHAIN-START       PIC 9(12)   VALUE 0.
          01 WS-CHAIN-FINISH      PIC 9(12)   VALUE 0.
          01 WS-CHAIN-DEADLINE    PIC 9(12).
          01 WS-CHAIN-DAY-INT     PIC 9(08).
          01 WS-CHAIN-START-SECS  PIC 9(06).
          01 WS-FINISH-HMS        PIC 9(06).
          01 WS-WORK-DAYS         PIC 9(08).
          01 WS-AVERAGE           PIC 9(06).
          01 WS-PCT-OF-AVG        PIC 9(4).
          01 WS-SECS-EDIT         PIC Z(5)9.
          01 WS-SECS-EDIT-2       PIC Z(5)9.
          01 WS-SECS-EDIT-3       PIC Z(5)9.
          01 WS-PCT-EDIT          PIC Z(3)9.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-FLAG-TEXT         PIC X(14).
          01 WS-BREACH-CNT        PIC 9(4)    VALUE 0.
          01 WS-APPENDED-CNT      PIC 9(08)   VALUE 0.
          01 WS-ALERT-PROGRAM     PIC X(08).
          01 WS-ALERT-PARAGRAPH   PIC X(20).
          01 WS-ALERT-REASON      PIC X(04).
          01 WS-ALERT-IN          PIC 9(08).
          01 WS-ALERT-OUT         PIC 9(08).
          01 WS-FIRST-SW          PIC X.
              88 FIRST-EXECUTED-STEP          VALUE 'Y'.
          01 WS-LATE-SW           PIC X       VALUE 'N'.
              88 CHAIN-LATE                   VALUE 'Y'.
          01 WS-DATECTL-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-DATECTL               VALUE 'Y'.
          01 WS-STEPSTAT-EOF-SW   PIC X       VALUE 'N'.
              88 END-OF-STEPSTAT              VALUE 'Y'.
          01 WS-LIMIT-EOF-SW      PIC X       VALUE 'N'.
              88 END-OF-LIMIT-FILE            VALUE 'Y'.
          01 WS-HISTORY-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-HISTORY               VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            PERFORM READ-DATE-CONTROL
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION
                    NUMVAL(WS-RUN-DATE))
            COMPUTE WS-HORIZON-INT =
                WS-RUN-DATE-INT - WS-RETENTION-DAYS
            COMPUTE WS-AVERAGE-FROM-INT =
                WS-RUN-DATE-INT - WS-AVERAGE-DAYS

            PERFORM LOAD-STEP-TABLE
            PERFORM LOAD-LIMIT-TABLE
            OPEN OUTPUT TRIM-FILE
            PERFORM SCAN-HISTORY-FILE
            PERFORM APPEND-TONIGHT-STEPS
            CLOSE TRIM-FILE

            OPEN OUTPUT TIMING-REPORT
            MOVE SPACES TO RPT-LINE
            STRING "BATCH WINDOW STEP TIMING REPORT  BUSINESS DATE "
                   WS-RUN-DATE "  CYCLE " WS-CYCLE
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "STEP     STATUS START    END      ELAPSED  "
                   "AVERAGE  PCT    LIMIT"
                   INTO RPT-LINE
            WRITE RPT-LINE

            MOVE 'Y' TO WS-FIRST-SW
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-STEP-COUNT
                PERFORM REPORT-ONE-STEP
            END-PERFORM
            PERFORM CHECK-CHAIN-DEADLINE
            PERFORM WRITE-REPORT-TOTALS

            CLOSE TIMING-REPORT
            IF WS-BREACH-CNT > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.

          READ-DATE-CONTROL.
            OPEN INPUT DATE-CONTROL-FILE
            IF WS-DATECTL-STATUS = "00"
                PERFORM UNTIL END-OF-DATECTL
                    READ DATE-CONTROL-FILE
                        AT END
                            SET END-OF-DATECTL TO TRUE
                        NOT AT END
                            IF DC-BUSINESS-DATE AND DC-DATE IS NUMERIC
                                MOVE DC-DATE TO WS-RUN-DATE
                                IF DC-CYCLE IS NUMERIC AND DC-CYCLE > 0
                                    MOVE DC-CYCLE TO WS-CYCLE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DATE-CONTROL-FILE
            END-IF
            IF WS-RUN-DATE = SPACES
                DISPLAY "STEPHIST: no business date record on DATECTRL"
                MOVE "STEPHIST" TO WS-ALERT-PROGRAM
                MOVE "READ-DATE-CONTROL" TO WS-ALERT-PARAGRAPH
                MOVE "NODT" TO WS-ALERT-REASON
                MOVE ZEROES TO WS-ALERT-IN WS-ALERT-OUT
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.

          LOAD-STEP-TABLE.
            OPEN INPUT STEP-STATUS-FILE
            IF WS-STEPSTAT-STATUS NOT = "00"
                DISPLAY "STEPHIST: cannot open STEPSTAT, status "
                    WS-STEPSTAT-STATUS
                MOVE "STEPHIST" TO WS-ALERT-PROGRAM
                MOVE "LOAD-STEP-TABLE" TO WS-ALERT-PARAGRAPH
                MOVE "NOIN" TO WS-ALERT-REASON
                MOVE ZEROES TO WS-ALERT-IN WS-ALERT-OUT
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-STEPSTAT
                READ STEP-STATUS-FILE
                    AT END
                        SET END-OF-STEPSTAT TO TRUE
                    NOT AT END
                        PERFORM TABLE-ONE-STEP
                END-READ
            END-PERFORM
            CLOSE STEP-STATUS-FILE.

          TABLE-ONE-STEP.
            IF ST-CYCLE IS NUMERIC AND ST-CYCLE > 0
                MOVE ST-CYCLE TO WS-REC-CYCLE
            ELSE
                MOVE 1 TO WS-REC-CYCLE
            END-IF
            IF ST-RUN-DATE NOT = WS-RUN-DATE
                    OR WS-REC-CYCLE NOT = WS-CYCLE
                EXIT PARAGRAPH
            END-IF
            IF WS-STEP-COUNT >= WS-MAX-STEPS
                DISPLAY "STEPHIST: step count exceeds table "
                    "capacity " WS-MAX-STEPS
                CLOSE STEP-STATUS-FILE
                MOVE "STEPHIST" TO WS-ALERT-PROGRAM
                MOVE "TABLE-ONE-STEP" TO WS-ALERT-PARAGRAPH
                MOVE "TBLF" TO WS-ALERT-REASON
                MOVE WS-STEP-COUNT TO WS-ALERT-IN
                MOVE ZEROES TO WS-ALERT-OUT
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-STEP-COUNT
            MOVE ST-PROGRAM TO TS-PROGRAM(WS-STEP-COUNT)
            MOVE ST-START-DATE TO TS-START-DATE(WS-STEP-COUNT)
            MOVE ST-START-TIME TO TS-START-TIME(WS-STEP-COUNT)
            MOVE ST-END-TIME TO TS-END-TIME(WS-STEP-COUNT)
            MOVE ST-RETURN-CODE TO TS-RETURN-CODE(WS-STEP-COUNT)
            MOVE ST-STATUS TO TS-STATUS(WS-STEP-COUNT)
            MOVE ZEROES TO TS-AVG-SUM(WS-STEP-COUNT)
            MOVE ZEROES TO TS-AVG-CNT(WS-STEP-COUNT)
            MOVE ZEROES TO TS-LIMIT(WS-STEP-COUNT)
            MOVE 'N' TO TS-ON-HISTORY-SW(WS-STEP-COUNT)
            MOVE ZEROES TO TS-ELAPSED(WS-STEP-COUNT)
            IF NOT ST-SKIPPED AND NOT ST-NOT-SCHEDULED
                PERFORM COMPUTE-ELAPSED
                MOVE WS-ELAPSED TO TS-ELAPSED(WS-STEP-COUNT)
            END-IF.

          COMPUTE-ELAPSED.
            MOVE ZEROES TO WS-ELAPSED
            IF ST-START-TIME IS NOT NUMERIC
                    OR ST-END-TIME IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE ST-START-TIME TO WS-HMS
            COMPUTE WS-START-SECS =
                WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
            MOVE ST-END-TIME TO WS-HMS
            COMPUTE WS-END-SECS =
                WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
            IF WS-END-SECS < WS-START-SECS
                COMPUTE WS-ELAPSED =
                    WS-END-SECS + 86400 - WS-START-SECS
            ELSE
                COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS
            END-IF.

          LOAD-LIMIT-TABLE.
            OPEN INPUT STEP-LIMIT-FILE
            IF WS-LIMIT-STATUS NOT = "00"
                DISPLAY "STEPHIST: no STEPLIM control file, "
                    "reporting without limits"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-LIMIT-FILE
                READ STEP-LIMIT-FILE
                    AT END
                        SET END-OF-LIMIT-FILE TO TRUE
                    NOT AT END
                        PERFORM TABLE-ONE-LIMIT
                END-READ
            END-PERFORM
            CLOSE STEP-LIMIT-FILE
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-STEP-COUNT
                PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                    UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
                    IF LT-PROGRAM(WS-LIMIT-SUB)
                            = TS-PROGRAM(WS-STEP-SUB)
                        MOVE LT-LIMIT(WS-LIMIT-SUB)
                            TO TS-LIMIT(WS-STEP-SUB)
                    END-IF
                END-PERFORM
            END-PERFORM.

          TABLE-ONE-LIMIT.
            IF SL-CYCLE IS NUMERIC AND SL-CYCLE > 0
                MOVE SL-CYCLE TO WS-REC-CYCLE
            ELSE
                MOVE 1 TO WS-REC-CYCLE
            END-IF
            EVALUATE TRUE
                WHEN SL-DEADLINE
                    IF WS-REC-CYCLE = WS-CYCLE
                            AND SL-DEADLINE-TIME IS NUMERIC
                        MOVE SL-DEADLINE-TIME TO WS-DEADLINE
                    END-IF
                WHEN SL-STEP-LIMIT
                    IF SL-LIMIT-SECS IS NUMERIC
                            AND WS-LIMIT-COUNT < WS-MAX-LIMITS
                        ADD 1 TO WS-LIMIT-COUNT
                        MOVE SL-PROGRAM TO LT-PROGRAM(WS-LIMIT-COUNT)
                        MOVE SL-LIMIT-SECS
                            TO LT-LIMIT(WS-LIMIT-COUNT)
                    END-IF
            END-EVALUATE.

          SCAN-HISTORY-FILE.
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-HISTORY
                READ HISTORY-FILE
                    AT END
                        SET END-OF-HISTORY TO TRUE
                    NOT AT END
                        PERFORM SCAN-ONE-HISTORY
                END-READ
            END-PERFORM
            CLOSE HISTORY-FILE.

          SCAN-ONE-HISTORY.
            IF SH-RUN-DATE IS NUMERIC
                COMPUTE WS-REC-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(FUNCTION
                        NUMVAL(SH-RUN-DATE))
            ELSE
                MOVE ZEROES TO WS-REC-DATE-INT
            END-IF
            IF WS-REC-DATE-INT < WS-HORIZON-INT
                EXIT PARAGRAPH
            END-IF
            MOVE STEP-HISTORY-RECORD TO TRIM-RECORD
            WRITE TRIM-RECORD
            IF SH-CYCLE IS NUMERIC AND SH-CYCLE > 0
                MOVE SH-CYCLE TO WS-REC-CYCLE
            ELSE
                MOVE 1 TO WS-REC-CYCLE
            END-IF
            IF WS-REC-CYCLE NOT = WS-CYCLE
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-STEP-COUNT
                IF SH-PROGRAM = TS-PROGRAM(WS-STEP-SUB)
                    IF SH-RUN-DATE = WS-RUN-DATE
                            AND SH-START-DATE
                                = TS-START-DATE(WS-STEP-SUB)
                            AND SH-START-TIME
                                = TS-START-TIME(WS-STEP-SUB)
                        MOVE 'Y' TO TS-ON-HISTORY-SW(WS-STEP-SUB)
                    END-IF
                    IF WS-REC-DATE-INT < WS-RUN-DATE-INT
                            AND WS-REC-DATE-INT
                                NOT < WS-AVERAGE-FROM-INT
                            AND (SH-STATUS = 'C' OR SH-STATUS = 'P')
                        ADD SH-ELAPSED-SECS TO TS-AVG-SUM(WS-STEP-SUB)
                        ADD 1 TO TS-AVG-CNT(WS-STEP-SUB)
                    END-IF
                END-IF
            END-PERFORM.

          APPEND-TONIGHT-STEPS.
            OPEN EXTEND HISTORY-FILE
            IF WS-HISTORY-STATUS = "35"
                OPEN OUTPUT HISTORY-FILE
            END-IF
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-STEP-COUNT
                IF TS-STATUS(WS-STEP-SUB) NOT = 'S'
                        AND TS-STATUS(WS-STEP-SUB) NOT = 'N'
                        AND TS-ON-HISTORY-SW(WS-STEP-SUB) = 'N'
                    MOVE SPACES TO STEP-HISTORY-RECORD
                    MOVE TS-PROGRAM(WS-STEP-SUB) TO SH-PROGRAM
                    MOVE WS-RUN-DATE TO SH-RUN-DATE
                    MOVE WS-CYCLE TO SH-CYCLE
                    MOVE TS-START-DATE(WS-STEP-SUB) TO SH-START-DATE
                    MOVE TS-START-TIME(WS-STEP-SUB) TO SH-START-TIME
                    MOVE TS-END-TIME(WS-STEP-SUB) TO SH-END-TIME
                    MOVE TS-ELAPSED(WS-STEP-SUB) TO SH-ELAPSED-SECS
                    MOVE TS-STATUS(WS-STEP-SUB) TO SH-STATUS
                    MOVE TS-RETURN-CODE(WS-STEP-SUB) TO SH-RETURN-CODE
                    WRITE STEP-HISTORY-RECORD
                    MOVE STEP-HISTORY-RECORD TO TRIM-RECORD
                    WRITE TRIM-RECORD
                    ADD 1 TO WS-APPENDED-CNT
                END-IF
            END-PERFORM
            CLOSE HISTORY-FILE.

          REPORT-ONE-STEP.
            MOVE SPACES TO WS-FLAG-TEXT
            MOVE TS-ELAPSED(WS-STEP-SUB) TO WS-SECS-EDIT
            MOVE TS-LIMIT(WS-STEP-SUB) TO WS-SECS-EDIT-3
            IF TS-AVG-CNT(WS-STEP-SUB) > 0
                COMPUTE WS-AVERAGE ROUNDED =
                    TS-AVG-SUM(WS-STEP-SUB) / TS-AVG-CNT(WS-STEP-SUB)
            ELSE
                MOVE ZEROES TO WS-AVERAGE
            END-IF
            MOVE WS-AVERAGE TO WS-SECS-EDIT-2
            IF WS-AVERAGE > 0
                COMPUTE WS-PCT-OF-AVG ROUNDED =
                    TS-ELAPSED(WS-STEP-SUB) * 100 / WS-AVERAGE
            ELSE
                MOVE ZEROES TO WS-PCT-OF-AVG
            END-IF
            MOVE WS-PCT-OF-AVG TO WS-PCT-EDIT
            IF TS-STATUS(WS-STEP-SUB) = 'C'
                    OR TS-STATUS(WS-STEP-SUB) = 'F'
                PERFORM TALLY-CHAIN-WINDOW
                IF TS-LIMIT(WS-STEP-SUB) > 0
                        AND TS-ELAPSED(WS-STEP-SUB)
                            > TS-LIMIT(WS-STEP-SUB)
                    MOVE "*OVER LIMIT*" TO WS-FLAG-TEXT
                    ADD 1 TO WS-BREACH-CNT
                    MOVE TS-PROGRAM(WS-STEP-SUB) TO WS-ALERT-PROGRAM
                    MOVE "REPORT-ONE-STEP" TO WS-ALERT-PARAGRAPH
                    MOVE "SLAS" TO WS-ALERT-REASON
                    MOVE TS-ELAPSED(WS-STEP-SUB) TO WS-ALERT-IN
                    MOVE TS-LIMIT(WS-STEP-SUB) TO WS-ALERT-OUT
                    PERFORM WRITE-OPS-ALERT
                END-IF
            END-IF
            MOVE SPACES TO RPT-LINE
            STRING TS-PROGRAM(WS-STEP-SUB)
                   " " TS-STATUS(WS-STEP-SUB)
                   "      " TS-START-TIME(WS-STEP-SUB)
                   "   " TS-END-TIME(WS-STEP-SUB)
                   "   " WS-SECS-EDIT
                   "   " WS-SECS-EDIT-2
                   "   " WS-PCT-EDIT
                   "   " WS-SECS-EDIT-3
                   "  " WS-FLAG-TEXT
                   INTO RPT-LINE
            WRITE RPT-LINE.

          TALLY-CHAIN-WINDOW.
            IF TS-START-DATE(WS-STEP-SUB) IS NOT NUMERIC
                    OR TS-START-TIME(WS-STEP-SUB) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE TS-START-TIME(WS-STEP-SUB) TO WS-HMS
            COMPUTE WS-DAY-SECS =
                WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
            COMPUTE WS-ABS-START =
                FUNCTION INTEGER-OF-DATE(FUNCTION
                    NUMVAL(TS-START-DATE(WS-STEP-SUB))) * 86400
                + WS-DAY-SECS
            COMPUTE WS-ABS-END = WS-ABS-START + TS-ELAPSED(WS-STEP-SUB)
            IF FIRST-EXECUTED-STEP OR WS-ABS-START < WS-CHAIN-START
                MOVE WS-ABS-START TO WS-CHAIN-START
                MOVE WS-DAY-SECS TO WS-CHAIN-START-SECS
            END-IF
            IF FIRST-EXECUTED-STEP OR WS-ABS-END > WS-CHAIN-FINISH
                MOVE WS-ABS-END TO WS-CHAIN-FINISH
            END-IF
            MOVE 'N' TO WS-FIRST-SW.

          CHECK-CHAIN-DEADLINE.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            IF FIRST-EXECUTED-STEP
                MOVE "NO STEP EXECUTED IN THIS RUN, NO CHAIN WINDOW"
                    TO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            DIVIDE WS-CHAIN-FINISH BY 86400 GIVING WS-WORK-DAYS
                REMAINDER WS-DAY-SECS
            PERFORM SECONDS-TO-HMS
            MOVE WS-HMS TO WS-FINISH-HMS
            IF WS-DEADLINE = SPACES
                MOVE SPACES TO RPT-LINE
                STRING "CHAIN FINISHED " WS-FINISH-HMS
                       "  NO DEADLINE ON STEPLIM FOR CYCLE " WS-CYCLE
                       INTO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CHAIN-DAY-INT = WS-CHAIN-START / 86400
            MOVE WS-DEADLINE TO WS-HMS
            COMPUTE WS-DAY-SECS =
                WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
            COMPUTE WS-CHAIN-DEADLINE =
                WS-CHAIN-DAY-INT * 86400 + WS-DAY-SECS
            IF WS-DAY-SECS < WS-CHAIN-START-SECS
                ADD 86400 TO WS-CHAIN-DEADLINE
            END-IF
            MOVE SPACES TO RPT-LINE
            IF WS-CHAIN-FINISH > WS-CHAIN-DEADLINE
                SET CHAIN-LATE TO TRUE
                ADD 1 TO WS-BREACH-CNT
                STRING "CHAIN FINISHED " WS-FINISH-HMS
                       "  DEADLINE " WS-DEADLINE
                       "  *LATE - SLA BREACHED*"
                       INTO RPT-LINE
                MOVE "BATCHDRV" TO WS-ALERT-PROGRAM
                MOVE "CHECK-CHAIN-DEADLINE" TO WS-ALERT-PARAGRAPH
                MOVE "SLAC" TO WS-ALERT-REASON
                MOVE WS-FINISH-HMS TO WS-ALERT-IN
                MOVE WS-HMS TO WS-ALERT-OUT
                PERFORM WRITE-OPS-ALERT
            ELSE
                STRING "CHAIN FINISHED " WS-FINISH-HMS
                       "  DEADLINE " WS-DEADLINE
                       "  ON TIME"
                       INTO RPT-LINE
            END-IF
            WRITE RPT-LINE.

          SECONDS-TO-HMS.
            DIVIDE WS-DAY-SECS BY 3600 GIVING WS-HMS-HH
                REMAINDER WS-END-SECS
            DIVIDE WS-END-SECS BY 60 GIVING WS-HMS-MM
                REMAINDER WS-HMS-SS.

          WRITE-REPORT-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-STEP-COUNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "STEPS ON STEPSTAT         " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-APPENDED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ADDED TO STEP HISTORY     " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-BREACH-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "SLA BREACHES              " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "AVERAGE IS OVER CLEAN RUNS OF THE PRIOR "
                   WS-AVERAGE-DAYS " DAYS, SAME CYCLE"
                INTO RPT-LINE
            WRITE RPT-LINE.

          WRITE-OPS-ALERT.
            OPEN EXTEND OPS-ALERT-FILE
            IF WS-ALERT-STATUS = "35"
                OPEN OUTPUT OPS-ALERT-FILE
            END-IF
            MOVE SPACES TO OPS-ALERT-RECORD
            MOVE WS-ALERT-PROGRAM TO AL-PROGRAM
            MOVE WS-ALERT-PARAGRAPH TO AL-PARAGRAPH
            IF WS-RUN-DATE = SPACES
                MOVE WS-CURRENT-DATE(1:8) TO AL-RUN-DATE
            ELSE
                MOVE WS-RUN-DATE TO AL-RUN-DATE
            END-IF
            MOVE WS-CURRENT-DATE(9:6) TO AL-RUN-TIME
            MOVE WS-ALERT-REASON TO AL-REASON-CODE
            MOVE WS-ALERT-IN TO AL-INPUT-CNT
            MOVE WS-ALERT-OUT TO AL-OUTPUT-CNT
            MOVE ZEROES TO AL-REJECT-CNT
            MOVE WS-CYCLE TO AL-CYCLE
            WRITE OPS-ALERT-RECORD
            CLOSE OPS-ALERT-FILE.
