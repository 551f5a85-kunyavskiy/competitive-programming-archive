       IDENTIFICATION DIVISION.
          PROGRAM-ID. MAINTRPT.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT REPORT-CONTROL ASSIGN TO "MAINTC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
              SELECT ACTIVITY-LOG-FILE ASSIGN TO "MAINTLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.
              SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPER-STATUS.
              SELECT ACTIVITY-REPORT ASSIGN TO "MAINTRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD  REPORT-CONTROL.
          01  REPORT-CONTROL-RECORD.
              05 MQ-REPORT-DATE   PIC X(08).
          FD  ACTIVITY-LOG-FILE.
          COPY MAINTACT.
          FD  OPERATOR-FILE.
          COPY OPERMST.
          FD  ACTIVITY-REPORT.
          01  RPT-LINE                PIC X(120).

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS    PIC XX.
          01 WS-LOG-STATUS        PIC XX.
          01 WS-OPER-STATUS       PIC XX.
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-REPORT-DATE       PIC X(08).
          01 PROGRAM-TABLE.
              05 PROGRAM-ENTRY OCCURS 5 TIMES.
                  10 PG-NAME          PIC X(08).
                  10 PG-APPLIED-CNT   PIC 9(08).
                  10 PG-REFUSED-CNT   PIC 9(08).
          01 WS-PROGRAM-SUB       PIC 9(4).
          01 WS-MAX-OPERATORS     PIC 9(4)    VALUE 200.
          01 OPERATOR-TABLE.
              05 OPERATOR-ENTRY OCCURS 200 TIMES.
                  10 OT-OPERATOR      PIC X(08).
                  10 OT-NAME          PIC X(30).
                  10 OT-APPLIED-CNT   PIC 9(08).
                  10 OT-REFUSED-CNT   PIC 9(08).
          01 WS-OPER-COUNT        PIC 9(4)    VALUE 0.
          01 WS-OPER-SUB          PIC 9(4).
          01 WS-OPER-FOUND-SUB    PIC 9(4).
          01 WS-SELECTED-CNT      PIC 9(08)   VALUE 0.
          01 WS-APPLIED-CNT       PIC 9(08)   VALUE 0.
          01 WS-REFUSED-CNT       PIC 9(08)   VALUE 0.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-CNT-EDIT-2        PIC Z(7)9.
          01 WS-DISP-TEXT         PIC X(07).
          01 WS-LOG-EOF-SW        PIC X       VALUE 'N'.
              88 END-OF-LOG-FILE              VALUE 'Y'.
          01 WS-OPER-EOF-SW       PIC X       VALUE 'N'.
              88 END-OF-OPER-FILE             VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-REPORT-DATE
            PERFORM READ-CONTROL-CARD
            PERFORM LOAD-OPERATOR-TABLE

            MOVE "PARMMNT" TO PG-NAME(1)
            MOVE "BRMAINT" TO PG-NAME(2)
            MOVE "ACCTMNT" TO PG-NAME(3)
            MOVE "RECYCLE" TO PG-NAME(4)
            MOVE "BRMERGE" TO PG-NAME(5)
            PERFORM VARYING WS-PROGRAM-SUB FROM 1 BY 1
                UNTIL WS-PROGRAM-SUB > 5
                MOVE ZEROES TO PG-APPLIED-CNT(WS-PROGRAM-SUB)
                MOVE ZEROES TO PG-REFUSED-CNT(WS-PROGRAM-SUB)
            END-PERFORM

            OPEN OUTPUT ACTIVITY-REPORT
            MOVE SPACES TO RPT-LINE
            STRING "DAILY MAINTENANCE ACTIVITY REPORT  DATE: "
                   WS-REPORT-DATE
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "TIME   PROGRAM  OPERATOR A "
                   "ITEM                                 "
                   "RESULT   REASON"
                   INTO RPT-LINE
            WRITE RPT-LINE

            OPEN INPUT ACTIVITY-LOG-FILE
            IF WS-LOG-STATUS = "00"
                PERFORM UNTIL END-OF-LOG-FILE
                    READ ACTIVITY-LOG-FILE
                        AT END
                            SET END-OF-LOG-FILE TO TRUE
                        NOT AT END
                            IF MA-RUN-DATE = WS-REPORT-DATE
                                PERFORM REPORT-ONE-ACTIVITY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACTIVITY-LOG-FILE
            ELSE
                MOVE "NO MAINTENANCE ACTIVITY FILE FOUND" TO RPT-LINE
                WRITE RPT-LINE
            END-IF

            PERFORM REPORT-PROGRAM-TOTALS
            PERFORM REPORT-OPERATOR-TOTALS

            CLOSE ACTIVITY-REPORT
            GOBACK.

          READ-CONTROL-CARD.
            OPEN INPUT REPORT-CONTROL
            IF WS-CONTROL-STATUS = "00"
                READ REPORT-CONTROL
                IF WS-CONTROL-STATUS = "00"
                        AND MQ-REPORT-DATE IS NUMERIC
                    MOVE MQ-REPORT-DATE TO WS-REPORT-DATE
                END-IF
                CLOSE REPORT-CONTROL
            END-IF.

          LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-FILE
            IF WS-OPER-STATUS = "00"
                PERFORM UNTIL END-OF-OPER-FILE
                    READ OPERATOR-FILE
                        AT END
                            SET END-OF-OPER-FILE TO TRUE
                        NOT AT END
                            IF WS-OPER-COUNT >= WS-MAX-OPERATORS
                                DISPLAY "MAINTRPT: operator count "
                                    "exceeds table capacity "
                                    WS-MAX-OPERATORS
                                CLOSE OPERATOR-FILE
                                MOVE 16 TO RETURN-CODE
                                GOBACK
                            END-IF
                            ADD 1 TO WS-OPER-COUNT
                            MOVE OP-OPERATOR
                                TO OT-OPERATOR(WS-OPER-COUNT)
                            MOVE OP-NAME TO OT-NAME(WS-OPER-COUNT)
                            MOVE ZEROES
                                TO OT-APPLIED-CNT(WS-OPER-COUNT)
                            MOVE ZEROES
                                TO OT-REFUSED-CNT(WS-OPER-COUNT)
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
            END-IF.

          REPORT-ONE-ACTIVITY.
            ADD 1 TO WS-SELECTED-CNT
            IF MA-APPLIED
                MOVE "APPLIED" TO WS-DISP-TEXT
                ADD 1 TO WS-APPLIED-CNT
            ELSE
                MOVE "REFUSED" TO WS-DISP-TEXT
                ADD 1 TO WS-REFUSED-CNT
            END-IF
            MOVE SPACES TO RPT-LINE
            STRING MA-RUN-TIME
                   " " MA-PROGRAM
                   " " MA-OPERATOR
                   " " MA-ACTION
                   " " MA-ITEM
                   " " WS-DISP-TEXT
                   "  " MA-REASON
                   INTO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-PROGRAM-SUB FROM 1 BY 1
                UNTIL WS-PROGRAM-SUB > 5
                IF PG-NAME(WS-PROGRAM-SUB) = MA-PROGRAM
                    IF MA-APPLIED
                        ADD 1 TO PG-APPLIED-CNT(WS-PROGRAM-SUB)
                    ELSE
                        ADD 1 TO PG-REFUSED-CNT(WS-PROGRAM-SUB)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM FIND-OPERATOR
            IF WS-OPER-FOUND-SUB = 0
                IF WS-OPER-COUNT >= WS-MAX-OPERATORS
                    DISPLAY "MAINTRPT: operator count exceeds "
                        "table capacity " WS-MAX-OPERATORS
                    CLOSE ACTIVITY-LOG-FILE
                    CLOSE ACTIVITY-REPORT
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-OPER-COUNT
                MOVE MA-OPERATOR TO OT-OPERATOR(WS-OPER-COUNT)
                MOVE "*NOT ON OPERMST*" TO OT-NAME(WS-OPER-COUNT)
                MOVE ZEROES TO OT-APPLIED-CNT(WS-OPER-COUNT)
                MOVE ZEROES TO OT-REFUSED-CNT(WS-OPER-COUNT)
                MOVE WS-OPER-COUNT TO WS-OPER-FOUND-SUB
            END-IF
            IF MA-APPLIED
                ADD 1 TO OT-APPLIED-CNT(WS-OPER-FOUND-SUB)
            ELSE
                ADD 1 TO OT-REFUSED-CNT(WS-OPER-FOUND-SUB)
            END-IF.

          FIND-OPERATOR.
            MOVE 0 TO WS-OPER-FOUND-SUB
            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                UNTIL WS-OPER-SUB > WS-OPER-COUNT
                IF OT-OPERATOR(WS-OPER-SUB) = MA-OPERATOR
                    MOVE WS-OPER-SUB TO WS-OPER-FOUND-SUB
                    MOVE WS-OPER-COUNT TO WS-OPER-SUB
                END-IF
            END-PERFORM.

          REPORT-PROGRAM-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "ACTIVITY BY PROGRAM" TO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-PROGRAM-SUB FROM 1 BY 1
                UNTIL WS-PROGRAM-SUB > 5
                MOVE PG-APPLIED-CNT(WS-PROGRAM-SUB) TO WS-CNT-EDIT
                MOVE PG-REFUSED-CNT(WS-PROGRAM-SUB) TO WS-CNT-EDIT-2
                MOVE SPACES TO RPT-LINE
                STRING PG-NAME(WS-PROGRAM-SUB)
                       "  APPLIED " WS-CNT-EDIT
                       "  REFUSED " WS-CNT-EDIT-2
                       INTO RPT-LINE
                WRITE RPT-LINE
            END-PERFORM
            MOVE WS-APPLIED-CNT TO WS-CNT-EDIT
            MOVE WS-REFUSED-CNT TO WS-CNT-EDIT-2
            MOVE SPACES TO RPT-LINE
            STRING "TOTAL     APPLIED " WS-CNT-EDIT
                   "  REFUSED " WS-CNT-EDIT-2
                   INTO RPT-LINE
            WRITE RPT-LINE.

          REPORT-OPERATOR-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "ACTIVITY BY OPERATOR" TO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                UNTIL WS-OPER-SUB > WS-OPER-COUNT
                IF OT-APPLIED-CNT(WS-OPER-SUB) > 0
                        OR OT-REFUSED-CNT(WS-OPER-SUB) > 0
                    MOVE OT-APPLIED-CNT(WS-OPER-SUB) TO WS-CNT-EDIT
                    MOVE OT-REFUSED-CNT(WS-OPER-SUB) TO WS-CNT-EDIT-2
                    MOVE SPACES TO RPT-LINE
                    STRING OT-OPERATOR(WS-OPER-SUB)
                           " " OT-NAME(WS-OPER-SUB)
                           "  APPLIED " WS-CNT-EDIT
                           "  REFUSED " WS-CNT-EDIT-2
                           INTO RPT-LINE
                    WRITE RPT-LINE
                END-IF
            END-PERFORM
            IF WS-SELECTED-CNT = 0
                MOVE "NO MAINTENANCE ACTIVITY FOR THE DATE"
                    TO RPT-LINE
                WRITE RPT-LINE
            END-IF.
