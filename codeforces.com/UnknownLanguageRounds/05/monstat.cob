       IDENTIFICATION DIVISION.
          PROGRAM-ID. MONSTAT.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HISTORY-STATUS.
              SELECT MONTH-STATS-FILE ASSIGN TO "MONSTAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MONSTAT-STATUS.
              SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DATECTL-STATUS.
              SELECT YOY-REPORT ASSIGN TO "MONYOY"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD  HISTORY-FILE.
          COPY RUNSUM.
          FD  MONTH-STATS-FILE.
          COPY MONSTAT.
          FD  DATE-CONTROL-FILE.
          COPY DATECTL.
          FD  YOY-REPORT.
          01  RPT-LINE                PIC X(120).

          WORKING-STORAGE SECTION.
          01 WS-HISTORY-STATUS    PIC XX.
          01 WS-MONSTAT-STATUS    PIC XX.
          01 WS-DATECTL-STATUS    PIC XX.
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-RUN-DATE          PIC X(08)   VALUE SPACES.
          01 WS-CURRENT-MONTH     PIC X(06).
          01 WS-OLDEST-MONTH      PIC X(06).
          01 WS-MONTH-WORK.
              05 WS-MW-YEAR       PIC 9(04).
              05 WS-MW-MM         PIC 9(02).
          01 WS-MONTH-NUM         PIC 9(06).
          01 WS-CURRENT-MONTH-NUM PIC 9(06).
          01 WS-REPORT-MONTH-NUM  PIC 9(06).
          01 WS-REPORT-MONTH      PIC X(06).
          01 WS-PRIOR-MONTH       PIC X(06).
          01 WS-MAX-ARCHIVE       PIC 9(4)    VALUE 1000.
          01 ARCHIVE-TABLE.
              05 ARCHIVE-ENTRY OCCURS 1000 TIMES.
                  10 AR-MONTH         PIC X(06).
                  10 AR-UTILITY       PIC X(08).
                  10 AR-COMPANY       PIC X(02).
                  10 AR-CYCLE         PIC 9(02).
                  10 AR-NIGHTS        PIC 9(04).
                  10 AR-INPUT-CNT     PIC 9(10).
                  10 AR-OUTPUT-CNT    PIC 9(10).
                  10 AR-REJECT-CNT    PIC 9(10).
                  10 AR-PEAK-DATE     PIC X(08).
                  10 AR-PEAK-INPUT    PIC 9(08).
          01 WS-ARCHIVE-COUNT     PIC 9(4)    VALUE 0.
          01 WS-ARCHIVE-SUB       PIC 9(4).
          01 WS-MAX-ROLLUP        PIC 9(4)    VALUE 200.
          01 ROLLUP-TABLE.
              05 ROLLUP-ENTRY OCCURS 200 TIMES.
                  10 RU-MONTH         PIC X(06).
                  10 RU-UTILITY       PIC X(08).
                  10 RU-COMPANY       PIC X(02).
                  10 RU-CYCLE         PIC 9(02).
                  10 RU-NIGHTS        PIC 9(04).
                  10 RU-INPUT-CNT     PIC 9(10).
                  10 RU-OUTPUT-CNT    PIC 9(10).
                  10 RU-REJECT-CNT    PIC 9(10).
                  10 RU-PEAK-DATE     PIC X(08).
                  10 RU-PEAK-INPUT    PIC 9(08).
          01 WS-ROLLUP-COUNT      PIC 9(4)    VALUE 0.
          01 WS-ROLLUP-SUB        PIC 9(4).
          01 WS-FOUND-SUB         PIC 9(4).
          01 WS-NEW-MONTH         PIC X(06).
          01 WS-NEW-CYCLE         PIC 9(02).
          01 WS-ARCHIVED-SW       PIC X.
              88 MONTH-ALREADY-ARCHIVED       VALUE 'Y'.
          01 WS-HIST-READ-CNT     PIC 9(08)   VALUE 0.
          01 WS-OPEN-MONTH-CNT    PIC 9(08)   VALUE 0.
          01 WS-SKIPPED-CNT       PIC 9(08)   VALUE 0.
          01 WS-WRITTEN-CNT       PIC 9(08)   VALUE 0.
          01 WS-UTILITY           PIC X(08).
          01 WS-UTILITY-SUB       PIC 9(4).
          01 UTILITY-LIST.
              05 FILLER           PIC X(08)   VALUE "BINCONV".
              05 FILLER           PIC X(08)   VALUE "CIPHER".
              05 FILLER           PIC X(08)   VALUE "MAXDIST".
          01 UTILITY-LIST-R REDEFINES UTILITY-LIST.
              05 UTILITY-NAME     PIC X(08)   OCCURS 3 TIMES.
          01 WS-MONTH-NIGHTS      PIC 9(06).
          01 WS-MONTH-IN          PIC 9(12).
          01 WS-MONTH-OUT         PIC 9(12).
          01 WS-MONTH-REJ         PIC 9(12).
          01 WS-MONTH-PEAK-DATE   PIC X(08).
          01 WS-MONTH-PEAK-INPUT  PIC 9(08).
          01 WS-PRIOR-NIGHTS      PIC 9(06).
          01 WS-PRIOR-IN          PIC 9(12).
          01 WS-AVG-INPUT         PIC 9(08)V9(02).
          01 WS-REJECT-RATE       PIC 9(03)V9(02).
          01 WS-GROWTH-PCT        PIC S9(05)V9.
          01 WS-GROWTH-SW         PIC X.
              88 GROWTH-COMPUTED              VALUE 'Y'.
          01 WS-LINES-SW          PIC X.
              88 UTILITY-HAS-LINES            VALUE 'Y'.
          01 WS-CNT-EDIT          PIC Z(9)9.
          01 WS-CNT-EDIT-2        PIC Z(9)9.
          01 WS-CNT-EDIT-3        PIC Z(9)9.
          01 WS-NIGHTS-EDIT       PIC Z(3)9.
          01 WS-AVG-EDIT          PIC Z(7)9.99.
          01 WS-RATE-EDIT         PIC ZZ9.99.
          01 WS-GROWTH-EDIT       PIC -(5)9.9.
          01 WS-EOF-SW            PIC X.
              88 END-OF-FILE                  VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
            PERFORM READ-DATE-CONTROL
            MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-MONTH
            MOVE WS-CURRENT-MONTH TO WS-MONTH-WORK
            PERFORM MONTH-TO-NUMBER
            MOVE WS-MONTH-NUM TO WS-CURRENT-MONTH-NUM
            COMPUTE WS-MONTH-NUM = WS-CURRENT-MONTH-NUM - 24
            PERFORM NUMBER-TO-MONTH
            MOVE WS-MONTH-WORK TO WS-OLDEST-MONTH

            PERFORM LOAD-ARCHIVE-TABLE
            PERFORM ROLL-UP-HISTORY
            PERFORM WRITE-NEW-MONTHS

            OPEN OUTPUT YOY-REPORT
            MOVE SPACES TO RPT-LINE
            STRING "MONTHLY STATISTICS YEAR-OVER-YEAR REPORT  AS OF "
                   WS-RUN-DATE
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            PERFORM REPORT-ARCHIVE-RUN
            PERFORM REPORT-ONE-UTILITY
                VARYING WS-UTILITY-SUB FROM 1 BY 1
                UNTIL WS-UTILITY-SUB > 3
            CLOSE YOY-REPORT
            GOBACK.

          READ-DATE-CONTROL.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT DATE-CONTROL-FILE
            IF WS-DATECTL-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ DATE-CONTROL-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF DC-BUSINESS-DATE AND DC-DATE IS NUMERIC
                                MOVE DC-DATE TO WS-RUN-DATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DATE-CONTROL-FILE
            END-IF.

          MONTH-TO-NUMBER.
            COMPUTE WS-MONTH-NUM = WS-MW-YEAR * 12 + WS-MW-MM - 1.

          NUMBER-TO-MONTH.
            DIVIDE WS-MONTH-NUM BY 12 GIVING WS-MW-YEAR
                REMAINDER WS-MW-MM
            ADD 1 TO WS-MW-MM.

          LOAD-ARCHIVE-TABLE.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT MONTH-STATS-FILE
            IF WS-MONSTAT-STATUS NOT = "00"
                DISPLAY "MONSTAT: no MONSTAT file yet, status "
                    WS-MONSTAT-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-FILE
                READ MONTH-STATS-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF MS-MONTH NOT < WS-OLDEST-MONTH
                            PERFORM ADD-ARCHIVE-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MONTH-STATS-FILE.

          ADD-ARCHIVE-ENTRY.
            IF WS-ARCHIVE-COUNT >= WS-MAX-ARCHIVE
                DISPLAY "MONSTAT: MONSTAT record count exceeds "
                    "table capacity " WS-MAX-ARCHIVE
                CLOSE MONTH-STATS-FILE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-ARCHIVE-COUNT
            MOVE MS-MONTH TO AR-MONTH(WS-ARCHIVE-COUNT)
            MOVE MS-UTILITY TO AR-UTILITY(WS-ARCHIVE-COUNT)
            MOVE MS-COMPANY TO AR-COMPANY(WS-ARCHIVE-COUNT)
            MOVE MS-CYCLE TO AR-CYCLE(WS-ARCHIVE-COUNT)
            MOVE MS-NIGHTS TO AR-NIGHTS(WS-ARCHIVE-COUNT)
            MOVE MS-INPUT-CNT TO AR-INPUT-CNT(WS-ARCHIVE-COUNT)
            MOVE MS-OUTPUT-CNT TO AR-OUTPUT-CNT(WS-ARCHIVE-COUNT)
            MOVE MS-REJECT-CNT TO AR-REJECT-CNT(WS-ARCHIVE-COUNT)
            MOVE MS-PEAK-DATE TO AR-PEAK-DATE(WS-ARCHIVE-COUNT)
            MOVE MS-PEAK-INPUT TO AR-PEAK-INPUT(WS-ARCHIVE-COUNT).

          ROLL-UP-HISTORY.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-STATUS NOT = "00"
                DISPLAY "MONSTAT: cannot open RUNHIST, status "
                    WS-HISTORY-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-FILE
                READ HISTORY-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-HIST-READ-CNT
                        PERFORM ROLL-UP-ONE-NIGHT
                END-READ
            END-PERFORM
            CLOSE HISTORY-FILE.

          ROLL-UP-ONE-NIGHT.
            IF RS-RUN-DATE IS NOT NUMERIC
                    OR RS-FIGURE-1-LABEL = "INCOMPLETE"
                EXIT PARAGRAPH
            END-IF
            MOVE RS-RUN-DATE(1:6) TO WS-NEW-MONTH
            IF WS-NEW-MONTH NOT < WS-CURRENT-MONTH
                ADD 1 TO WS-OPEN-MONTH-CNT
                EXIT PARAGRAPH
            END-IF
            IF RS-CYCLE IS NUMERIC AND RS-CYCLE > 0
                MOVE RS-CYCLE TO WS-NEW-CYCLE
            ELSE
                MOVE 1 TO WS-NEW-CYCLE
            END-IF
            MOVE 'N' TO WS-ARCHIVED-SW
            PERFORM VARYING WS-ARCHIVE-SUB FROM 1 BY 1
                UNTIL WS-ARCHIVE-SUB > WS-ARCHIVE-COUNT
                IF AR-MONTH(WS-ARCHIVE-SUB) = WS-NEW-MONTH
                        AND AR-UTILITY(WS-ARCHIVE-SUB) = RS-UTILITY
                        AND AR-COMPANY(WS-ARCHIVE-SUB) = RS-COMPANY
                        AND AR-CYCLE(WS-ARCHIVE-SUB) = WS-NEW-CYCLE
                    SET MONTH-ALREADY-ARCHIVED TO TRUE
                    MOVE WS-ARCHIVE-COUNT TO WS-ARCHIVE-SUB
                END-IF
            END-PERFORM
            IF MONTH-ALREADY-ARCHIVED
                ADD 1 TO WS-SKIPPED-CNT
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-FOUND-SUB
            PERFORM VARYING WS-ROLLUP-SUB FROM 1 BY 1
                UNTIL WS-ROLLUP-SUB > WS-ROLLUP-COUNT
                IF RU-MONTH(WS-ROLLUP-SUB) = WS-NEW-MONTH
                        AND RU-UTILITY(WS-ROLLUP-SUB) = RS-UTILITY
                        AND RU-COMPANY(WS-ROLLUP-SUB) = RS-COMPANY
                        AND RU-CYCLE(WS-ROLLUP-SUB) = WS-NEW-CYCLE
                    MOVE WS-ROLLUP-SUB TO WS-FOUND-SUB
                    MOVE WS-ROLLUP-COUNT TO WS-ROLLUP-SUB
                END-IF
            END-PERFORM
            IF WS-FOUND-SUB = 0
                IF WS-ROLLUP-COUNT >= WS-MAX-ROLLUP
                    DISPLAY "MONSTAT: monthly rollup exceeds table "
                        "capacity " WS-MAX-ROLLUP
                    CLOSE HISTORY-FILE
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-ROLLUP-COUNT
                MOVE WS-ROLLUP-COUNT TO WS-FOUND-SUB
                MOVE WS-NEW-MONTH TO RU-MONTH(WS-FOUND-SUB)
                MOVE RS-UTILITY TO RU-UTILITY(WS-FOUND-SUB)
                MOVE RS-COMPANY TO RU-COMPANY(WS-FOUND-SUB)
                MOVE WS-NEW-CYCLE TO RU-CYCLE(WS-FOUND-SUB)
                MOVE ZEROES TO RU-NIGHTS(WS-FOUND-SUB)
                    RU-INPUT-CNT(WS-FOUND-SUB)
                    RU-OUTPUT-CNT(WS-FOUND-SUB)
                    RU-REJECT-CNT(WS-FOUND-SUB)
                    RU-PEAK-INPUT(WS-FOUND-SUB)
                MOVE RS-RUN-DATE TO RU-PEAK-DATE(WS-FOUND-SUB)
            END-IF
            ADD 1 TO RU-NIGHTS(WS-FOUND-SUB)
            ADD RS-INPUT-CNT TO RU-INPUT-CNT(WS-FOUND-SUB)
            ADD RS-OUTPUT-CNT TO RU-OUTPUT-CNT(WS-FOUND-SUB)
            ADD RS-REJECT-CNT TO RU-REJECT-CNT(WS-FOUND-SUB)
            IF RS-INPUT-CNT > RU-PEAK-INPUT(WS-FOUND-SUB)
                MOVE RS-INPUT-CNT TO RU-PEAK-INPUT(WS-FOUND-SUB)
                MOVE RS-RUN-DATE TO RU-PEAK-DATE(WS-FOUND-SUB)
            END-IF.

          WRITE-NEW-MONTHS.
            IF WS-ROLLUP-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            OPEN EXTEND MONTH-STATS-FILE
            IF WS-MONSTAT-STATUS = "35"
                OPEN OUTPUT MONTH-STATS-FILE
            END-IF
            IF WS-MONSTAT-STATUS NOT = "00"
                DISPLAY "MONSTAT: cannot open MONSTAT for output, "
                    "status " WS-MONSTAT-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM VARYING WS-ROLLUP-SUB FROM 1 BY 1
                UNTIL WS-ROLLUP-SUB > WS-ROLLUP-COUNT
                PERFORM WRITE-ONE-MONTH
            END-PERFORM
            CLOSE MONTH-STATS-FILE.

          WRITE-ONE-MONTH.
            MOVE SPACES TO MONTH-STATS-RECORD
            MOVE RU-MONTH(WS-ROLLUP-SUB) TO MS-MONTH
            MOVE RU-UTILITY(WS-ROLLUP-SUB) TO MS-UTILITY
            MOVE RU-COMPANY(WS-ROLLUP-SUB) TO MS-COMPANY
            MOVE RU-CYCLE(WS-ROLLUP-SUB) TO MS-CYCLE
            MOVE RU-NIGHTS(WS-ROLLUP-SUB) TO MS-NIGHTS
            MOVE RU-INPUT-CNT(WS-ROLLUP-SUB) TO MS-INPUT-CNT
            MOVE RU-OUTPUT-CNT(WS-ROLLUP-SUB) TO MS-OUTPUT-CNT
            MOVE RU-REJECT-CNT(WS-ROLLUP-SUB) TO MS-REJECT-CNT
            MOVE RU-PEAK-DATE(WS-ROLLUP-SUB) TO MS-PEAK-DATE
            MOVE RU-PEAK-INPUT(WS-ROLLUP-SUB) TO MS-PEAK-INPUT
            COMPUTE MS-AVG-INPUT ROUNDED =
                RU-INPUT-CNT(WS-ROLLUP-SUB) / RU-NIGHTS(WS-ROLLUP-SUB)
            IF RU-INPUT-CNT(WS-ROLLUP-SUB) > 0
                COMPUTE MS-REJECT-RATE ROUNDED =
                    RU-REJECT-CNT(WS-ROLLUP-SUB) * 100
                        / RU-INPUT-CNT(WS-ROLLUP-SUB)
                    ON SIZE ERROR
                        MOVE 999.99 TO MS-REJECT-RATE
                END-COMPUTE
            ELSE
                MOVE ZEROES TO MS-REJECT-RATE
            END-IF
            MOVE WS-RUN-DATE TO MS-ARCHIVE-DATE
            PERFORM ADD-ARCHIVE-ENTRY
            WRITE MONTH-STATS-RECORD
            ADD 1 TO WS-WRITTEN-CNT.

          REPORT-ARCHIVE-RUN.
            MOVE WS-WRITTEN-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "MONTHLY RECORDS ARCHIVED THIS RUN   " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-SKIPPED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "NIGHTS SKIPPED, MONTH ON ARCHIVE    " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-OPEN-MONTH-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "NIGHTS IN CURRENT MONTH, NOT ROLLED " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-ROLLUP-SUB FROM 1 BY 1
                UNTIL WS-ROLLUP-SUB > WS-ROLLUP-COUNT
                MOVE RU-NIGHTS(WS-ROLLUP-SUB) TO WS-NIGHTS-EDIT
                MOVE RU-INPUT-CNT(WS-ROLLUP-SUB) TO WS-CNT-EDIT
                MOVE RU-OUTPUT-CNT(WS-ROLLUP-SUB) TO WS-CNT-EDIT-2
                MOVE RU-REJECT-CNT(WS-ROLLUP-SUB) TO WS-CNT-EDIT-3
                MOVE SPACES TO RPT-LINE
                STRING "  ARCHIVED " RU-MONTH(WS-ROLLUP-SUB)
                       " " RU-UTILITY(WS-ROLLUP-SUB)
                       " CO " RU-COMPANY(WS-ROLLUP-SUB)
                       " CY" RU-CYCLE(WS-ROLLUP-SUB)
                       "  NIGHTS=" WS-NIGHTS-EDIT
                       "  IN=" WS-CNT-EDIT
                       "  OUT=" WS-CNT-EDIT-2
                       "  REJ=" WS-CNT-EDIT-3
                       INTO RPT-LINE
                WRITE RPT-LINE
            END-PERFORM.

          REPORT-ONE-UTILITY.
            MOVE UTILITY-NAME(WS-UTILITY-SUB) TO WS-UTILITY
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "UTILITY " WS-UTILITY
                   "  LAST 12 COMPLETED MONTHS, ALL COMPANIES"
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE 'N' TO WS-LINES-SW
            PERFORM VARYING WS-REPORT-MONTH-NUM
                FROM WS-CURRENT-MONTH-NUM BY 1
                UNTIL WS-REPORT-MONTH-NUM > WS-CURRENT-MONTH-NUM + 11
                PERFORM REPORT-ONE-MONTH
            END-PERFORM
            IF NOT UTILITY-HAS-LINES
                MOVE "  NO MONTHS ARCHIVED" TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

          REPORT-ONE-MONTH.
            COMPUTE WS-MONTH-NUM = WS-REPORT-MONTH-NUM - 12
            PERFORM NUMBER-TO-MONTH
            MOVE WS-MONTH-WORK TO WS-REPORT-MONTH
            COMPUTE WS-MONTH-NUM = WS-REPORT-MONTH-NUM - 24
            PERFORM NUMBER-TO-MONTH
            MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH
            MOVE ZEROES TO WS-MONTH-NIGHTS WS-MONTH-IN WS-MONTH-OUT
            MOVE ZEROES TO WS-MONTH-REJ WS-MONTH-PEAK-INPUT
            MOVE SPACES TO WS-MONTH-PEAK-DATE
            MOVE ZEROES TO WS-PRIOR-NIGHTS WS-PRIOR-IN
            PERFORM VARYING WS-ARCHIVE-SUB FROM 1 BY 1
                UNTIL WS-ARCHIVE-SUB > WS-ARCHIVE-COUNT
                IF AR-UTILITY(WS-ARCHIVE-SUB) = WS-UTILITY
                        AND AR-COMPANY(WS-ARCHIVE-SUB) = SPACES
                    PERFORM TALLY-ONE-ARCHIVE-ENTRY
                END-IF
            END-PERFORM
            IF WS-MONTH-NIGHTS = 0
                EXIT PARAGRAPH
            END-IF
            SET UTILITY-HAS-LINES TO TRUE
            COMPUTE WS-AVG-INPUT ROUNDED =
                WS-MONTH-IN / WS-MONTH-NIGHTS
            IF WS-MONTH-IN > 0
                COMPUTE WS-REJECT-RATE ROUNDED =
                    WS-MONTH-REJ * 100 / WS-MONTH-IN
                    ON SIZE ERROR
                        MOVE 999.99 TO WS-REJECT-RATE
                END-COMPUTE
            ELSE
                MOVE ZEROES TO WS-REJECT-RATE
            END-IF
            MOVE 'N' TO WS-GROWTH-SW
            IF WS-PRIOR-IN > 0
                COMPUTE WS-GROWTH-PCT ROUNDED =
                    (WS-MONTH-IN - WS-PRIOR-IN) * 100 / WS-PRIOR-IN
                    ON SIZE ERROR
                        MOVE 99999.9 TO WS-GROWTH-PCT
                END-COMPUTE
                SET GROWTH-COMPUTED TO TRUE
            END-IF
            MOVE WS-MONTH-NIGHTS TO WS-NIGHTS-EDIT
            MOVE WS-MONTH-IN TO WS-CNT-EDIT
            MOVE WS-MONTH-OUT TO WS-CNT-EDIT-2
            MOVE WS-MONTH-REJ TO WS-CNT-EDIT-3
            MOVE SPACES TO RPT-LINE
            STRING "  " WS-REPORT-MONTH
                   "  NIGHTS=" WS-NIGHTS-EDIT
                   "  IN=" WS-CNT-EDIT
                   "  OUT=" WS-CNT-EDIT-2
                   "  REJ=" WS-CNT-EDIT-3
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-MONTH-PEAK-INPUT TO WS-CNT-EDIT
            MOVE WS-AVG-INPUT TO WS-AVG-EDIT
            MOVE WS-REJECT-RATE TO WS-RATE-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "          PEAK " WS-MONTH-PEAK-DATE
                   " IN=" WS-CNT-EDIT
                   "  AVG NIGHT=" WS-AVG-EDIT
                   "  REJECT RATE=" WS-RATE-EDIT " PCT"
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            IF GROWTH-COMPUTED
                MOVE WS-PRIOR-IN TO WS-CNT-EDIT
                MOVE WS-GROWTH-PCT TO WS-GROWTH-EDIT
                STRING "          " WS-PRIOR-MONTH
                       " IN=" WS-CNT-EDIT
                       "  GROWTH=" WS-GROWTH-EDIT " PCT"
                       INTO RPT-LINE
            ELSE
                STRING "          " WS-PRIOR-MONTH
                       " NOT ON ARCHIVE, NO GROWTH FIGURE"
                       INTO RPT-LINE
            END-IF
            WRITE RPT-LINE.

          TALLY-ONE-ARCHIVE-ENTRY.
            IF AR-MONTH(WS-ARCHIVE-SUB) = WS-REPORT-MONTH
                ADD AR-NIGHTS(WS-ARCHIVE-SUB) TO WS-MONTH-NIGHTS
                ADD AR-INPUT-CNT(WS-ARCHIVE-SUB) TO WS-MONTH-IN
                ADD AR-OUTPUT-CNT(WS-ARCHIVE-SUB) TO WS-MONTH-OUT
                ADD AR-REJECT-CNT(WS-ARCHIVE-SUB) TO WS-MONTH-REJ
                IF AR-PEAK-INPUT(WS-ARCHIVE-SUB) > WS-MONTH-PEAK-INPUT
                        OR WS-MONTH-PEAK-DATE = SPACES
                    MOVE AR-PEAK-INPUT(WS-ARCHIVE-SUB)
                        TO WS-MONTH-PEAK-INPUT
                    MOVE AR-PEAK-DATE(WS-ARCHIVE-SUB)
                        TO WS-MONTH-PEAK-DATE
                END-IF
            END-IF
            IF AR-MONTH(WS-ARCHIVE-SUB) = WS-PRIOR-MONTH
                ADD AR-NIGHTS(WS-ARCHIVE-SUB) TO WS-PRIOR-NIGHTS
                ADD AR-INPUT-CNT(WS-ARCHIVE-SUB) TO WS-PRIOR-IN
            END-IF.
