       IDENTIFICATION DIVISION.
          PROGRAM-ID. HUBROUTE.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT HUB-EXTRACT ASSIGN TO "HUBEXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXTRACT-STATUS.
              SELECT POINT-MASTER-FILE ASSIGN TO "MAXPTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MR-REC-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
              SELECT ROUTE-CONTROL-FILE ASSIGN TO "HUBRTCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
              SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DATECTL-STATUS.
              SELECT ROUTE-REPORT ASSIGN TO "HUBRTRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ROUTE-EXTRACT ASSIGN TO "HUBRTEXT"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD  HUB-EXTRACT.
          01  HUB-EXTRACT-RECORD.
              05 HX-REC-TYPE          PIC X(02).
              05 HX-COMPANY           PIC X(02).
              05 HX-KEY               PIC 9(08).
              05 HX-REGION            PIC X(04).
              05 HX-HUB-COMPANY       PIC X(02).
              05 HX-HUB-KEY           PIC 9(08).
              05 HX-DISTANCE          PIC 9(18)V9(06).
          FD  POINT-MASTER-FILE.
          COPY BRMASTER.
          FD  ROUTE-CONTROL-FILE.
          01  ROUTE-CONTROL-RECORD.
              05 RC-REC-TYPE      PIC X(02).
                  88 RC-ROUTE-MAXIMUM         VALUE 'MX'.
              05 RC-DISTANCE      PIC 9(18).
          FD  DATE-CONTROL-FILE.
          COPY DATECTL.
          FD  ROUTE-REPORT.
          01  RPT-LINE                PIC X(120).
          FD  ROUTE-EXTRACT.
          01  ROUTE-EXTRACT-RECORD.
              05 RX-REC-TYPE          PIC X(02).
              05 RX-ROUTE-DATE        PIC X(08).
              05 RX-HUB-COMPANY       PIC X(02).
              05 RX-HUB-KEY           PIC 9(08).
              05 RX-STOP-SEQ          PIC 9(04).
              05 RX-COMPANY           PIC X(02).
              05 RX-KEY               PIC 9(08).
              05 RX-NAME              PIC X(30).
              05 RX-X                 PIC S9(36).
              05 RX-Y                 PIC S9(36).
              05 RX-DISTANCE          PIC 9(18)V9(06).
              05 RX-OVER-MAX-SW       PIC X(01).

          WORKING-STORAGE SECTION.
          01 WS-EXTRACT-STATUS    PIC XX.
          01 WS-MASTER-STATUS     PIC XX.
          01 WS-CONTROL-STATUS    PIC XX.
          01 WS-DATECTL-STATUS    PIC XX.
          01 WS-MAX-POINTS        PIC 9(4) VALUE 2000.
          01 VB-TABLE.
              02 BR-KEY PIC 9(08) OCCURS 2000.
              02 X     PIC S9(36) OCCURS 2000.
              02 Y     PIC S9(36) OCCURS 2000.
              02 BR-NAME PIC X(30) OCCURS 2000.
              02 BR-REGION PIC X(04) OCCURS 2000.
              02 BR-STAT PIC X(01) OCCURS 2000.
              02 BR-COMP PIC X(02) OCCURS 2000.
          01 WS-MASTER-COUNT      PIC 9(4) VALUE 0.
          01 WS-MAX-HUBS          PIC 9(4) VALUE 20.
          01 HUB-TABLE.
              05 HUB-ENTRY OCCURS 20 TIMES.
                  10 HB-COMPANY       PIC X(02).
                  10 HB-KEY           PIC 9(08).
          01 WS-HUB-COUNT         PIC 9(4) VALUE 0.
          01 WS-HUB-SUB           PIC 9(4).
          01 WS-HUB-FOUND-SUB     PIC 9(4).
          01 WS-MAX-ASSIGNED      PIC 9(4) VALUE 2000.
          01 ASSIGNED-TABLE.
              05 ASSIGNED-ENTRY OCCURS 2000 TIMES.
                  10 AS-HUB-SUB       PIC 9(4).
                  10 AS-COMPANY       PIC X(02).
                  10 AS-KEY           PIC 9(08).
          01 WS-ASSIGNED-COUNT    PIC 9(4) VALUE 0.
          01 WS-ASSIGNED-SUB      PIC 9(4).
          01 WS-MAX-STOPS         PIC 9(4) VALUE 200.
          01 ROUTE-TABLE.
              05 RT-POINT-SUB     PIC 9(4) OCCURS 202 TIMES.
          01 WS-STOP-COUNT        PIC 9(4).
          01 WS-ROUTE-LAST        PIC 9(4).
          01 VISITED-TABLE.
              05 VT-VISITED-SW    PIC X(01) OCCURS 202 TIMES.
          01 CANDIDATE-TABLE.
              05 CD-POINT-SUB     PIC 9(4) OCCURS 200 TIMES.
          01 WS-HUB-POINT-SUB     PIC 9(4).
          01 WS-SEEK-COMPANY      PIC X(02).
          01 WS-SEEK-KEY          PIC 9(08).
          01 WS-SEEK-SUB          PIC 9(4).
          01 I                    PIC 9(4).
          01 J                    PIC 9(4).
          01 K                    PIC 9(4).
          01 WS-POS               PIC 9(4).
          01 WS-CAND-SUB          PIC 9(4).
          01 WS-BEST-CAND         PIC 9(4).
          01 WS-CURRENT-SUB       PIC 9(4).
          01 WS-FROM-SUB          PIC 9(4).
          01 WS-TO-SUB            PIC 9(4).
          01 WS-SWAP-SUB          PIC 9(4).
          01 WS-LOW               PIC 9(4).
          01 WS-HIGH              PIC 9(4).
          01 DX                   PIC S9(36).
          01 DY                   PIC S9(36).
          01 TEMP                 PIC 9(36).
          01 WS-BEST-RES          PIC 9(36).
          01 WS-FIRST-SW          PIC X.
              88 FIRST-CANDIDATE          VALUE 'Y'.
          01 WS-LEG-DIST          PIC 9(18)V9(06).
          01 WS-OLD-DIST          PIC 9(19)V9(06).
          01 WS-NEW-DIST          PIC 9(19)V9(06).
          01 WS-ROUTE-TOTAL       PIC 9(18)V9(06).
          01 WS-IMPROVED-SW       PIC X.
              88 ROUTE-IMPROVED           VALUE 'Y'.
          01 WS-PASS-CNT          PIC 9(4).
          01 WS-MAX-PASSES        PIC 9(4) VALUE 50.
          01 WS-ROUTE-MAX         PIC 9(18) VALUE 0.
          01 WS-ROUTE-MAX-SW      PIC X    VALUE 'N'.
              88 ROUTE-MAX-SET            VALUE 'Y'.
          01 WS-OVER-MAX-SW       PIC X.
              88 ROUTE-OVER-MAX           VALUE 'Y'.
          01 WS-LEFT-OFF-TEXT     PIC X(30).
          01 WS-LEFT-OFF-CNT      PIC 9(4) VALUE 0.
          01 WS-OVER-MAX-CNT      PIC 9(4) VALUE 0.
          01 WS-ROUTE-CNT         PIC 9(4) VALUE 0.
          01 WS-SEQ-EDIT          PIC ZZZ9.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-DIST-EDIT         PIC Z(12)9.999999.
          01 WS-DIST-EDIT-2       PIC Z(12)9.999999.
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-RUN-DATE          PIC X(08).
          01 WS-EXTRACT-EOF-SW    PIC X    VALUE 'N'.
              88 END-OF-HUB-EXTRACT       VALUE 'Y'.
          01 WS-CONTROL-EOF-SW    PIC X    VALUE 'N'.
              88 END-OF-CONTROL           VALUE 'Y'.
          01 WS-DATECTL-EOF-SW    PIC X    VALUE 'N'.
              88 END-OF-DATECTL           VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
            PERFORM READ-DATE-CONTROL
            PERFORM LOAD-MASTER-TABLE
            PERFORM READ-ROUTE-CONTROL

            OPEN OUTPUT ROUTE-REPORT
            OPEN OUTPUT ROUTE-EXTRACT
            MOVE SPACES TO RPT-LINE
            STRING "HUB COURIER ROUTE SHEET  ROUTE DATE: "
                WS-RUN-DATE INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            IF ROUTE-MAX-SET
                MOVE SPACES TO RPT-LINE
                STRING "ROUTE MAXIMUM " WS-ROUTE-MAX
                    INTO RPT-LINE
                WRITE RPT-LINE
            ELSE
                MOVE "NO MX ROUTE MAXIMUM CARD, ROUTES NOT CHECKED"
                    TO RPT-LINE
                WRITE RPT-LINE
            END-IF

            PERFORM LOAD-HUB-ASSIGNMENTS
            IF WS-HUB-COUNT = 0
                MOVE "NO HUB ASSIGNMENTS ON HUBEXT" TO RPT-LINE
                WRITE RPT-LINE
                CLOSE ROUTE-REPORT
                CLOSE ROUTE-EXTRACT
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM BUILD-ONE-ROUTE
                VARYING WS-HUB-SUB FROM 1 BY 1
                UNTIL WS-HUB-SUB > WS-HUB-COUNT
            PERFORM WRITE-REPORT-TOTALS

            CLOSE ROUTE-REPORT
            CLOSE ROUTE-EXTRACT
            IF WS-OVER-MAX-CNT > 0
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
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DATE-CONTROL-FILE
            END-IF.

          LOAD-MASTER-TABLE.
            OPEN INPUT POINT-MASTER-FILE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "HUBROUTE: cannot open MAXPTS, status "
                    WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                READ POINT-MASTER-FILE
                IF WS-MASTER-STATUS = "00"
                    IF WS-MASTER-COUNT >= WS-MAX-POINTS
                        DISPLAY "HUBROUTE: branch count exceeds "
                            "table capacity " WS-MAX-POINTS
                        CLOSE POINT-MASTER-FILE
                        MOVE 16 TO RETURN-CODE
                        GOBACK
                    END-IF
                    ADD 1 TO WS-MASTER-COUNT
                    MOVE MR-KEY TO BR-KEY(WS-MASTER-COUNT)
                    MOVE MR-X TO X(WS-MASTER-COUNT)
                    MOVE MR-Y TO Y(WS-MASTER-COUNT)
                    MOVE MR-NAME TO BR-NAME(WS-MASTER-COUNT)
                    MOVE MR-REGION TO BR-REGION(WS-MASTER-COUNT)
                    IF MR-STATUS = SPACE
                        MOVE 'A' TO BR-STAT(WS-MASTER-COUNT)
                    ELSE
                        MOVE MR-STATUS TO BR-STAT(WS-MASTER-COUNT)
                    END-IF
                    IF MR-COMPANY = SPACES
                        MOVE "01" TO BR-COMP(WS-MASTER-COUNT)
                    ELSE
                        MOVE MR-COMPANY TO BR-COMP(WS-MASTER-COUNT)
                    END-IF
                END-IF
            END-PERFORM
            CLOSE POINT-MASTER-FILE.

          READ-ROUTE-CONTROL.
            OPEN INPUT ROUTE-CONTROL-FILE
            IF WS-CONTROL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-CONTROL
                READ ROUTE-CONTROL-FILE
                    AT END
                        SET END-OF-CONTROL TO TRUE
                    NOT AT END
                        IF RC-ROUTE-MAXIMUM AND RC-DISTANCE IS NUMERIC
                            MOVE RC-DISTANCE TO WS-ROUTE-MAX
                            SET ROUTE-MAX-SET TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ROUTE-CONTROL-FILE.

          LOAD-HUB-ASSIGNMENTS.
            OPEN INPUT HUB-EXTRACT
            IF WS-EXTRACT-STATUS NOT = "00"
                DISPLAY "HUBROUTE: cannot open HUBEXT, status "
                    WS-EXTRACT-STATUS
                CLOSE ROUTE-REPORT
                CLOSE ROUTE-EXTRACT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-HUB-EXTRACT
                READ HUB-EXTRACT
                    AT END
                        SET END-OF-HUB-EXTRACT TO TRUE
                    NOT AT END
                        IF HX-REC-TYPE = "HB"
                            PERFORM NOTE-ONE-ASSIGNMENT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HUB-EXTRACT.

          NOTE-ONE-ASSIGNMENT.
            MOVE 0 TO WS-HUB-FOUND-SUB
            PERFORM VARYING WS-HUB-SUB FROM 1 BY 1
                UNTIL WS-HUB-SUB > WS-HUB-COUNT
                IF HB-COMPANY(WS-HUB-SUB) = HX-HUB-COMPANY
                        AND HB-KEY(WS-HUB-SUB) = HX-HUB-KEY
                    MOVE WS-HUB-SUB TO WS-HUB-FOUND-SUB
                    MOVE WS-HUB-COUNT TO WS-HUB-SUB
                END-IF
            END-PERFORM
            IF WS-HUB-FOUND-SUB = 0
                IF WS-HUB-COUNT >= WS-MAX-HUBS
                    DISPLAY "HUBROUTE: hub count exceeds table "
                        "capacity " WS-MAX-HUBS
                    CLOSE HUB-EXTRACT
                    CLOSE ROUTE-REPORT
                    CLOSE ROUTE-EXTRACT
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-HUB-COUNT
                MOVE HX-HUB-COMPANY TO HB-COMPANY(WS-HUB-COUNT)
                MOVE HX-HUB-KEY TO HB-KEY(WS-HUB-COUNT)
                MOVE WS-HUB-COUNT TO WS-HUB-FOUND-SUB
            END-IF
            IF WS-ASSIGNED-COUNT >= WS-MAX-ASSIGNED
                DISPLAY "HUBROUTE: assignment count exceeds table "
                    "capacity " WS-MAX-ASSIGNED
                CLOSE HUB-EXTRACT
                CLOSE ROUTE-REPORT
                CLOSE ROUTE-EXTRACT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-ASSIGNED-COUNT
            MOVE WS-HUB-FOUND-SUB TO AS-HUB-SUB(WS-ASSIGNED-COUNT)
            MOVE HX-COMPANY TO AS-COMPANY(WS-ASSIGNED-COUNT)
            MOVE HX-KEY TO AS-KEY(WS-ASSIGNED-COUNT).

          FIND-KEY-SUB.
            MOVE 0 TO WS-SEEK-SUB
            IF WS-SEEK-COMPANY = SPACES
                MOVE "01" TO WS-SEEK-COMPANY
            END-IF
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MASTER-COUNT
                IF BR-KEY(I) = WS-SEEK-KEY
                        AND BR-COMP(I) = WS-SEEK-COMPANY
                    MOVE I TO WS-SEEK-SUB
                    MOVE WS-MASTER-COUNT TO I
                END-IF
            END-PERFORM.

          BUILD-ONE-ROUTE.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE HB-COMPANY(WS-HUB-SUB) TO WS-SEEK-COMPANY
            MOVE HB-KEY(WS-HUB-SUB) TO WS-SEEK-KEY
            PERFORM FIND-KEY-SUB
            IF WS-SEEK-SUB = 0
                MOVE SPACES TO RPT-LINE
                STRING "HUB " HB-KEY(WS-HUB-SUB)
                       " CO " HB-COMPANY(WS-HUB-SUB)
                       "  NOT ON MASTER, NO ROUTE BUILT"
                       INTO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            IF BR-STAT(WS-SEEK-SUB) NOT = 'A'
                MOVE SPACES TO RPT-LINE
                STRING "HUB " HB-KEY(WS-HUB-SUB)
                       " CO " HB-COMPANY(WS-HUB-SUB)
                       "  IS CLOSED, NO ROUTE BUILT"
                       INTO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SEEK-SUB TO WS-HUB-POINT-SUB
            MOVE SPACES TO RPT-LINE
            STRING "HUB " BR-KEY(WS-HUB-POINT-SUB)
                   " CO " BR-COMP(WS-HUB-POINT-SUB)
                   " " BR-NAME(WS-HUB-POINT-SUB)
                   INTO RPT-LINE
            WRITE RPT-LINE
            PERFORM COLLECT-ROUTE-STOPS
            IF WS-STOP-COUNT = 0
                MOVE "  NO STOPS ON ROUTE" TO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM ORDER-NEAREST-NEIGHBOR
            PERFORM IMPROVE-TWO-OPT
            PERFORM WRITE-ROUTE-SHEET
            ADD 1 TO WS-ROUTE-CNT.

          COLLECT-ROUTE-STOPS.
            MOVE 0 TO WS-STOP-COUNT
            PERFORM VARYING WS-ASSIGNED-SUB FROM 1 BY 1
                UNTIL WS-ASSIGNED-SUB > WS-ASSIGNED-COUNT
                IF AS-HUB-SUB(WS-ASSIGNED-SUB) = WS-HUB-SUB
                    PERFORM CHECK-ONE-STOP
                END-IF
            END-PERFORM.

          CHECK-ONE-STOP.
            MOVE AS-COMPANY(WS-ASSIGNED-SUB) TO WS-SEEK-COMPANY
            MOVE AS-KEY(WS-ASSIGNED-SUB) TO WS-SEEK-KEY
            PERFORM FIND-KEY-SUB
            EVALUATE TRUE
                WHEN WS-SEEK-SUB = 0
                    MOVE "NOT ON MASTER" TO WS-LEFT-OFF-TEXT
                WHEN BR-STAT(WS-SEEK-SUB) NOT = 'A'
                    MOVE "CLOSED" TO WS-LEFT-OFF-TEXT
                WHEN BR-REGION(WS-SEEK-SUB) = SPACES
                    MOVE "NO REGION ASSIGNED" TO WS-LEFT-OFF-TEXT
                WHEN WS-SEEK-SUB = WS-HUB-POINT-SUB
                    EXIT PARAGRAPH
                WHEN WS-STOP-COUNT >= WS-MAX-STOPS
                    MOVE "ROUTE STOP CAPACITY REACHED"
                        TO WS-LEFT-OFF-TEXT
                WHEN OTHER
                    ADD 1 TO WS-STOP-COUNT
                    MOVE WS-SEEK-SUB TO CD-POINT-SUB(WS-STOP-COUNT)
                    EXIT PARAGRAPH
            END-EVALUATE
            ADD 1 TO WS-LEFT-OFF-CNT
            MOVE SPACES TO RPT-LINE
            STRING "  LEFT OFF ROUTE  " AS-KEY(WS-ASSIGNED-SUB)
                   " CO " AS-COMPANY(WS-ASSIGNED-SUB)
                   "  " WS-LEFT-OFF-TEXT
                   INTO RPT-LINE
            WRITE RPT-LINE.

          ORDER-NEAREST-NEIGHBOR.
            PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                UNTIL WS-CAND-SUB > WS-STOP-COUNT
                MOVE 'N' TO VT-VISITED-SW(WS-CAND-SUB)
            END-PERFORM
            MOVE WS-HUB-POINT-SUB TO RT-POINT-SUB(1)
            MOVE WS-HUB-POINT-SUB TO WS-CURRENT-SUB
            PERFORM VARYING WS-POS FROM 2 BY 1
                UNTIL WS-POS > WS-STOP-COUNT + 1
                PERFORM PICK-NEAREST-STOP
                MOVE 'Y' TO VT-VISITED-SW(WS-BEST-CAND)
                MOVE CD-POINT-SUB(WS-BEST-CAND)
                    TO RT-POINT-SUB(WS-POS)
                MOVE CD-POINT-SUB(WS-BEST-CAND) TO WS-CURRENT-SUB
            END-PERFORM
            COMPUTE WS-ROUTE-LAST = WS-STOP-COUNT + 2
            MOVE WS-HUB-POINT-SUB TO RT-POINT-SUB(WS-ROUTE-LAST).

          PICK-NEAREST-STOP.
            MOVE 0 TO WS-BEST-CAND
            MOVE 'Y' TO WS-FIRST-SW
            MOVE ZEROES TO WS-BEST-RES
            PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                UNTIL WS-CAND-SUB > WS-STOP-COUNT
                IF VT-VISITED-SW(WS-CAND-SUB) = 'N'
                    MOVE CD-POINT-SUB(WS-CAND-SUB) TO J
                    SUBTRACT X(WS-CURRENT-SUB) FROM X(J) GIVING DX
                    SUBTRACT Y(WS-CURRENT-SUB) FROM Y(J) GIVING DY
                    MULTIPLY DX BY DX
                    MULTIPLY DY BY DY
                    ADD DX TO DY GIVING TEMP
                    IF FIRST-CANDIDATE OR TEMP < WS-BEST-RES
                        MOVE TEMP TO WS-BEST-RES
                        MOVE WS-CAND-SUB TO WS-BEST-CAND
                        MOVE 'N' TO WS-FIRST-SW
                    END-IF
                END-IF
            END-PERFORM.

          IMPROVE-TWO-OPT.
            MOVE 0 TO WS-PASS-CNT
            SET ROUTE-IMPROVED TO TRUE
            PERFORM UNTIL NOT ROUTE-IMPROVED
                    OR WS-PASS-CNT >= WS-MAX-PASSES
                MOVE 'N' TO WS-IMPROVED-SW
                ADD 1 TO WS-PASS-CNT
                PERFORM VARYING I FROM 2 BY 1
                    UNTIL I > WS-ROUTE-LAST - 2
                    PERFORM VARYING K FROM I BY 1
                        UNTIL K > WS-ROUTE-LAST - 1
                        IF K > I
                            PERFORM TRY-TWO-OPT-SWAP
                        END-IF
                    END-PERFORM
                END-PERFORM
            END-PERFORM.

          TRY-TWO-OPT-SWAP.
            MOVE RT-POINT-SUB(I - 1) TO WS-FROM-SUB
            MOVE RT-POINT-SUB(I) TO WS-TO-SUB
            PERFORM COMPUTE-LEG-DISTANCE
            MOVE WS-LEG-DIST TO WS-OLD-DIST
            MOVE RT-POINT-SUB(K) TO WS-FROM-SUB
            MOVE RT-POINT-SUB(K + 1) TO WS-TO-SUB
            PERFORM COMPUTE-LEG-DISTANCE
            ADD WS-LEG-DIST TO WS-OLD-DIST
            MOVE RT-POINT-SUB(I - 1) TO WS-FROM-SUB
            MOVE RT-POINT-SUB(K) TO WS-TO-SUB
            PERFORM COMPUTE-LEG-DISTANCE
            MOVE WS-LEG-DIST TO WS-NEW-DIST
            MOVE RT-POINT-SUB(I) TO WS-FROM-SUB
            MOVE RT-POINT-SUB(K + 1) TO WS-TO-SUB
            PERFORM COMPUTE-LEG-DISTANCE
            ADD WS-LEG-DIST TO WS-NEW-DIST
            IF WS-NEW-DIST + 0.000001 < WS-OLD-DIST
                PERFORM REVERSE-ROUTE-SEGMENT
                SET ROUTE-IMPROVED TO TRUE
            END-IF.

          REVERSE-ROUTE-SEGMENT.
            MOVE I TO WS-LOW
            MOVE K TO WS-HIGH
            PERFORM UNTIL WS-LOW >= WS-HIGH
                MOVE RT-POINT-SUB(WS-LOW) TO WS-SWAP-SUB
                MOVE RT-POINT-SUB(WS-HIGH) TO RT-POINT-SUB(WS-LOW)
                MOVE WS-SWAP-SUB TO RT-POINT-SUB(WS-HIGH)
                ADD 1 TO WS-LOW
                SUBTRACT 1 FROM WS-HIGH
            END-PERFORM.

          COMPUTE-LEG-DISTANCE.
            SUBTRACT X(WS-FROM-SUB) FROM X(WS-TO-SUB) GIVING DX
            SUBTRACT Y(WS-FROM-SUB) FROM Y(WS-TO-SUB) GIVING DY
            MULTIPLY DX BY DX
            MULTIPLY DY BY DY
            ADD DX TO DY GIVING TEMP
            COMPUTE WS-LEG-DIST = FUNCTION SQRT(TEMP).

          WRITE-ROUTE-SHEET.
            MOVE ZEROES TO WS-ROUTE-TOTAL
            PERFORM VARYING WS-POS FROM 2 BY 1
                UNTIL WS-POS > WS-ROUTE-LAST
                MOVE RT-POINT-SUB(WS-POS - 1) TO WS-FROM-SUB
                MOVE RT-POINT-SUB(WS-POS) TO WS-TO-SUB
                PERFORM COMPUTE-LEG-DISTANCE
                ADD WS-LEG-DIST TO WS-ROUTE-TOTAL
            END-PERFORM
            MOVE 'N' TO WS-OVER-MAX-SW
            IF ROUTE-MAX-SET AND WS-ROUTE-TOTAL > WS-ROUTE-MAX
                SET ROUTE-OVER-MAX TO TRUE
                ADD 1 TO WS-OVER-MAX-CNT
            END-IF

            MOVE SPACES TO ROUTE-EXTRACT-RECORD
            MOVE "RH" TO RX-REC-TYPE
            MOVE WS-RUN-DATE TO RX-ROUTE-DATE
            MOVE BR-COMP(WS-HUB-POINT-SUB) TO RX-HUB-COMPANY
            MOVE BR-KEY(WS-HUB-POINT-SUB) TO RX-HUB-KEY
            MOVE WS-STOP-COUNT TO RX-STOP-SEQ
            MOVE BR-COMP(WS-HUB-POINT-SUB) TO RX-COMPANY
            MOVE BR-KEY(WS-HUB-POINT-SUB) TO RX-KEY
            MOVE BR-NAME(WS-HUB-POINT-SUB) TO RX-NAME
            MOVE X(WS-HUB-POINT-SUB) TO RX-X
            MOVE Y(WS-HUB-POINT-SUB) TO RX-Y
            MOVE WS-ROUTE-TOTAL TO RX-DISTANCE
            MOVE WS-OVER-MAX-SW TO RX-OVER-MAX-SW
            WRITE ROUTE-EXTRACT-RECORD

            MOVE SPACES TO RPT-LINE
            STRING "  SEQ  BRANCH   CO  NAME"
                   "                            LEG DISTANCE"
                   INTO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-POS FROM 2 BY 1
                UNTIL WS-POS > WS-ROUTE-LAST
                PERFORM WRITE-ONE-STOP
            END-PERFORM
            MOVE WS-ROUTE-TOTAL TO WS-DIST-EDIT
            MOVE WS-STOP-COUNT TO WS-SEQ-EDIT
            MOVE SPACES TO RPT-LINE
            IF ROUTE-OVER-MAX
                STRING "  STOPS " WS-SEQ-EDIT
                       "  ROUTE TOTAL " WS-DIST-EDIT
                       "  *** OVER ROUTE MAXIMUM ***"
                       INTO RPT-LINE
            ELSE
                STRING "  STOPS " WS-SEQ-EDIT
                       "  ROUTE TOTAL " WS-DIST-EDIT
                       INTO RPT-LINE
            END-IF
            WRITE RPT-LINE.

          WRITE-ONE-STOP.
            MOVE RT-POINT-SUB(WS-POS - 1) TO WS-FROM-SUB
            MOVE RT-POINT-SUB(WS-POS) TO WS-TO-SUB
            PERFORM COMPUTE-LEG-DISTANCE
            MOVE WS-LEG-DIST TO WS-DIST-EDIT
            COMPUTE WS-SEQ-EDIT = WS-POS - 1
            MOVE SPACES TO RPT-LINE
            IF WS-POS = WS-ROUTE-LAST
                STRING "  " WS-SEQ-EDIT
                       " " BR-KEY(WS-TO-SUB)
                       " " BR-COMP(WS-TO-SUB)
                       "  RETURN TO HUB                 "
                       WS-DIST-EDIT
                       INTO RPT-LINE
            ELSE
                STRING "  " WS-SEQ-EDIT
                       " " BR-KEY(WS-TO-SUB)
                       " " BR-COMP(WS-TO-SUB)
                       "  " BR-NAME(WS-TO-SUB)
                       WS-DIST-EDIT
                       INTO RPT-LINE
            END-IF
            WRITE RPT-LINE
            MOVE SPACES TO ROUTE-EXTRACT-RECORD
            MOVE "RS" TO RX-REC-TYPE
            MOVE WS-RUN-DATE TO RX-ROUTE-DATE
            MOVE BR-COMP(WS-HUB-POINT-SUB) TO RX-HUB-COMPANY
            MOVE BR-KEY(WS-HUB-POINT-SUB) TO RX-HUB-KEY
            COMPUTE RX-STOP-SEQ = WS-POS - 1
            MOVE BR-COMP(WS-TO-SUB) TO RX-COMPANY
            MOVE BR-KEY(WS-TO-SUB) TO RX-KEY
            MOVE BR-NAME(WS-TO-SUB) TO RX-NAME
            MOVE X(WS-TO-SUB) TO RX-X
            MOVE Y(WS-TO-SUB) TO RX-Y
            MOVE WS-LEG-DIST TO RX-DISTANCE
            MOVE WS-OVER-MAX-SW TO RX-OVER-MAX-SW
            WRITE ROUTE-EXTRACT-RECORD.

          WRITE-REPORT-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-ROUTE-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ROUTES BUILT              " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-OVER-MAX-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ROUTES OVER MAXIMUM       " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-LEFT-OFF-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "BRANCHES LEFT OFF ROUTES  " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE.
