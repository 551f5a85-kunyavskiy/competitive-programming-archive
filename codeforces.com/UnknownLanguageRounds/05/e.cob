              SELECT LAST-RUN-FILE ASSIGN TO "MAXLAST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LASTRUN-STATUS.
              SELECT REGION-REF-FILE ASSIGN TO "REGIONS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGION-STATUS.
              SELECT POINT-REVIEW-FILE ASSIGN TO "PTREVW"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REVIEW-STATUS.
              SELECT AS-OF-CONTROL ASSIGN TO "ASOFC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ASOF-STATUS.
              SELECT SNAPSHOT-FILE ASSIGN TO "MAXPTSAS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SN-REC-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
              SELECT CROSSWALK-FILE ASSIGN TO "BRXWALK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XWALK-STATUS.

          DATA DIVISION.
          FILE SECTION.
                                      ==BK-CLOSE-DATE==.
          FD  LAST-RUN-FILE.
          COPY LASTRUN.
          FD  REGION-REF-FILE.
          COPY REGION.
          FD  POINT-REVIEW-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==PRV-RECORD==
                                 ==TRAN-TYPE== BY ==PRV-TYPE==
                                 ==TRAN-KEY== BY ==PRV-KEY==
                                 ==TRAN-FIELD-1== BY ==PRV-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==PRV-FIELD-2==
                                 ==TRAN-COMPANY== BY ==PRV-COMPANY==.
          FD  AS-OF-CONTROL.
          COPY ASOFCTL.
          FD  SNAPSHOT-FILE.
          COPY BRMASTER REPLACING ==MASTER-RECORD== BY ==SN-RECORD==
                                  ==MR-REC-KEY== BY ==SN-REC-KEY==
                                  ==MR-COMPANY== BY ==SN-COMPANY==
                                  ==MR-KEY== BY ==SN-KEY==
                                  ==MR-X== BY ==SN-X==
                                  ==MR-Y== BY ==SN-Y==
                                  ==MR-NAME== BY ==SN-NAME==
                                  ==MR-REGION== BY ==SN-REGION==
                                  ==MR-STATUS== BY ==SN-STATUS==
                                  ==MR-ACTIVE== BY ==SN-ACTIVE==
                                  ==MR-CLOSED== BY ==SN-CLOSED==
                                  ==MR-OPEN-DATE== BY ==SN-OPEN-DATE==
                                  ==MR-CLOSE-DATE== BY
                                      ==SN-CLOSE-DATE==.
          FD  CROSSWALK-FILE.
          COPY BRXWALK.

          WORKING-STORAGE SECTION.
          01 WS-START-I       PIC 9(36) VALUE 1.
          01 WS-CO-COUNT      PIC 9(4) VALUE 0.
          01 WS-CO-SUB        PIC 9(4).
          01 WS-CO-FOUND-SUB  PIC 9(4).
          01 WS-REGION-STATUS PIC XX.
          01 WS-REVIEW-STATUS PIC XX.
          01 WS-MAX-REGIONS   PIC 9(4) VALUE 50.
          01 REGION-BOX-TABLE.
              05 REGION-BOX-ENTRY OCCURS 50 TIMES.
                  10 RT-CODE          PIC X(04).
                  10 RT-MIN-X         PIC S9(36).
                  10 RT-MAX-X         PIC S9(36).
                  10 RT-MIN-Y         PIC S9(36).
                  10 RT-MAX-Y         PIC S9(36).
          01 WS-REGION-COUNT  PIC 9(4) VALUE 0.
          01 WS-REGION-SUB    PIC 9(4).
          01 WS-REGION-EOF-SW PIC X       VALUE 'N'.
              88 END-OF-REGION-FILE           VALUE 'Y'.
          01 WS-TERRITORY-SW  PIC X       VALUE 'Y'.
              88 INSIDE-TERRITORY             VALUE 'Y'.
          01 WS-CHECK-X       PIC S9(36).
          01 WS-CHECK-Y       PIC S9(36).
          01 WS-HELD-CNT      PIC 9(08) VALUE 0.
          01 WS-ASOF-STATUS   PIC XX.
          01 WS-AS-OF-DATE    PIC X(08) VALUE SPACES.
          01 WS-AS-OF-SW      PIC X       VALUE 'N'.
              88 AS-OF-RUN                    VALUE 'Y'.
          01 WS-XWALK-STATUS  PIC XX.
          01 WS-MAX-XWALK     PIC 9(4) VALUE 500.
          01 XWALK-TABLE.
              05 XWALK-ENTRY OCCURS 500 TIMES.
                  10 XT-OLD-COMPANY   PIC X(02).
                  10 XT-OLD-KEY       PIC 9(08).
                  10 XT-NEW-COMPANY   PIC X(02).
                  10 XT-NEW-KEY       PIC 9(08).
                  10 XT-MAP-UNTIL     PIC X(08).
          01 WS-XWALK-COUNT   PIC 9(4) VALUE 0.
          01 WS-XWALK-SUB     PIC 9(4).
          01 WS-XWALK-EOF-SW  PIC X       VALUE 'N'.
              88 END-OF-XWALK                 VALUE 'Y'.
          01 WS-XWALK-HOLD-SW PIC X       VALUE 'N'.
              88 OLD-KEY-EXPIRED              VALUE 'Y'.
          01 WS-MAPPED-CNT    PIC 9(08) VALUE 0.
          01 WS-EXPIRED-CNT   PIC 9(08) VALUE 0.



          PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            PERFORM READ-AS-OF-CONTROL
            IF AS-OF-RUN
                PERFORM RUN-AS-OF-DISTANCES
                GOBACK
            END-IF
            PERFORM READ-DATE-CONTROL
            PERFORM CHECK-RERUN-GUARD
            PERFORM RETAIN-PRIOR-MASTER
            PERFORM RECORD-LAST-RUN
            GOBACK.

          READ-AS-OF-CONTROL.
            OPEN INPUT AS-OF-CONTROL
            IF WS-ASOF-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            READ AS-OF-CONTROL
            IF WS-ASOF-STATUS = "00"
                IF AO-AS-OF-DATE IS NOT NUMERIC
                    DISPLAY "MAXDIST: as-of date on ASOFC is not a "
                        "date: " AO-AS-OF-DATE
                    CLOSE AS-OF-CONTROL
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE AO-AS-OF-DATE TO WS-AS-OF-DATE
                SET AS-OF-RUN TO TRUE
            END-IF
            CLOSE AS-OF-CONTROL.

          RUN-AS-OF-DISTANCES.
            OPEN INPUT SNAPSHOT-FILE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "MAXDIST: cannot open MAXPTSAS for as-of "
                    "date " WS-AS-OF-DATE ", status " WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                READ SNAPSHOT-FILE
                IF WS-MASTER-STATUS = "00"
                    IF WS-MASTER-COUNT >= WS-MAX-POINTS
                        DISPLAY "MAXDIST: point count exceeds "
                            "table capacity " WS-MAX-POINTS
                        CLOSE SNAPSHOT-FILE
                        MOVE 16 TO RETURN-CODE
                        GOBACK
                    END-IF
                    MOVE SN-RECORD TO MASTER-RECORD
                    PERFORM TABLE-ONE-POINT
                    IF BR-STAT(WS-MASTER-COUNT) = 'A'
                        ADD 1 TO WS-ACTIVE-CNT
                    END-IF
                END-IF
            END-PERFORM
            CLOSE SNAPSHOT-FILE
            MOVE WS-MASTER-COUNT TO N
            MOVE 0 TO RES
            MOVE 0 TO MIN-RES
            MOVE 1 TO I
            PERFORM UNTIL I > N
                MOVE I TO J
                ADD 1 TO J
                PERFORM UNTIL J > N
                    IF BR-STAT(I) = 'A' AND BR-STAT(J) = 'A'
                        PERFORM COMPARE-ONE-PAIR
                    END-IF
                    ADD 1 TO J
                END-PERFORM
                ADD 1 TO I
            END-PERFORM
            COMPUTE WS-MAX-DIST = FUNCTION SQRT (RES)
            COMPUTE WS-MIN-DIST = FUNCTION SQRT (MIN-RES)
            MOVE WS-ACTIVE-CNT TO WS-POINTS-EDIT
            IF WS-ACTIVE-CNT < 2
                DISPLAY "MAXDIST SUMMARY  AS OF: "
                    WS-AS-OF-DATE
                    "  POINTS: " WS-POINTS-EDIT
                    "  FEWER THAN 2 POINTS, NO PAIR TO COMPARE"
            ELSE
                MOVE WS-MAX-DIST TO WS-DIST-EDIT
                DISPLAY "MAXDIST SUMMARY  AS OF: "
                    WS-AS-OF-DATE
                    "  POINTS: " WS-POINTS-EDIT
                    "  MAX DISTANCE: " WS-DIST-EDIT
                    " (BRANCH " BR-KEY(MAX-I) "," BR-KEY(MAX-J) ")"
                MOVE WS-MIN-DIST TO WS-DIST-EDIT
                DISPLAY "MAXDIST SUMMARY  AS OF: "
                    WS-AS-OF-DATE
                    "  MIN DISTANCE: " WS-DIST-EDIT
                    " (BRANCH " BR-KEY(MIN-I) "," BR-KEY(MIN-J) ")"
            END-IF.

          CHECK-RERUN-GUARD.
            OPEN INPUT LAST-RUN-FILE
            IF WS-LASTRUN-STATUS = "00"
            MOVE WS-RUN-DATE TO RS-RUN-DATE
            MOVE WS-ACTIVE-CNT TO RS-INPUT-CNT
            MOVE WS-ACTIVE-CNT TO RS-OUTPUT-CNT
            COMPUTE RS-REJECT-CNT = WS-HELD-CNT + WS-EXPIRED-CNT
            MOVE "MAXDIST" TO RS-FIGURE-1-LABEL
            MOVE WS-MAX-DIST TO RS-FIGURE-1
            MOVE "MINDIST" TO RS-FIGURE-2-LABEL
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        PERFORM TABLE-ONE-POINT
                    END-IF
                END-PERFORM
                CLOSE POINT-MASTER-FILE
            END-IF.

          TABLE-ONE-POINT.
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
            MOVE MR-OPEN-DATE TO BR-OPEN(WS-MASTER-COUNT)
            MOVE MR-CLOSE-DATE TO BR-CLOSE(WS-MASTER-COUNT)
            IF MR-COMPANY = SPACES
                MOVE "01" TO BR-COMP(WS-MASTER-COUNT)
            ELSE
                MOVE MR-COMPANY TO BR-COMP(WS-MASTER-COUNT)
            END-IF.

          APPLY-FEED.
            OPEN INPUT POINT-FILE
            IF WS-FEED-STATUS = "00"
                PERFORM LOAD-REGION-TABLE
                PERFORM OPEN-MASTER-UPDATE
                PERFORM OPEN-BRANCH-AUDIT
                PERFORM LOAD-CROSSWALK-TABLE
                PERFORM UNTIL END-OF-FEED
                    READ POINT-FILE
                        AT END
                            SET END-OF-FEED TO TRUE
                        NOT AT END
                            PERFORM MAP-CROSSWALK-KEY
                            EVALUATE TRUE
                                WHEN OLD-KEY-EXPIRED
                                    PERFORM HOLD-FEED-MOVE
                                WHEN PTI-TYPE = "PA"
                                    PERFORM NOTE-CHANGED-KEY
                                    PERFORM APPLY-FEED-ADD
                                WHEN PTI-TYPE = "PC"
                                    PERFORM NOTE-CHANGED-KEY
                                    PERFORM APPLY-FEED-CLOSE
                            END-EVALUATE
                CLOSE POINT-FILE
                CLOSE POINT-MASTER-FILE
                CLOSE BRANCH-AUDIT-FILE
                IF WS-HELD-CNT > 0
                    DISPLAY "MAXDIST: " WS-HELD-CNT
                        " PA moves outside region territory held "
                        "on PTREVW for review"
                END-IF
                IF WS-MAPPED-CNT > 0
                    DISPLAY "MAXDIST: " WS-MAPPED-CNT
                        " PA/PC records under old branch keys "
                        "mapped by BRXWALK"
                END-IF
                IF WS-EXPIRED-CNT > 0
                    DISPLAY "MAXDIST: " WS-EXPIRED-CNT
                        " PA/PC records under old branch keys past "
                        "BRXWALK map date held on PTREVW"
                END-IF
            END-IF.

          LOAD-CROSSWALK-TABLE.
            OPEN INPUT CROSSWALK-FILE
            IF WS-XWALK-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-XWALK
                READ CROSSWALK-FILE
                    AT END
                        SET END-OF-XWALK TO TRUE
                    NOT AT END
                        IF XW-CONVERT-DATE IS NUMERIC
                                AND XW-OLD-KEY IS NUMERIC
                                AND XW-NEW-KEY IS NUMERIC
                            PERFORM TABLE-ONE-CROSSWALK
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CROSSWALK-FILE.

          TABLE-ONE-CROSSWALK.
            IF WS-XWALK-COUNT >= WS-MAX-XWALK
                DISPLAY "MAXDIST: crosswalk count exceeds table "
                    "capacity " WS-MAX-XWALK
                CLOSE CROSSWALK-FILE
                CLOSE POINT-FILE
                CLOSE POINT-MASTER-FILE
                CLOSE BRANCH-AUDIT-FILE
                PERFORM CLOSE-SUMMARY-INCOMPLETE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-XWALK-COUNT
            IF XW-OLD-COMPANY = SPACES
                MOVE "01" TO XT-OLD-COMPANY(WS-XWALK-COUNT)
            ELSE
                MOVE XW-OLD-COMPANY TO XT-OLD-COMPANY(WS-XWALK-COUNT)
            END-IF
            IF XW-NEW-COMPANY = SPACES
                MOVE "01" TO XT-NEW-COMPANY(WS-XWALK-COUNT)
            ELSE
                MOVE XW-NEW-COMPANY TO XT-NEW-COMPANY(WS-XWALK-COUNT)
            END-IF
            MOVE XW-OLD-KEY TO XT-OLD-KEY(WS-XWALK-COUNT)
            MOVE XW-NEW-KEY TO XT-NEW-KEY(WS-XWALK-COUNT)
            MOVE XW-MAP-UNTIL TO XT-MAP-UNTIL(WS-XWALK-COUNT).

          MAP-CROSSWALK-KEY.
            MOVE 'N' TO WS-XWALK-HOLD-SW
            IF PTI-TYPE NOT = "PA" AND PTI-TYPE NOT = "PC"
                EXIT PARAGRAPH
            END-IF
            IF PTI-COMPANY = SPACES
                MOVE "01" TO WS-SEEK-COMP
            ELSE
                MOVE PTI-COMPANY TO WS-SEEK-COMP
            END-IF
            PERFORM VARYING WS-XWALK-SUB FROM 1 BY 1
                UNTIL WS-XWALK-SUB > WS-XWALK-COUNT
                IF XT-OLD-COMPANY(WS-XWALK-SUB) = WS-SEEK-COMP
                        AND XT-OLD-KEY(WS-XWALK-SUB) = PTI-KEY
                    IF XT-MAP-UNTIL(WS-XWALK-SUB) = SPACES
                            OR WS-RUN-DATE
                                NOT > XT-MAP-UNTIL(WS-XWALK-SUB)
                        MOVE XT-NEW-COMPANY(WS-XWALK-SUB)
                            TO PTI-COMPANY
                        MOVE XT-NEW-KEY(WS-XWALK-SUB) TO PTI-KEY
                        ADD 1 TO WS-MAPPED-CNT
                    ELSE
                        SET OLD-KEY-EXPIRED TO TRUE
                        ADD 1 TO WS-EXPIRED-CNT
                    END-IF
                    MOVE WS-XWALK-COUNT TO WS-XWALK-SUB
                END-IF
            END-PERFORM.

          LOAD-REGION-TABLE.
            OPEN INPUT REGION-REF-FILE
            IF WS-REGION-STATUS NOT = "00"
                DISPLAY "MAXDIST: cannot open REGIONS, status "
                    WS-REGION-STATUS ", territory not checked"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-REGION-FILE
                READ REGION-REF-FILE
                    AT END
                        SET END-OF-REGION-FILE TO TRUE
                    NOT AT END
                        IF RF-MIN-X IS NUMERIC AND RF-MAX-X IS NUMERIC
                                AND RF-MIN-Y IS NUMERIC
                                AND RF-MAX-Y IS NUMERIC
                                AND (RF-MIN-X NOT = 0
                                    OR RF-MAX-X NOT = 0
                                    OR RF-MIN-Y NOT = 0
                                    OR RF-MAX-Y NOT = 0)
                                AND WS-REGION-COUNT < WS-MAX-REGIONS
                            ADD 1 TO WS-REGION-COUNT
                            MOVE RF-CODE TO RT-CODE(WS-REGION-COUNT)
                            MOVE RF-MIN-X TO RT-MIN-X(WS-REGION-COUNT)
                            MOVE RF-MAX-X TO RT-MAX-X(WS-REGION-COUNT)
                            MOVE RF-MIN-Y TO RT-MIN-Y(WS-REGION-COUNT)
                            MOVE RF-MAX-Y TO RT-MAX-Y(WS-REGION-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REGION-REF-FILE.

          CHECK-FEED-TERRITORY.
            MOVE 'Y' TO WS-TERRITORY-SW
            IF MR-REGION = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE PTI-FIELD-1 TO WS-CHECK-X
            MOVE PTI-FIELD-2 TO WS-CHECK-Y
            PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                UNTIL WS-REGION-SUB > WS-REGION-COUNT
                IF RT-CODE(WS-REGION-SUB) = MR-REGION
                    IF WS-CHECK-X < RT-MIN-X(WS-REGION-SUB)
                            OR WS-CHECK-X > RT-MAX-X(WS-REGION-SUB)
                            OR WS-CHECK-Y < RT-MIN-Y(WS-REGION-SUB)
                            OR WS-CHECK-Y > RT-MAX-Y(WS-REGION-SUB)
                        MOVE 'N' TO WS-TERRITORY-SW
                    END-IF
                    MOVE WS-REGION-COUNT TO WS-REGION-SUB
                END-IF
            END-PERFORM.

          HOLD-FEED-MOVE.
            OPEN EXTEND POINT-REVIEW-FILE
            IF WS-REVIEW-STATUS = "35"
                OPEN OUTPUT POINT-REVIEW-FILE
            END-IF
            MOVE PTI-RECORD TO PRV-RECORD
            WRITE PRV-RECORD
            CLOSE POINT-REVIEW-FILE.

          OPEN-BRANCH-AUDIT.
            OPEN EXTEND BRANCH-AUDIT-FILE
            IF WS-BRAUDIT-STATUS = "35"

          APPLY-FEED-ADD.
            PERFORM READ-MASTER-BRANCH
            IF BRANCH-ON-MASTER
                PERFORM CHECK-FEED-TERRITORY
                IF NOT INSIDE-TERRITORY
                    PERFORM HOLD-FEED-MOVE
                    ADD 1 TO WS-HELD-CNT
                    EXIT PARAGRAPH
                END-IF
            END-IF
            PERFORM START-BRANCH-AUDIT
            IF BRANCH-ON-MASTER
                MOVE 'C' TO BA-ACTION
