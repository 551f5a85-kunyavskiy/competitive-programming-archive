       IDENTIFICATION DIVISION.
          PROGRAM-ID. BRASOF.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT AS-OF-CONTROL ASSIGN TO "ASOFC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
              SELECT POINT-MASTER-FILE ASSIGN TO "MAXPTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MR-REC-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
              SELECT BRANCH-AUDIT-FILE ASSIGN TO "BRAUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BRAUDIT-STATUS.
              SELECT SNAPSHOT-FILE ASSIGN TO "MAXPTSAS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SN-REC-KEY
                  FILE STATUS IS WS-SNAPSHOT-STATUS.
              SELECT AS-OF-REPORT ASSIGN TO "BRASRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD  AS-OF-CONTROL.
          COPY ASOFCTL.
          FD  POINT-MASTER-FILE.
          COPY BRMASTER.
          FD  BRANCH-AUDIT-FILE.
          COPY BRAUD.
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
          FD  AS-OF-REPORT.
          01  RPT-LINE                PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS    PIC XX.
          01 WS-MASTER-STATUS     PIC XX.
          01 WS-BRAUDIT-STATUS    PIC XX.
          01 WS-SNAPSHOT-STATUS   PIC XX.
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-AS-OF-DATE        PIC X(08).
          01 WS-MAX-POINTS        PIC 9(4)    VALUE 2000.
          01 BRANCH-TABLE.
              05 BRANCH-ENTRY OCCURS 2000 TIMES.
                  10 BT-COMPANY       PIC X(02).
                  10 BT-KEY           PIC 9(08).
                  10 BT-X             PIC S9(36).
                  10 BT-Y             PIC S9(36).
                  10 BT-NAME          PIC X(30).
                  10 BT-REGION        PIC X(04).
                  10 BT-STATUS        PIC X(01).
                  10 BT-OPEN-DATE     PIC X(08).
                  10 BT-CLOSE-DATE    PIC X(08).
                  10 BT-DROP-SW       PIC X(01).
                      88 BT-DROPPED               VALUE 'Y'.
          01 WS-BRANCH-COUNT      PIC 9(4)    VALUE 0.
          01 WS-BRANCH-SUB        PIC 9(4).
          01 WS-FOUND-SUB         PIC 9(4).
          01 WS-MAX-AUDITS        PIC 9(4)    VALUE 5000.
          01 AUDIT-TABLE.
              05 AUDIT-ENTRY OCCURS 5000 TIMES.
                  10 AU-RUN-DATE      PIC X(08).
                  10 AU-SOURCE        PIC X(08).
                  10 AU-ACTION        PIC X(01).
                  10 AU-COMPANY       PIC X(02).
                  10 AU-KEY           PIC 9(08).
                  10 AU-OLD-X         PIC S9(36).
                  10 AU-OLD-Y         PIC S9(36).
                  10 AU-OLD-REGION    PIC X(04).
                  10 AU-OLD-STATUS    PIC X(01).
          01 WS-AUDIT-COUNT       PIC 9(4)    VALUE 0.
          01 WS-AUDIT-SUB         PIC 9(4).
          01 WS-SEEK-COMPANY      PIC X(02).
          01 WS-SEEK-KEY          PIC 9(08).
          01 WS-BACKED-OUT-CNT    PIC 9(08)   VALUE 0.
          01 WS-DROPPED-CNT       PIC 9(08)   VALUE 0.
          01 WS-REOPENED-CNT      PIC 9(08)   VALUE 0.
          01 WS-EXCEPTION-CNT     PIC 9(08)   VALUE 0.
          01 WS-WRITTEN-CNT       PIC 9(08)   VALUE 0.
          01 WS-ACTIVE-CNT        PIC 9(08)   VALUE 0.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-DETAIL-TEXT       PIC X(40).
          01 WS-BRAUDIT-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-BRAUDIT               VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            PERFORM READ-AS-OF-CONTROL
            PERFORM LOAD-MASTER-TABLE
            PERFORM LOAD-AUDIT-TABLE

            OPEN OUTPUT AS-OF-REPORT
            MOVE SPACES TO RPT-LINE
            STRING "BRANCH NETWORK RECONSTRUCTION  AS OF: "
                   WS-AS-OF-DATE
                   "  RUN DATE: " WS-CURRENT-DATE(1:8)
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE

            PERFORM BACK-OUT-ONE-CHANGE
                VARYING WS-AUDIT-SUB FROM WS-AUDIT-COUNT BY -1
                UNTIL WS-AUDIT-SUB < 1
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                PERFORM CHECK-EFFECTIVE-DATES
            END-PERFORM
            PERFORM WRITE-SNAPSHOT
            PERFORM WRITE-REPORT-TOTALS
            CLOSE AS-OF-REPORT
            IF WS-EXCEPTION-CNT > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

          READ-AS-OF-CONTROL.
            OPEN INPUT AS-OF-CONTROL
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "BRASOF: cannot open ASOFC, status "
                    WS-CONTROL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ AS-OF-CONTROL
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "BRASOF: ASOFC is empty"
                CLOSE AS-OF-CONTROL
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE AS-OF-CONTROL
            IF AO-AS-OF-DATE IS NOT NUMERIC
                DISPLAY "BRASOF: as-of date on ASOFC is not a date: "
                    AO-AS-OF-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE AO-AS-OF-DATE TO WS-AS-OF-DATE.

          LOAD-MASTER-TABLE.
            OPEN INPUT POINT-MASTER-FILE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "BRASOF: cannot open MAXPTS, status "
                    WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                READ POINT-MASTER-FILE
                IF WS-MASTER-STATUS = "00"
                    IF WS-BRANCH-COUNT >= WS-MAX-POINTS
                        DISPLAY "BRASOF: branch count exceeds "
                            "table capacity " WS-MAX-POINTS
                        CLOSE POINT-MASTER-FILE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-BRANCH-COUNT
                    MOVE MR-COMPANY TO BT-COMPANY(WS-BRANCH-COUNT)
                    MOVE MR-KEY TO BT-KEY(WS-BRANCH-COUNT)
                    MOVE MR-X TO BT-X(WS-BRANCH-COUNT)
                    MOVE MR-Y TO BT-Y(WS-BRANCH-COUNT)
                    MOVE MR-NAME TO BT-NAME(WS-BRANCH-COUNT)
                    MOVE MR-REGION TO BT-REGION(WS-BRANCH-COUNT)
                    MOVE MR-STATUS TO BT-STATUS(WS-BRANCH-COUNT)
                    MOVE MR-OPEN-DATE TO BT-OPEN-DATE(WS-BRANCH-COUNT)
                    MOVE MR-CLOSE-DATE
                        TO BT-CLOSE-DATE(WS-BRANCH-COUNT)
                    MOVE 'N' TO BT-DROP-SW(WS-BRANCH-COUNT)
                END-IF
            END-PERFORM
            CLOSE POINT-MASTER-FILE.

          LOAD-AUDIT-TABLE.
            OPEN INPUT BRANCH-AUDIT-FILE
            IF WS-BRAUDIT-STATUS NOT = "00"
                DISPLAY "BRASOF: no BRAUDIT file, status "
                    WS-BRAUDIT-STATUS ", snapshot is current master"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-BRAUDIT
                READ BRANCH-AUDIT-FILE
                    AT END
                        SET END-OF-BRAUDIT TO TRUE
                    NOT AT END
                        IF BA-RUN-DATE IS NUMERIC
                                AND BA-RUN-DATE > WS-AS-OF-DATE
                            PERFORM ADD-AUDIT-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BRANCH-AUDIT-FILE.

          ADD-AUDIT-ENTRY.
            IF WS-AUDIT-COUNT >= WS-MAX-AUDITS
                DISPLAY "BRASOF: BRAUDIT changes after as-of date "
                    "exceed table capacity " WS-MAX-AUDITS
                CLOSE BRANCH-AUDIT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-AUDIT-COUNT
            MOVE BA-RUN-DATE TO AU-RUN-DATE(WS-AUDIT-COUNT)
            MOVE BA-SOURCE TO AU-SOURCE(WS-AUDIT-COUNT)
            MOVE BA-ACTION TO AU-ACTION(WS-AUDIT-COUNT)
            IF BA-COMPANY = SPACES
                MOVE "01" TO AU-COMPANY(WS-AUDIT-COUNT)
            ELSE
                MOVE BA-COMPANY TO AU-COMPANY(WS-AUDIT-COUNT)
            END-IF
            MOVE BA-KEY TO AU-KEY(WS-AUDIT-COUNT)
            MOVE BA-OLD-X TO AU-OLD-X(WS-AUDIT-COUNT)
            MOVE BA-OLD-Y TO AU-OLD-Y(WS-AUDIT-COUNT)
            MOVE BA-OLD-REGION TO AU-OLD-REGION(WS-AUDIT-COUNT)
            MOVE BA-OLD-STATUS TO AU-OLD-STATUS(WS-AUDIT-COUNT).

          FIND-BRANCH.
            MOVE 0 TO WS-FOUND-SUB
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                IF BT-KEY(WS-BRANCH-SUB) = WS-SEEK-KEY
                        AND (BT-COMPANY(WS-BRANCH-SUB)
                                = WS-SEEK-COMPANY
                            OR (BT-COMPANY(WS-BRANCH-SUB) = SPACES
                                AND WS-SEEK-COMPANY = "01"))
                    MOVE WS-BRANCH-SUB TO WS-FOUND-SUB
                    MOVE WS-BRANCH-COUNT TO WS-BRANCH-SUB
                END-IF
            END-PERFORM.

          BACK-OUT-ONE-CHANGE.
            MOVE AU-COMPANY(WS-AUDIT-SUB) TO WS-SEEK-COMPANY
            MOVE AU-KEY(WS-AUDIT-SUB) TO WS-SEEK-KEY
            PERFORM FIND-BRANCH
            IF WS-FOUND-SUB = 0
                ADD 1 TO WS-EXCEPTION-CNT
                MOVE "BRANCH NOT ON MAXPTS, NOT BACKED OUT"
                    TO WS-DETAIL-TEXT
                PERFORM WRITE-AUDIT-LINE
                EXIT PARAGRAPH
            END-IF
            EVALUATE AU-ACTION(WS-AUDIT-SUB)
                WHEN 'A'
                    SET BT-DROPPED(WS-FOUND-SUB) TO TRUE
                    MOVE "ADD BACKED OUT, NOT YET OPEN"
                        TO WS-DETAIL-TEXT
                WHEN 'C'
                WHEN 'X'
                    MOVE AU-OLD-X(WS-AUDIT-SUB) TO BT-X(WS-FOUND-SUB)
                    MOVE AU-OLD-Y(WS-AUDIT-SUB) TO BT-Y(WS-FOUND-SUB)
                    MOVE AU-OLD-REGION(WS-AUDIT-SUB)
                        TO BT-REGION(WS-FOUND-SUB)
                    MOVE AU-OLD-STATUS(WS-AUDIT-SUB)
                        TO BT-STATUS(WS-FOUND-SUB)
                    IF AU-OLD-STATUS(WS-AUDIT-SUB) NOT = 'C'
                        MOVE SPACES TO BT-CLOSE-DATE(WS-FOUND-SUB)
                    END-IF
                    IF AU-ACTION(WS-AUDIT-SUB) = 'X'
                        MOVE "CLOSE BACKED OUT, PRIOR VALUES RESTORED"
                            TO WS-DETAIL-TEXT
                    ELSE
                        MOVE "CHANGE BACKED OUT, PRIOR VALUES RESTORED"
                            TO WS-DETAIL-TEXT
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-EXCEPTION-CNT
                    MOVE "UNKNOWN AUDIT ACTION, NOT BACKED OUT"
                        TO WS-DETAIL-TEXT
                    PERFORM WRITE-AUDIT-LINE
                    EXIT PARAGRAPH
            END-EVALUATE
            ADD 1 TO WS-BACKED-OUT-CNT
            PERFORM WRITE-AUDIT-LINE.

          WRITE-AUDIT-LINE.
            MOVE SPACES TO RPT-LINE
            STRING AU-RUN-DATE(WS-AUDIT-SUB)
                   " " AU-SOURCE(WS-AUDIT-SUB)
                   " " AU-ACTION(WS-AUDIT-SUB)
                   "  CO " AU-COMPANY(WS-AUDIT-SUB)
                   " BRANCH " AU-KEY(WS-AUDIT-SUB)
                   "  " WS-DETAIL-TEXT
                   INTO RPT-LINE
            WRITE RPT-LINE.

          CHECK-EFFECTIVE-DATES.
            IF BT-DROPPED(WS-BRANCH-SUB)
                EXIT PARAGRAPH
            END-IF
            IF BT-OPEN-DATE(WS-BRANCH-SUB) IS NUMERIC
                    AND BT-OPEN-DATE(WS-BRANCH-SUB) > WS-AS-OF-DATE
                SET BT-DROPPED(WS-BRANCH-SUB) TO TRUE
                MOVE "OPEN DATE AFTER AS-OF DATE, LEFT OUT"
                    TO WS-DETAIL-TEXT
                PERFORM WRITE-BRANCH-LINE
                EXIT PARAGRAPH
            END-IF
            IF BT-STATUS(WS-BRANCH-SUB) = 'C'
                    AND BT-CLOSE-DATE(WS-BRANCH-SUB) IS NUMERIC
                    AND BT-CLOSE-DATE(WS-BRANCH-SUB) > WS-AS-OF-DATE
                MOVE 'A' TO BT-STATUS(WS-BRANCH-SUB)
                MOVE SPACES TO BT-CLOSE-DATE(WS-BRANCH-SUB)
                ADD 1 TO WS-REOPENED-CNT
                MOVE "CLOSE DATE AFTER AS-OF DATE, SHOWN OPEN"
                    TO WS-DETAIL-TEXT
                PERFORM WRITE-BRANCH-LINE
            END-IF.

          WRITE-BRANCH-LINE.
            MOVE SPACES TO RPT-LINE
            STRING "EFFECTIVE DATE    CO " BT-COMPANY(WS-BRANCH-SUB)
                   " BRANCH " BT-KEY(WS-BRANCH-SUB)
                   "  " WS-DETAIL-TEXT
                   INTO RPT-LINE
            WRITE RPT-LINE.

          WRITE-SNAPSHOT.
            OPEN OUTPUT SNAPSHOT-FILE
            IF WS-SNAPSHOT-STATUS NOT = "00"
                DISPLAY "BRASOF: cannot open MAXPTSAS, status "
                    WS-SNAPSHOT-STATUS
                CLOSE AS-OF-REPORT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                IF BT-DROPPED(WS-BRANCH-SUB)
                    ADD 1 TO WS-DROPPED-CNT
                ELSE
                    PERFORM WRITE-ONE-SNAPSHOT-BRANCH
                END-IF
            END-PERFORM
            CLOSE SNAPSHOT-FILE.

          WRITE-ONE-SNAPSHOT-BRANCH.
            MOVE SPACES TO SN-RECORD
            MOVE BT-COMPANY(WS-BRANCH-SUB) TO SN-COMPANY
            MOVE BT-KEY(WS-BRANCH-SUB) TO SN-KEY
            MOVE BT-X(WS-BRANCH-SUB) TO SN-X
            MOVE BT-Y(WS-BRANCH-SUB) TO SN-Y
            MOVE BT-NAME(WS-BRANCH-SUB) TO SN-NAME
            MOVE BT-REGION(WS-BRANCH-SUB) TO SN-REGION
            MOVE BT-STATUS(WS-BRANCH-SUB) TO SN-STATUS
            MOVE BT-OPEN-DATE(WS-BRANCH-SUB) TO SN-OPEN-DATE
            MOVE BT-CLOSE-DATE(WS-BRANCH-SUB) TO SN-CLOSE-DATE
            WRITE SN-RECORD
            IF WS-SNAPSHOT-STATUS NOT = "00"
                DISPLAY "BRASOF: MAXPTSAS write failed, status "
                    WS-SNAPSHOT-STATUS " branch " SN-KEY
                ADD 1 TO WS-EXCEPTION-CNT
            ELSE
                ADD 1 TO WS-WRITTEN-CNT
                IF SN-STATUS NOT = 'C'
                    ADD 1 TO WS-ACTIVE-CNT
                END-IF
            END-IF.

          WRITE-REPORT-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-BRANCH-COUNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "BRANCHES ON CURRENT MAXPTS      " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-AUDIT-COUNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "BRAUDIT CHANGES AFTER AS-OF     " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-BACKED-OUT-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "CHANGES BACKED OUT              " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-REOPENED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "SHOWN OPEN BY CLOSE DATE        " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-DROPPED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "BRANCHES NOT YET OPEN, LEFT OUT " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-WRITTEN-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "BRANCHES ON MAXPTSAS SNAPSHOT   " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-ACTIVE-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "  OPEN AS OF " WS-AS-OF-DATE
                   "           " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-EXCEPTION-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "EXCEPTIONS                      " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE.
