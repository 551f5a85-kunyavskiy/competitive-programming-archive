                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT HUB-EXTRACT ASSIGN TO "HUBEXT"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AS-OF-CONTROL ASSIGN TO "ASOFC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ASOF-STATUS.
              SELECT SNAPSHOT-FILE ASSIGN TO "MAXPTSAS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SN-REC-KEY
                  FILE STATUS IS WS-MASTER-STATUS.

          DATA DIVISION.
          FILE SECTION.
              05 EX-HUB-COMPANY       PIC X(02).
              05 EX-HUB-KEY           PIC 9(08).
              05 EX-DISTANCE          PIC 9(18)V9(06).
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

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS    PIC XX.
          01 WS-RUN-DATE          PIC X(08).
          01 WS-CONTROL-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-CONTROL               VALUE 'Y'.
          01 WS-ASOF-STATUS       PIC XX.
          01 WS-AS-OF-DATE        PIC X(08)   VALUE SPACES.
          01 WS-AS-OF-SW          PIC X       VALUE 'N'.
              88 AS-OF-RUN                    VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM READ-AS-OF-CONTROL
            PERFORM LOAD-MASTER-TABLE

            OPEN OUTPUT HUB-REPORT
            IF NOT AS-OF-RUN
                OPEN OUTPUT HUB-EXTRACT
            END-IF
            MOVE SPACES TO RPT-LINE
            IF AS-OF-RUN
                STRING "HUB ASSIGNMENT REPORT  RUN DATE: "
                    WS-RUN-DATE "  AS OF: " WS-AS-OF-DATE
                    INTO RPT-LINE
            ELSE
                STRING "HUB ASSIGNMENT REPORT  RUN DATE: "
                    WS-RUN-DATE INTO RPT-LINE
            END-IF
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
                MOVE "NO USABLE HUB BRANCHES ON HUBCTL" TO RPT-LINE
                WRITE RPT-LINE
                CLOSE HUB-REPORT
                IF NOT AS-OF-RUN
                    CLOSE HUB-EXTRACT
                END-IF
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM ASSIGN-ALL-BRANCHES
            PERFORM REPORT-EXCEPTIONS

            CLOSE HUB-REPORT
            IF NOT AS-OF-RUN
                CLOSE HUB-EXTRACT
            END-IF
            GOBACK.

          READ-AS-OF-CONTROL.
            OPEN INPUT AS-OF-CONTROL
            IF WS-ASOF-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            READ AS-OF-CONTROL
            IF WS-ASOF-STATUS = "00"
                IF AO-AS-OF-DATE IS NOT NUMERIC
                    DISPLAY "HUBRPT: as-of date on ASOFC is not a "
                        "date: " AO-AS-OF-DATE
                    CLOSE AS-OF-CONTROL
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE AO-AS-OF-DATE TO WS-AS-OF-DATE
                SET AS-OF-RUN TO TRUE
            END-IF
            CLOSE AS-OF-CONTROL.

          LOAD-MASTER-TABLE.
            IF AS-OF-RUN
                PERFORM LOAD-SNAPSHOT-TABLE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT POINT-MASTER-FILE
            IF WS-MASTER-STATUS = "00"
                PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                    READ POINT-MASTER-FILE
                    IF WS-MASTER-STATUS = "00"
                        PERFORM TABLE-ONE-BRANCH
                    END-IF
                END-PERFORM
                CLOSE POINT-MASTER-FILE
            END-IF.

          LOAD-SNAPSHOT-TABLE.
            OPEN INPUT SNAPSHOT-FILE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "HUBRPT: cannot open MAXPTSAS for as-of "
                    "date " WS-AS-OF-DATE ", status " WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                READ SNAPSHOT-FILE
                IF WS-MASTER-STATUS = "00"
                    MOVE SN-RECORD TO MASTER-RECORD
                    PERFORM TABLE-ONE-BRANCH
                END-IF
            END-PERFORM
            CLOSE SNAPSHOT-FILE.

          TABLE-ONE-BRANCH.
            IF WS-MASTER-COUNT >= WS-MAX-POINTS
                DISPLAY "HUBRPT: branch count exceeds "
                    "table capacity " WS-MAX-POINTS
                IF AS-OF-RUN
                    CLOSE SNAPSHOT-FILE
                ELSE
                    CLOSE POINT-MASTER-FILE
                END-IF
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
                MOVE MR-COMPANY
                    TO BR-COMP(WS-MASTER-COUNT)
            END-IF.

          READ-HUB-CONTROL.
            OPEN INPUT HUB-CONTROL-FILE
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "HUBRPT: cannot open HUBCTL, status "
                    WS-CONTROL-STATUS
                CLOSE HUB-REPORT
                IF NOT AS-OF-RUN
                    CLOSE HUB-EXTRACT
                END-IF
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-CONTROL
                READ HUB-CONTROL-FILE
                DISPLAY "HUBRPT: hub count exceeds table capacity "
                    WS-MAX-HUBS
                CLOSE HUB-CONTROL-FILE
                CLOSE HUB-REPORT
                IF NOT AS-OF-RUN
                    CLOSE HUB-EXTRACT
                END-IF
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE HC-KEY TO WS-SEEK-KEY
            PERFORM FIND-KEY-SUB
            MOVE BR-COMP(J) TO EX-HUB-COMPANY
            MOVE BR-KEY(J) TO EX-HUB-KEY
            MOVE WS-DISTANCE TO EX-DISTANCE
            IF NOT AS-OF-RUN
                WRITE EXTRACT-RECORD
            END-IF.

          REPORT-BY-HUB.
            PERFORM VARYING WS-HUB-SUB FROM 1 BY 1
                WRITE RPT-LINE
            ELSE
                MOVE SPACES TO RPT-LINE
                IF AS-OF-RUN
                    STRING "BRANCHES FARTHER THAN " WS-THRESHOLD
                           " FROM ANY HUB  AS OF: " WS-AS-OF-DATE
                           INTO RPT-LINE
                ELSE
                    STRING "BRANCHES FARTHER THAN " WS-THRESHOLD
                           " FROM ANY HUB"
                           INTO RPT-LINE
                END-IF
                WRITE RPT-LINE
                MOVE ALL "-" TO RPT-LINE
                WRITE RPT-LINE
