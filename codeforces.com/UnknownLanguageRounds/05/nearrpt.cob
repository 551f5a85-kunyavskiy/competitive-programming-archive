              SELECT REGION-REF-FILE ASSIGN TO "REGIONS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGREF-STATUS.
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
          COPY BRMASTER.
          FD  REGION-REF-FILE.
          COPY REGION.
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
          FD  NEAR-REPORT.
          01  RPT-LINE                PIC X(140).
          FD  NEAR-EXTRACT.
              05 REGION-REF-ENTRY OCCURS 50 TIMES.
                  10 RT-CODE          PIC X(04).
                  10 RT-NAME          PIC X(30).
                  10 RT-BOX-SW        PIC X(01).
                  10 RT-MIN-X         PIC S9(36).
                  10 RT-MAX-X         PIC S9(36).
                  10 RT-MIN-Y         PIC S9(36).
                  10 RT-MAX-Y         PIC S9(36).
          01 WS-REF-COUNT         PIC 9(4) VALUE 0.
          01 WS-REF-SUB           PIC 9(4).
          01 WS-REF-FOUND-SUB     PIC 9(4).
          01 WS-SEEK-REGION       PIC X(04).
          01 WS-REGION-NAME       PIC X(30).
          01 WS-EXCEPTION-CNT     PIC 9(4) VALUE 0.
          01 WS-X-EDIT            PIC -(35)9.
          01 WS-Y-EDIT            PIC -(35)9.
          01 WS-REGREF-EOF-SW     PIC X    VALUE 'N'.
              88 END-OF-REGION-FILE       VALUE 'Y'.
          01 WS-ASOF-STATUS       PIC XX.
          01 WS-AS-OF-DATE        PIC X(08) VALUE SPACES.
          01 WS-AS-OF-SW          PIC X    VALUE 'N'.
              88 AS-OF-RUN                VALUE 'Y'.
          01 WS-SECTION-TITLE     PIC X(60).

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM READ-AS-OF-CONTROL
            PERFORM LOAD-MASTER-TABLE
            PERFORM LOAD-REGION-REFERENCE

            OPEN OUTPUT NEAR-REPORT
            IF NOT AS-OF-RUN
                OPEN OUTPUT NEAR-EXTRACT
            END-IF

            MOVE SPACES TO RPT-LINE
            IF AS-OF-RUN
                STRING "BRANCH NEAREST-NEIGHBOR REPORT  RUN DATE: "
                    WS-RUN-DATE "  AS OF: " WS-AS-OF-DATE
                    INTO RPT-LINE
            ELSE
                STRING "BRANCH NEAREST-NEIGHBOR REPORT  RUN DATE: "
                    WS-RUN-DATE INTO RPT-LINE
            END-IF
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            PERFORM REPORT-NEAREST-NEIGHBORS
            PERFORM REPORT-REGION-ROLLUPS
            PERFORM REPORT-REGION-EXCEPTIONS
            PERFORM REPORT-TERRITORY-EXCEPTIONS

            CLOSE NEAR-REPORT
            IF NOT AS-OF-RUN
                CLOSE NEAR-EXTRACT
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
                    DISPLAY "NEARRPT: as-of date on ASOFC is not a "
                        "date: " AO-AS-OF-DATE
                    CLOSE AS-OF-CONTROL
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE AO-AS-OF-DATE TO WS-AS-OF-DATE
                SET AS-OF-RUN TO TRUE
            END-IF
            CLOSE AS-OF-CONTROL.

          LOAD-SNAPSHOT-TABLE.
            OPEN INPUT SNAPSHOT-FILE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "NEARRPT: cannot open MAXPTSAS for as-of "
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
                DISPLAY "NEARRPT: branch count exceeds "
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
            END-IF.

          WRITE-SECTION-TITLE.
            MOVE SPACES TO RPT-LINE
            IF AS-OF-RUN
                STRING WS-SECTION-TITLE DELIMITED BY "  "
                       "  AS OF: " WS-AS-OF-DATE DELIMITED BY SIZE
                       INTO RPT-LINE
            ELSE
                MOVE WS-SECTION-TITLE TO RPT-LINE
            END-IF
            WRITE RPT-LINE.

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
                DISPLAY "NEARRPT: cannot open REGIONS, status "
                    WS-REGREF-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-REGION-FILE
                READ REGION-REF-FILE
                                "table capacity " WS-MAX-REGIONS
                            CLOSE REGION-REF-FILE
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WS-REF-COUNT
                        MOVE RF-CODE TO RT-CODE(WS-REF-COUNT)
                        MOVE RF-NAME TO RT-NAME(WS-REF-COUNT)
                        PERFORM TABLE-REGION-TERRITORY
                END-READ
            END-PERFORM
            CLOSE REGION-REF-FILE.

          TABLE-REGION-TERRITORY.
            MOVE 'N' TO RT-BOX-SW(WS-REF-COUNT)
            MOVE ZEROES TO RT-MIN-X(WS-REF-COUNT)
                RT-MAX-X(WS-REF-COUNT)
                RT-MIN-Y(WS-REF-COUNT)
                RT-MAX-Y(WS-REF-COUNT)
            IF RF-MIN-X IS NUMERIC AND RF-MAX-X IS NUMERIC
                    AND RF-MIN-Y IS NUMERIC AND RF-MAX-Y IS NUMERIC
                IF RF-MIN-X NOT = 0 OR RF-MAX-X NOT = 0
                        OR RF-MIN-Y NOT = 0 OR RF-MAX-Y NOT = 0
                    MOVE 'Y' TO RT-BOX-SW(WS-REF-COUNT)
                    MOVE RF-MIN-X TO RT-MIN-X(WS-REF-COUNT)
                    MOVE RF-MAX-X TO RT-MAX-X(WS-REF-COUNT)
                    MOVE RF-MIN-Y TO RT-MIN-Y(WS-REF-COUNT)
                    MOVE RF-MAX-Y TO RT-MAX-Y(WS-REF-COUNT)
                END-IF
            END-IF.

          LOOKUP-REGION-NAME.
            MOVE 0 TO WS-REF-FOUND-SUB
            MOVE SPACES TO WS-REGION-NAME
            MOVE BR-KEY(WS-BEST-SUB) TO EX-NEAR-KEY
            MOVE WS-DISTANCE TO EX-DISTANCE
            MOVE ZEROES TO EX-DISTANCE-2
            IF NOT AS-OF-RUN
                WRITE EXTRACT-RECORD
            END-IF.

          TALLY-REGION-FIGURES.
            PERFORM LOOKUP-REGION
                IF WS-REGION-COUNT >= WS-MAX-REGIONS
                    DISPLAY "NEARRPT: region count exceeds table "
                        "capacity " WS-MAX-REGIONS
                    CLOSE NEAR-REPORT
                    IF NOT AS-OF-RUN
                        CLOSE NEAR-EXTRACT
                    END-IF
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-REGION-COUNT
                MOVE BR-REGION(I) TO RG-CODE(WS-REGION-COUNT)
          REPORT-REGION-ROLLUPS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "REGION DISTANCE ROLLUPS" TO WS-SECTION-TITLE
            PERFORM WRITE-SECTION-TITLE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                MOVE ZEROES TO EX-NEAR-KEY
                MOVE WS-DISTANCE TO EX-DISTANCE
                MOVE WS-DISTANCE-2 TO EX-DISTANCE-2
                IF NOT AS-OF-RUN
                    WRITE EXTRACT-RECORD
                END-IF
            ELSE
                MOVE SPACES TO RPT-LINE
                STRING "REGION " RG-CODE(WS-REGION-SUB)
          REPORT-REGION-EXCEPTIONS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "REGION EXCEPTIONS" TO WS-SECTION-TITLE
            PERFORM WRITE-SECTION-TITLE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            MOVE 0 TO WS-EXCEPTION-CNT
                    WRITE RPT-LINE
                END-IF
            END-IF.

          REPORT-TERRITORY-EXCEPTIONS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "BRANCHES OUTSIDE REGION TERRITORY"
                TO WS-SECTION-TITLE
            PERFORM WRITE-SECTION-TITLE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE
            MOVE 0 TO WS-EXCEPTION-CNT
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MASTER-COUNT
                IF BR-STAT(I) = 'A' AND BR-REGION(I) NOT = SPACES
                    PERFORM CHECK-ONE-TERRITORY
                END-IF
            END-PERFORM
            IF WS-EXCEPTION-CNT = 0
                MOVE "NONE - ALL ACTIVE BRANCHES INSIDE THEIR TERRITORY"
                    TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

          CHECK-ONE-TERRITORY.
            MOVE BR-REGION(I) TO WS-SEEK-REGION
            PERFORM LOOKUP-REGION-NAME
            IF WS-REF-FOUND-SUB = 0
                EXIT PARAGRAPH
            END-IF
            IF RT-BOX-SW(WS-REF-FOUND-SUB) NOT = 'Y'
                EXIT PARAGRAPH
            END-IF
            IF X(I) < RT-MIN-X(WS-REF-FOUND-SUB)
                    OR X(I) > RT-MAX-X(WS-REF-FOUND-SUB)
                    OR Y(I) < RT-MIN-Y(WS-REF-FOUND-SUB)
                    OR Y(I) > RT-MAX-Y(WS-REF-FOUND-SUB)
                ADD 1 TO WS-EXCEPTION-CNT
                MOVE X(I) TO WS-X-EDIT
                MOVE Y(I) TO WS-Y-EDIT
                MOVE SPACES TO RPT-LINE
                STRING BR-KEY(I)
                       " " BR-NAME(I)
                       "  REGION " BR-REGION(I)
                       "  OUTSIDE TERRITORY"
                       INTO RPT-LINE
                WRITE RPT-LINE
                MOVE SPACES TO RPT-LINE
                STRING "         X=" WS-X-EDIT
                       "  Y=" WS-Y-EDIT
                       INTO RPT-LINE
                WRITE RPT-LINE
            END-IF.
