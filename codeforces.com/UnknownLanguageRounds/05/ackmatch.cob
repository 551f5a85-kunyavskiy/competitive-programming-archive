       IDENTIFICATION DIVISION.
          PROGRAM-ID. ACKMATCH.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT SECURE-OUT-FILE ASSIGN TO "SECOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SECOUT-STATUS.
              SELECT SECURE-ACK-FILE ASSIGN TO "SECACK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.
              SELECT ACK-REPORT ASSIGN TO "ACKRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DATECTL-STATUS.
              SELECT OPS-ALERT-FILE ASSIGN TO "OPSALERT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ALERT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  SECURE-OUT-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==SCO-RECORD==
                                 ==TRAN-TYPE== BY ==SCO-TYPE==
                                 ==TRAN-KEY== BY ==SCO-KEY==
                                 ==TRAN-FIELD-1== BY ==SCO-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==SCO-FIELD-2==
                                 ==TRAN-COMPANY== BY ==SCO-COMPANY==.
          FD  SECURE-ACK-FILE.
          COPY SECACK.
          FD  ACK-REPORT.
          01  RPT-LINE                PIC X(120).
          FD  DATE-CONTROL-FILE.
          COPY DATECTL.
          FD  OPS-ALERT-FILE.
          COPY OPSALERT.

          WORKING-STORAGE SECTION.
          01 WS-SECOUT-STATUS     PIC XX.
          01 WS-ACK-STATUS        PIC XX.
          01 WS-DATECTL-STATUS    PIC XX.
          01 WS-ALERT-STATUS      PIC XX.
          01 WS-ALERT-PARAGRAPH   PIC X(20).
          01 WS-ALERT-REASON      PIC X(04).
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-RUN-DATE          PIC X(08)   VALUE SPACES.
          01 WS-RUN-DATE-INT      PIC 9(08)   VALUE 0.
          01 WS-CYCLE             PIC 9(02)   VALUE 1.
          01 WS-MAX-SENT          PIC 9(4)    VALUE 5000.
          01 SENT-TABLE.
              05 SENT-ENTRY OCCURS 5000 TIMES.
                  10 SK-KEY           PIC 9(08).
                  10 SK-CODE-TYPE     PIC X(04).
                  10 SK-COMPANY       PIC X(02).
                  10 SK-ACK-SW        PIC X(01).
          01 WS-SENT-COUNT        PIC 9(4)    VALUE 0.
          01 WS-SENT-SUB          PIC 9(4).
          01 WS-SENT-FOUND-SUB    PIC 9(4).
          01 HOLIDAY-TABLE.
              05 HOL-DATE-INT     PIC 9(08) OCCURS 50 TIMES.
          01 WS-MAX-HOLIDAYS      PIC 9(4)    VALUE 50.
          01 WS-HOLIDAY-CNT       PIC 9(4)    VALUE 0.
          01 WS-HOLIDAY-SUB       PIC 9(4).
          01 WS-HOLIDAY-SW        PIC X.
              88 DAY-IS-HOLIDAY               VALUE 'Y'.
          01 WS-DAY-INT           PIC 9(08).
          01 WS-DAY-OF-WEEK       PIC 9(01).
          01 WS-DUE-DATE-INT      PIC 9(08)   VALUE 0.
          01 WS-DUE-DATE          PIC 9(08)   VALUE 0.
          01 WS-HD-DATE           PIC X(08)   VALUE SPACES.
          01 WS-HD-EXPECTED       PIC 9(08)   VALUE 0.
          01 WS-TR-SECURED        PIC 9(08)   VALUE 0.
          01 WS-TR-REJECTED       PIC 9(08)   VALUE 0.
          01 WS-BC-CNT            PIC 9(08)   VALUE 0.
          01 WS-ACK-HD-DATE       PIC X(08)   VALUE SPACES.
          01 WS-ACK-COUNT         PIC 9(08)   VALUE 0.
          01 WS-ACK-DATE          PIC X(08)   VALUE SPACES.
          01 WS-DETAIL-ACK-CNT    PIC 9(08)   VALUE 0.
          01 WS-ACCEPTED-CNT      PIC 9(08)   VALUE 0.
          01 WS-REFUSED-CNT       PIC 9(08)   VALUE 0.
          01 WS-UNACKED-CNT       PIC 9(08)   VALUE 0.
          01 WS-UNSENT-CNT        PIC 9(08)   VALUE 0.
          01 WS-REPEAT-CNT        PIC 9(08)   VALUE 0.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-CNT-EDIT-2        PIC Z(7)9.
          01 WS-HD-FOUND-SW       PIC X       VALUE 'N'.
              88 HEADER-FOUND                 VALUE 'Y'.
          01 WS-TR-FOUND-SW       PIC X       VALUE 'N'.
              88 TRAILER-FOUND                VALUE 'Y'.
          01 WS-BATCH-ACK-SW      PIC X       VALUE 'N'.
              88 BATCH-ACK-FOUND              VALUE 'Y'.
          01 WS-ACK-MATCH-SW      PIC X       VALUE 'N'.
              88 ACK-MATCHES-BATCH            VALUE 'Y'.
          01 WS-SECOUT-EOF-SW     PIC X       VALUE 'N'.
              88 END-OF-SECOUT                VALUE 'Y'.
          01 WS-ACK-EOF-SW        PIC X       VALUE 'N'.
              88 END-OF-ACK-FILE              VALUE 'Y'.
          01 WS-DATECTL-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-DATECTL               VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            PERFORM READ-DATE-CONTROL
            PERFORM LOAD-SENT-TABLE

            OPEN OUTPUT ACK-REPORT
            MOVE SPACES TO RPT-LINE
            STRING "RECEIVER ACKNOWLEDGMENT MATCH  RUN DATE: "
                   WS-RUN-DATE
                   "  CYCLE " WS-CYCLE
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-HD-EXPECTED TO WS-CNT-EDIT
            MOVE WS-BC-CNT TO WS-CNT-EDIT-2
            MOVE SPACES TO RPT-LINE
            STRING "SECOUT BATCH HD DATE " WS-HD-DATE
                   "  HEADER COUNT " WS-CNT-EDIT
                   "  BC RECORDS SENT " WS-CNT-EDIT-2
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE

            PERFORM FIND-BATCH-ACK
            PERFORM CHECK-BATCH-ACK
            IF ACK-MATCHES-BATCH
                PERFORM MATCH-DETAIL-ACKS
                PERFORM REPORT-UNACKNOWLEDGED
            END-IF
            PERFORM WRITE-MATCH-TOTALS

            CLOSE ACK-REPORT
            IF WS-REFUSED-CNT > 0 OR WS-UNACKED-CNT > 0
                    OR WS-UNSENT-CNT > 0
                    OR NOT ACK-MATCHES-BATCH
                MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.

          READ-DATE-CONTROL.
            OPEN INPUT DATE-CONTROL-FILE
            IF WS-DATECTL-STATUS NOT = "00"
                DISPLAY "ACKMATCH: cannot open DATECTRL, status "
                    WS-DATECTL-STATUS
                MOVE "READ-DATE-CONTROL" TO WS-ALERT-PARAGRAPH
                MOVE "NODT" TO WS-ALERT-REASON
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-DATECTL
                READ DATE-CONTROL-FILE
                    AT END
                        SET END-OF-DATECTL TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN DC-BUSINESS-DATE
                                IF DC-DATE IS NUMERIC
                                    MOVE DC-DATE TO WS-RUN-DATE
                                    IF DC-CYCLE IS NUMERIC
                                            AND DC-CYCLE > 0
                                        MOVE DC-CYCLE TO WS-CYCLE
                                    END-IF
                                END-IF
                            WHEN DC-HOLIDAY
                                IF DC-DATE IS NUMERIC
                                        AND WS-HOLIDAY-CNT
                                            < WS-MAX-HOLIDAYS
                                    ADD 1 TO WS-HOLIDAY-CNT
                                    COMPUTE HOL-DATE-INT
                                        (WS-HOLIDAY-CNT) =
                                        FUNCTION INTEGER-OF-DATE
                                        (FUNCTION NUMVAL(DC-DATE))
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE DATE-CONTROL-FILE
            IF WS-RUN-DATE = SPACES
                DISPLAY "ACKMATCH: no business date record on DATECTRL"
                MOVE "READ-DATE-CONTROL" TO WS-ALERT-PARAGRAPH
                MOVE "NODT" TO WS-ALERT-REASON
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).

          CHECK-HOLIDAY.
            MOVE 'N' TO WS-HOLIDAY-SW
            PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-CNT
                IF HOL-DATE-INT(WS-HOLIDAY-SUB) = WS-DAY-INT
                    SET DAY-IS-HOLIDAY TO TRUE
                    MOVE WS-HOLIDAY-CNT TO WS-HOLIDAY-SUB
                END-IF
            END-PERFORM.

          WRITE-OPS-ALERT.
            OPEN EXTEND OPS-ALERT-FILE
            IF WS-ALERT-STATUS = "35"
                OPEN OUTPUT OPS-ALERT-FILE
            END-IF
            MOVE SPACES TO OPS-ALERT-RECORD
            MOVE "ACKMATCH" TO AL-PROGRAM
            MOVE WS-ALERT-PARAGRAPH TO AL-PARAGRAPH
            IF WS-RUN-DATE = SPACES
                MOVE WS-CURRENT-DATE(1:8) TO AL-RUN-DATE
            ELSE
                MOVE WS-RUN-DATE TO AL-RUN-DATE
            END-IF
            MOVE WS-CURRENT-DATE(9:6) TO AL-RUN-TIME
            MOVE WS-ALERT-REASON TO AL-REASON-CODE
            MOVE WS-BC-CNT TO AL-INPUT-CNT
            MOVE WS-ACCEPTED-CNT TO AL-OUTPUT-CNT
            MOVE WS-REFUSED-CNT TO AL-REJECT-CNT
            MOVE WS-CYCLE TO AL-CYCLE
            WRITE OPS-ALERT-RECORD
            CLOSE OPS-ALERT-FILE.

          LOAD-SENT-TABLE.
            OPEN INPUT SECURE-OUT-FILE
            IF WS-SECOUT-STATUS NOT = "00"
                DISPLAY "ACKMATCH: cannot open SECOUT, status "
                    WS-SECOUT-STATUS
                MOVE "LOAD-SENT-TABLE" TO WS-ALERT-PARAGRAPH
                MOVE "NOIN" TO WS-ALERT-REASON
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-SECOUT
                READ SECURE-OUT-FILE
                    AT END
                        SET END-OF-SECOUT TO TRUE
                    NOT AT END
                        EVALUATE SCO-TYPE
                            WHEN "HD"
                                SET HEADER-FOUND TO TRUE
                                MOVE SCO-KEY TO WS-HD-DATE
                                IF SCO-FIELD-1(1:8) IS NUMERIC
                                    MOVE SCO-FIELD-1(1:8)
                                        TO WS-HD-EXPECTED
                                END-IF
                            WHEN "TR"
                                SET TRAILER-FOUND TO TRUE
                                IF SCO-FIELD-1(1:8) IS NUMERIC
                                    MOVE SCO-FIELD-1(1:8)
                                        TO WS-TR-SECURED
                                END-IF
                                IF SCO-FIELD-2(1:8) IS NUMERIC
                                    MOVE SCO-FIELD-2(1:8)
                                        TO WS-TR-REJECTED
                                END-IF
                            WHEN "BC"
                                PERFORM ADD-SENT-ENTRY
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE SECURE-OUT-FILE
            IF NOT HEADER-FOUND
                DISPLAY "ACKMATCH: no header record on SECOUT"
                MOVE "LOAD-SENT-TABLE" TO WS-ALERT-PARAGRAPH
                MOVE "NOIN" TO WS-ALERT-REASON
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.

          ADD-SENT-ENTRY.
            IF WS-SENT-COUNT >= WS-MAX-SENT
                DISPLAY "ACKMATCH: SECOUT detail count exceeds table "
                    "capacity " WS-MAX-SENT
                CLOSE SECURE-OUT-FILE
                MOVE "ADD-SENT-ENTRY" TO WS-ALERT-PARAGRAPH
                MOVE "TBLF" TO WS-ALERT-REASON
                PERFORM WRITE-OPS-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-BC-CNT
            ADD 1 TO WS-SENT-COUNT
            MOVE SCO-KEY TO SK-KEY(WS-SENT-COUNT)
            MOVE SCO-FIELD-2(2:4) TO SK-CODE-TYPE(WS-SENT-COUNT)
            IF SCO-COMPANY = SPACES
                MOVE "01" TO SK-COMPANY(WS-SENT-COUNT)
            ELSE
                MOVE SCO-COMPANY TO SK-COMPANY(WS-SENT-COUNT)
            END-IF
            MOVE 'N' TO SK-ACK-SW(WS-SENT-COUNT).

          FIND-BATCH-ACK.
            OPEN INPUT SECURE-ACK-FILE
            IF WS-ACK-STATUS = "00"
                PERFORM UNTIL END-OF-ACK-FILE
                    READ SECURE-ACK-FILE
                        AT END
                            SET END-OF-ACK-FILE TO TRUE
                        NOT AT END
                            IF AK-BATCH-ACK
                                SET BATCH-ACK-FOUND TO TRUE
                                MOVE AK-HD-DATE TO WS-ACK-HD-DATE
                                MOVE AK-ACK-DATE TO WS-ACK-DATE
                                IF AK-COUNT IS NUMERIC
                                    MOVE AK-COUNT TO WS-ACK-COUNT
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SECURE-ACK-FILE
            END-IF.

          CHECK-BATCH-ACK.
            IF BATCH-ACK-FOUND AND WS-ACK-HD-DATE = WS-HD-DATE
                SET ACK-MATCHES-BATCH TO TRUE
                MOVE WS-ACK-COUNT TO WS-CNT-EDIT
                MOVE SPACES TO RPT-LINE
                STRING "BATCH ACKNOWLEDGED  ACK DATE " WS-ACK-DATE
                       "  RECEIVER COUNT " WS-CNT-EDIT
                       INTO RPT-LINE
                WRITE RPT-LINE
                IF WS-ACK-COUNT NOT = WS-HD-EXPECTED
                    MOVE WS-HD-EXPECTED TO WS-CNT-EDIT-2
                    MOVE SPACES TO RPT-LINE
                    STRING "*** RECEIVER COUNT " WS-CNT-EDIT
                           " DISAGREES WITH SECOUT HEADER COUNT "
                           WS-CNT-EDIT-2 " ***"
                           INTO RPT-LINE
                    WRITE RPT-LINE
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF BATCH-ACK-FOUND
                MOVE SPACES TO RPT-LINE
                STRING "*** ACKNOWLEDGMENT FILE IS FOR BATCH "
                       WS-ACK-HD-DATE
                       ", NOT THE SECOUT BATCH " WS-HD-DATE " ***"
                       INTO RPT-LINE
                WRITE RPT-LINE
            ELSE
                MOVE "*** NO BATCH ACKNOWLEDGMENT RECEIVED ***"
                    TO RPT-LINE
                WRITE RPT-LINE
            END-IF
            PERFORM COMPUTE-ACK-DUE-DATE
            MOVE SPACES TO RPT-LINE
            IF WS-RUN-DATE-INT NOT < WS-DUE-DATE-INT
                STRING "ACKNOWLEDGMENT WAS DUE BY " WS-DUE-DATE
                       " - OVERDUE, OPERATIONS ALERT RAISED"
                       INTO RPT-LINE
                WRITE RPT-LINE
                MOVE "CHECK-BATCH-ACK" TO WS-ALERT-PARAGRAPH
                MOVE "NOAK" TO WS-ALERT-REASON
                PERFORM WRITE-OPS-ALERT
            ELSE
                STRING "ACKNOWLEDGMENT OUTSTANDING, DUE BY "
                       WS-DUE-DATE
                       INTO RPT-LINE
                WRITE RPT-LINE
            END-IF.

          COMPUTE-ACK-DUE-DATE.
            IF WS-HD-DATE IS NUMERIC
                COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(FUNCTION
                        NUMVAL(WS-HD-DATE))
            ELSE
                MOVE WS-RUN-DATE-INT TO WS-DAY-INT
            END-IF
            MOVE 0 TO WS-DUE-DATE-INT
            PERFORM UNTIL WS-DUE-DATE-INT > 0
                ADD 1 TO WS-DAY-INT
                COMPUTE WS-DAY-OF-WEEK =
                    FUNCTION REM(WS-DAY-INT, 7)
                PERFORM CHECK-HOLIDAY
                IF WS-DAY-OF-WEEK NOT = 0
                        AND WS-DAY-OF-WEEK NOT = 6
                        AND NOT DAY-IS-HOLIDAY
                    MOVE WS-DAY-INT TO WS-DUE-DATE-INT
                END-IF
            END-PERFORM
            COMPUTE WS-DUE-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT).

          MATCH-DETAIL-ACKS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "REFUSED BY RECEIVER / ACKNOWLEDGED BUT NEVER SENT"
                TO RPT-LINE
            WRITE RPT-LINE
            MOVE 'N' TO WS-ACK-EOF-SW
            OPEN INPUT SECURE-ACK-FILE
            PERFORM UNTIL END-OF-ACK-FILE
                READ SECURE-ACK-FILE
                    AT END
                        SET END-OF-ACK-FILE TO TRUE
                    NOT AT END
                        IF AK-DETAIL-ACK
                            PERFORM MATCH-ONE-ACK
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SECURE-ACK-FILE.

          MATCH-ONE-ACK.
            ADD 1 TO WS-DETAIL-ACK-CNT
            PERFORM FIND-SENT-ENTRY
            IF WS-SENT-FOUND-SUB = 0
                ADD 1 TO WS-UNSENT-CNT
                MOVE SPACES TO RPT-LINE
                STRING "  KEY " AK-TRAN-KEY
                       "  DISP " AK-DISPOSITION
                       "  ACKNOWLEDGED BUT NOT SENT IN THIS BATCH"
                       INTO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            IF SK-ACK-SW(WS-SENT-FOUND-SUB) NOT = 'N'
                ADD 1 TO WS-REPEAT-CNT
                MOVE SPACES TO RPT-LINE
                STRING "  KEY " AK-TRAN-KEY
                       "  DISP " AK-DISPOSITION
                       "  REPEATED ACKNOWLEDGMENT, FIRST ONE KEPT"
                       INTO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
                WHEN AK-ACCEPTED
                    MOVE 'A' TO SK-ACK-SW(WS-SENT-FOUND-SUB)
                    ADD 1 TO WS-ACCEPTED-CNT
                WHEN AK-REFUSED
                    MOVE 'R' TO SK-ACK-SW(WS-SENT-FOUND-SUB)
                    ADD 1 TO WS-REFUSED-CNT
                    MOVE SPACES TO RPT-LINE
                    STRING "  KEY " AK-TRAN-KEY
                           "  CO " SK-COMPANY(WS-SENT-FOUND-SUB)
                           "  CODE TYPE "
                           SK-CODE-TYPE(WS-SENT-FOUND-SUB)
                           "  REFUSED: " AK-REASON
                           INTO RPT-LINE
                    WRITE RPT-LINE
                WHEN OTHER
                    MOVE SPACES TO RPT-LINE
                    STRING "  KEY " AK-TRAN-KEY
                           "  DISP " AK-DISPOSITION
                           "  UNKNOWN DISPOSITION, TREATED AS "
                           "NOT ACKNOWLEDGED"
                           INTO RPT-LINE
                    WRITE RPT-LINE
            END-EVALUATE.

          FIND-SENT-ENTRY.
            MOVE 0 TO WS-SENT-FOUND-SUB
            PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                UNTIL WS-SENT-SUB > WS-SENT-COUNT
                IF SK-KEY(WS-SENT-SUB) = AK-TRAN-KEY
                    MOVE WS-SENT-SUB TO WS-SENT-FOUND-SUB
                    MOVE WS-SENT-COUNT TO WS-SENT-SUB
                END-IF
            END-PERFORM.

          REPORT-UNACKNOWLEDGED.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "SENT BUT NEVER ACKNOWLEDGED" TO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                UNTIL WS-SENT-SUB > WS-SENT-COUNT
                IF SK-ACK-SW(WS-SENT-SUB) = 'N'
                    ADD 1 TO WS-UNACKED-CNT
                    MOVE SPACES TO RPT-LINE
                    STRING "  KEY " SK-KEY(WS-SENT-SUB)
                           "  CO " SK-COMPANY(WS-SENT-SUB)
                           "  CODE TYPE " SK-CODE-TYPE(WS-SENT-SUB)
                           "  NO ACKNOWLEDGMENT"
                           INTO RPT-LINE
                    WRITE RPT-LINE
                END-IF
            END-PERFORM.

          WRITE-MATCH-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-TR-SECURED TO WS-CNT-EDIT
            MOVE WS-TR-REJECTED TO WS-CNT-EDIT-2
            MOVE SPACES TO RPT-LINE
            IF TRAILER-FOUND
                STRING "SECOUT TRAILER SECURED  " WS-CNT-EDIT
                       "  REJECTED " WS-CNT-EDIT-2
                       INTO RPT-LINE
            ELSE
                MOVE "SECOUT TRAILER MISSING" TO RPT-LINE
            END-IF
            WRITE RPT-LINE
            IF TRAILER-FOUND AND WS-TR-SECURED NOT = WS-BC-CNT
                MOVE WS-BC-CNT TO WS-CNT-EDIT-2
                MOVE SPACES TO RPT-LINE
                STRING "*** SECOUT TRAILER COUNT " WS-CNT-EDIT
                       " DISAGREES WITH BC RECORDS " WS-CNT-EDIT-2
                       " ***"
                       INTO RPT-LINE
                WRITE RPT-LINE
            END-IF
            MOVE WS-DETAIL-ACK-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "DETAIL ACKS READ        " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-ACCEPTED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ACCEPTED                " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-REFUSED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "REFUSED                 " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-UNACKED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "SENT, NOT ACKNOWLEDGED  " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-UNSENT-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ACKNOWLEDGED, NOT SENT  " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-REPEAT-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "REPEATED ACKNOWLEDGMENT " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE.
