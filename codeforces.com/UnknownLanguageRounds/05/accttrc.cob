       IDENTIFICATION DIVISION.
          PROGRAM-ID. ACCTTRC.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT TRACE-CONTROL ASSIGN TO "TRACEC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
              SELECT ACCT-IN-FILE ASSIGN TO "ACCTIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT SUSPENSE-FILE ASSIGN TO "ROUTSUSP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHLD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT BIN-OUT-FILE ASSIGN TO "BINOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT ACCT-REJECT-FILE ASSIGN TO "ACCTREJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT PENDING-FILE ASSIGN TO "PENDOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT ACCT-RECYCLE-FILE ASSIGN TO "ACCTRCY"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT SECURE-OUT-FILE ASSIGN TO "SECOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT SECURE-REJECT-FILE ASSIGN TO "SECREJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRACE-STATUS.
              SELECT OPS-REPORT ASSIGN TO "TRACEO"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SECURITY-REPORT ASSIGN TO "TRACES"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD  TRACE-CONTROL.
          01  TRACE-CONTROL-RECORD.
              05 TQ-ACCT-NO       PIC X(36).
              05 TQ-FROM-DATE     PIC X(08).
              05 TQ-TO-DATE       PIC X(08).
          FD  ACCT-IN-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==ACI-RECORD==
                                 ==TRAN-TYPE== BY ==ACI-TYPE==
                                 ==TRAN-KEY== BY ==ACI-KEY==
                                 ==TRAN-FIELD-1== BY ==ACI-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==ACI-FIELD-2==
                                 ==TRAN-COMPANY== BY ==ACI-COMPANY==.
          FD  SUSPENSE-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==SUS-RECORD==
                                 ==TRAN-TYPE== BY ==SUS-TYPE==
                                 ==TRAN-KEY== BY ==SUS-KEY==
                                 ==TRAN-FIELD-1== BY ==SUS-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==SUS-FIELD-2==
                                 ==TRAN-COMPANY== BY ==SUS-COMPANY==.
          FD  ACCT-HOLD-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==AHL-RECORD==
                                 ==TRAN-TYPE== BY ==AHL-TYPE==
                                 ==TRAN-KEY== BY ==AHL-KEY==
                                 ==TRAN-FIELD-1== BY ==AHL-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==AHL-FIELD-2==
                                 ==TRAN-COMPANY== BY ==AHL-COMPANY==.
          FD  BIN-OUT-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==BCO-RECORD==
                                 ==TRAN-TYPE== BY ==BCO-TYPE==
                                 ==TRAN-KEY== BY ==BCO-KEY==
                                 ==TRAN-FIELD-1== BY ==BCO-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==BCO-FIELD-2==
                                 ==TRAN-COMPANY== BY ==BCO-COMPANY==.
          FD  ACCT-REJECT-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==ACR-RECORD==
                                 ==TRAN-TYPE== BY ==ACR-TYPE==
                                 ==TRAN-KEY== BY ==ACR-KEY==
                                 ==TRAN-FIELD-1== BY ==ACR-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==ACR-FIELD-2==
                                 ==TRAN-COMPANY== BY ==ACR-COMPANY==.
          FD  PENDING-FILE.
          COPY PENDREJ.
          FD  ACCT-RECYCLE-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==ARC-RECORD==
                                 ==TRAN-TYPE== BY ==ARC-TYPE==
                                 ==TRAN-KEY== BY ==ARC-KEY==
                                 ==TRAN-FIELD-1== BY ==ARC-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==ARC-FIELD-2==
                                 ==TRAN-COMPANY== BY ==ARC-COMPANY==.
          FD  SECURE-OUT-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==SCO-RECORD==
                                 ==TRAN-TYPE== BY ==SCO-TYPE==
                                 ==TRAN-KEY== BY ==SCO-KEY==
                                 ==TRAN-FIELD-1== BY ==SCO-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==SCO-FIELD-2==
                                 ==TRAN-COMPANY== BY ==SCO-COMPANY==.
          FD  SECURE-REJECT-FILE.
          COPY TRANREC REPLACING ==TRAN-RECORD== BY ==SCR-RECORD==
                                 ==TRAN-TYPE== BY ==SCR-TYPE==
                                 ==TRAN-KEY== BY ==SCR-KEY==
                                 ==TRAN-FIELD-1== BY ==SCR-FIELD-1==
                                 ==TRAN-FIELD-2== BY ==SCR-FIELD-2==
                                 ==TRAN-COMPANY== BY ==SCR-COMPANY==.
          FD  OPS-REPORT.
          01  OPS-LINE                PIC X(140).
          FD  SECURITY-REPORT.
          01  SEC-LINE                PIC X(140).

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS    PIC XX.
          01 WS-TRACE-STATUS      PIC XX.
          01 WS-FILE-DATE         PIC X(08).
          01 WS-ACCTIN-DATE       PIC X(08)   VALUE SPACES.
          01 WS-BINOUT-DATE       PIC X(08)   VALUE SPACES.
          01 WS-SECOUT-DATE       PIC X(08)   VALUE SPACES.
          01 WS-STEP-DATE         PIC X(08).
          01 WS-STEP-KEY          PIC 9(08).
          01 WS-STEP-TEXT         PIC X(60).
          01 WS-CLEAR-VALUE       PIC X(36).
          01 WS-MASKED-STR        PIC X(36).
          01 WS-MASKED-ACCT       PIC X(36).
          01 WS-LAST-SUB          PIC 9(4).
          01 WS-STEP-CNT          PIC 9(08)   VALUE 0.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-RPT-LINE          PIC X(140).
          01 WS-MAX-KEYS          PIC 9(4)    VALUE 200.
          01 CONVERTED-KEY-TABLE.
              05 CONVERTED-KEY-ENTRY OCCURS 200 TIMES.
                  10 CK-DATE          PIC X(08).
                  10 CK-KEY           PIC 9(08).
          01 WS-KEY-COUNT         PIC 9(4)    VALUE 0.
          01 WS-KEY-SUB           PIC 9(4).
          01 WS-KEY-FOUND-SW      PIC X       VALUE 'N'.
              88 KEY-CONVERTED                VALUE 'Y'.
          01 WS-TRACE-EOF-SW      PIC X       VALUE 'N'.
              88 END-OF-TRACE-FILE            VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            PERFORM READ-CONTROL-CARD

            OPEN OUTPUT OPS-REPORT
            OPEN OUTPUT SECURITY-REPORT
            PERFORM WRITE-REPORT-HEADINGS

            PERFORM TRACE-ACCTIN
            PERFORM TRACE-SUSPENSE
            PERFORM TRACE-FEED-HOLD
            PERFORM TRACE-BINOUT
            PERFORM TRACE-ACCTREJ
            PERFORM TRACE-PENDING
            PERFORM TRACE-RECYCLE
            PERFORM TRACE-SECOUT
            PERFORM TRACE-SECREJ

            PERFORM WRITE-TRACE-TOTALS

            CLOSE OPS-REPORT
            CLOSE SECURITY-REPORT
            STOP RUN.

          READ-CONTROL-CARD.
            OPEN INPUT TRACE-CONTROL
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "ACCTTRC: cannot open TRACEC, status "
                    WS-CONTROL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ TRACE-CONTROL
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "ACCTTRC: TRACEC is empty"
                CLOSE TRACE-CONTROL
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE TRACE-CONTROL
            IF TQ-ACCT-NO = SPACES
                DISPLAY "ACCTTRC: no account number on TRACEC"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF TQ-FROM-DATE = SPACES
                MOVE "00000000" TO TQ-FROM-DATE
            END-IF
            IF TQ-TO-DATE = SPACES
                MOVE "99999999" TO TQ-TO-DATE
            END-IF
            MOVE TQ-ACCT-NO TO WS-CLEAR-VALUE
            PERFORM MASK-CLEAR-VALUE
            MOVE WS-MASKED-STR TO WS-MASKED-ACCT.

          WRITE-REPORT-HEADINGS.
            MOVE SPACES TO SEC-LINE
            STRING "ACCOUNT TRACE INQUIRY  ACCOUNT " TQ-ACCT-NO
                   "  FROM " TQ-FROM-DATE
                   " TO " TQ-TO-DATE
                   INTO SEC-LINE
            WRITE SEC-LINE
            MOVE SPACES TO OPS-LINE
            STRING "ACCOUNT TRACE INQUIRY  ACCOUNT " WS-MASKED-ACCT
                   "  FROM " TQ-FROM-DATE
                   " TO " TQ-TO-DATE
                   INTO OPS-LINE
            WRITE OPS-LINE
            MOVE SPACES TO SEC-LINE
            MOVE "SECURITY COPY - ACCOUNT VALUES IN FULL"
                TO SEC-LINE
            WRITE SEC-LINE
            MOVE SPACES TO OPS-LINE
            MOVE "OPERATIONS COPY - ACCOUNT VALUES MASKED"
                TO OPS-LINE
            WRITE OPS-LINE
            MOVE ALL "-" TO WS-RPT-LINE
            PERFORM WRITE-BOTH-REPORTS
            MOVE SPACES TO WS-RPT-LINE
            STRING "DATE     TRAN-KEY STEP"
                   INTO WS-RPT-LINE
            PERFORM WRITE-BOTH-REPORTS.

          TRACE-ACCTIN.
            MOVE SPACES TO WS-FILE-DATE
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT ACCT-IN-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "ACCTIN NOT AVAILABLE, ROUTING NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-TRACE-FILE
                READ ACCT-IN-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN ACI-TYPE = "HD"
                                MOVE ACI-KEY TO WS-FILE-DATE
                                MOVE ACI-KEY TO WS-ACCTIN-DATE
                            WHEN ACI-TYPE = "TR"
                                CONTINUE
                            WHEN ACI-FIELD-1 = TQ-ACCT-NO
                                MOVE WS-FILE-DATE TO WS-STEP-DATE
                                MOVE ACI-KEY TO WS-STEP-KEY
                                MOVE "ROUTED TO BINCONV ON ACCTIN"
                                    TO WS-STEP-TEXT
                                MOVE SPACES TO WS-CLEAR-VALUE
                                PERFORM WRITE-TRACE-STEP
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE ACCT-IN-FILE.

          TRACE-SUSPENSE.
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT SUSPENSE-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "ROUTSUSP NOT AVAILABLE, SUSPENSE NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-TRACE-FILE
                READ SUSPENSE-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        IF SUS-FIELD-1 = TQ-ACCT-NO
                            MOVE WS-ACCTIN-DATE TO WS-STEP-DATE
                            MOVE SUS-KEY TO WS-STEP-KEY
                            MOVE SPACES TO WS-STEP-TEXT
                            STRING "SUSPENDED BY ROUTER, RECORD TYPE "
                                   SUS-TYPE
                                   INTO WS-STEP-TEXT
                            MOVE SPACES TO WS-CLEAR-VALUE
                            PERFORM WRITE-TRACE-STEP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUSPENSE-FILE.

          TRACE-FEED-HOLD.
            MOVE SPACES TO WS-FILE-DATE
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT ACCT-HOLD-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "ACCTHLD NOT AVAILABLE, FEED HOLDS NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-TRACE-FILE
                READ ACCT-HOLD-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN AHL-TYPE = "HD"
                                MOVE AHL-KEY TO WS-FILE-DATE
                            WHEN AHL-TYPE = "TR"
                                CONTINUE
                            WHEN AHL-FIELD-1 = TQ-ACCT-NO
                                MOVE WS-FILE-DATE TO WS-STEP-DATE
                                MOVE AHL-KEY TO WS-STEP-KEY
                                MOVE "HELD BY FEEDEDIT, OUT OF BALANCE"
                                    TO WS-STEP-TEXT
                                MOVE SPACES TO WS-CLEAR-VALUE
                                PERFORM WRITE-TRACE-STEP
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE ACCT-HOLD-FILE.

          TRACE-BINOUT.
            MOVE SPACES TO WS-FILE-DATE
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT BIN-OUT-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "BINOUT NOT AVAILABLE, CONVERSION NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-TRACE-FILE
                READ BIN-OUT-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN BCO-TYPE = "HD"
                                MOVE BCO-KEY TO WS-FILE-DATE
                                MOVE BCO-KEY TO WS-BINOUT-DATE
                            WHEN BCO-TYPE = "TR"
                                CONTINUE
                            WHEN BCO-FIELD-2 = TQ-ACCT-NO
                                PERFORM NOTE-CONVERTED-KEY
                                MOVE WS-FILE-DATE TO WS-STEP-DATE
                                MOVE BCO-KEY TO WS-STEP-KEY
                                MOVE "CONVERTED BY BINCONV, BINARY "
                                    TO WS-STEP-TEXT
                                MOVE BCO-FIELD-1 TO WS-CLEAR-VALUE
                                PERFORM WRITE-TRACE-STEP
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE BIN-OUT-FILE.

          NOTE-CONVERTED-KEY.
            IF WS-FILE-DATE < TQ-FROM-DATE
                    OR WS-FILE-DATE > TQ-TO-DATE
                EXIT PARAGRAPH
            END-IF
            IF WS-KEY-COUNT >= WS-MAX-KEYS
                DISPLAY "ACCTTRC: converted record count exceeds "
                    "table capacity " WS-MAX-KEYS
                CLOSE BIN-OUT-FILE
                CLOSE OPS-REPORT
                CLOSE SECURITY-REPORT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-KEY-COUNT
            MOVE WS-FILE-DATE TO CK-DATE(WS-KEY-COUNT)
            MOVE BCO-KEY TO CK-KEY(WS-KEY-COUNT).

          TRACE-ACCTREJ.
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT ACCT-REJECT-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "ACCTREJ NOT AVAILABLE, REJECTS NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-TRACE-FILE
                READ ACCT-REJECT-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        IF ACR-TYPE = "RJ"
                                AND ACR-FIELD-1 = TQ-ACCT-NO
                            MOVE WS-BINOUT-DATE TO WS-STEP-DATE
                            MOVE ACR-KEY TO WS-STEP-KEY
                            MOVE SPACES TO WS-STEP-TEXT
                            STRING "REJECTED BY BINCONV, REASON "
                                   ACR-FIELD-2(1:10)
                                   INTO WS-STEP-TEXT
                            MOVE SPACES TO WS-CLEAR-VALUE
                            PERFORM WRITE-TRACE-STEP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACCT-REJECT-FILE.

          TRACE-PENDING.
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT PENDING-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "PENDOUT NOT AVAILABLE, PENDING NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-TRACE-FILE
                READ PENDING-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        IF PND-SOURCE = "BINCONV"
                                AND PND-ORIG-VALUE = TQ-ACCT-NO
                            MOVE PND-FIRST-DATE TO WS-STEP-DATE
                            MOVE PND-TRAN-KEY TO WS-STEP-KEY
                            MOVE SPACES TO WS-STEP-TEXT
                            STRING "PENDING IN RECYCLE, REASON "
                                   PND-REASON
                                   INTO WS-STEP-TEXT
                            MOVE SPACES TO WS-CLEAR-VALUE
                            PERFORM WRITE-TRACE-STEP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PENDING-FILE.

          TRACE-RECYCLE.
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT ACCT-RECYCLE-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "ACCTRCY NOT AVAILABLE, RECYCLING NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-TRACE-FILE
                READ ACCT-RECYCLE-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        IF ARC-TYPE = "AC"
                                AND ARC-FIELD-1 = TQ-ACCT-NO
                            MOVE WS-BINOUT-DATE TO WS-STEP-DATE
                            MOVE ARC-KEY TO WS-STEP-KEY
                            MOVE "CORRECTED AND RECYCLED BY RECYCLE"
                                TO WS-STEP-TEXT
                            MOVE SPACES TO WS-CLEAR-VALUE
                            PERFORM WRITE-TRACE-STEP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACCT-RECYCLE-FILE.

          TRACE-SECOUT.
            MOVE SPACES TO WS-FILE-DATE
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT SECURE-OUT-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "SECOUT NOT AVAILABLE, TRANSMISSION NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-TRACE-FILE
                READ SECURE-OUT-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        EVALUATE SCO-TYPE
                            WHEN "HD"
                                MOVE SCO-KEY TO WS-FILE-DATE
                                MOVE SCO-KEY TO WS-SECOUT-DATE
                            WHEN "BC"
                                MOVE SCO-KEY TO WS-STEP-KEY
                                PERFORM FIND-CONVERTED-KEY
                                IF KEY-CONVERTED
                                    MOVE WS-FILE-DATE TO WS-STEP-DATE
                                    MOVE SPACES TO WS-STEP-TEXT
                                    STRING "SECURED BY SECXMIT, CODE "
                                           "TYPE " SCO-FIELD-2(2:4)
                                           INTO WS-STEP-TEXT
                                    MOVE SPACES TO WS-CLEAR-VALUE
                                    PERFORM WRITE-TRACE-STEP
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE SECURE-OUT-FILE.

          TRACE-SECREJ.
            MOVE 'N' TO WS-TRACE-EOF-SW
            OPEN INPUT SECURE-REJECT-FILE
            IF WS-TRACE-STATUS NOT = "00"
                MOVE "SECREJ NOT AVAILABLE, SECXMIT REJECTS NOT TRACED"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SECOUT-DATE TO WS-FILE-DATE
            PERFORM UNTIL END-OF-TRACE-FILE
                READ SECURE-REJECT-FILE
                    AT END
                        SET END-OF-TRACE-FILE TO TRUE
                    NOT AT END
                        IF SCR-TYPE = "RJ"
                            MOVE SCR-KEY TO WS-STEP-KEY
                            PERFORM FIND-CONVERTED-KEY
                            IF KEY-CONVERTED
                                MOVE WS-FILE-DATE TO WS-STEP-DATE
                                MOVE SPACES TO WS-STEP-TEXT
                                STRING "REJECTED BY SECXMIT, REASON "
                                       SCR-FIELD-2(1:10)
                                       INTO WS-STEP-TEXT
                                MOVE SPACES TO WS-CLEAR-VALUE
                                PERFORM WRITE-TRACE-STEP
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SECURE-REJECT-FILE.

          FIND-CONVERTED-KEY.
            MOVE 'N' TO WS-KEY-FOUND-SW
            PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                UNTIL WS-KEY-SUB > WS-KEY-COUNT
                IF CK-KEY(WS-KEY-SUB) = WS-STEP-KEY
                        AND CK-DATE(WS-KEY-SUB) = WS-FILE-DATE
                    SET KEY-CONVERTED TO TRUE
                    MOVE WS-KEY-COUNT TO WS-KEY-SUB
                END-IF
            END-PERFORM.

          WRITE-TRACE-STEP.
            IF WS-STEP-DATE < TQ-FROM-DATE
                    OR WS-STEP-DATE > TQ-TO-DATE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-STEP-CNT
            PERFORM MASK-CLEAR-VALUE
            MOVE SPACES TO OPS-LINE
            STRING WS-STEP-DATE
                   " " WS-STEP-KEY
                   " " WS-STEP-TEXT
                   INTO OPS-LINE
            MOVE SPACES TO SEC-LINE
            MOVE OPS-LINE TO SEC-LINE
            IF WS-CLEAR-VALUE NOT = SPACES
                MOVE WS-MASKED-STR TO OPS-LINE(80:36)
                MOVE WS-CLEAR-VALUE TO SEC-LINE(80:36)
            END-IF
            WRITE OPS-LINE
            WRITE SEC-LINE.

          MASK-CLEAR-VALUE.
            MOVE SPACES TO WS-MASKED-STR
            IF WS-CLEAR-VALUE = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-LAST-SUB FROM 36 BY -1
                UNTIL WS-CLEAR-VALUE(WS-LAST-SUB:1) NOT = SPACE
                CONTINUE
            END-PERFORM
            MOVE ALL "*" TO WS-MASKED-STR(1:WS-LAST-SUB)
            IF WS-LAST-SUB > 4
                MOVE WS-CLEAR-VALUE(WS-LAST-SUB - 3:4)
                    TO WS-MASKED-STR(WS-LAST-SUB - 3:4)
            END-IF.

          WRITE-TRACE-TOTALS.
            MOVE SPACES TO WS-RPT-LINE
            PERFORM WRITE-BOTH-REPORTS
            IF WS-STEP-CNT = 0
                MOVE "NO RECORDS FOR THIS ACCOUNT IN THE DATE RANGE"
                    TO WS-RPT-LINE
                PERFORM WRITE-BOTH-REPORTS
            END-IF
            MOVE WS-STEP-CNT TO WS-CNT-EDIT
            MOVE SPACES TO WS-RPT-LINE
            STRING "TOTAL STEPS TRACED  " WS-CNT-EDIT
                INTO WS-RPT-LINE
            PERFORM WRITE-BOTH-REPORTS.

          WRITE-BOTH-REPORTS.
            MOVE WS-RPT-LINE TO OPS-LINE
            WRITE OPS-LINE
            MOVE WS-RPT-LINE TO SEC-LINE
            WRITE SEC-LINE.
