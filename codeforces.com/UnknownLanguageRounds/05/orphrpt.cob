       IDENTIFICATION DIVISION.
          PROGRAM-ID. ORPHRPT.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT POINT-MASTER-FILE ASSIGN TO "MAXPTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MR-REC-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
              SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACCTMST-STATUS.
              SELECT ORPHAN-REPORT ASSIGN TO "ORPHRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD  POINT-MASTER-FILE.
          COPY BRMASTER.
          FD  ACCT-MASTER-FILE.
          COPY ACCTMST.
          FD  ORPHAN-REPORT.
          01  RPT-LINE                PIC X(120).

          WORKING-STORAGE SECTION.
          01 WS-MASTER-STATUS     PIC XX.
          01 WS-ACCTMST-STATUS    PIC XX.
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-RUN-DATE          PIC X(08).
          01 WS-MAX-BRANCHES      PIC 9(4)    VALUE 2000.
          01 BRANCH-TABLE.
              05 BRANCH-ENTRY OCCURS 2000 TIMES.
                  10 BR-COMPANY       PIC X(02).
                  10 BR-KEY           PIC 9(08).
                  10 BR-NAME          PIC X(30).
                  10 BR-STAT          PIC X(01).
                  10 BR-CLOSE-DATE    PIC X(08).
          01 WS-BRANCH-COUNT      PIC 9(4)    VALUE 0.
          01 J                    PIC 9(4).
          01 WS-ACTIVE-SUB        PIC 9(4).
          01 WS-CLOSED-SUB        PIC 9(4).
          01 WS-OPEN-CNT          PIC 9(08)   VALUE 0.
          01 WS-CLOSED-BR-CNT     PIC 9(08)   VALUE 0.
          01 WS-UNKNOWN-BR-CNT    PIC 9(08)   VALUE 0.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-ACCTMST-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-ACCTMST               VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM LOAD-BRANCH-TABLE

            OPEN OUTPUT ORPHAN-REPORT
            MOVE SPACES TO RPT-LINE
            STRING "OPEN ACCOUNTS ON CLOSED OR UNKNOWN BRANCHES  "
                   "RUN DATE: " WS-RUN-DATE
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE

            PERFORM CHECK-ACCOUNT-MASTER
            PERFORM WRITE-REPORT-TOTALS

            CLOSE ORPHAN-REPORT
            IF WS-CLOSED-BR-CNT > 0 OR WS-UNKNOWN-BR-CNT > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.

          LOAD-BRANCH-TABLE.
            OPEN INPUT POINT-MASTER-FILE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "ORPHRPT: cannot open MAXPTS, status "
                    WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                READ POINT-MASTER-FILE
                IF WS-MASTER-STATUS = "00"
                    IF WS-BRANCH-COUNT >= WS-MAX-BRANCHES
                        DISPLAY "ORPHRPT: branch count exceeds "
                            "table capacity " WS-MAX-BRANCHES
                        CLOSE POINT-MASTER-FILE
                        MOVE 16 TO RETURN-CODE
                        GOBACK
                    END-IF
                    ADD 1 TO WS-BRANCH-COUNT
                    IF MR-COMPANY = SPACES
                        MOVE "01" TO BR-COMPANY(WS-BRANCH-COUNT)
                    ELSE
                        MOVE MR-COMPANY TO BR-COMPANY(WS-BRANCH-COUNT)
                    END-IF
                    MOVE MR-KEY TO BR-KEY(WS-BRANCH-COUNT)
                    MOVE MR-NAME TO BR-NAME(WS-BRANCH-COUNT)
                    IF MR-STATUS = SPACE
                        MOVE 'A' TO BR-STAT(WS-BRANCH-COUNT)
                    ELSE
                        MOVE MR-STATUS TO BR-STAT(WS-BRANCH-COUNT)
                    END-IF
                    MOVE MR-CLOSE-DATE TO BR-CLOSE-DATE(WS-BRANCH-COUNT)
                END-IF
            END-PERFORM
            CLOSE POINT-MASTER-FILE.

          CHECK-ACCOUNT-MASTER.
            OPEN INPUT ACCT-MASTER-FILE
            IF WS-ACCTMST-STATUS NOT = "00"
                DISPLAY "ORPHRPT: cannot open ACCTMST, status "
                    WS-ACCTMST-STATUS
                CLOSE ORPHAN-REPORT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL END-OF-ACCTMST
                READ ACCT-MASTER-FILE
                    AT END
                        SET END-OF-ACCTMST TO TRUE
                    NOT AT END
                        IF AM-OPEN OR AM-STATUS = SPACE
                            ADD 1 TO WS-OPEN-CNT
                            PERFORM CHECK-ONE-ACCOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACCT-MASTER-FILE.

          CHECK-ONE-ACCOUNT.
            MOVE 0 TO WS-ACTIVE-SUB
            MOVE 0 TO WS-CLOSED-SUB
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BRANCH-COUNT
                IF BR-KEY(J) = AM-BRANCH-KEY
                    IF BR-STAT(J) = 'A'
                        MOVE J TO WS-ACTIVE-SUB
                        MOVE WS-BRANCH-COUNT TO J
                    ELSE
                        IF WS-CLOSED-SUB = 0
                            MOVE J TO WS-CLOSED-SUB
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-ACTIVE-SUB > 0
                    CONTINUE
                WHEN WS-CLOSED-SUB > 0
                    ADD 1 TO WS-CLOSED-BR-CNT
                    MOVE SPACES TO RPT-LINE
                    STRING AM-ACCT-NO
                           "  BRANCH " AM-BRANCH-KEY
                           " CO " BR-COMPANY(WS-CLOSED-SUB)
                           " " BR-NAME(WS-CLOSED-SUB)
                           "  CLOSED " BR-CLOSE-DATE(WS-CLOSED-SUB)
                           INTO RPT-LINE
                    WRITE RPT-LINE
                WHEN OTHER
                    ADD 1 TO WS-UNKNOWN-BR-CNT
                    MOVE SPACES TO RPT-LINE
                    STRING AM-ACCT-NO
                           "  BRANCH " AM-BRANCH-KEY
                           "  NOT ON MAXPTS"
                           INTO RPT-LINE
                    WRITE RPT-LINE
            END-EVALUATE.

          WRITE-REPORT-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-OPEN-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "OPEN ACCOUNTS CHECKED        " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-CLOSED-BR-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ON A CLOSED BRANCH           " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-UNKNOWN-BR-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ON A BRANCH NOT ON MAXPTS    " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            IF WS-CLOSED-BR-CNT > 0 OR WS-UNKNOWN-BR-CNT > 0
                MOVE SPACES TO RPT-LINE
                MOVE "TRANSFER WITH AN ACCTMNT 'T' TRANSACTION"
                    TO RPT-LINE
                WRITE RPT-LINE
            END-IF.
