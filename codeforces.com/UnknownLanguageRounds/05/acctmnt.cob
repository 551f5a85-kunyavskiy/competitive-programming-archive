                  FILE STATUS IS WS-TRAN-STATUS.
              SELECT CHANGE-REGISTER ASSIGN TO "ACCHGRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPER-STATUS.
              SELECT ACTIVITY-LOG-FILE ASSIGN TO "MAINTLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.
              SELECT POINT-MASTER-FILE ASSIGN TO "MAXPTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MR-REC-KEY
                  FILE STATUS IS WS-POINT-STATUS.
              SELECT RANGE-CONTROL-FILE ASSIGN TO "ACCTRNG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RANGE-STATUS.
              SELECT ISSUE-REGISTER-FILE ASSIGN TO "ACCTISS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ISSUE-STATUS.

          DATA DIVISION.
          FILE SECTION.
          COPY ACTTRAN.
          FD  CHANGE-REGISTER.
          01  REG-LINE                PIC X(120).
          FD  OPERATOR-FILE.
          COPY OPERMST.
          FD  ACTIVITY-LOG-FILE.
          COPY MAINTACT.
          FD  POINT-MASTER-FILE.
          COPY BRMASTER.
          FD  RANGE-CONTROL-FILE.
          COPY ACCTRNG.
          FD  ISSUE-REGISTER-FILE.
          COPY ACCTISS.

          WORKING-STORAGE SECTION.
          01 WS-MASTER-STATUS     PIC XX.
          01 WS-CK-ACCT           PIC X(36).
          01 WS-CKDGT-SW          PIC X.
              88 CHECK-DIGIT-GOOD             VALUE 'Y'.
          01 WS-POINT-STATUS      PIC XX.
          01 WS-MAX-BRANCHES      PIC 9(4)    VALUE 2000.
          01 BRANCH-TABLE.
              05 BRANCH-ENTRY OCCURS 2000 TIMES.
                  10 BR-COMPANY       PIC X(02).
                  10 BR-KEY           PIC 9(08).
                  10 BR-X             PIC S9(36).
                  10 BR-Y             PIC S9(36).
                  10 BR-STAT          PIC X(01).
          01 WS-BRANCH-COUNT      PIC 9(4)    VALUE 0.
          01 J                    PIC 9(4).
          01 WS-FROM-SUB          PIC 9(4)    VALUE 0.
          01 WS-TO-SUB            PIC 9(4)    VALUE 0.
          01 WS-FROM-ACTIVE-SW    PIC X.
              88 FROM-BRANCH-ACTIVE           VALUE 'Y'.
          01 DX                   PIC S9(36).
          01 DY                   PIC S9(36).
          01 TEMP                 PIC 9(36).
          01 WS-BEST-RES          PIC 9(36).
          01 WS-FIRST-SW          PIC X.
              88 FIRST-CANDIDATE              VALUE 'Y'.
          01 WS-DISTANCE          PIC 9(18)V9(6).
          01 WS-DIST-EDIT         PIC Z(12)9.999999.
          01 WS-SUCCESSOR-KEY     PIC 9(08).
          01 WS-SUCCESSOR-HOW     PIC X(07).
          01 WS-MOVED-CNT         PIC 9(08).
          01 WS-TRANSFERRED-CNT   PIC 9(08)   VALUE 0.
          01 WS-BRANCH-LOADED-SW  PIC X       VALUE 'N'.
              88 BRANCH-MASTER-LOADED         VALUE 'Y'.
          01 WS-OPER-STATUS       PIC XX.
          01 WS-LOG-STATUS        PIC XX.
          01 WS-MAX-OPERATORS     PIC 9(4)    VALUE 200.
          01 OPERATOR-TABLE.
              05 OPERATOR-ENTRY OCCURS 200 TIMES.
                  10 OT-OPERATOR      PIC X(08).
                  10 OT-STATUS        PIC X(01).
                  10 OT-AUTH          PIC X(01).
          01 WS-OPER-COUNT        PIC 9(4)    VALUE 0.
          01 WS-OPER-SUB          PIC 9(4).
          01 WS-OPER-FOUND-SUB    PIC 9(4).
          01 WS-OPERATOR-ID       PIC X(08).
          01 WS-OPER-EOF-SW       PIC X       VALUE 'N'.
              88 END-OF-OPER-FILE             VALUE 'Y'.
          01 WS-MASTER-EOF-SW     PIC X       VALUE 'N'.
              88 END-OF-MASTER                VALUE 'Y'.
          01 WS-TRAN-EOF-SW       PIC X       VALUE 'N'.
              88 END-OF-TRAN-FILE             VALUE 'Y'.
          01 WS-RANGE-STATUS      PIC XX.
          01 WS-ISSUE-STATUS      PIC XX.
          01 WS-MAX-RANGES        PIC 9(4)    VALUE 500.
          01 RANGE-TABLE.
              05 RANGE-ENTRY OCCURS 500 TIMES.
                  10 RG-BRANCH-KEY    PIC 9(08).
                  10 RG-LOW           PIC 9(35).
                  10 RG-HIGH          PIC 9(35).
                  10 RG-LAST          PIC 9(35).
                  10 RG-WARNED-SW     PIC X(01).
          01 WS-RANGE-COUNT       PIC 9(4)    VALUE 0.
          01 WS-RANGE-SUB         PIC 9(4).
          01 WS-RANGE-FOUND-SUB   PIC 9(4).
          01 WS-ISS-BASE          PIC 9(35).
          01 WS-ISS-SIZE          PIC 9(35).
          01 WS-ISS-REMAIN        PIC 9(35).
          01 WS-ISS-ACCT          PIC X(36).
          01 WS-REMAIN-EDIT       PIC Z(17)9.
          01 WS-ISSUED-CNT        PIC 9(08)   VALUE 0.
          01 WS-ISS-FREE-SW       PIC X.
              88 ISSUE-NUMBER-FREE            VALUE 'Y'.
          01 WS-ISS-EXHAUST-SW    PIC X.
              88 ISSUE-RANGE-EXHAUSTED        VALUE 'Y'.
          01 WS-ISS-BRANCH-SW     PIC X.
              88 ISSUE-BRANCH-ACTIVE          VALUE 'Y'.
          01 WS-RANGE-EOF-SW      PIC X       VALUE 'N'.
              88 END-OF-RANGE-FILE            VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            WRITE REG-LINE

            PERFORM LOAD-MASTER-TABLE
            PERFORM LOAD-BRANCH-TABLE
            PERFORM LOAD-OPERATOR-TABLE
            PERFORM LOAD-RANGE-TABLE
            PERFORM OPEN-ACTIVITY-LOG
            PERFORM OPEN-ISSUE-REGISTER
            PERFORM APPLY-TRAN-FILE
            CLOSE ACTIVITY-LOG-FILE
            CLOSE ISSUE-REGISTER-FILE
            PERFORM SAVE-MASTER-TABLE
            IF WS-ISSUED-CNT > 0
                PERFORM SAVE-RANGE-TABLE
            END-IF
            PERFORM WRITE-REGISTER-TOTALS

            CLOSE CHANGE-REGISTER
                CLOSE ACCT-MASTER-FILE
            END-IF.

          LOAD-BRANCH-TABLE.
            OPEN INPUT POINT-MASTER-FILE
            IF WS-POINT-STATUS = "00"
                SET BRANCH-MASTER-LOADED TO TRUE
                PERFORM UNTIL WS-POINT-STATUS NOT = "00"
                    READ POINT-MASTER-FILE
                    IF WS-POINT-STATUS = "00"
                        IF WS-BRANCH-COUNT >= WS-MAX-BRANCHES
                            DISPLAY "ACCTMNT: branch count exceeds "
                                "table capacity " WS-MAX-BRANCHES
                            CLOSE POINT-MASTER-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-BRANCH-COUNT
                        IF MR-COMPANY = SPACES
                            MOVE "01" TO BR-COMPANY(WS-BRANCH-COUNT)
                        ELSE
                            MOVE MR-COMPANY
                                TO BR-COMPANY(WS-BRANCH-COUNT)
                        END-IF
                        MOVE MR-KEY TO BR-KEY(WS-BRANCH-COUNT)
                        MOVE MR-X TO BR-X(WS-BRANCH-COUNT)
                        MOVE MR-Y TO BR-Y(WS-BRANCH-COUNT)
                        IF MR-STATUS = SPACE
                            MOVE 'A' TO BR-STAT(WS-BRANCH-COUNT)
                        ELSE
                            MOVE MR-STATUS TO BR-STAT(WS-BRANCH-COUNT)
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE POINT-MASTER-FILE
            END-IF.

          LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-FILE
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "ACCTMNT: cannot open OPERMST, status "
                    WS-OPER-STATUS
            ELSE
                PERFORM UNTIL END-OF-OPER-FILE
                    READ OPERATOR-FILE
                        AT END
                            SET END-OF-OPER-FILE TO TRUE
                        NOT AT END
                            IF WS-OPER-COUNT >= WS-MAX-OPERATORS
                                DISPLAY "ACCTMNT: operator count "
                                    "exceeds table capacity "
                                    WS-MAX-OPERATORS
                                CLOSE OPERATOR-FILE
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-OPER-COUNT
                            MOVE OP-OPERATOR
                                TO OT-OPERATOR(WS-OPER-COUNT)
                            MOVE OP-STATUS TO OT-STATUS(WS-OPER-COUNT)
                            MOVE OP-AUTH-ACCOUNT
                                TO OT-AUTH(WS-OPER-COUNT)
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
            END-IF.

          FIND-OPERATOR.
            MOVE 0 TO WS-OPER-FOUND-SUB
            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                UNTIL WS-OPER-SUB > WS-OPER-COUNT
                IF OT-OPERATOR(WS-OPER-SUB) = WS-OPERATOR-ID
                    MOVE WS-OPER-SUB TO WS-OPER-FOUND-SUB
                    MOVE WS-OPER-COUNT TO WS-OPER-SUB
                END-IF
            END-PERFORM.

          LOAD-RANGE-TABLE.
            OPEN INPUT RANGE-CONTROL-FILE
            IF WS-RANGE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-RANGE-FILE
                READ RANGE-CONTROL-FILE
                    AT END
                        SET END-OF-RANGE-FILE TO TRUE
                    NOT AT END
                        IF AR-BRANCH-KEY IS NOT NUMERIC
                                OR AR-RANGE-LOW IS NOT NUMERIC
                                OR AR-RANGE-HIGH IS NOT NUMERIC
                                OR AR-LAST-ISSUED IS NOT NUMERIC
                            DISPLAY "ACCTMNT: ACCTRNG record not "
                                "numeric: " AR-BRANCH-KEY
                            CLOSE RANGE-CONTROL-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        IF WS-RANGE-COUNT >= WS-MAX-RANGES
                            DISPLAY "ACCTMNT: range count exceeds "
                                "table capacity " WS-MAX-RANGES
                            CLOSE RANGE-CONTROL-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-RANGE-COUNT
                        MOVE AR-BRANCH-KEY
                            TO RG-BRANCH-KEY(WS-RANGE-COUNT)
                        MOVE AR-RANGE-LOW TO RG-LOW(WS-RANGE-COUNT)
                        MOVE AR-RANGE-HIGH TO RG-HIGH(WS-RANGE-COUNT)
                        MOVE AR-LAST-ISSUED TO RG-LAST(WS-RANGE-COUNT)
                        MOVE 'N' TO RG-WARNED-SW(WS-RANGE-COUNT)
                END-READ
            END-PERFORM
            CLOSE RANGE-CONTROL-FILE.

          OPEN-ACTIVITY-LOG.
            OPEN EXTEND ACTIVITY-LOG-FILE
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT ACTIVITY-LOG-FILE
            END-IF.

          OPEN-ISSUE-REGISTER.
            OPEN EXTEND ISSUE-REGISTER-FILE
            IF WS-ISSUE-STATUS = "35"
                OPEN OUTPUT ISSUE-REGISTER-FILE
            END-IF.

          APPLY-TRAN-FILE.
            OPEN INPUT ACCT-TRAN-FILE
            IF WS-TRAN-STATUS = "00"

          APPLY-ONE-TRAN.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE AT-OPERATOR TO WS-OPERATOR-ID
            PERFORM FIND-OPERATOR
            PERFORM FIND-ACCOUNT
            MOVE AT-ACCT-NO TO WS-CK-ACCT
            PERFORM VERIFY-CHECK-DIGIT
                        PERFORM APPLY-TRAN-CHANGE
                    WHEN 'X'
                        PERFORM APPLY-TRAN-CLOSE
                    WHEN 'T'
                        PERFORM APPLY-TRAN-TRANSFER
                    WHEN 'N'
                        PERFORM APPLY-TRAN-ISSUE
                END-EVALUATE
                ADD 1 TO WS-APPLIED-CNT
            END-IF
            PERFORM WRITE-ACTIVITY-RECORD.

          EDIT-ONE-TRAN.
            EVALUATE TRUE
                WHEN AT-ACTION NOT = 'A' AND AT-ACTION NOT = 'C'
                        AND AT-ACTION NOT = 'X' AND AT-ACTION NOT = 'T'
                        AND AT-ACTION NOT = 'N'
                    MOVE "INVALID ACTION" TO WS-REJECT-REASON
                WHEN WS-OPERATOR-ID = SPACES
                    MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
                WHEN WS-OPER-FOUND-SUB = 0
                    MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
                WHEN OT-STATUS(WS-OPER-FOUND-SUB) NOT = 'A'
                    MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
                WHEN OT-AUTH(WS-OPER-FOUND-SUB) NOT = 'Y'
                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
                WHEN AT-ACTION = 'T'
                    PERFORM EDIT-TRANSFER-TRAN
                WHEN AT-ACTION = 'N'
                    PERFORM EDIT-ISSUE-TRAN
                WHEN AT-ACCT-NO IS NOT NUMERIC
                    MOVE "ACCOUNT NOT NUMERIC" TO WS-REJECT-REASON
                WHEN NOT CHECK-DIGIT-GOOD
                        TO WS-REJECT-REASON
            END-EVALUATE.

          EDIT-TRANSFER-TRAN.
            IF AT-TO-BRANCH-KEY IS NUMERIC
                MOVE AT-TO-BRANCH-KEY TO WS-SUCCESSOR-KEY
            ELSE
                MOVE ZEROES TO WS-SUCCESSOR-KEY
            END-IF
            MOVE 0 TO WS-FROM-SUB
            MOVE 0 TO WS-TO-SUB
            MOVE 'N' TO WS-FROM-ACTIVE-SW
            IF AT-BRANCH-KEY IS NUMERIC AND AT-BRANCH-KEY NOT = ZEROES
                PERFORM FIND-TRANSFER-BRANCHES
            END-IF
            EVALUATE TRUE
                WHEN AT-BRANCH-KEY IS NOT NUMERIC
                        OR AT-BRANCH-KEY = ZEROES
                    MOVE "BRANCH KEY MISSING" TO WS-REJECT-REASON
                WHEN NOT BRANCH-MASTER-LOADED
                    MOVE "BRANCH MASTER NOT AVAILABLE"
                        TO WS-REJECT-REASON
                WHEN FROM-BRANCH-ACTIVE
                    MOVE "BRANCH NOT CLOSED" TO WS-REJECT-REASON
                WHEN WS-SUCCESSOR-KEY = AT-BRANCH-KEY
                    MOVE "SUCCESSOR IS SAME BRANCH"
                        TO WS-REJECT-REASON
                WHEN WS-SUCCESSOR-KEY NOT = ZEROES
                        AND WS-TO-SUB = 0
                    MOVE "SUCCESSOR NOT ACTIVE" TO WS-REJECT-REASON
                WHEN WS-SUCCESSOR-KEY = ZEROES AND WS-FROM-SUB = 0
                    MOVE "UNKNOWN BRANCH, NO SUCCESSOR"
                        TO WS-REJECT-REASON
                WHEN WS-SUCCESSOR-KEY = ZEROES
                    PERFORM FIND-NEAREST-SUCCESSOR
                    IF WS-TO-SUB = 0
                        MOVE "NO ACTIVE SUCCESSOR BRANCH"
                            TO WS-REJECT-REASON
                    END-IF
            END-EVALUATE.

          FIND-TRANSFER-BRANCHES.
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BRANCH-COUNT
                IF BR-KEY(J) = AT-BRANCH-KEY
                    IF BR-STAT(J) = 'A'
                        SET FROM-BRANCH-ACTIVE TO TRUE
                    ELSE
                        IF WS-FROM-SUB = 0
                            MOVE J TO WS-FROM-SUB
                        END-IF
                    END-IF
                END-IF
                IF WS-SUCCESSOR-KEY NOT = ZEROES
                        AND BR-KEY(J) = WS-SUCCESSOR-KEY
                        AND BR-STAT(J) = 'A' AND WS-TO-SUB = 0
                    MOVE J TO WS-TO-SUB
                END-IF
            END-PERFORM.

          EDIT-ISSUE-TRAN.
            IF AT-BRANCH-KEY IS NOT NUMERIC OR AT-BRANCH-KEY = ZEROES
                MOVE "BRANCH KEY MISSING" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            IF AT-EFF-DATE IS NOT NUMERIC
                MOVE "OPEN DATE NOT NUMERIC" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            IF NOT BRANCH-MASTER-LOADED
                MOVE "BRANCH MASTER NOT AVAILABLE" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-ISS-BRANCH-SW
            PERFORM VARYING J FROM 1 BY 1
                UNTIL J > WS-BRANCH-COUNT
                IF BR-KEY(J) = AT-BRANCH-KEY AND BR-STAT(J) = 'A'
                    SET ISSUE-BRANCH-ACTIVE TO TRUE
                    MOVE WS-BRANCH-COUNT TO J
                END-IF
            END-PERFORM
            IF NOT ISSUE-BRANCH-ACTIVE
                MOVE "BRANCH NOT ACTIVE" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-RANGE-FOUND-SUB
            PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
                IF RG-BRANCH-KEY(WS-RANGE-SUB) = AT-BRANCH-KEY
                    MOVE WS-RANGE-SUB TO WS-RANGE-FOUND-SUB
                    MOVE WS-RANGE-COUNT TO WS-RANGE-SUB
                END-IF
            END-PERFORM
            IF WS-RANGE-FOUND-SUB = 0
                MOVE "NO NUMBER RANGE FOR BRANCH" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-NEXT-FREE-NUMBER
            IF ISSUE-RANGE-EXHAUSTED
                MOVE "BRANCH NUMBER RANGE EXHAUSTED"
                    TO WS-REJECT-REASON
            END-IF.

          FIND-NEXT-FREE-NUMBER.
            MOVE 'N' TO WS-ISS-FREE-SW
            MOVE 'N' TO WS-ISS-EXHAUST-SW
            IF RG-LAST(WS-RANGE-FOUND-SUB) < RG-LOW(WS-RANGE-FOUND-SUB)
                MOVE RG-LOW(WS-RANGE-FOUND-SUB) TO WS-ISS-BASE
            ELSE
                IF RG-LAST(WS-RANGE-FOUND-SUB)
                        >= RG-HIGH(WS-RANGE-FOUND-SUB)
                    SET ISSUE-RANGE-EXHAUSTED TO TRUE
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-ISS-BASE = RG-LAST(WS-RANGE-FOUND-SUB) + 1
            END-IF
            IF WS-ISS-BASE > RG-HIGH(WS-RANGE-FOUND-SUB)
                SET ISSUE-RANGE-EXHAUSTED TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL ISSUE-NUMBER-FREE OR ISSUE-RANGE-EXHAUSTED
                MOVE WS-ISS-BASE TO WS-ISS-ACCT(1:35)
                SET ISSUE-NUMBER-FREE TO TRUE
                PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-MASTER-COUNT
                    IF MT-ACCT-NO(I)(1:35) = WS-ISS-ACCT(1:35)
                        MOVE 'N' TO WS-ISS-FREE-SW
                        MOVE WS-MASTER-COUNT TO I
                    END-IF
                END-PERFORM
                IF NOT ISSUE-NUMBER-FREE
                    IF WS-ISS-BASE >= RG-HIGH(WS-RANGE-FOUND-SUB)
                        SET ISSUE-RANGE-EXHAUSTED TO TRUE
                    ELSE
                        ADD 1 TO WS-ISS-BASE
                    END-IF
                END-IF
            END-PERFORM.

          FIND-NEAREST-SUCCESSOR.
            MOVE 0 TO WS-TO-SUB
            MOVE 'Y' TO WS-FIRST-SW
            MOVE ZEROES TO WS-BEST-RES
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BRANCH-COUNT
                IF J NOT = WS-FROM-SUB AND BR-STAT(J) = 'A'
                        AND BR-COMPANY(J) = BR-COMPANY(WS-FROM-SUB)
                    SUBTRACT BR-X(WS-FROM-SUB) FROM BR-X(J) GIVING DX
                    SUBTRACT BR-Y(WS-FROM-SUB) FROM BR-Y(J) GIVING DY
                    MULTIPLY DX BY DX
                    MULTIPLY DY BY DY
                    ADD DX TO DY GIVING TEMP
                    IF FIRST-CANDIDATE OR TEMP < WS-BEST-RES
                        MOVE TEMP TO WS-BEST-RES
                        MOVE J TO WS-TO-SUB
                        MOVE 'N' TO WS-FIRST-SW
                    END-IF
                END-IF
            END-PERFORM.

          VERIFY-CHECK-DIGIT.
            MOVE 'N' TO WS-CKDGT-SW
            IF WS-CK-ACCT IS NUMERIC
            MOVE "NEW" TO WS-LINE-TAG
            PERFORM WRITE-REGISTER-LINE.

          APPLY-TRAN-TRANSFER.
            MOVE SPACES TO REG-LINE
            IF WS-SUCCESSOR-KEY = ZEROES
                MOVE "NEAREST" TO WS-SUCCESSOR-HOW
                COMPUTE WS-DISTANCE = FUNCTION SQRT(WS-BEST-RES)
                MOVE WS-DISTANCE TO WS-DIST-EDIT
                STRING "XFR  BR " AT-BRANCH-KEY
                       " TO " BR-KEY(WS-TO-SUB)
                       " CO " BR-COMPANY(WS-TO-SUB)
                       "  " WS-SUCCESSOR-HOW
                       "  DIST " WS-DIST-EDIT
                       INTO REG-LINE
            ELSE
                MOVE "NAMED" TO WS-SUCCESSOR-HOW
                STRING "XFR  BR " AT-BRANCH-KEY
                       " TO " BR-KEY(WS-TO-SUB)
                       " CO " BR-COMPANY(WS-TO-SUB)
                       "  " WS-SUCCESSOR-HOW
                       INTO REG-LINE
            END-IF
            WRITE REG-LINE
            MOVE 0 TO WS-MOVED-CNT
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MASTER-COUNT
                IF MT-BRANCH-KEY(I) = AT-BRANCH-KEY
                        AND MT-STATUS(I) NOT = 'C'
                    MOVE I TO WS-LINE-SUB
                    MOVE "OLD" TO WS-LINE-TAG
                    PERFORM WRITE-REGISTER-LINE
                    MOVE BR-KEY(WS-TO-SUB) TO MT-BRANCH-KEY(I)
                    MOVE "NEW" TO WS-LINE-TAG
                    PERFORM WRITE-REGISTER-LINE
                    ADD 1 TO WS-MOVED-CNT
                END-IF
            END-PERFORM
            ADD WS-MOVED-CNT TO WS-TRANSFERRED-CNT
            MOVE WS-MOVED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO REG-LINE
            STRING "XFR  BR " AT-BRANCH-KEY
                   "  OPEN ACCOUNTS MOVED " WS-CNT-EDIT
                   INTO REG-LINE
            WRITE REG-LINE.

          APPLY-TRAN-ISSUE.
            IF WS-MASTER-COUNT >= WS-MAX-ACCTS
                DISPLAY "ACCTMNT: account count exceeds table "
                    "capacity " WS-MAX-ACCTS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-ISS-BASE TO WS-CK-ACCT(1:35)
            MOVE "0" TO WS-CK-ACCT(36:1)
            PERFORM VERIFY-CHECK-DIGIT
            MOVE WS-CK-EXPECT TO WS-CK-ACCT(36:1)
            MOVE WS-CK-ACCT TO AT-ACCT-NO
            ADD 1 TO WS-MASTER-COUNT
            MOVE WS-CK-ACCT TO MT-ACCT-NO(WS-MASTER-COUNT)
            MOVE AT-BRANCH-KEY TO MT-BRANCH-KEY(WS-MASTER-COUNT)
            MOVE 'O' TO MT-STATUS(WS-MASTER-COUNT)
            MOVE AT-EFF-DATE TO MT-OPEN-DATE(WS-MASTER-COUNT)
            MOVE SPACES TO MT-CLOSE-DATE(WS-MASTER-COUNT)
            MOVE "ISS" TO WS-LINE-TAG
            MOVE WS-MASTER-COUNT TO WS-LINE-SUB
            PERFORM WRITE-REGISTER-LINE
            MOVE WS-ISS-BASE TO RG-LAST(WS-RANGE-FOUND-SUB)
            ADD 1 TO WS-ISSUED-CNT
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO ACCT-ISSUE-RECORD
            MOVE WS-CURRENT-DATE(1:8) TO AI-ISSUE-DATE
            MOVE WS-CURRENT-DATE(9:6) TO AI-ISSUE-TIME
            MOVE AT-BRANCH-KEY TO AI-BRANCH-KEY
            MOVE WS-CK-ACCT TO AI-ACCT-NO
            MOVE AT-EFF-DATE TO AI-OPEN-DATE
            MOVE WS-OPERATOR-ID TO AI-OPERATOR
            WRITE ACCT-ISSUE-RECORD
            PERFORM CHECK-RANGE-EXHAUSTION.

          CHECK-RANGE-EXHAUSTION.
            IF RG-WARNED-SW(WS-RANGE-FOUND-SUB) = 'Y'
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-ISS-SIZE = RG-HIGH(WS-RANGE-FOUND-SUB)
                - RG-LOW(WS-RANGE-FOUND-SUB) + 1
            COMPUTE WS-ISS-REMAIN = RG-HIGH(WS-RANGE-FOUND-SUB)
                - RG-LAST(WS-RANGE-FOUND-SUB)
            IF WS-ISS-REMAIN * 20 > WS-ISS-SIZE
                EXIT PARAGRAPH
            END-IF
            MOVE 'Y' TO RG-WARNED-SW(WS-RANGE-FOUND-SUB)
            MOVE WS-ISS-REMAIN TO WS-REMAIN-EDIT
            MOVE SPACES TO REG-LINE
            STRING "WARN BR " AT-BRANCH-KEY
                   "  NUMBER RANGE WITHIN 5% OF EXHAUSTION, "
                   WS-REMAIN-EDIT " NUMBERS LEFT"
                   INTO REG-LINE
            WRITE REG-LINE
            DISPLAY "ACCTMNT: branch " AT-BRANCH-KEY
                " account number range within 5% of exhaustion, "
                WS-REMAIN-EDIT " left".

          SAVE-RANGE-TABLE.
            OPEN OUTPUT RANGE-CONTROL-FILE
            PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
                MOVE RG-BRANCH-KEY(WS-RANGE-SUB) TO AR-BRANCH-KEY
                MOVE RG-LOW(WS-RANGE-SUB) TO AR-RANGE-LOW
                MOVE RG-HIGH(WS-RANGE-SUB) TO AR-RANGE-HIGH
                MOVE RG-LAST(WS-RANGE-SUB) TO AR-LAST-ISSUED
                WRITE ACCT-RANGE-RECORD
            END-PERFORM
            CLOSE RANGE-CONTROL-FILE.

          FIND-ACCOUNT.
            MOVE 0 TO WS-FOUND-SUB
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MASTER-COUNT
                   INTO REG-LINE
            WRITE REG-LINE.

          WRITE-ACTIVITY-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO MAINT-ACTIVITY-RECORD
            MOVE WS-CURRENT-DATE(1:8) TO MA-RUN-DATE
            MOVE WS-CURRENT-DATE(9:6) TO MA-RUN-TIME
            MOVE "ACCTMNT" TO MA-PROGRAM
            MOVE WS-OPERATOR-ID TO MA-OPERATOR
            MOVE AT-ACTION TO MA-ACTION
            IF AT-ACTION = 'T'
                    OR (AT-ACTION = 'N' AND AT-ACCT-NO = SPACES)
                STRING "BR " AT-BRANCH-KEY INTO MA-ITEM
            ELSE
                MOVE AT-ACCT-NO TO MA-ITEM
            END-IF
            IF WS-REJECT-REASON = SPACES
                SET MA-APPLIED TO TRUE
            ELSE
                SET MA-REFUSED TO TRUE
                MOVE WS-REJECT-REASON TO MA-REASON
            END-IF
            WRITE MAINT-ACTIVITY-RECORD.

          WRITE-REJECT-LINE.
            ADD 1 TO WS-REJECTED-CNT
            MOVE SPACES TO REG-LINE
            MOVE SPACES TO REG-LINE
            STRING "TRANSACTIONS REJECTED  " WS-CNT-EDIT
                INTO REG-LINE
            WRITE REG-LINE
            MOVE WS-TRANSFERRED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO REG-LINE
            STRING "ACCOUNTS TRANSFERRED   " WS-CNT-EDIT
                INTO REG-LINE
            WRITE REG-LINE
            MOVE WS-ISSUED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO REG-LINE
            STRING "ACCOUNTS ISSUED        " WS-CNT-EDIT
                INTO REG-LINE
            WRITE REG-LINE.
