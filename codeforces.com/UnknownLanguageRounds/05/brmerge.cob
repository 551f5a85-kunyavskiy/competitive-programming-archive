       IDENTIFICATION DIVISION.
          PROGRAM-ID. BRMERGE.

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT CROSSWALK-FILE ASSIGN TO "BRXWALK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XWALK-STATUS.
              SELECT POINT-MASTER-FILE ASSIGN TO "MAXPTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MR-REC-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
              SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACCTMST-STATUS.
              SELECT BRANCH-AUDIT-FILE ASSIGN TO "BRAUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.
              SELECT RESULT-FILE ASSIGN TO "MAXRES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RESULT-STATUS.
              SELECT CROSSWALK-REPORT ASSIGN TO "BRXWRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT MERGE-CONTROL ASSIGN TO "BRMGCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
              SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPER-STATUS.
              SELECT ACTIVITY-LOG-FILE ASSIGN TO "MAINTLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  CROSSWALK-FILE.
          COPY BRXWALK.
          FD  POINT-MASTER-FILE.
          COPY BRMASTER.
          FD  ACCT-MASTER-FILE.
          COPY ACCTMST.
          FD  BRANCH-AUDIT-FILE.
          COPY BRAUD.
          FD  CROSSWALK-REPORT.
          01  RPT-LINE                PIC X(132).
          FD  RESULT-FILE.
          01  RESULT-RECORD.
              05 RR-MAX-RES       PIC 9(36).
              05 RR-MIN-RES       PIC 9(36).
              05 RR-MAX-KEY-1     PIC 9(08).
              05 RR-MAX-KEY-2     PIC 9(08).
              05 RR-MIN-KEY-1     PIC 9(08).
              05 RR-MIN-KEY-2     PIC 9(08).
              05 RR-FIRST-SW      PIC X.
              05 RR-MAX-CO-1      PIC X(02).
              05 RR-MAX-CO-2      PIC X(02).
              05 RR-MIN-CO-1      PIC X(02).
              05 RR-MIN-CO-2      PIC X(02).
          FD  MERGE-CONTROL.
          01  MERGE-CONTROL-RECORD.
              05 MC-OPERATOR      PIC X(08).
          FD  OPERATOR-FILE.
          COPY OPERMST.
          FD  ACTIVITY-LOG-FILE.
          COPY MAINTACT.

          WORKING-STORAGE SECTION.
          01 WS-XWALK-STATUS      PIC XX.
          01 WS-MASTER-STATUS     PIC XX.
          01 WS-ACCTMST-STATUS    PIC XX.
          01 WS-AUDIT-STATUS      PIC XX.
          01 WS-RESULT-STATUS     PIC XX.
          01 WS-CONTROL-STATUS    PIC XX.
          01 WS-OPER-STATUS       PIC XX.
          01 WS-LOG-STATUS        PIC XX.
          01 WS-OPERATOR-ID       PIC X(08)   VALUE SPACES.
          01 WS-OPER-FOUND-SW     PIC X       VALUE 'N'.
              88 OPERATOR-FOUND               VALUE 'Y'.
          01 WS-OPER-EOF-SW       PIC X       VALUE 'N'.
              88 END-OF-OPER-FILE             VALUE 'Y'.
          01 WS-LOG-ACTION        PIC X(01).
          01 WS-LOG-ITEM          PIC X(36).
          01 WS-CURRENT-DATE      PIC X(21).
          01 WS-RUN-DATE          PIC X(08).
          01 WS-MAX-XWALK         PIC 9(4)    VALUE 500.
          01 XWALK-TABLE.
              05 XWALK-ENTRY OCCURS 500 TIMES.
                  10 XT-OLD-COMPANY   PIC X(02).
                  10 XT-OLD-KEY       PIC 9(08).
                  10 XT-NEW-COMPANY   PIC X(02).
                  10 XT-NEW-KEY       PIC 9(08).
                  10 XT-MAP-UNTIL     PIC X(08).
                  10 XT-CONVERT-DATE  PIC X(08).
                  10 XT-PENDING-SW    PIC X(01).
                  10 XT-SHARED-SW     PIC X(01).
                  10 XT-ACCT-CNT      PIC 9(08).
                  10 XT-HELD-CNT      PIC 9(08).
          01 WS-XWALK-COUNT       PIC 9(4)    VALUE 0.
          01 WS-MAX-ACCTS         PIC 9(4)    VALUE 2000.
          01 ACCT-TABLE.
              05 ACCT-ENTRY OCCURS 2000 TIMES.
                  10 MT-ACCT-NO       PIC X(36).
                  10 MT-BRANCH-KEY    PIC 9(08).
                  10 MT-STATUS        PIC X(01).
                  10 MT-OPEN-DATE     PIC X(08).
                  10 MT-CLOSE-DATE    PIC X(08).
          01 WS-ACCT-COUNT        PIC 9(4)    VALUE 0.
          01 I                    PIC 9(4).
          01 J                    PIC 9(4).
          01 WS-FOUND-SUB         PIC 9(4).
          01 WS-REJECT-REASON     PIC X(30).
          01 WS-PENDING-CNT       PIC 9(08)   VALUE 0.
          01 WS-DONE-CNT          PIC 9(08)   VALUE 0.
          01 WS-ERROR-CNT         PIC 9(08)   VALUE 0.
          01 WS-CONVERTED-CNT     PIC 9(08)   VALUE 0.
          01 WS-REPOINTED-CNT     PIC 9(08)   VALUE 0.
          01 WS-HELD-CNT          PIC 9(08)   VALUE 0.
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-CNT-EDIT-2        PIC Z(7)9.
          01 WS-X-EDIT            PIC -(35)9.
          01 WS-Y-EDIT            PIC -(35)9.
          01 WS-OLD-NAME          PIC X(30).
          01 WS-OLD-REGION        PIC X(04).
          01 WS-OLD-X             PIC S9(36).
          01 WS-OLD-Y             PIC S9(36).
          01 WS-XWALK-EOF-SW      PIC X       VALUE 'N'.
              88 END-OF-XWALK                 VALUE 'Y'.
          01 WS-ACCTMST-EOF-SW    PIC X       VALUE 'N'.
              88 END-OF-ACCTMST               VALUE 'Y'.

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM READ-CONTROL-CARD
            OPEN OUTPUT CROSSWALK-REPORT
            MOVE SPACES TO RPT-LINE
            STRING "BRANCH RENUMBERING CROSSWALK  RUN DATE: "
                WS-RUN-DATE "  OPERATOR: " WS-OPERATOR-ID
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE

            PERFORM CHECK-OPERATOR-AUTHORITY
            PERFORM LOAD-CROSSWALK-TABLE
            PERFORM OPEN-MASTER-FILE
            PERFORM OPEN-ACTIVITY-LOG
            PERFORM EDIT-CROSSWALK
            IF WS-ERROR-CNT > 0
                CLOSE POINT-MASTER-FILE
                CLOSE ACTIVITY-LOG-FILE
                PERFORM WRITE-REFUSAL
                CLOSE CROSSWALK-REPORT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-PENDING-CNT = 0
                CLOSE POINT-MASTER-FILE
                CLOSE ACTIVITY-LOG-FILE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE "NO CROSSWALK RECORDS AWAITING CONVERSION"
                    TO RPT-LINE
                WRITE RPT-LINE
                PERFORM WRITE-REPORT-TOTALS
                CLOSE CROSSWALK-REPORT
                STOP RUN
            END-IF

            PERFORM LOAD-ACCOUNT-TABLE
            PERFORM OPEN-AUDIT-FILE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "BRANCHES CONVERTED" TO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-XWALK-COUNT
                IF XT-PENDING-SW(I) = 'Y'
                    PERFORM CONVERT-ONE-BRANCH
                END-IF
            END-PERFORM
            CLOSE BRANCH-AUDIT-FILE
            CLOSE POINT-MASTER-FILE

            PERFORM REPOINT-ACCOUNTS
            CLOSE ACTIVITY-LOG-FILE
            PERFORM SAVE-ACCOUNT-TABLE
            PERFORM SAVE-CROSSWALK-TABLE
            PERFORM INVALIDATE-DISTANCE-RESULTS
            PERFORM WRITE-SIGN-OFF-SUMMARY
            PERFORM WRITE-REPORT-TOTALS

            CLOSE CROSSWALK-REPORT
            IF WS-HELD-CNT > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

          READ-CONTROL-CARD.
            OPEN INPUT MERGE-CONTROL
            IF WS-CONTROL-STATUS = "00"
                READ MERGE-CONTROL
                IF WS-CONTROL-STATUS = "00"
                    MOVE MC-OPERATOR TO WS-OPERATOR-ID
                END-IF
                CLOSE MERGE-CONTROL
            END-IF.

          CHECK-OPERATOR-AUTHORITY.
            OPEN INPUT OPERATOR-FILE
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "BRMERGE: cannot open OPERMST, status "
                    WS-OPER-STATUS
            ELSE
                PERFORM UNTIL END-OF-OPER-FILE OR OPERATOR-FOUND
                    READ OPERATOR-FILE
                        AT END
                            SET END-OF-OPER-FILE TO TRUE
                        NOT AT END
                            IF OP-OPERATOR = WS-OPERATOR-ID
                                SET OPERATOR-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
            END-IF
            MOVE SPACES TO WS-REJECT-REASON
            EVALUATE TRUE
                WHEN WS-OPERATOR-ID = SPACES
                    MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
                WHEN NOT OPERATOR-FOUND
                    MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
                WHEN NOT OP-ACTIVE
                    MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
                WHEN OP-AUTH-BRANCH NOT = 'Y'
                        OR OP-AUTH-ACCOUNT NOT = 'Y'
                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
            END-EVALUATE
            IF WS-REJECT-REASON = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-ACTIVITY-LOG
            MOVE 'X' TO WS-LOG-ACTION
            MOVE "BRXWALK" TO WS-LOG-ITEM
            PERFORM WRITE-ACTIVITY-RECORD
            CLOSE ACTIVITY-LOG-FILE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "*** CONVERSION REFUSED - " WS-REJECT-REASON
                   " - NOTHING CHANGED ***"
                   INTO RPT-LINE
            WRITE RPT-LINE
            DISPLAY "BRMERGE: conversion refused, " WS-REJECT-REASON
            CLOSE CROSSWALK-REPORT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

          OPEN-ACTIVITY-LOG.
            OPEN EXTEND ACTIVITY-LOG-FILE
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT ACTIVITY-LOG-FILE
            END-IF.

          WRITE-ACTIVITY-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO MAINT-ACTIVITY-RECORD
            MOVE WS-CURRENT-DATE(1:8) TO MA-RUN-DATE
            MOVE WS-CURRENT-DATE(9:6) TO MA-RUN-TIME
            MOVE "BRMERGE" TO MA-PROGRAM
            MOVE WS-OPERATOR-ID TO MA-OPERATOR
            MOVE WS-LOG-ACTION TO MA-ACTION
            MOVE WS-LOG-ITEM TO MA-ITEM
            IF WS-REJECT-REASON = SPACES
                SET MA-APPLIED TO TRUE
            ELSE
                SET MA-REFUSED TO TRUE
                MOVE WS-REJECT-REASON TO MA-REASON
            END-IF
            WRITE MAINT-ACTIVITY-RECORD.

          SET-BRANCH-LOG-ITEM.
            MOVE 'X' TO WS-LOG-ACTION
            MOVE SPACES TO WS-LOG-ITEM
            STRING XT-OLD-COMPANY(I) " " XT-OLD-KEY(I)
                   " TO " XT-NEW-COMPANY(I) " " XT-NEW-KEY(I)
                   INTO WS-LOG-ITEM.

          LOAD-CROSSWALK-TABLE.
            OPEN INPUT CROSSWALK-FILE
            IF WS-XWALK-STATUS NOT = "00"
                DISPLAY "BRMERGE: cannot open BRXWALK, status "
                    WS-XWALK-STATUS
                CLOSE CROSSWALK-REPORT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL END-OF-XWALK
                READ CROSSWALK-FILE
                    AT END
                        SET END-OF-XWALK TO TRUE
                    NOT AT END
                        IF WS-XWALK-COUNT >= WS-MAX-XWALK
                            DISPLAY "BRMERGE: crosswalk count exceeds "
                                "table capacity " WS-MAX-XWALK
                            CLOSE CROSSWALK-FILE
                            CLOSE CROSSWALK-REPORT
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-XWALK-COUNT
                        PERFORM TABLE-ONE-CROSSWALK
                END-READ
            END-PERFORM
            CLOSE CROSSWALK-FILE.

          TABLE-ONE-CROSSWALK.
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
            IF XW-OLD-KEY IS NUMERIC
                MOVE XW-OLD-KEY TO XT-OLD-KEY(WS-XWALK-COUNT)
            ELSE
                MOVE ZEROES TO XT-OLD-KEY(WS-XWALK-COUNT)
            END-IF
            IF XW-NEW-KEY IS NUMERIC
                MOVE XW-NEW-KEY TO XT-NEW-KEY(WS-XWALK-COUNT)
            ELSE
                MOVE ZEROES TO XT-NEW-KEY(WS-XWALK-COUNT)
            END-IF
            MOVE XW-MAP-UNTIL TO XT-MAP-UNTIL(WS-XWALK-COUNT)
            MOVE XW-CONVERT-DATE TO XT-CONVERT-DATE(WS-XWALK-COUNT)
            IF XW-CONVERT-DATE = SPACES
                MOVE 'Y' TO XT-PENDING-SW(WS-XWALK-COUNT)
            ELSE
                MOVE 'N' TO XT-PENDING-SW(WS-XWALK-COUNT)
            END-IF
            MOVE 'N' TO XT-SHARED-SW(WS-XWALK-COUNT)
            MOVE ZEROES TO XT-ACCT-CNT(WS-XWALK-COUNT)
                XT-HELD-CNT(WS-XWALK-COUNT).

          OPEN-MASTER-FILE.
            OPEN I-O POINT-MASTER-FILE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "BRMERGE: cannot open MAXPTS, status "
                    WS-MASTER-STATUS
                CLOSE CROSSWALK-REPORT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

          EDIT-CROSSWALK.
            MOVE "CROSSWALK EDIT" TO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-XWALK-COUNT
                IF XT-PENDING-SW(I) = 'Y'
                    ADD 1 TO WS-PENDING-CNT
                    PERFORM EDIT-ONE-CROSSWALK
                    IF WS-REJECT-REASON NOT = SPACES
                        ADD 1 TO WS-ERROR-CNT
                        PERFORM WRITE-EDIT-ERROR
                        PERFORM SET-BRANCH-LOG-ITEM
                        PERFORM WRITE-ACTIVITY-RECORD
                    END-IF
                ELSE
                    ADD 1 TO WS-DONE-CNT
                    MOVE SPACES TO RPT-LINE
                    STRING "  " XT-OLD-COMPANY(I) " " XT-OLD-KEY(I)
                           " TO " XT-NEW-COMPANY(I) " " XT-NEW-KEY(I)
                           "  ALREADY CONVERTED "
                           XT-CONVERT-DATE(I)
                           INTO RPT-LINE
                    WRITE RPT-LINE
                END-IF
            END-PERFORM.

          EDIT-ONE-CROSSWALK.
            MOVE SPACES TO WS-REJECT-REASON
            EVALUATE TRUE
                WHEN XT-OLD-KEY(I) = ZEROES
                    MOVE "OLD KEY MISSING" TO WS-REJECT-REASON
                WHEN XT-NEW-KEY(I) = ZEROES
                    MOVE "NEW KEY MISSING" TO WS-REJECT-REASON
                WHEN XT-OLD-COMPANY(I) = XT-NEW-COMPANY(I)
                    MOVE "OLD AND NEW COMPANY THE SAME"
                        TO WS-REJECT-REASON
                WHEN XT-MAP-UNTIL(I) NOT = SPACES
                        AND XT-MAP-UNTIL(I) IS NOT NUMERIC
                    MOVE "MAP-UNTIL DATE NOT NUMERIC"
                        TO WS-REJECT-REASON
            END-EVALUATE
            IF WS-REJECT-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I
                IF XT-PENDING-SW(J) = 'Y'
                    IF XT-OLD-COMPANY(J) = XT-OLD-COMPANY(I)
                            AND XT-OLD-KEY(J) = XT-OLD-KEY(I)
                        MOVE "OLD KEY REPEATED ON CROSSWALK"
                            TO WS-REJECT-REASON
                    END-IF
                    IF XT-NEW-COMPANY(J) = XT-NEW-COMPANY(I)
                            AND XT-NEW-KEY(J) = XT-NEW-KEY(I)
                        MOVE "NEW KEY REPEATED ON CROSSWALK"
                            TO WS-REJECT-REASON
                    END-IF
                    IF XT-OLD-KEY(J) = XT-OLD-KEY(I)
                        MOVE 'Y' TO XT-SHARED-SW(J)
                        MOVE 'Y' TO XT-SHARED-SW(I)
                    END-IF
                END-IF
            END-PERFORM
            IF WS-REJECT-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE XT-NEW-COMPANY(I) TO MR-COMPANY
            MOVE XT-NEW-KEY(I) TO MR-KEY
            READ POINT-MASTER-FILE
            IF WS-MASTER-STATUS = "00"
                MOVE "NEW KEY ALREADY ON MASTER" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE XT-NEW-COMPANY(I) TO MR-COMPANY
            MOVE XT-OLD-KEY(I) TO MR-KEY
            READ POINT-MASTER-FILE
            IF WS-MASTER-STATUS = "00"
                MOVE 'Y' TO XT-SHARED-SW(I)
            END-IF
            MOVE XT-OLD-COMPANY(I) TO MR-COMPANY
            MOVE XT-OLD-KEY(I) TO MR-KEY
            READ POINT-MASTER-FILE
            IF WS-MASTER-STATUS NOT = "00"
                MOVE "OLD BRANCH NOT ON MASTER" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            IF MR-CLOSED
                MOVE "OLD BRANCH ALREADY CLOSED" TO WS-REJECT-REASON
            END-IF.

          WRITE-EDIT-ERROR.
            MOVE SPACES TO RPT-LINE
            STRING "  " XT-OLD-COMPANY(I) " " XT-OLD-KEY(I)
                   " TO " XT-NEW-COMPANY(I) " " XT-NEW-KEY(I)
                   "  ERROR  " WS-REJECT-REASON
                   INTO RPT-LINE
            WRITE RPT-LINE.

          WRITE-REFUSAL.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-ERROR-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "*** CONVERSION REFUSED - " WS-CNT-EDIT
                   " CROSSWALK ERRORS, NOTHING CHANGED ***"
                   INTO RPT-LINE
            WRITE RPT-LINE
            DISPLAY "BRMERGE: conversion refused, " WS-CNT-EDIT
                " crosswalk errors - see BRXWRPT".

          LOAD-ACCOUNT-TABLE.
            OPEN INPUT ACCT-MASTER-FILE
            IF WS-ACCTMST-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-ACCTMST
                READ ACCT-MASTER-FILE
                    AT END
                        SET END-OF-ACCTMST TO TRUE
                    NOT AT END
                        IF WS-ACCT-COUNT >= WS-MAX-ACCTS
                            DISPLAY "BRMERGE: account count exceeds "
                                "table capacity " WS-MAX-ACCTS
                            CLOSE ACCT-MASTER-FILE
                            CLOSE POINT-MASTER-FILE
                            CLOSE ACTIVITY-LOG-FILE
                            CLOSE CROSSWALK-REPORT
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-ACCT-COUNT
                        MOVE AM-ACCT-NO TO MT-ACCT-NO(WS-ACCT-COUNT)
                        MOVE AM-BRANCH-KEY
                            TO MT-BRANCH-KEY(WS-ACCT-COUNT)
                        MOVE AM-STATUS TO MT-STATUS(WS-ACCT-COUNT)
                        MOVE AM-OPEN-DATE TO MT-OPEN-DATE(WS-ACCT-COUNT)
                        MOVE AM-CLOSE-DATE
                            TO MT-CLOSE-DATE(WS-ACCT-COUNT)
                END-READ
            END-PERFORM
            CLOSE ACCT-MASTER-FILE.

          OPEN-AUDIT-FILE.
            OPEN EXTEND BRANCH-AUDIT-FILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT BRANCH-AUDIT-FILE
            END-IF.

          CONVERT-ONE-BRANCH.
            MOVE XT-OLD-COMPANY(I) TO MR-COMPANY
            MOVE XT-OLD-KEY(I) TO MR-KEY
            READ POINT-MASTER-FILE
            MOVE MR-NAME TO WS-OLD-NAME
            MOVE MR-REGION TO WS-OLD-REGION
            MOVE MR-X TO WS-OLD-X
            MOVE MR-Y TO WS-OLD-Y
            PERFORM START-BRANCH-AUDIT
            MOVE 'X' TO BA-ACTION
            MOVE MR-X TO BA-OLD-X
            MOVE MR-Y TO BA-OLD-Y
            MOVE MR-REGION TO BA-OLD-REGION
            IF MR-STATUS = SPACE
                MOVE 'A' TO BA-OLD-STATUS
            ELSE
                MOVE MR-STATUS TO BA-OLD-STATUS
            END-IF
            MOVE 'C' TO MR-STATUS
            MOVE WS-RUN-DATE TO MR-CLOSE-DATE
            REWRITE MASTER-RECORD
            IF WS-MASTER-STATUS NOT = "00"
                PERFORM STOP-ON-MASTER-FAILURE
            END-IF
            PERFORM WRITE-BRANCH-AUDIT

            MOVE SPACES TO MASTER-RECORD
            MOVE XT-NEW-COMPANY(I) TO MR-COMPANY
            MOVE XT-NEW-KEY(I) TO MR-KEY
            MOVE WS-OLD-X TO MR-X
            MOVE WS-OLD-Y TO MR-Y
            MOVE WS-OLD-NAME TO MR-NAME
            MOVE WS-OLD-REGION TO MR-REGION
            MOVE 'A' TO MR-STATUS
            MOVE WS-RUN-DATE TO MR-OPEN-DATE
            MOVE SPACES TO MR-CLOSE-DATE
            PERFORM START-BRANCH-AUDIT
            MOVE 'A' TO BA-ACTION
            WRITE MASTER-RECORD
            IF WS-MASTER-STATUS NOT = "00"
                PERFORM STOP-ON-MASTER-FAILURE
            END-IF
            PERFORM WRITE-BRANCH-AUDIT

            MOVE WS-RUN-DATE TO XT-CONVERT-DATE(I)
            ADD 1 TO WS-CONVERTED-CNT
            MOVE SPACES TO WS-REJECT-REASON
            PERFORM SET-BRANCH-LOG-ITEM
            PERFORM WRITE-ACTIVITY-RECORD
            MOVE WS-OLD-X TO WS-X-EDIT
            MOVE WS-OLD-Y TO WS-Y-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "  " XT-OLD-COMPANY(I) " " XT-OLD-KEY(I)
                   " TO " XT-NEW-COMPANY(I) " " XT-NEW-KEY(I)
                   "  " WS-OLD-NAME
                   " REG " WS-OLD-REGION
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "      X=" WS-X-EDIT
                   " Y=" WS-Y-EDIT
                   INTO RPT-LINE
            WRITE RPT-LINE.

          STOP-ON-MASTER-FAILURE.
            DISPLAY "BRMERGE: MAXPTS update failed for " MR-COMPANY
                " " MR-KEY ", status " WS-MASTER-STATUS
            MOVE SPACES TO WS-REJECT-REASON
            STRING "MAXPTS UPDATE FAILED STATUS " WS-MASTER-STATUS
                   INTO WS-REJECT-REASON
            PERFORM SET-BRANCH-LOG-ITEM
            PERFORM WRITE-ACTIVITY-RECORD
            MOVE SPACES TO RPT-LINE
            STRING "  " XT-OLD-COMPANY(I) " " XT-OLD-KEY(I)
                   " TO " XT-NEW-COMPANY(I) " " XT-NEW-KEY(I)
                   "  ERROR  MAXPTS UPDATE FAILED ON " MR-COMPANY
                   " " MR-KEY " STATUS " WS-MASTER-STATUS
                   INTO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "*** MERGE STOPPED - MAXPTS PARTLY CONVERTED, "
                   "NO ACCOUNTS RE-POINTED ***"
                   INTO RPT-LINE
            WRITE RPT-LINE
            CLOSE BRANCH-AUDIT-FILE
            CLOSE POINT-MASTER-FILE
            CLOSE ACTIVITY-LOG-FILE
            CLOSE CROSSWALK-REPORT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

          START-BRANCH-AUDIT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO BRANCH-AUDIT-RECORD
            MOVE WS-RUN-DATE TO BA-RUN-DATE
            MOVE WS-CURRENT-DATE(9:6) TO BA-RUN-TIME
            MOVE "BRMERGE" TO BA-SOURCE
            MOVE MR-COMPANY TO BA-COMPANY
            MOVE MR-KEY TO BA-KEY
            MOVE ZEROES TO BA-OLD-X BA-OLD-Y
            MOVE ZEROES TO BA-NEW-X BA-NEW-Y.

          WRITE-BRANCH-AUDIT.
            MOVE MR-X TO BA-NEW-X
            MOVE MR-Y TO BA-NEW-Y
            MOVE MR-REGION TO BA-NEW-REGION
            MOVE MR-STATUS TO BA-NEW-STATUS
            WRITE BRANCH-AUDIT-RECORD.

          REPOINT-ACCOUNTS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "ACCOUNTS RE-POINTED" TO RPT-LINE
            WRITE RPT-LINE
            IF WS-ACCTMST-STATUS NOT = "00"
                MOVE "  ACCTMST NOT AVAILABLE, NO ACCOUNTS RE-POINTED"
                    TO RPT-LINE
                WRITE RPT-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ACCT-COUNT
                PERFORM REPOINT-ONE-ACCOUNT
            END-PERFORM.

          REPOINT-ONE-ACCOUNT.
            MOVE 0 TO WS-FOUND-SUB
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-XWALK-COUNT
                IF XT-PENDING-SW(I) = 'Y'
                        AND XT-OLD-KEY(I) = MT-BRANCH-KEY(J)
                    MOVE I TO WS-FOUND-SUB
                    MOVE WS-XWALK-COUNT TO I
                END-IF
            END-PERFORM
            IF WS-FOUND-SUB = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-FOUND-SUB TO I
            MOVE 'T' TO WS-LOG-ACTION
            MOVE MT-ACCT-NO(J) TO WS-LOG-ITEM
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO RPT-LINE
            IF XT-SHARED-SW(I) = 'Y'
                ADD 1 TO WS-HELD-CNT
                ADD 1 TO XT-HELD-CNT(I)
                MOVE "HELD - BRANCH KEY SHARED" TO WS-REJECT-REASON
                STRING "  " MT-ACCT-NO(J)
                       " BR " MT-BRANCH-KEY(J)
                       "  HELD - KEY ALSO IN USE BY ANOTHER BRANCH,"
                       " CHANGE BY ACCTMNT"
                       INTO RPT-LINE
            ELSE
                MOVE XT-NEW-KEY(I) TO MT-BRANCH-KEY(J)
                ADD 1 TO WS-REPOINTED-CNT
                ADD 1 TO XT-ACCT-CNT(I)
                STRING "  " MT-ACCT-NO(J)
                       " BR " XT-OLD-KEY(I)
                       " TO " XT-NEW-KEY(I)
                       " ST " MT-STATUS(J)
                       INTO RPT-LINE
            END-IF
            WRITE RPT-LINE
            PERFORM WRITE-ACTIVITY-RECORD.

          SAVE-ACCOUNT-TABLE.
            IF WS-REPOINTED-CNT = 0
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT ACCT-MASTER-FILE
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ACCT-COUNT
                MOVE SPACES TO ACCOUNT-MASTER-RECORD
                MOVE MT-ACCT-NO(J) TO AM-ACCT-NO
                MOVE MT-BRANCH-KEY(J) TO AM-BRANCH-KEY
                MOVE MT-STATUS(J) TO AM-STATUS
                MOVE MT-OPEN-DATE(J) TO AM-OPEN-DATE
                MOVE MT-CLOSE-DATE(J) TO AM-CLOSE-DATE
                WRITE ACCOUNT-MASTER-RECORD
            END-PERFORM
            CLOSE ACCT-MASTER-FILE.

          SAVE-CROSSWALK-TABLE.
            OPEN OUTPUT CROSSWALK-FILE
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-XWALK-COUNT
                MOVE SPACES TO BRANCH-CROSSWALK-RECORD
                MOVE XT-OLD-COMPANY(I) TO XW-OLD-COMPANY
                MOVE XT-OLD-KEY(I) TO XW-OLD-KEY
                MOVE XT-NEW-COMPANY(I) TO XW-NEW-COMPANY
                MOVE XT-NEW-KEY(I) TO XW-NEW-KEY
                MOVE XT-MAP-UNTIL(I) TO XW-MAP-UNTIL
                MOVE XT-CONVERT-DATE(I) TO XW-CONVERT-DATE
                WRITE BRANCH-CROSSWALK-RECORD
            END-PERFORM
            CLOSE CROSSWALK-FILE.

          INVALIDATE-DISTANCE-RESULTS.
            MOVE ZEROES TO RESULT-RECORD
            MOVE 'Y' TO RR-FIRST-SW
            OPEN OUTPUT RESULT-FILE
            IF WS-RESULT-STATUS NOT = "00"
                DISPLAY "BRMERGE: result file open failed, status "
                    WS-RESULT-STATUS
            ELSE
                WRITE RESULT-RECORD
                CLOSE RESULT-FILE
            END-IF.

          WRITE-SIGN-OFF-SUMMARY.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "SIGN-OFF SUMMARY" TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            STRING "  OLD CO KEY      NEW CO KEY      MAP UNTIL"
                   "   ACCOUNTS       HELD"
                   INTO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-XWALK-COUNT
                IF XT-PENDING-SW(I) = 'Y'
                    MOVE XT-ACCT-CNT(I) TO WS-CNT-EDIT
                    MOVE XT-HELD-CNT(I) TO WS-CNT-EDIT-2
                    MOVE SPACES TO RPT-LINE
                    STRING "  " XT-OLD-COMPANY(I)
                           "     " XT-OLD-KEY(I)
                           "  " XT-NEW-COMPANY(I)
                           "     " XT-NEW-KEY(I)
                           "  " XT-MAP-UNTIL(I)
                           "  " WS-CNT-EDIT
                           "   " WS-CNT-EDIT-2
                           INTO RPT-LINE
                    WRITE RPT-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "  CHECKED BY ______________________  DATE ________"
                TO RPT-LINE
            WRITE RPT-LINE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "  APPROVED BY _____________________  DATE ________"
                TO RPT-LINE
            WRITE RPT-LINE.

          WRITE-REPORT-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-DONE-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "CROSSWALK ALREADY CONVERTED  " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-CONVERTED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "BRANCHES CONVERTED           " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-REPOINTED-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ACCOUNTS RE-POINTED          " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-HELD-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "ACCOUNTS HELD FOR REVIEW     " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE.
