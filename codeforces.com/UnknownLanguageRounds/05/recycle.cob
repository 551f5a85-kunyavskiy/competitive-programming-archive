              SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DATECTL-STATUS.
              SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPER-STATUS.
              SELECT ACTIVITY-LOG-FILE ASSIGN TO "MAINTLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.

          DATA DIVISION.
          FILE SECTION.
          01  RPT-LINE                PIC X(100).
          FD  DATE-CONTROL-FILE.
          COPY DATECTL.
          FD  OPERATOR-FILE.
          COPY OPERMST.
          FD  ACTIVITY-LOG-FILE.
          COPY MAINTACT.

          WORKING-STORAGE SECTION.
          01 WS-PENDIN-STATUS     PIC XX.
                  10 FT-FIELD-2       PIC X(36).
                  10 FT-OPERATOR      PIC X(08).
                  10 FT-USED-SW       PIC X.
                  10 FT-REFUSE-REASON PIC X(30).
          01 WS-FIX-COUNT         PIC 9(4)    VALUE 0.
          01 WS-FIX-SUB           PIC 9(4)    VALUE 0.
          01 WS-FIX-FOUND-SUB     PIC 9(4)    VALUE 0.
          01 WS-CARRIED-CNT       PIC 9(08)   VALUE 0.
          01 WS-ESCALATED-CNT     PIC 9(08)   VALUE 0.
          01 WS-UNUSED-FIX-CNT    PIC 9(08)   VALUE 0.
          01 WS-REFUSED-FIX-CNT   PIC 9(08)   VALUE 0.
          01 WS-REJECT-REASON     PIC X(30).
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
          01 WS-CNT-EDIT          PIC Z(7)9.
          01 WS-CNT-EDIT-2        PIC Z(7)9.
          01 WS-AGE-EDIT          PIC Z(3)9.
                FUNCTION INTEGER-OF-DATE(FUNCTION
                    NUMVAL(WS-RUN-DATE))

            PERFORM LOAD-OPERATOR-TABLE
            PERFORM LOAD-FIX-TABLE
            PERFORM OPEN-ACTIVITY-LOG

            OPEN OUTPUT PENDING-OUT-FILE
            OPEN OUTPUT ACCT-RECYCLE-FILE
            OPEN OUTPUT RECYCLE-REPORT

            PERFORM WRITE-REPORT-HEADINGS
            PERFORM REPORT-REFUSED-FIXES
            PERFORM PROCESS-PENDING-FILE
            PERFORM PROCESS-ACCT-REJECTS
            PERFORM PROCESS-CIPHER-REJECTS
            CLOSE CIPHER-RECYCLE-FILE
            CLOSE ESCALATION-REPORT
            CLOSE RECYCLE-REPORT
            CLOSE ACTIVITY-LOG-FILE
            STOP RUN.

          READ-DATE-CONTROL.
                            MOVE FIX-OPERATOR TO
                                FT-OPERATOR(WS-FIX-COUNT)
                            MOVE 'N' TO FT-USED-SW(WS-FIX-COUNT)
                            PERFORM CHECK-FIX-OPERATOR
                    END-READ
                END-PERFORM
                CLOSE FIX-FILE
            END-IF.

          LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-FILE
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "RECYCLE: cannot open OPERMST, status "
                    WS-OPER-STATUS
            ELSE
                PERFORM UNTIL END-OF-OPER-FILE
                    READ OPERATOR-FILE
                        AT END
                            SET END-OF-OPER-FILE TO TRUE
                        NOT AT END
                            IF WS-OPER-COUNT >= WS-MAX-OPERATORS
                                DISPLAY "RECYCLE: operator count "
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
                            MOVE OP-AUTH-REJFIX
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

          OPEN-ACTIVITY-LOG.
            OPEN EXTEND ACTIVITY-LOG-FILE
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT ACTIVITY-LOG-FILE
            END-IF.

          CHECK-FIX-OPERATOR.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE FIX-OPERATOR TO WS-OPERATOR-ID
            PERFORM FIND-OPERATOR
            EVALUATE TRUE
                WHEN WS-OPERATOR-ID = SPACES
                    MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
                WHEN WS-OPER-FOUND-SUB = 0
                    MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
                WHEN OT-STATUS(WS-OPER-FOUND-SUB) NOT = 'A'
                    MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
                WHEN OT-AUTH(WS-OPER-FOUND-SUB) NOT = 'Y'
                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
            END-EVALUATE
            IF WS-REJECT-REASON NOT = SPACES
                MOVE 'R' TO FT-USED-SW(WS-FIX-COUNT)
                MOVE WS-REJECT-REASON
                    TO FT-REFUSE-REASON(WS-FIX-COUNT)
            END-IF.

          WRITE-REPORT-HEADINGS.
            MOVE SPACES TO RPT-LINE
            STRING "REJECT RECYCLE CONTROL REPORT  RUN DATE: "

          WRITE-RECYCLE-RECORD.
            MOVE 'Y' TO FT-USED-SW(WS-FIX-FOUND-SUB)
            MOVE WS-FIX-FOUND-SUB TO WS-FIX-SUB
            MOVE SPACES TO WS-REJECT-REASON
            PERFORM WRITE-ACTIVITY-RECORD
            IF WS-CAND-SOURCE = "BINCONV"
                MOVE SPACES TO ARC-RECORD
                MOVE "AC" TO ARC-TYPE
                END-IF
            END-PERFORM.

          REPORT-REFUSED-FIXES.
            PERFORM VARYING WS-FIX-SUB FROM 1 BY 1
                UNTIL WS-FIX-SUB > WS-FIX-COUNT
                IF FT-USED-SW(WS-FIX-SUB) = 'R'
                    ADD 1 TO WS-REFUSED-FIX-CNT
                    MOVE SPACES TO RPT-LINE
                    STRING "REFUSED CORRECTION    "
                           FT-SOURCE(WS-FIX-SUB)
                           "  KEY " FT-TRAN-KEY(WS-FIX-SUB)
                           "  OPERATOR " FT-OPERATOR(WS-FIX-SUB)
                           "  " FT-REFUSE-REASON(WS-FIX-SUB)
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    MOVE FT-REFUSE-REASON(WS-FIX-SUB)
                        TO WS-REJECT-REASON
                    PERFORM WRITE-ACTIVITY-RECORD
                END-IF
            END-PERFORM.

          WRITE-ACTIVITY-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO MAINT-ACTIVITY-RECORD
            MOVE WS-CURRENT-DATE(1:8) TO MA-RUN-DATE
            MOVE WS-CURRENT-DATE(9:6) TO MA-RUN-TIME
            MOVE "RECYCLE" TO MA-PROGRAM
            MOVE FT-OPERATOR(WS-FIX-SUB) TO MA-OPERATOR
            MOVE 'F' TO MA-ACTION
            STRING FT-SOURCE(WS-FIX-SUB) " "
                   FT-TRAN-KEY(WS-FIX-SUB)
                   INTO MA-ITEM
            IF WS-REJECT-REASON = SPACES
                SET MA-APPLIED TO TRUE
            ELSE
                SET MA-REFUSED TO TRUE
                MOVE WS-REJECT-REASON TO MA-REASON
            END-IF
            WRITE MAINT-ACTIVITY-RECORD.

          TIE-BACK-SUMMARIES.
            OPEN INPUT BINCONV-SUMMARY
            IF WS-BINCONV-STATUS = "00"
            MOVE SPACES TO RPT-LINE
            STRING "UNMATCHED CORRECTIONS        " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-REFUSED-FIX-CNT TO WS-CNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING "REFUSED CORRECTIONS          " WS-CNT-EDIT
                INTO RPT-LINE
            WRITE RPT-LINE.
