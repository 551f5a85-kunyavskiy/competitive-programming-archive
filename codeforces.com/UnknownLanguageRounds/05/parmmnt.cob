                  FILE STATUS IS WS-AUDIT-STATUS.
              SELECT PARM-REPORT ASSIGN TO "PARMRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPER-STATUS.
              SELECT ACTIVITY-LOG-FILE ASSIGN TO "MAINTLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.

          DATA DIVISION.
          FILE SECTION.
          COPY KEYAUD.
          FD  PARM-REPORT.
          01  RPT-LINE                PIC X(100).
          FD  OPERATOR-FILE.
          COPY OPERMST.
          FD  ACTIVITY-LOG-FILE.
          COPY MAINTACT.

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS       PIC XX.
              88 WINDOW-OVERLAPS              VALUE 'Y'.
          01 WS-REJECTED-CNT      PIC 9(08)   VALUE 0.
          01 WS-CNT-EDIT          PIC Z(7)9.
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
          01 WS-PARM-EOF-SW       PIC X       VALUE 'N'.
              88 END-OF-PARM-FILE             VALUE 'Y'.
          01 WS-TRAN-EOF-SW       PIC X       VALUE 'N'.
            WRITE RPT-LINE

            PERFORM LOAD-PARM-TABLE
            PERFORM LOAD-OPERATOR-TABLE
            PERFORM OPEN-AUDIT-FILE
            PERFORM OPEN-ACTIVITY-LOG
            PERFORM APPLY-TRAN-FILE
            CLOSE KEY-AUDIT-FILE
            CLOSE ACTIVITY-LOG-FILE
            PERFORM SAVE-PARM-TABLE
            PERFORM WRITE-REPORT-TOTALS

                CLOSE CIPHER-PARM-FILE
            END-IF.

          LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-FILE
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "PARMMNT: cannot open OPERMST, status "
                    WS-OPER-STATUS
            ELSE
                PERFORM UNTIL END-OF-OPER-FILE
                    READ OPERATOR-FILE
                        AT END
                            SET END-OF-OPER-FILE TO TRUE
                        NOT AT END
                            IF WS-OPER-COUNT >= WS-MAX-OPERATORS
                                DISPLAY "PARMMNT: operator count "
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
                            MOVE OP-AUTH-KEYS TO OT-AUTH(WS-OPER-COUNT)
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

          OPEN-AUDIT-FILE.
            OPEN EXTEND KEY-AUDIT-FILE
            IF WS-AUDIT-STATUS = "35"

          APPLY-ONE-TRAN.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE CPT-OPERATOR TO WS-OPERATOR-ID
            PERFORM FIND-OPERATOR
            PERFORM FIND-CODE-TYPE
            MOVE WS-FOUND-SUB TO WS-SKIP-SUB
            PERFORM CHECK-WINDOW-OVERLAP
                END-EVALUATE
                WRITE KEY-AUDIT-RECORD
                ADD 1 TO WS-APPLIED-CNT
            END-IF
            PERFORM WRITE-ACTIVITY-RECORD.

          EDIT-ONE-TRAN.
            EVALUATE TRUE
                        TO WS-REJECT-REASON
                WHEN CPT-OPERATOR = SPACES
                    MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
                WHEN WS-OPER-FOUND-SUB = 0
                    MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
                WHEN OT-STATUS(WS-OPER-FOUND-SUB) NOT = 'A'
                    MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
                WHEN OT-AUTH(WS-OPER-FOUND-SUB) NOT = 'Y'
                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
                WHEN CPT-ACTION = 'A' AND WS-FOUND-SUB > 0
                    MOVE "DUPLICATE CODE TYPE" TO WS-REJECT-REASON
                WHEN CPT-ACTION NOT = 'A' AND WS-FOUND-SUB = 0
                END-IF
            END-PERFORM.

          WRITE-ACTIVITY-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO MAINT-ACTIVITY-RECORD
            MOVE WS-CURRENT-DATE(1:8) TO MA-RUN-DATE
            MOVE WS-CURRENT-DATE(9:6) TO MA-RUN-TIME
            MOVE "PARMMNT" TO MA-PROGRAM
            MOVE WS-OPERATOR-ID TO MA-OPERATOR
            MOVE CPT-ACTION TO MA-ACTION
            MOVE CPT-CODE-TYPE TO MA-ITEM
            IF WS-REJECT-REASON = SPACES
                SET MA-APPLIED TO TRUE
            ELSE
                SET MA-REFUSED TO TRUE
                MOVE WS-REJECT-REASON TO MA-REASON
            END-IF
            WRITE MAINT-ACTIVITY-RECORD.

          WRITE-REJECT-LINE.
            ADD 1 TO WS-REJECTED-CNT
            MOVE SPACES TO RPT-LINE
