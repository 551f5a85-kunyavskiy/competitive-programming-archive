              SELECT BRANCH-AUDIT-FILE ASSIGN TO "BRAUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.
              SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPER-STATUS.
              SELECT ACTIVITY-LOG-FILE ASSIGN TO "MAINTLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.

          DATA DIVISION.
          FILE SECTION.
          COPY BRAUD.
          FD  BRANCH-TRAN-FILE.
          COPY BRTRAN.
          FD  OPERATOR-FILE.
          COPY OPERMST.
          FD  ACTIVITY-LOG-FILE.
          COPY MAINTACT.
          FD  CHANGE-REGISTER.
          01  REG-LINE                PIC X(150).
          FD  RESULT-FILE.
          01 REGION-REF-TABLE.
              05 REGION-REF-ENTRY OCCURS 50 TIMES.
                  10 RT-CODE          PIC X(04).
                  10 RT-BOX-SW        PIC X(01).
                  10 RT-MIN-X         PIC S9(36).
                  10 RT-MAX-X         PIC S9(36).
                  10 RT-MIN-Y         PIC S9(36).
                  10 RT-MAX-Y         PIC S9(36).
          01 WS-REGION-COUNT      PIC 9(4)    VALUE 0.
          01 WS-REGION-SUB        PIC 9(4).
          01 WS-REGION-OK-SW      PIC X       VALUE 'N'.
              88 REGION-ON-FILE               VALUE 'Y'.
          01 WS-TERRITORY-SW      PIC X       VALUE 'Y'.
              88 INSIDE-TERRITORY             VALUE 'Y'.
          01 WS-CHECK-REGION      PIC X(04).
          01 WS-CHECK-X           PIC S9(36).
          01 WS-CHECK-Y           PIC S9(36).
          01 WS-REGION-EOF-SW     PIC X       VALUE 'N'.
              88 END-OF-REGION-FILE           VALUE 'Y'.
          01 WS-AUDIT-STATUS      PIC XX.
          01 WS-COMPANY           PIC X(02).
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

          PROCEDURE DIVISION.
          MAIN-LOGIC.
            WRITE REG-LINE

            PERFORM LOAD-REGION-TABLE
            PERFORM LOAD-OPERATOR-TABLE
            PERFORM OPEN-MASTER-FILE
            PERFORM OPEN-AUDIT-FILE
            PERFORM OPEN-ACTIVITY-LOG
            PERFORM APPLY-TRAN-FILE
            CLOSE BRANCH-AUDIT-FILE
            CLOSE ACTIVITY-LOG-FILE
            CLOSE POINT-MASTER-FILE
            IF WS-APPLIED-CNT > 0
                PERFORM INVALIDATE-DISTANCE-RESULTS
                        END-IF
                        ADD 1 TO WS-REGION-COUNT
                        MOVE RF-CODE TO RT-CODE(WS-REGION-COUNT)
                        PERFORM TABLE-REGION-TERRITORY
                END-READ
            END-PERFORM
            CLOSE REGION-REF-FILE.

          TABLE-REGION-TERRITORY.
            MOVE 'N' TO RT-BOX-SW(WS-REGION-COUNT)
            MOVE ZEROES TO RT-MIN-X(WS-REGION-COUNT)
                RT-MAX-X(WS-REGION-COUNT)
                RT-MIN-Y(WS-REGION-COUNT)
                RT-MAX-Y(WS-REGION-COUNT)
            IF RF-MIN-X IS NUMERIC AND RF-MAX-X IS NUMERIC
                    AND RF-MIN-Y IS NUMERIC AND RF-MAX-Y IS NUMERIC
                IF RF-MIN-X NOT = 0 OR RF-MAX-X NOT = 0
                        OR RF-MIN-Y NOT = 0 OR RF-MAX-Y NOT = 0
                    MOVE 'Y' TO RT-BOX-SW(WS-REGION-COUNT)
                    MOVE RF-MIN-X TO RT-MIN-X(WS-REGION-COUNT)
                    MOVE RF-MAX-X TO RT-MAX-X(WS-REGION-COUNT)
                    MOVE RF-MIN-Y TO RT-MIN-Y(WS-REGION-COUNT)
                    MOVE RF-MAX-Y TO RT-MAX-Y(WS-REGION-COUNT)
                END-IF
            END-IF.

          CHECK-REGION-CODE.
            MOVE 'N' TO WS-REGION-OK-SW
            PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                END-IF
            END-PERFORM.

          CHECK-TERRITORY.
            MOVE 'Y' TO WS-TERRITORY-SW
            IF BT-ACTION NOT = 'A' AND BT-ACTION NOT = 'C'
                EXIT PARAGRAPH
            END-IF
            IF BT-ACTION = 'C' AND NOT BRANCH-ON-MASTER
                EXIT PARAGRAPH
            END-IF
            IF BT-REGION NOT = SPACES
                MOVE BT-REGION TO WS-CHECK-REGION
            ELSE
                IF BT-ACTION = 'C'
                    MOVE MR-REGION TO WS-CHECK-REGION
                ELSE
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF BT-X(1:36) NOT = SPACES OR BT-Y(1:36) NOT = SPACES
                IF BT-X IS NOT NUMERIC OR BT-Y IS NOT NUMERIC
                    EXIT PARAGRAPH
                END-IF
                MOVE BT-X TO WS-CHECK-X
                MOVE BT-Y TO WS-CHECK-Y
            ELSE
                IF BT-ACTION = 'C'
                    MOVE MR-X TO WS-CHECK-X
                    MOVE MR-Y TO WS-CHECK-Y
                ELSE
                    EXIT PARAGRAPH
                END-IF
            END-IF
            PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                UNTIL WS-REGION-SUB > WS-REGION-COUNT
                IF RT-CODE(WS-REGION-SUB) = WS-CHECK-REGION
                    IF RT-BOX-SW(WS-REGION-SUB) = 'Y'
                        IF WS-CHECK-X < RT-MIN-X(WS-REGION-SUB)
                                OR WS-CHECK-X > RT-MAX-X(WS-REGION-SUB)
                                OR WS-CHECK-Y < RT-MIN-Y(WS-REGION-SUB)
                                OR WS-CHECK-Y > RT-MAX-Y(WS-REGION-SUB)
                            MOVE 'N' TO WS-TERRITORY-SW
                        END-IF
                    END-IF
                    MOVE WS-REGION-COUNT TO WS-REGION-SUB
                END-IF
            END-PERFORM.

          LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-FILE
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "BRMAINT: cannot open OPERMST, status "
                    WS-OPER-STATUS
            ELSE
                PERFORM UNTIL END-OF-OPER-FILE
                    READ OPERATOR-FILE
                        AT END
                            SET END-OF-OPER-FILE TO TRUE
                        NOT AT END
                            IF WS-OPER-COUNT >= WS-MAX-OPERATORS
                                DISPLAY "BRMAINT: operator count "
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
                            MOVE OP-AUTH-BRANCH
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

          OPEN-MASTER-FILE.
            OPEN I-O POINT-MASTER-FILE
            IF WS-MASTER-STATUS = "35"

          APPLY-ONE-TRAN.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE BT-OPERATOR TO WS-OPERATOR-ID
            PERFORM FIND-OPERATOR
            PERFORM READ-BRANCH
            PERFORM CHECK-REGION-CODE
            PERFORM CHECK-TERRITORY
            PERFORM EDIT-ONE-TRAN
            IF WS-REJECT-REASON NOT = SPACES
                PERFORM WRITE-REJECT-LINE
                END-EVALUATE
                PERFORM WRITE-BRANCH-AUDIT
                ADD 1 TO WS-APPLIED-CNT
            END-IF
            PERFORM WRITE-ACTIVITY-RECORD.

          OPEN-AUDIT-FILE.
            OPEN EXTEND BRANCH-AUDIT-FILE
                WHEN BT-ACTION NOT = 'A' AND BT-ACTION NOT = 'C'
                        AND BT-ACTION NOT = 'X'
                    MOVE "INVALID ACTION" TO WS-REJECT-REASON
                WHEN WS-OPERATOR-ID = SPACES
                    MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
                WHEN WS-OPER-FOUND-SUB = 0
                    MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
                WHEN OT-STATUS(WS-OPER-FOUND-SUB) NOT = 'A'
                    MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
                WHEN OT-AUTH(WS-OPER-FOUND-SUB) NOT = 'Y'
                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
                WHEN BT-KEY = ZEROES
                    MOVE "BRANCH KEY MISSING" TO WS-REJECT-REASON
                WHEN BT-ACTION = 'A' AND BRANCH-ON-MASTER
                        TO WS-REJECT-REASON
                WHEN BT-ACTION NOT = 'A' AND NOT BRANCH-ON-MASTER
                    MOVE "BRANCH NOT ON MASTER" TO WS-REJECT-REASON
                WHEN NOT INSIDE-TERRITORY
                    MOVE "COORDINATES OUTSIDE TERRITORY"
                        TO WS-REJECT-REASON
                WHEN BT-ACTION = 'X' AND MR-STATUS = 'C'
                    MOVE "BRANCH ALREADY CLOSED"
                        TO WS-REJECT-REASON
                   INTO REG-LINE
            WRITE REG-LINE.

          WRITE-ACTIVITY-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO MAINT-ACTIVITY-RECORD
            MOVE WS-CURRENT-DATE(1:8) TO MA-RUN-DATE
            MOVE WS-CURRENT-DATE(9:6) TO MA-RUN-TIME
            MOVE "BRMAINT" TO MA-PROGRAM
            MOVE WS-OPERATOR-ID TO MA-OPERATOR
            MOVE BT-ACTION TO MA-ACTION
            STRING WS-COMPANY " " BT-KEY INTO MA-ITEM
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
