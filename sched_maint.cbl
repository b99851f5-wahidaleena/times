              SELECT ITSAUD01 ASSIGN TO 'ITSAUD01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUD-STATUS.
              SELECT ITPEND01 ASSIGN TO 'ITPEND01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PND-STATUS.
              SELECT ITAUTH01 ASSIGN TO 'ITAUTH01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITAUTH01-USER-ID
                     FILE STATUS IS WS-AUTH-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD SCHEDCTL.
                     05 ITSAUD01-NEW-COUNT PIC 9(6).
                     05 ITSAUD01-OLD-FREQ  PIC X(8).
                     05 ITSAUD01-NEW-FREQ  PIC X(8).
                     05 ITSAUD01-OLD-PRED  PIC X(5).
                     05 ITSAUD01-NEW-PRED  PIC X(5).
                     05 ITSAUD01-APPR-ID   PIC X(8).
                     05 ITSAUD01-DECISION  PIC X(1).
                     05 ITSAUD01-OLD-MODE  PIC X(1).
                     05 ITSAUD01-NEW-MODE  PIC X(1).
              FD ITAUTH01.
              COPY OPRAUTH REPLACING
                       OPA-RECORD BY ITAUTH01-REC
                       OPA-USER-ID BY ITAUTH01-USER-ID
                       OPA-COUNT-GRANT BY ITAUTH01-COUNT-GRANT
                       OPA-SCHED-GRANT BY ITAUTH01-SCHED-GRANT
                       OPA-NOTE-GRANT BY ITAUTH01-NOTE-GRANT
                       OPA-ADMIN-GRANT BY ITAUTH01-ADMIN-GRANT
                       OPA-EXPIRY-DATE BY ITAUTH01-EXPIRY-DATE
                       OPA-UPD-USER BY ITAUTH01-UPD-USER
                       OPA-UPD-DATE BY ITAUTH01-UPD-DATE.
              FD ITPEND01.
              COPY PENDCHG REPLACING
                       PCH-RECORD BY ITPEND01-REC
                       PCH-CHG-ID BY ITPEND01-CHG-ID
                       PCH-FILE BY ITPEND01-FILE
                       PCH-ACTION BY ITPEND01-ACTION
                       PCH-DEPT BY ITPEND01-DEPT
                       PCH-OLD-COUNT BY ITPEND01-OLD-COUNT
                       PCH-NEW-COUNT BY ITPEND01-NEW-COUNT
                       PCH-OLD-FREQ BY ITPEND01-OLD-FREQ
                       PCH-NEW-FREQ BY ITPEND01-NEW-FREQ
                       PCH-OLD-PRED BY ITPEND01-OLD-PRED
                       PCH-NEW-PRED BY ITPEND01-NEW-PRED
                       PCH-REQ-USER BY ITPEND01-REQ-USER
                       PCH-REQ-DATE BY ITPEND01-REQ-DATE
                       PCH-REQ-TIME BY ITPEND01-REQ-TIME
                       PCH-STATUS BY ITPEND01-STATUS
                       PCH-DEC-USER BY ITPEND01-DEC-USER
                       PCH-DEC-DATE BY ITPEND01-DEC-DATE
                       PCH-DEC-TIME BY ITPEND01-DEC-TIME.
              WORKING-STORAGE SECTION.
              01 WS-SCH-STATUS     PIC XX   VALUE '00'.
              01 WS-AUD-STATUS     PIC XX   VALUE '00'.
              01 WS-AUTH-STATUS    PIC XX   VALUE '00'.
              01 WS-PND-STATUS     PIC XX   VALUE '00'.
              01 WS-USER-ID        PIC X(8) VALUE SPACES.
              01 WS-AUTH-SW        PIC X    VALUE 'N'.
              01 WS-AUTH-DATE      PIC 9(8) VALUE ZEROS.
              01 WS-VALID-SW       PIC X    VALUE 'N'.
              01 WS-EOF-SW         PIC X    VALUE 'N'.
              01 WS-LINE-SUB       PIC 9(4) VALUE ZEROS.
              01 WS-HIT-SUB        PIC 9(4) VALUE ZEROS.
              01 WS-CHAR-SUB       PIC 9(2) VALUE ZEROS.
              01 WS-OLD-COUNT      PIC 9(6) VALUE ZEROS.
              01 WS-NEW-FREQ       PIC X(8) VALUE SPACES.
              01 WS-OLD-FREQ       PIC X(8) VALUE SPACES.
              01 WS-NEW-PRED       PIC X(5) VALUE SPACES.
              01 WS-OLD-PRED       PIC X(5) VALUE SPACES.
              01 WS-NEW-MODE       PIC X    VALUE SPACE.
              01 WS-OLD-MODE       PIC X    VALUE SPACE.
              01 WS-CHAIN-DEPT     PIC X(5) VALUE SPACES.
              01 WS-CHAIN-SUB      PIC 9(4) VALUE ZEROS.
              01 WS-CHAIN-HOPS     PIC 9(4) VALUE ZEROS.
              01 WS-FREQ-DIG-SW    PIC X    VALUE 'N'.
              01 WS-MAX-ITER-COUNT PIC 9(6) VALUE 100000.
              01 WS-MSG            PIC X(40) VALUE SPACES.
              01 WS-AUD-DATE       PIC 9(8) VALUE ZEROS.
              01 WS-AUD-TIME       PIC 9(8) VALUE ZEROS.
              01 WS-PEND-SW        PIC X    VALUE 'N'.
              01 WS-PND-EOF-SW     PIC X    VALUE 'N'.
              01 WS-OPEN-CHG-ID    PIC 9(6) VALUE ZEROS.
              01 WS-LAST-CHG-ID    PIC 9(6) VALUE ZEROS.
              01 WS-LIMIT-PCT      PIC 9(3) VALUE 50.
              01 WS-LIMIT-ABS      PIC 9(6) VALUE 10000.
              01 WS-CHG-DELTA      PIC 9(6) VALUE ZEROS.
              01 WS-MAX-LINES      PIC 9(4) VALUE 100.
              01 WS-LINE-CNT       PIC 9(4) VALUE ZEROS.
              01 WS-LINE-TABLE.
                            10 WS-LINE-DEPT     PIC X(5).
                            10 WS-LINE-COUNT    PIC 9(6).
                            10 WS-LINE-FREQ     PIC X(8).
                            10 WS-LINE-PRED     PIC X(5).
                            10 WS-LINE-MODE     PIC X.
                            10 WS-LINE-IMAGE    PIC X(80).
              01 WS-ENTRY-LINE.
                     05 WS-ENT-DEPT      PIC X(5).
                     05 WS-ENT-COUNT     PIC 9(6).
                     05 WS-ENT-COMMA2    PIC X(1) VALUE SPACE.
                     05 WS-ENT-FREQ      PIC X(8) VALUE SPACES.
                     05 WS-ENT-COMMA3    PIC X(1) VALUE SPACE.
                     05 WS-ENT-PRED      PIC X(5) VALUE SPACES.
                     05 WS-ENT-COMMA4    PIC X(1) VALUE SPACE.
                     05 WS-ENT-MODE      PIC X(1) VALUE SPACE.
                     05 WS-ENT-TAIL      PIC X(51) VALUE SPACES.
              01 WS-HELD-LINE.
                     05 WS-HLD-STAR      PIC X(1) VALUE '*'.
                     05 WS-HLD-DEPT      PIC X(5).
                     05 WS-HLD-COMMA2    PIC X(1) VALUE SPACE.
                     05 WS-HLD-FREQ      PIC X(8) VALUE SPACES.
                     05 WS-HLD-TAG       PIC X(5) VALUE ' HELD'.
                     05 WS-HLD-COMMA3    PIC X(1) VALUE SPACE.
                     05 WS-HLD-PRED      PIC X(5) VALUE SPACES.
                     05 WS-HLD-COMMA4    PIC X(1) VALUE SPACE.
                     05 WS-HLD-MODE      PIC X(1) VALUE SPACE.
                     05 WS-HLD-TAIL      PIC X(45) VALUE SPACES.
              01 WS-LIST-LINE.
                     05 WS-LST-DEPT      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LST-FREQ      PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LST-STATUS    PIC X(6).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LST-PRED      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LST-MODE      PIC X(1).
              01 WS-PRED-MSG.
                     05 FILLER           PIC X(29) VALUE
                        'DEPARTMENT IS PREDECESSOR OF '.
                     05 WS-PMSG-DEPT     PIC X(5).
                     05 FILLER           PIC X(6) VALUE SPACES.
              01 WS-OPEN-MSG.
                     05 FILLER           PIC X(7) VALUE 'CHANGE '.
                     05 WS-OMSG-ID       PIC 9(6).
                     05 FILLER           PIC X(27) VALUE
                        ' IS STILL AWAITING APPROVAL'.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
                     05 WS-PARM-DATA  PIC X(10).
              SCREEN SECTION.
              01 WS-MAINT-SCREEN.
                     05 BLANK SCREEN.
                     05 LINE 1 COL 1
                        VALUE 'PGM012 - NIGHTLY SCHEDULE MAINTENANCE'.
                     05 LINE 3 COL 1
                        VALUE 'ACTION (A/C/D/H/R/M):'.
                     05 LINE 3 COL 22 PIC X(1) TO WS-ACTION.
                     05 LINE 5 COL 1 VALUE 'DEPARTMENT    :'.
                     05 LINE 5 COL 22 PIC X(5) TO WS-SEL-DEPT.
                     05 LINE 7 COL 22 PIC 9(6) TO WS-NEW-COUNT.
                     05 LINE 8 COL 1 VALUE 'FREQUENCY     :'.
                     05 LINE 8 COL 22 PIC X(8) TO WS-NEW-FREQ.
                     05 LINE 9 COL 1 VALUE 'PREDECESSOR   :'.
                     05 LINE 9 COL 22 PIC X(5) TO WS-NEW-PRED.
                     05 LINE 10 COL 1 VALUE 'HISTORY MODE  :'.
                     05 LINE 10 COL 22 PIC X(1) TO WS-NEW-MODE.
                     05 LINE 11 COL 1 VALUE 'MESSAGE       :'.
                     05 LINE 11 COL 22 PIC X(40) FROM WS-MSG.
              PROCEDURE DIVISION USING WS-PARM-AREA.
              10000-MAIN-PARA.
                     PERFORM 15000-PARSE-PARM-PARA
                     ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'
                     PERFORM 20000-CHECK-AUTH-PARA
                     IF WS-AUTH-SW NOT = 'Y'
                     DISPLAY WS-MAINT-SCREEN
                     ACCEPT WS-MAINT-SCREEN
                     PERFORM 45000-VALIDATE-PARA
                     IF WS-VALID-SW = 'Y'
                        PERFORM 65000-SCAN-PENDING-PARA
                     END-IF
                     IF WS-VALID-SW = 'Y'
                        PERFORM 50000-APPLY-PARA
                        PERFORM 52000-CHECK-LIMITS-PARA
                        IF WS-PEND-SW = 'Y'
                           PERFORM 70000-QUEUE-CHANGE-PARA
                           DISPLAY 'PGM012 - SCHEDULE ACTION '
                                   WS-ACTION ' FOR ' WS-SEL-DEPT
                                   ' HELD AS CHANGE ' WS-LAST-CHG-ID
                                   ' - NEEDS PGM027 APPROVAL BY A '
                                   'SECOND OPERATOR'
                           MOVE 4 TO RETURN-CODE
                        ELSE
                           PERFORM 55000-REWRITE-PARA
                           PERFORM 60000-WRITE-AUDIT-PARA
                           DISPLAY 'PGM012 - SCHEDULE ACTION '
                                   WS-ACTION ' FOR ' WS-SEL-DEPT
                                   ' APPLIED BY ' WS-USER-ID
                           MOVE 0 TO RETURN-CODE
                        END-IF
                     ELSE
                        DISPLAY 'PGM012 - SCHEDULE CHANGE FAILED '
                                'VALIDATION - ' WS-MSG
                        MOVE 8 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              15000-PARSE-PARM-PARA.
                     IF WS-PARM-LEN > ZERO
                        IF WS-PARM-LEN NOT = 10
                           OR WS-PARM-DATA(1:3) IS NOT NUMERIC
                           OR WS-PARM-DATA(4:1) NOT = ','
                           OR WS-PARM-DATA(5:6) IS NOT NUMERIC
                           DISPLAY 'PGM012 - PARM MUST BE PPP,NNNNNN '
                                   '(PERCENT AND ABSOLUTE CHANGE '
                                   'LIMITS) - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE WS-PARM-DATA(1:3) TO WS-LIMIT-PCT
                        MOVE WS-PARM-DATA(5:6) TO WS-LIMIT-ABS
                     END-IF.
              20000-CHECK-AUTH-PARA.
                     MOVE 'N' TO WS-AUTH-SW
                     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD
                     OPEN INPUT ITAUTH01
                     IF WS-AUTH-STATUS NOT = '00'
                        DISPLAY 'PGM012 - AUTHORIZATION FILE ITAUTH01 '
                                'NOT AVAILABLE - STATUS ' WS-AUTH-STATUS
                     ELSE
                        MOVE WS-USER-ID TO ITAUTH01-USER-ID
                        READ ITAUTH01
                           INVALID KEY
                              DISPLAY 'PGM012 - USER ' WS-USER-ID
                                      ' HAS NO ITAUTH01 RECORD'
                           NOT INVALID KEY
                              IF ITAUTH01-SCHED-GRANT = 'Y'
                                 IF ITAUTH01-EXPIRY-DATE
                                    < WS-AUTH-DATE
                                    DISPLAY 'PGM012 - AUTHORIZATION '
                                            'FOR ' WS-USER-ID
                                            ' EXPIRED '
                                            ITAUTH01-EXPIRY-DATE
                                 ELSE
                                    MOVE 'Y' TO WS-AUTH-SW
                                 END-IF
                              END-IF
                        END-READ
                        CLOSE ITAUTH01
                     END-IF.
              30000-LOAD-SCHED-PARA.
                     OPEN INPUT SCHEDCTL
                     IF WS-SCH-STATUS NOT = '00'
                     MOVE SPACES TO WS-LINE-DEPT (WS-LINE-CNT)
                     MOVE ZERO TO WS-LINE-COUNT (WS-LINE-CNT)
                     MOVE SPACES TO WS-LINE-FREQ (WS-LINE-CNT)
                     MOVE SPACES TO WS-LINE-PRED (WS-LINE-CNT)
                     MOVE 'D' TO WS-LINE-MODE (WS-LINE-CNT)
                     IF SCHEDCTL-REC(1:1) = '*'
                        AND SCHEDCTL-REC(7:1) = ','
                        AND SCHEDCTL-REC(8:6) IS NUMERIC
                           MOVE SCHEDCTL-REC(15:8)
                                TO WS-LINE-FREQ (WS-LINE-CNT)
                        END-IF
                        IF SCHEDCTL-REC(28:1) = ','
                           MOVE SCHEDCTL-REC(29:5)
                                TO WS-LINE-PRED (WS-LINE-CNT)
                        END-IF
                        IF SCHEDCTL-REC(34:1) = ','
                           AND SCHEDCTL-REC(35:1) = 'B'
                           MOVE 'B' TO WS-LINE-MODE (WS-LINE-CNT)
                        END-IF
                     ELSE
                        IF SCHEDCTL-REC NOT = SPACES
                           AND SCHEDCTL-REC(1:1) NOT = '*'
                              MOVE SCHEDCTL-REC(14:8)
                                   TO WS-LINE-FREQ (WS-LINE-CNT)
                           END-IF
                           IF SCHEDCTL-REC(22:1) = ','
                              MOVE SCHEDCTL-REC(23:5)
                                   TO WS-LINE-PRED (WS-LINE-CNT)
                           END-IF
                           IF SCHEDCTL-REC(28:1) = ','
                              AND SCHEDCTL-REC(29:1) = 'B'
                              MOVE 'B' TO WS-LINE-MODE (WS-LINE-CNT)
                           END-IF
                        ELSE
                           MOVE 'C' TO WS-LINE-TYPE (WS-LINE-CNT)
                        END-IF
                                TO WS-LST-COUNT
                           MOVE WS-LINE-FREQ (WS-LINE-SUB)
                                TO WS-LST-FREQ
                           MOVE WS-LINE-PRED (WS-LINE-SUB)
                                TO WS-LST-PRED
                           MOVE WS-LINE-MODE (WS-LINE-SUB)
                                TO WS-LST-MODE
                           IF WS-LINE-TYPE (WS-LINE-SUB) = 'E'
                              MOVE 'ACTIVE' TO WS-LST-STATUS
                           ELSE
                        AND WS-ACTION NOT = 'D'
                        AND WS-ACTION NOT = 'H'
                        AND WS-ACTION NOT = 'R'
                        AND WS-ACTION NOT = 'M'
                        MOVE 'ACTION MUST BE A, C, D, H, R OR M'
                             TO WS-MSG
                     ELSE
                     IF WS-SEL-DEPT = SPACES
                     IF WS-ACTION = 'R'
                        AND WS-LINE-TYPE (WS-HIT-SUB) = 'E'
                        MOVE 'ENTRY IS NOT HELD' TO WS-MSG
                     ELSE
                     IF WS-ACTION = 'M'
                        AND WS-NEW-MODE NOT = 'D'
                        AND WS-NEW-MODE NOT = 'B'
                        MOVE 'HISTORY MODE MUST BE D OR B' TO WS-MSG
                     ELSE
                     IF WS-ACTION = 'M'
                        AND WS-NEW-MODE = WS-LINE-MODE (WS-HIT-SUB)
                        MOVE 'ENTRY IS ALREADY IN THAT MODE' TO WS-MSG
                     ELSE
                        MOVE 'Y' TO WS-VALID-SW
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                     IF WS-VALID-SW = 'Y'
                        AND (WS-ACTION = 'A' OR WS-ACTION = 'C')
                        PERFORM 46000-CHECK-PRED-PARA
                     END-IF
                     IF WS-VALID-SW = 'Y'
                        AND WS-ACTION = 'D'
                        PERFORM 46500-CHECK-DEPENDENT-PARA
                     END-IF.
              46000-CHECK-PRED-PARA.
                     IF WS-NEW-PRED = SPACES
                        OR WS-NEW-PRED = 'NONE'
                        CONTINUE
                     ELSE
                     IF WS-NEW-PRED = WS-SEL-DEPT
                        MOVE 'DEPARTMENT CANNOT FOLLOW ITSELF' TO WS-MSG
                        MOVE 'N' TO WS-VALID-SW
                     ELSE
                        MOVE WS-NEW-PRED TO WS-CHAIN-DEPT
                        PERFORM 46200-FIND-CHAIN-PARA
                        IF WS-CHAIN-SUB = ZERO
                           MOVE 'PREDECESSOR IS NOT ON THE SCHEDULE'
                                TO WS-MSG
                           MOVE 'N' TO WS-VALID-SW
                        ELSE
                           MOVE ZERO TO WS-CHAIN-HOPS
                           PERFORM UNTIL WS-CHAIN-SUB = ZERO
                              OR WS-CHAIN-DEPT = WS-SEL-DEPT
                              OR WS-CHAIN-HOPS > WS-LINE-CNT
                              ADD 1 TO WS-CHAIN-HOPS
                              MOVE WS-LINE-PRED (WS-CHAIN-SUB)
                                   TO WS-CHAIN-DEPT
                              IF WS-CHAIN-DEPT = SPACES
                                 MOVE ZERO TO WS-CHAIN-SUB
                              ELSE
                                 PERFORM 46200-FIND-CHAIN-PARA
                              END-IF
                           END-PERFORM
                           IF WS-CHAIN-DEPT = WS-SEL-DEPT
                              MOVE 'PREDECESSOR CHAIN WOULD LOOP BACK'
                                   TO WS-MSG
                              MOVE 'N' TO WS-VALID-SW
                           END-IF
                        END-IF
                     END-IF
                     END-IF.
              46200-FIND-CHAIN-PARA.
                     MOVE ZERO TO WS-CHAIN-SUB
                     PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                        UNTIL WS-LINE-SUB > WS-LINE-CNT
                        IF (WS-LINE-TYPE (WS-LINE-SUB) = 'E'
                            OR WS-LINE-TYPE (WS-LINE-SUB) = 'H')
                           AND WS-LINE-DEPT (WS-LINE-SUB)
                               = WS-CHAIN-DEPT
                           AND WS-CHAIN-SUB = ZERO
                           MOVE WS-LINE-SUB TO WS-CHAIN-SUB
                        END-IF
                     END-PERFORM.
              46500-CHECK-DEPENDENT-PARA.
                     PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                        UNTIL WS-LINE-SUB > WS-LINE-CNT
                        IF (WS-LINE-TYPE (WS-LINE-SUB) = 'E'
                            OR WS-LINE-TYPE (WS-LINE-SUB) = 'H')
                           AND WS-LINE-PRED (WS-LINE-SUB)
                               = WS-SEL-DEPT
                           AND WS-VALID-SW = 'Y'
                           MOVE WS-LINE-DEPT (WS-LINE-SUB)
                                TO WS-PMSG-DEPT
                           MOVE WS-PRED-MSG TO WS-MSG
                           MOVE 'N' TO WS-VALID-SW
                        END-IF
                     END-PERFORM.
              47000-CHECK-ADD-PARA.
                     IF WS-HIT-SUB > ZERO
                        MOVE 'DEPARTMENT IS ALREADY ON THE SCHEDULE'
                     END-IF
                     END-IF.
              50000-APPLY-PARA.
                     IF WS-ACTION NOT = 'M'
                        MOVE SPACE TO WS-OLD-MODE
                        MOVE SPACE TO WS-NEW-MODE
                     END-IF
                     IF WS-ACTION = 'A'
                        ADD 1 TO WS-LINE-CNT
                        MOVE WS-LINE-CNT TO WS-HIT-SUB
                             TO WS-LINE-COUNT (WS-HIT-SUB)
                        MOVE WS-NEW-FREQ
                             TO WS-LINE-FREQ (WS-HIT-SUB)
                        MOVE SPACES TO WS-OLD-PRED
                        IF WS-NEW-PRED = 'NONE'
                           MOVE SPACES TO WS-NEW-PRED
                        END-IF
                        MOVE WS-NEW-PRED
                             TO WS-LINE-PRED (WS-HIT-SUB)
                        MOVE 'D' TO WS-LINE-MODE (WS-HIT-SUB)
                     END-IF
                     IF WS-ACTION = 'C'
                        MOVE WS-LINE-COUNT (WS-HIT-SUB)
                           MOVE WS-NEW-FREQ
                                TO WS-LINE-FREQ (WS-HIT-SUB)
                        END-IF
                        MOVE WS-LINE-PRED (WS-HIT-SUB)
                             TO WS-OLD-PRED
                        IF WS-NEW-PRED = SPACES
                           MOVE WS-LINE-PRED (WS-HIT-SUB)
                                TO WS-NEW-PRED
                        ELSE
                           IF WS-NEW-PRED = 'NONE'
                              MOVE SPACES TO WS-NEW-PRED
                           END-IF
                           MOVE WS-NEW-PRED
                                TO WS-LINE-PRED (WS-HIT-SUB)
                        END-IF
                     END-IF
                     IF WS-ACTION = 'D'
                        MOVE WS-LINE-COUNT (WS-HIT-SUB)
                             TO WS-OLD-FREQ
                        MOVE ZERO TO WS-NEW-COUNT
                        MOVE SPACES TO WS-NEW-FREQ
                        MOVE WS-LINE-PRED (WS-HIT-SUB)
                             TO WS-OLD-PRED
                        MOVE SPACES TO WS-NEW-PRED
                        MOVE 'X' TO WS-LINE-TYPE (WS-HIT-SUB)
                     END-IF
                     IF WS-ACTION = 'H'
                             TO WS-OLD-FREQ
                        MOVE WS-LINE-FREQ (WS-HIT-SUB)
                             TO WS-NEW-FREQ
                        MOVE WS-LINE-PRED (WS-HIT-SUB)
                             TO WS-OLD-PRED
                        MOVE WS-LINE-PRED (WS-HIT-SUB)
                             TO WS-NEW-PRED
                        MOVE 'H' TO WS-LINE-TYPE (WS-HIT-SUB)
                     END-IF
                     IF WS-ACTION = 'R'
                             TO WS-OLD-FREQ
                        MOVE WS-LINE-FREQ (WS-HIT-SUB)
                             TO WS-NEW-FREQ
                        MOVE WS-LINE-PRED (WS-HIT-SUB)
                             TO WS-OLD-PRED
                        MOVE WS-LINE-PRED (WS-HIT-SUB)
                             TO WS-NEW-PRED
                        MOVE 'E' TO WS-LINE-TYPE (WS-HIT-SUB)
                     END-IF
                     IF WS-ACTION = 'M'
                        MOVE WS-LINE-COUNT (WS-HIT-SUB)
                             TO WS-OLD-COUNT
                        MOVE WS-LINE-COUNT (WS-HIT-SUB)
                             TO WS-NEW-COUNT
                        MOVE WS-LINE-FREQ (WS-HIT-SUB)
                             TO WS-OLD-FREQ
                        MOVE WS-LINE-FREQ (WS-HIT-SUB)
                             TO WS-NEW-FREQ
                        MOVE WS-LINE-PRED (WS-HIT-SUB)
                             TO WS-OLD-PRED
                        MOVE WS-LINE-PRED (WS-HIT-SUB)
                             TO WS-NEW-PRED
                        MOVE WS-LINE-MODE (WS-HIT-SUB)
                             TO WS-OLD-MODE
                        MOVE WS-NEW-MODE
                             TO WS-LINE-MODE (WS-HIT-SUB)
                     END-IF.
              52000-CHECK-LIMITS-PARA.
                     MOVE 'N' TO WS-PEND-SW
                     IF WS-ACTION = 'A' OR WS-ACTION = 'D'
                        MOVE 'Y' TO WS-PEND-SW
                     END-IF
                     IF WS-ACTION = 'C'
                        IF WS-NEW-COUNT > WS-OLD-COUNT
                           COMPUTE WS-CHG-DELTA =
                                   WS-NEW-COUNT - WS-OLD-COUNT
                        ELSE
                           COMPUTE WS-CHG-DELTA =
                                   WS-OLD-COUNT - WS-NEW-COUNT
                        END-IF
                        IF WS-CHG-DELTA > WS-LIMIT-ABS
                           OR WS-CHG-DELTA * 100 >
                              WS-OLD-COUNT * WS-LIMIT-PCT
                           MOVE 'Y' TO WS-PEND-SW
                        END-IF
                     END-IF.
              55000-REWRITE-PARA.
                     OPEN OUTPUT SCHEDCTL
                           MOVE WS-LINE-FREQ (WS-LINE-SUB)
                                TO WS-ENT-FREQ
                        END-IF
                        IF WS-LINE-PRED (WS-LINE-SUB) = SPACES
                           MOVE SPACE TO WS-ENT-COMMA3
                           MOVE SPACES TO WS-ENT-PRED
                        ELSE
                           IF WS-ENT-FREQ = SPACES
                              MOVE ',' TO WS-ENT-COMMA2
                              MOVE 'D' TO WS-ENT-FREQ
                           END-IF
                           MOVE ',' TO WS-ENT-COMMA3
                           MOVE WS-LINE-PRED (WS-LINE-SUB)
                                TO WS-ENT-PRED
                        END-IF
                        IF WS-LINE-MODE (WS-LINE-SUB) = 'B'
                           IF WS-ENT-FREQ = SPACES
                              MOVE ',' TO WS-ENT-COMMA2
                              MOVE 'D' TO WS-ENT-FREQ
                           END-IF
                           MOVE ',' TO WS-ENT-COMMA3
                           MOVE ',' TO WS-ENT-COMMA4
                           MOVE 'B' TO WS-ENT-MODE
                        ELSE
                           MOVE SPACE TO WS-ENT-COMMA4
                           MOVE SPACE TO WS-ENT-MODE
                        END-IF
                        WRITE SCHEDCTL-REC FROM WS-ENTRY-LINE
                     END-IF
                     IF WS-LINE-TYPE (WS-LINE-SUB) = 'H'
                           MOVE WS-LINE-FREQ (WS-LINE-SUB)
                                TO WS-HLD-FREQ
                        END-IF
                        IF WS-LINE-PRED (WS-LINE-SUB) = SPACES
                           MOVE SPACE TO WS-HLD-COMMA3
                           MOVE SPACES TO WS-HLD-PRED
                        ELSE
                           MOVE ',' TO WS-HLD-COMMA3
                           MOVE WS-LINE-PRED (WS-LINE-SUB)
                                TO WS-HLD-PRED
                        END-IF
                        IF WS-LINE-MODE (WS-LINE-SUB) = 'B'
                           MOVE ',' TO WS-HLD-COMMA3
                           MOVE ',' TO WS-HLD-COMMA4
                           MOVE 'B' TO WS-HLD-MODE
                        ELSE
                           MOVE SPACE TO WS-HLD-COMMA4
                           MOVE SPACE TO WS-HLD-MODE
                        END-IF
                        WRITE SCHEDCTL-REC FROM WS-HELD-LINE
                     END-IF
                     IF WS-SCH-STATUS NOT = '00'
                     MOVE WS-NEW-COUNT TO ITSAUD01-NEW-COUNT
                     MOVE WS-OLD-FREQ TO ITSAUD01-OLD-FREQ
                     MOVE WS-NEW-FREQ TO ITSAUD01-NEW-FREQ
                     MOVE WS-OLD-PRED TO ITSAUD01-OLD-PRED
                     MOVE WS-NEW-PRED TO ITSAUD01-NEW-PRED
                     MOVE SPACES TO ITSAUD01-APPR-ID
                     MOVE SPACE TO ITSAUD01-DECISION
                     MOVE WS-OLD-MODE TO ITSAUD01-OLD-MODE
                     MOVE WS-NEW-MODE TO ITSAUD01-NEW-MODE
                     WRITE ITSAUD01-REC
                     IF WS-AUD-STATUS NOT = '00'
                        DISPLAY 'PGM012 - AUDIT FILE ITSAUD01 WRITE '
                        STOP RUN
                     END-IF
                     CLOSE ITSAUD01.
              65000-SCAN-PENDING-PARA.
                     MOVE ZERO TO WS-OPEN-CHG-ID
                     MOVE ZERO TO WS-LAST-CHG-ID
                     MOVE 'N' TO WS-PND-EOF-SW
                     OPEN INPUT ITPEND01
                     IF WS-PND-STATUS = '35'
                        MOVE 'Y' TO WS-PND-EOF-SW
                     ELSE
                        IF WS-PND-STATUS NOT = '00'
                           DISPLAY 'PGM012 - PENDING CHANGE FILE '
                                   'ITPEND01 NOT AVAILABLE - STATUS '
                                   WS-PND-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        PERFORM 67000-READ-PENDING-PARA
                     END-IF
                     PERFORM UNTIL WS-PND-EOF-SW = 'Y'
                        IF ITPEND01-CHG-ID > WS-LAST-CHG-ID
                           MOVE ITPEND01-CHG-ID TO WS-LAST-CHG-ID
                        END-IF
                        IF ITPEND01-STATUS = 'P'
                           AND ITPEND01-FILE = 'S'
                           AND ITPEND01-DEPT = WS-SEL-DEPT
                           MOVE ITPEND01-CHG-ID TO WS-OPEN-CHG-ID
                           MOVE ITPEND01-CHG-ID TO WS-OMSG-ID
                           MOVE WS-OPEN-MSG TO WS-MSG
                           MOVE 'N' TO WS-VALID-SW
                        END-IF
                        PERFORM 67000-READ-PENDING-PARA
                     END-PERFORM
                     IF WS-PND-STATUS NOT = '35'
                        CLOSE ITPEND01
                     END-IF.
              67000-READ-PENDING-PARA.
                     READ ITPEND01
                        AT END MOVE 'Y' TO WS-PND-EOF-SW
                     END-READ.
              70000-QUEUE-CHANGE-PARA.
                     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-AUD-TIME FROM TIME
                     OPEN EXTEND ITPEND01
                     IF WS-PND-STATUS = '35'
                        OPEN OUTPUT ITPEND01
                     END-IF
                     IF WS-PND-STATUS NOT = '00'
                        DISPLAY 'PGM012 - PENDING CHANGE FILE ITPEND01 '
                                'OPEN FAILED - STATUS ' WS-PND-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LAST-CHG-ID
                     MOVE SPACES TO ITPEND01-REC
                     MOVE WS-LAST-CHG-ID TO ITPEND01-CHG-ID
                     MOVE 'S' TO ITPEND01-FILE
                     MOVE WS-ACTION TO ITPEND01-ACTION
                     MOVE WS-SEL-DEPT TO ITPEND01-DEPT
                     MOVE WS-OLD-COUNT TO ITPEND01-OLD-COUNT
                     MOVE WS-NEW-COUNT TO ITPEND01-NEW-COUNT
                     MOVE WS-OLD-FREQ TO ITPEND01-OLD-FREQ
                     MOVE WS-NEW-FREQ TO ITPEND01-NEW-FREQ
                     MOVE WS-OLD-PRED TO ITPEND01-OLD-PRED
                     MOVE WS-NEW-PRED TO ITPEND01-NEW-PRED
                     MOVE WS-USER-ID TO ITPEND01-REQ-USER
                     MOVE WS-AUD-DATE TO ITPEND01-REQ-DATE
                     MOVE WS-AUD-TIME TO ITPEND01-REQ-TIME
                     MOVE 'P' TO ITPEND01-STATUS
                     MOVE ZERO TO ITPEND01-DEC-DATE
                     MOVE ZERO TO ITPEND01-DEC-TIME
                     WRITE ITPEND01-REC
                     IF WS-PND-STATUS NOT = '00'
                        DISPLAY 'PGM012 - PENDING CHANGE FILE ITPEND01 '
                                'WRITE FAILED - STATUS ' WS-PND-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPEND01
                        STOP RUN
                     END-IF
                     CLOSE ITPEND01.
