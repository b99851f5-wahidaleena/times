       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM027.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ITAUTH01 ASSIGN TO 'ITAUTH01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITAUTH01-USER-ID
                     FILE STATUS IS WS-AUTH-STATUS.
              SELECT ITPEND01 ASSIGN TO 'ITPEND01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PND-STATUS.
              SELECT ITCTL01 ASSIGN TO 'ITCTL01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITCTL01-DEPT
                     FILE STATUS IS WS-CTL-STATUS.
              SELECT ITAUD01 ASSIGN TO 'ITAUD01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUD-STATUS.
              SELECT SCHEDCTL ASSIGN TO 'SCHEDCTL'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SCH-STATUS.
              SELECT ITSAUD01 ASSIGN TO 'ITSAUD01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SAUD-STATUS.
              DATA DIVISION.
              FILE SECTION.
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
              01 ITPEND01-REC               PIC X(100).
              FD ITCTL01.
              COPY WSCOUNT REPLACING CTR-RECORD BY ITCTL01-REC
                                      CTR-DEPT BY ITCTL01-DEPT
                                      CTR-COUNT BY ITCTL01-COUNT
                                      CTR-RUN-DATE BY ITCTL01-RUN-DATE
                                      CTR-JOB-ID BY ITCTL01-JOB-ID.
              FD ITAUD01.
              01 ITAUD01-REC.
                     05 ITAUD01-USER-ID    PIC X(8).
                     05 ITAUD01-CHG-DATE   PIC 9(8).
                     05 ITAUD01-CHG-TIME   PIC 9(8).
                     05 ITAUD01-OLD-COUNT  PIC 9(6).
                     05 ITAUD01-NEW-COUNT  PIC 9(6).
                     05 ITAUD01-DEPT       PIC X(5).
                     05 ITAUD01-APPR-ID    PIC X(8).
                     05 ITAUD01-DECISION   PIC X(1).
              FD SCHEDCTL.
              01 SCHEDCTL-REC               PIC X(80).
              FD ITSAUD01.
              01 ITSAUD01-REC.
                     05 ITSAUD01-USER-ID   PIC X(8).
                     05 ITSAUD01-CHG-DATE  PIC 9(8).
                     05 ITSAUD01-CHG-TIME  PIC 9(8).
                     05 ITSAUD01-ACTION    PIC X(1).
                     05 ITSAUD01-DEPT      PIC X(5).
                     05 ITSAUD01-OLD-COUNT PIC 9(6).
                     05 ITSAUD01-NEW-COUNT PIC 9(6).
                     05 ITSAUD01-OLD-FREQ  PIC X(8).
                     05 ITSAUD01-NEW-FREQ  PIC X(8).
                     05 ITSAUD01-OLD-PRED  PIC X(5).
                     05 ITSAUD01-NEW-PRED  PIC X(5).
                     05 ITSAUD01-APPR-ID   PIC X(8).
                     05 ITSAUD01-DECISION  PIC X(1).
                     05 ITSAUD01-OLD-MODE  PIC X(1).
                     05 ITSAUD01-NEW-MODE  PIC X(1).
              WORKING-STORAGE SECTION.
              01 WS-AUTH-STATUS    PIC XX   VALUE '00'.
              01 WS-PND-STATUS     PIC XX   VALUE '00'.
              01 WS-CTL-STATUS     PIC XX   VALUE '00'.
              01 WS-AUD-STATUS     PIC XX   VALUE '00'.
              01 WS-SCH-STATUS     PIC XX   VALUE '00'.
              01 WS-SAUD-STATUS    PIC XX   VALUE '00'.
              01 WS-USER-ID        PIC X(8) VALUE SPACES.
              01 WS-AUTH-SW        PIC X    VALUE 'N'.
              01 WS-AUTH-DATE      PIC 9(8) VALUE ZEROS.
              01 WS-COUNT-GR       PIC X    VALUE 'N'.
              01 WS-SCHED-GR       PIC X    VALUE 'N'.
              01 WS-VALID-SW       PIC X    VALUE 'N'.
              01 WS-EOF-SW         PIC X    VALUE 'N'.
              01 WS-PND-EOF-SW     PIC X    VALUE 'N'.
              01 WS-NEW-REC-SW     PIC X    VALUE 'N'.
              01 WS-SEL-ID         PIC 9(6) VALUE ZEROS.
              01 WS-DECISION       PIC X    VALUE SPACE.
              01 WS-MSG            PIC X(40) VALUE SPACES.
              01 WS-AUD-DATE       PIC 9(8) VALUE ZEROS.
              01 WS-AUD-TIME       PIC 9(8) VALUE ZEROS.
              01 WS-CUR-MONTH      PIC 9(6) VALUE ZEROS.
              01 WS-DEC-MONTH      PIC 9(6) VALUE ZEROS.
              01 WS-CURR-COUNT     PIC 9(6) VALUE ZEROS.
              01 WS-MAX-PEND       PIC 9(4) VALUE 500.
              01 WS-PEND-CNT       PIC 9(4) VALUE ZEROS.
              01 WS-PEND-SUB       PIC 9(4) VALUE ZEROS.
              01 WS-PEND-HIT       PIC 9(4) VALUE ZEROS.
              01 WS-OPEN-CNT       PIC 9(4) VALUE ZEROS.
              01 WS-MAX-CHG-ID     PIC 9(6) VALUE ZEROS.
              01 WS-PEND-TABLE.
                     05 WS-PEND-ENTRY OCCURS 500 TIMES PIC X(100).
              COPY PENDCHG REPLACING
                       PCH-RECORD BY WS-PND-REC
                       PCH-CHG-ID BY WS-PND-CHG-ID
                       PCH-FILE BY WS-PND-FILE
                       PCH-ACTION BY WS-PND-ACTION
                       PCH-DEPT BY WS-PND-DEPT
                       PCH-OLD-COUNT BY WS-PND-OLD-COUNT
                       PCH-NEW-COUNT BY WS-PND-NEW-COUNT
                       PCH-OLD-FREQ BY WS-PND-OLD-FREQ
                       PCH-NEW-FREQ BY WS-PND-NEW-FREQ
                       PCH-OLD-PRED BY WS-PND-OLD-PRED
                       PCH-NEW-PRED BY WS-PND-NEW-PRED
                       PCH-REQ-USER BY WS-PND-REQ-USER
                       PCH-REQ-DATE BY WS-PND-REQ-DATE
                       PCH-REQ-TIME BY WS-PND-REQ-TIME
                       PCH-STATUS BY WS-PND-STATUS-CD
                       PCH-DEC-USER BY WS-PND-DEC-USER
                       PCH-DEC-DATE BY WS-PND-DEC-DATE
                       PCH-DEC-TIME BY WS-PND-DEC-TIME.
              01 WS-PEND-LINE.
                     05 WS-PLN-ID        PIC 9(6).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-FILE      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-ACTION    PIC X(1).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-DEPT      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-OLD       PIC ZZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-NEW       PIC ZZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-FREQ      PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-PRED      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-USER      PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PLN-DATE      PIC 9(8).
              01 WS-SEL-DEPT       PIC X(5) VALUE SPACES.
              01 WS-NEW-PRED       PIC X(5) VALUE SPACES.
              01 WS-LINE-SUB       PIC 9(4) VALUE ZEROS.
              01 WS-HIT-SUB        PIC 9(4) VALUE ZEROS.
              01 WS-CHAIN-DEPT     PIC X(5) VALUE SPACES.
              01 WS-CHAIN-SUB      PIC 9(4) VALUE ZEROS.
              01 WS-CHAIN-HOPS     PIC 9(4) VALUE ZEROS.
              01 WS-MAX-LINES      PIC 9(4) VALUE 100.
              01 WS-LINE-CNT       PIC 9(4) VALUE ZEROS.
              01 WS-LINE-TABLE.
                     05 WS-LINE-ENTRY OCCURS 100 TIMES.
                            10 WS-LINE-TYPE     PIC X.
                            10 WS-LINE-DEPT     PIC X(5).
                            10 WS-LINE-COUNT    PIC 9(6).
                            10 WS-LINE-FREQ     PIC X(8).
                            10 WS-LINE-PRED     PIC X(5).
                            10 WS-LINE-MODE     PIC X.
                            10 WS-LINE-IMAGE    PIC X(80).
              01 WS-ENTRY-LINE.
                     05 WS-ENT-DEPT      PIC X(5).
                     05 WS-ENT-COMMA     PIC X(1) VALUE ','.
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
                     05 WS-HLD-COMMA     PIC X(1) VALUE ','.
                     05 WS-HLD-COUNT     PIC 9(6).
                     05 WS-HLD-COMMA2    PIC X(1) VALUE SPACE.
                     05 WS-HLD-FREQ      PIC X(8) VALUE SPACES.
                     05 WS-HLD-TAG       PIC X(5) VALUE ' HELD'.
                     05 WS-HLD-COMMA3    PIC X(1) VALUE SPACE.
                     05 WS-HLD-PRED      PIC X(5) VALUE SPACES.
                     05 WS-HLD-COMMA4    PIC X(1) VALUE SPACE.
                     05 WS-HLD-MODE      PIC X(1) VALUE SPACE.
                     05 WS-HLD-TAIL      PIC X(45) VALUE SPACES.
              01 WS-PRED-MSG.
                     05 FILLER           PIC X(29) VALUE
                        'DEPARTMENT IS PREDECESSOR OF '.
                     05 WS-PMSG-DEPT     PIC X(5).
                     05 FILLER           PIC X(6) VALUE SPACES.
              SCREEN SECTION.
              01 WS-DECIDE-SCREEN.
                     05 BLANK SCREEN.
                     05 LINE 1 COL 1
                        VALUE 'PGM027 - DUAL-CONTROL CHANGE APPROVAL'.
                     05 LINE 3 COL 1 VALUE 'CHANGE ID     :'.
                     05 LINE 3 COL 20 PIC 9(6) TO WS-SEL-ID.
                     05 LINE 5 COL 1 VALUE 'DECISION (A/R):'.
                     05 LINE 5 COL 20 PIC X(1) TO WS-DECISION.
                     05 LINE 7 COL 1 VALUE 'MESSAGE       :'.
                     05 LINE 7 COL 20 PIC X(40) FROM WS-MSG.
              PROCEDURE DIVISION.
              10000-MAIN-PARA.
                     ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'
                     PERFORM 20000-CHECK-AUTH-PARA
                     IF WS-AUTH-SW NOT = 'Y'
                        DISPLAY 'PGM027 - USER ' WS-USER-ID
                                ' NOT AUTHORIZED TO APPROVE '
                                'CHANGES - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 30000-LOAD-PENDING-PARA
                     PERFORM 40000-LIST-PARA
                     IF WS-OPEN-CNT = ZERO
                        DISPLAY 'PGM027 - NO CHANGES AWAITING '
                                'APPROVAL'
                        MOVE 0 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE SPACES TO WS-MSG
                     DISPLAY WS-DECIDE-SCREEN
                     ACCEPT WS-DECIDE-SCREEN
                     PERFORM 45000-VALIDATE-PARA
                     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-AUD-TIME FROM TIME
                     IF WS-VALID-SW = 'Y' AND WS-DECISION = 'A'
                        IF WS-PND-FILE = 'C'
                           PERFORM 50000-APPLY-COUNT-PARA
                        ELSE
                           PERFORM 55000-APPLY-SCHED-PARA
                        END-IF
                     END-IF
                     IF WS-VALID-SW = 'Y'
                        PERFORM 60000-WRITE-AUDIT-PARA
                        PERFORM 70000-REWRITE-PENDING-PARA
                        IF WS-DECISION = 'A'
                           DISPLAY 'PGM027 - CHANGE ' WS-SEL-ID
                                   ' FOR ' WS-PND-DEPT
                                   ' REQUESTED BY ' WS-PND-REQ-USER
                                   ' APPROVED AND APPLIED BY '
                                   WS-USER-ID
                        ELSE
                           DISPLAY 'PGM027 - CHANGE ' WS-SEL-ID
                                   ' FOR ' WS-PND-DEPT
                                   ' REQUESTED BY ' WS-PND-REQ-USER
                                   ' REJECTED BY ' WS-USER-ID
                        END-IF
                        MOVE 0 TO RETURN-CODE
                     ELSE
                        DISPLAY 'PGM027 - DECISION NOT RECORDED - '
                                WS-MSG
                        MOVE 8 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              20000-CHECK-AUTH-PARA.
                     MOVE 'N' TO WS-AUTH-SW
                     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD
                     OPEN INPUT ITAUTH01
                     IF WS-AUTH-STATUS NOT = '00'
                        DISPLAY 'PGM027 - AUTHORIZATION FILE ITAUTH01 '
                                'NOT AVAILABLE - STATUS ' WS-AUTH-STATUS
                     ELSE
                        MOVE WS-USER-ID TO ITAUTH01-USER-ID
                        READ ITAUTH01
                           INVALID KEY
                              DISPLAY 'PGM027 - USER ' WS-USER-ID
                                      ' HAS NO ITAUTH01 RECORD'
                           NOT INVALID KEY
                              IF ITAUTH01-COUNT-GRANT = 'Y'
                                 OR ITAUTH01-SCHED-GRANT = 'Y'
                                 IF ITAUTH01-EXPIRY-DATE
                                    < WS-AUTH-DATE
                                    DISPLAY 'PGM027 - AUTHORIZATION '
                                            'FOR ' WS-USER-ID
                                            ' EXPIRED '
                                            ITAUTH01-EXPIRY-DATE
                                 ELSE
                                    MOVE 'Y' TO WS-AUTH-SW
                                    MOVE ITAUTH01-COUNT-GRANT
                                         TO WS-COUNT-GR
                                    MOVE ITAUTH01-SCHED-GRANT
                                         TO WS-SCHED-GR
                                 END-IF
                              END-IF
                        END-READ
                        CLOSE ITAUTH01
                     END-IF.
              30000-LOAD-PENDING-PARA.
                     OPEN INPUT ITPEND01
                     IF WS-PND-STATUS = '35'
                        MOVE 'Y' TO WS-PND-EOF-SW
                     ELSE
                        IF WS-PND-STATUS NOT = '00'
                           DISPLAY 'PGM027 - PENDING CHANGE FILE '
                                   'ITPEND01 NOT AVAILABLE - STATUS '
                                   WS-PND-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        PERFORM 32000-READ-PENDING-PARA
                     END-IF
                     PERFORM UNTIL WS-PND-EOF-SW = 'Y'
                        IF WS-PEND-CNT >= WS-MAX-PEND
                           DISPLAY 'PGM027 - PENDING CHANGE FILE '
                                   'EXCEEDS ' WS-MAX-PEND
                                   ' RECORDS - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPEND01
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-PEND-CNT
                        MOVE ITPEND01-REC
                             TO WS-PEND-ENTRY (WS-PEND-CNT)
                        MOVE ITPEND01-REC TO WS-PND-REC
                        IF WS-PND-CHG-ID > WS-MAX-CHG-ID
                           MOVE WS-PND-CHG-ID TO WS-MAX-CHG-ID
                        END-IF
                        PERFORM 32000-READ-PENDING-PARA
                     END-PERFORM
                     IF WS-PND-STATUS NOT = '35'
                        CLOSE ITPEND01
                     END-IF.
              32000-READ-PENDING-PARA.
                     READ ITPEND01
                        AT END MOVE 'Y' TO WS-PND-EOF-SW
                     END-READ.
              40000-LIST-PARA.
                     DISPLAY 'PGM027 - CHANGES AWAITING APPROVAL'
                     DISPLAY 'ID     FILE  A DEPT     OLD    NEW '
                             'FREQ     PRED  REQUESTR DATE'
                     MOVE ZERO TO WS-OPEN-CNT
                     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                        UNTIL WS-PEND-SUB > WS-PEND-CNT
                        MOVE WS-PEND-ENTRY (WS-PEND-SUB) TO WS-PND-REC
                        IF WS-PND-STATUS-CD = 'P'
                           ADD 1 TO WS-OPEN-CNT
                           MOVE WS-PND-CHG-ID TO WS-PLN-ID
                           IF WS-PND-FILE = 'C'
                              MOVE 'COUNT' TO WS-PLN-FILE
                           ELSE
                              MOVE 'SCHED' TO WS-PLN-FILE
                           END-IF
                           MOVE WS-PND-ACTION TO WS-PLN-ACTION
                           MOVE WS-PND-DEPT TO WS-PLN-DEPT
                           MOVE WS-PND-OLD-COUNT TO WS-PLN-OLD
                           MOVE WS-PND-NEW-COUNT TO WS-PLN-NEW
                           MOVE WS-PND-NEW-FREQ TO WS-PLN-FREQ
                           MOVE WS-PND-NEW-PRED TO WS-PLN-PRED
                           MOVE WS-PND-REQ-USER TO WS-PLN-USER
                           MOVE WS-PND-REQ-DATE TO WS-PLN-DATE
                           DISPLAY WS-PEND-LINE
                        END-IF
                     END-PERFORM.
              45000-VALIDATE-PARA.
                     MOVE 'N' TO WS-VALID-SW
                     MOVE ZERO TO WS-PEND-HIT
                     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                        UNTIL WS-PEND-SUB > WS-PEND-CNT
                        MOVE WS-PEND-ENTRY (WS-PEND-SUB) TO WS-PND-REC
                        IF WS-PND-CHG-ID = WS-SEL-ID
                           AND WS-PND-STATUS-CD = 'P'
                           AND WS-PEND-HIT = ZERO
                           MOVE WS-PEND-SUB TO WS-PEND-HIT
                        END-IF
                     END-PERFORM
                     IF WS-PEND-HIT = ZERO
                        MOVE 'NO OPEN CHANGE WITH THAT ID' TO WS-MSG
                     ELSE
                        MOVE WS-PEND-ENTRY (WS-PEND-HIT) TO WS-PND-REC
                        IF WS-DECISION NOT = 'A'
                           AND WS-DECISION NOT = 'R'
                           MOVE 'DECISION MUST BE A OR R' TO WS-MSG
                        ELSE
                        IF WS-PND-REQ-USER = WS-USER-ID
                           MOVE 'REQUESTER CANNOT DECIDE OWN CHANGE'
                                TO WS-MSG
                        ELSE
                        IF WS-PND-FILE = 'C' AND WS-COUNT-GR NOT = 'Y'
                           MOVE 'NO COUNT MAINTENANCE GRANT'
                                TO WS-MSG
                        ELSE
                        IF WS-PND-FILE = 'S' AND WS-SCHED-GR NOT = 'Y'
                           MOVE 'NO SCHEDULE MAINTENANCE GRANT'
                                TO WS-MSG
                        ELSE
                           MOVE 'Y' TO WS-VALID-SW
                        END-IF
                        END-IF
                        END-IF
                        END-IF
                     END-IF.
              50000-APPLY-COUNT-PARA.
                     MOVE 'N' TO WS-NEW-REC-SW
                     OPEN I-O ITCTL01
                     IF WS-CTL-STATUS = '35'
                        OPEN OUTPUT ITCTL01
                        MOVE 'Y' TO WS-NEW-REC-SW
                        MOVE ZERO TO WS-CURR-COUNT
                     END-IF
                     IF WS-CTL-STATUS NOT = '00'
                        DISPLAY 'PGM027 - CONTROL FILE ITCTL01 OPEN '
                                'FAILED - STATUS ' WS-CTL-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     IF WS-NEW-REC-SW = 'N'
                        MOVE WS-PND-DEPT TO ITCTL01-DEPT
                        READ ITCTL01
                           INVALID KEY
                              MOVE 'Y' TO WS-NEW-REC-SW
                              MOVE ZERO TO WS-CURR-COUNT
                           NOT INVALID KEY
                              MOVE ITCTL01-COUNT TO WS-CURR-COUNT
                        END-READ
                     END-IF
                     IF WS-CURR-COUNT NOT = WS-PND-OLD-COUNT
                        MOVE 'N' TO WS-VALID-SW
                        MOVE 'COUNT CHANGED SINCE REQUEST - REJECT IT'
                             TO WS-MSG
                     ELSE
                        MOVE WS-PND-DEPT TO ITCTL01-DEPT
                        MOVE WS-PND-NEW-COUNT TO ITCTL01-COUNT
                        MOVE WS-AUD-DATE TO ITCTL01-RUN-DATE
                        MOVE WS-PND-REQ-USER TO ITCTL01-JOB-ID
                        IF WS-NEW-REC-SW = 'Y'
                           WRITE ITCTL01-REC
                        ELSE
                           REWRITE ITCTL01-REC
                        END-IF
                        IF WS-CTL-STATUS NOT = '00'
                           DISPLAY 'PGM027 - CONTROL FILE ITCTL01 '
                                   'UPDATE FAILED - STATUS '
                                   WS-CTL-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITCTL01
                           STOP RUN
                        END-IF
                     END-IF
                     CLOSE ITCTL01.
              55000-APPLY-SCHED-PARA.
                     PERFORM 80000-LOAD-SCHED-PARA
                     MOVE WS-PND-DEPT TO WS-SEL-DEPT
                     MOVE WS-PND-NEW-PRED TO WS-NEW-PRED
                     MOVE ZERO TO WS-HIT-SUB
                     PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                        UNTIL WS-LINE-SUB > WS-LINE-CNT
                        IF (WS-LINE-TYPE (WS-LINE-SUB) = 'E'
                            OR WS-LINE-TYPE (WS-LINE-SUB) = 'H')
                           AND WS-LINE-DEPT (WS-LINE-SUB)
                               = WS-SEL-DEPT
                           AND WS-HIT-SUB = ZERO
                           MOVE WS-LINE-SUB TO WS-HIT-SUB
                        END-IF
                     END-PERFORM
                     IF WS-PND-ACTION = 'A'
                        IF WS-HIT-SUB > ZERO
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'DEPARTMENT IS ALREADY ON THE SCHEDULE'
                                TO WS-MSG
                        ELSE
                           IF WS-LINE-CNT >= WS-MAX-LINES
                              MOVE 'N' TO WS-VALID-SW
                              MOVE 'SCHEDULE FILE IS FULL' TO WS-MSG
                           ELSE
                              PERFORM 84000-CHECK-PRED-PARA
                           END-IF
                        END-IF
                     ELSE
                        IF WS-HIT-SUB = ZERO
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'DEPARTMENT IS NOT ON THE SCHEDULE'
                                TO WS-MSG
                        ELSE
                           IF WS-LINE-COUNT (WS-HIT-SUB)
                              NOT = WS-PND-OLD-COUNT
                              OR WS-LINE-FREQ (WS-HIT-SUB)
                                 NOT = WS-PND-OLD-FREQ
                              OR WS-LINE-PRED (WS-HIT-SUB)
                                 NOT = WS-PND-OLD-PRED
                              MOVE 'N' TO WS-VALID-SW
                              MOVE 'ENTRY CHANGED SINCE REQUEST'
                                   TO WS-MSG
                           ELSE
                              IF WS-PND-ACTION = 'C'
                                 PERFORM 84000-CHECK-PRED-PARA
                              ELSE
                                 PERFORM 84500-CHECK-DEPENDENT-PARA
                              END-IF
                           END-IF
                        END-IF
                     END-IF
                     IF WS-VALID-SW = 'Y'
                        IF WS-PND-ACTION = 'A'
                           ADD 1 TO WS-LINE-CNT
                           MOVE WS-LINE-CNT TO WS-HIT-SUB
                           MOVE 'E' TO WS-LINE-TYPE (WS-HIT-SUB)
                           MOVE WS-PND-DEPT
                                TO WS-LINE-DEPT (WS-HIT-SUB)
                           MOVE 'D' TO WS-LINE-MODE (WS-HIT-SUB)
                        END-IF
                        IF WS-PND-ACTION = 'D'
                           MOVE 'X' TO WS-LINE-TYPE (WS-HIT-SUB)
                        ELSE
                           MOVE WS-PND-NEW-COUNT
                                TO WS-LINE-COUNT (WS-HIT-SUB)
                           MOVE WS-PND-NEW-FREQ
                                TO WS-LINE-FREQ (WS-HIT-SUB)
                           MOVE WS-PND-NEW-PRED
                                TO WS-LINE-PRED (WS-HIT-SUB)
                        END-IF
                        PERFORM 86000-REWRITE-SCHED-PARA
                     END-IF.
              60000-WRITE-AUDIT-PARA.
                     IF WS-PND-FILE = 'C'
                        PERFORM 62000-WRITE-COUNT-AUDIT-PARA
                     ELSE
                        PERFORM 64000-WRITE-SCHED-AUDIT-PARA
                     END-IF.
              62000-WRITE-COUNT-AUDIT-PARA.
                     OPEN EXTEND ITAUD01
                     IF WS-AUD-STATUS = '35'
                        OPEN OUTPUT ITAUD01
                     END-IF
                     IF WS-AUD-STATUS NOT = '00'
                        DISPLAY 'PGM027 - AUDIT FILE ITAUD01 OPEN '
                                'FAILED - STATUS ' WS-AUD-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE WS-PND-REQ-USER TO ITAUD01-USER-ID
                     MOVE WS-AUD-DATE TO ITAUD01-CHG-DATE
                     MOVE WS-AUD-TIME TO ITAUD01-CHG-TIME
                     MOVE WS-PND-OLD-COUNT TO ITAUD01-OLD-COUNT
                     MOVE WS-PND-NEW-COUNT TO ITAUD01-NEW-COUNT
                     MOVE WS-PND-DEPT TO ITAUD01-DEPT
                     MOVE WS-USER-ID TO ITAUD01-APPR-ID
                     MOVE WS-DECISION TO ITAUD01-DECISION
                     WRITE ITAUD01-REC
                     IF WS-AUD-STATUS NOT = '00'
                        DISPLAY 'PGM027 - AUDIT FILE ITAUD01 WRITE '
                                'FAILED - STATUS ' WS-AUD-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITAUD01
                        STOP RUN
                     END-IF
                     CLOSE ITAUD01.
              64000-WRITE-SCHED-AUDIT-PARA.
                     OPEN EXTEND ITSAUD01
                     IF WS-SAUD-STATUS = '35'
                        OPEN OUTPUT ITSAUD01
                     END-IF
                     IF WS-SAUD-STATUS NOT = '00'
                        DISPLAY 'PGM027 - AUDIT FILE ITSAUD01 OPEN '
                                'FAILED - STATUS ' WS-SAUD-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE WS-PND-REQ-USER TO ITSAUD01-USER-ID
                     MOVE WS-AUD-DATE TO ITSAUD01-CHG-DATE
                     MOVE WS-AUD-TIME TO ITSAUD01-CHG-TIME
                     MOVE WS-PND-ACTION TO ITSAUD01-ACTION
                     MOVE WS-PND-DEPT TO ITSAUD01-DEPT
                     MOVE WS-PND-OLD-COUNT TO ITSAUD01-OLD-COUNT
                     MOVE WS-PND-NEW-COUNT TO ITSAUD01-NEW-COUNT
                     MOVE WS-PND-OLD-FREQ TO ITSAUD01-OLD-FREQ
                     MOVE WS-PND-NEW-FREQ TO ITSAUD01-NEW-FREQ
                     MOVE WS-PND-OLD-PRED TO ITSAUD01-OLD-PRED
                     MOVE WS-PND-NEW-PRED TO ITSAUD01-NEW-PRED
                     MOVE WS-USER-ID TO ITSAUD01-APPR-ID
                     MOVE WS-DECISION TO ITSAUD01-DECISION
                     MOVE SPACE TO ITSAUD01-OLD-MODE
                     MOVE SPACE TO ITSAUD01-NEW-MODE
                     WRITE ITSAUD01-REC
                     IF WS-SAUD-STATUS NOT = '00'
                        DISPLAY 'PGM027 - AUDIT FILE ITSAUD01 WRITE '
                                'FAILED - STATUS ' WS-SAUD-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITSAUD01
                        STOP RUN
                     END-IF
                     CLOSE ITSAUD01.
              70000-REWRITE-PENDING-PARA.
                     MOVE WS-DECISION TO WS-PND-STATUS-CD
                     MOVE WS-USER-ID TO WS-PND-DEC-USER
                     MOVE WS-AUD-DATE TO WS-PND-DEC-DATE
                     MOVE WS-AUD-TIME TO WS-PND-DEC-TIME
                     MOVE WS-PND-REC TO WS-PEND-ENTRY (WS-PEND-HIT)
                     COMPUTE WS-CUR-MONTH = WS-AUD-DATE / 100
                     OPEN OUTPUT ITPEND01
                     IF WS-PND-STATUS NOT = '00'
                        DISPLAY 'PGM027 - PENDING CHANGE FILE ITPEND01 '
                                'REWRITE OPEN FAILED - STATUS '
                                WS-PND-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 72000-WRITE-PENDING-PARA
                        VARYING WS-PEND-SUB FROM 1 BY 1
                        UNTIL WS-PEND-SUB > WS-PEND-CNT
                     CLOSE ITPEND01
                     MOVE WS-PEND-ENTRY (WS-PEND-HIT) TO WS-PND-REC.
              72000-WRITE-PENDING-PARA.
                     MOVE WS-PEND-ENTRY (WS-PEND-SUB) TO WS-PND-REC
                     COMPUTE WS-DEC-MONTH = WS-PND-DEC-DATE / 100
                     IF WS-PND-STATUS-CD = 'P'
                        OR WS-DEC-MONTH = WS-CUR-MONTH
                        OR WS-PND-CHG-ID = WS-MAX-CHG-ID
                        WRITE ITPEND01-REC FROM WS-PND-REC
                        IF WS-PND-STATUS NOT = '00'
                           DISPLAY 'PGM027 - PENDING CHANGE FILE '
                                   'ITPEND01 WRITE FAILED - STATUS '
                                   WS-PND-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPEND01
                           STOP RUN
                        END-IF
                     END-IF.
              80000-LOAD-SCHED-PARA.
                     OPEN INPUT SCHEDCTL
                     IF WS-SCH-STATUS NOT = '00'
                        DISPLAY 'PGM027 - SCHEDULE FILE SCHEDCTL NOT '
                                'AVAILABLE - STATUS ' WS-SCH-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 82000-READ-SCHED-PARA
                     PERFORM UNTIL WS-EOF-SW = 'Y'
                        PERFORM 83000-CLASSIFY-PARA
                        PERFORM 82000-READ-SCHED-PARA
                     END-PERFORM
                     CLOSE SCHEDCTL.
              82000-READ-SCHED-PARA.
                     READ SCHEDCTL
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              83000-CLASSIFY-PARA.
                     IF WS-LINE-CNT >= WS-MAX-LINES
                        DISPLAY 'PGM027 - SCHEDULE FILE EXCEEDS '
                                WS-MAX-LINES ' LINES - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LINE-CNT
                     MOVE SCHEDCTL-REC
                          TO WS-LINE-IMAGE (WS-LINE-CNT)
                     MOVE SPACES TO WS-LINE-DEPT (WS-LINE-CNT)
                     MOVE ZERO TO WS-LINE-COUNT (WS-LINE-CNT)
                     MOVE SPACES TO WS-LINE-FREQ (WS-LINE-CNT)
                     MOVE SPACES TO WS-LINE-PRED (WS-LINE-CNT)
                     MOVE 'D' TO WS-LINE-MODE (WS-LINE-CNT)
                     IF SCHEDCTL-REC(1:1) = '*'
                        AND SCHEDCTL-REC(7:1) = ','
                        AND SCHEDCTL-REC(8:6) IS NUMERIC
                        MOVE 'H' TO WS-LINE-TYPE (WS-LINE-CNT)
                        MOVE SCHEDCTL-REC(2:5)
                             TO WS-LINE-DEPT (WS-LINE-CNT)
                        MOVE SCHEDCTL-REC(8:6)
                             TO WS-LINE-COUNT (WS-LINE-CNT)
                        IF SCHEDCTL-REC(14:1) = ','
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
                           AND SCHEDCTL-REC(6:1) = ','
                           AND SCHEDCTL-REC(7:6) IS NUMERIC
                           MOVE 'E' TO WS-LINE-TYPE (WS-LINE-CNT)
                           MOVE SCHEDCTL-REC(1:5)
                                TO WS-LINE-DEPT (WS-LINE-CNT)
                           MOVE SCHEDCTL-REC(7:6)
                                TO WS-LINE-COUNT (WS-LINE-CNT)
                           IF SCHEDCTL-REC(13:1) = ','
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
                     END-IF.
              84000-CHECK-PRED-PARA.
                     IF WS-NEW-PRED = SPACES
                        OR WS-NEW-PRED = 'NONE'
                        CONTINUE
                     ELSE
                     IF WS-NEW-PRED = WS-SEL-DEPT
                        MOVE 'DEPARTMENT CANNOT FOLLOW ITSELF' TO WS-MSG
                        MOVE 'N' TO WS-VALID-SW
                     ELSE
                        MOVE WS-NEW-PRED TO WS-CHAIN-DEPT
                        PERFORM 84200-FIND-CHAIN-PARA
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
                                 PERFORM 84200-FIND-CHAIN-PARA
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
              84200-FIND-CHAIN-PARA.
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
              84500-CHECK-DEPENDENT-PARA.
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
              86000-REWRITE-SCHED-PARA.
                     OPEN OUTPUT SCHEDCTL
                     IF WS-SCH-STATUS NOT = '00'
                        DISPLAY 'PGM027 - SCHEDULE FILE SCHEDCTL '
                                'REWRITE OPEN FAILED - STATUS '
                                WS-SCH-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 87000-WRITE-LINE-PARA
                        VARYING WS-LINE-SUB FROM 1 BY 1
                        UNTIL WS-LINE-SUB > WS-LINE-CNT
                     CLOSE SCHEDCTL.
              87000-WRITE-LINE-PARA.
                     IF WS-LINE-TYPE (WS-LINE-SUB) = 'C'
                        WRITE SCHEDCTL-REC
                              FROM WS-LINE-IMAGE (WS-LINE-SUB)
                     END-IF
                     IF WS-LINE-TYPE (WS-LINE-SUB) = 'E'
                        MOVE WS-LINE-DEPT (WS-LINE-SUB)
                             TO WS-ENT-DEPT
                        MOVE WS-LINE-COUNT (WS-LINE-SUB)
                             TO WS-ENT-COUNT
                        IF WS-LINE-FREQ (WS-LINE-SUB) = SPACES
                           MOVE SPACE TO WS-ENT-COMMA2
                           MOVE SPACES TO WS-ENT-FREQ
                        ELSE
                           MOVE ',' TO WS-ENT-COMMA2
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
                        MOVE WS-LINE-DEPT (WS-LINE-SUB)
                             TO WS-HLD-DEPT
                        MOVE WS-LINE-COUNT (WS-LINE-SUB)
                             TO WS-HLD-COUNT
                        IF WS-LINE-FREQ (WS-LINE-SUB) = SPACES
                           MOVE SPACE TO WS-HLD-COMMA2
                           MOVE SPACES TO WS-HLD-FREQ
                        ELSE
                           MOVE ',' TO WS-HLD-COMMA2
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
                        DISPLAY 'PGM027 - SCHEDULE FILE SCHEDCTL '
                                'WRITE FAILED - STATUS ' WS-SCH-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE SCHEDCTL
                        STOP RUN
                     END-IF.
