              SELECT ITAUD01 ASSIGN TO 'ITAUD01'
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
              FD ITCTL01.
                     05 ITAUD01-OLD-COUNT  PIC 9(6).
                     05 ITAUD01-NEW-COUNT  PIC 9(6).
                     05 ITAUD01-DEPT       PIC X(5).
                     05 ITAUD01-APPR-ID    PIC X(8).
                     05 ITAUD01-DECISION   PIC X(1).
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
              01 WS-CTL-STATUS     PIC XX   VALUE '00'.
              01 WS-AUD-STATUS     PIC XX   VALUE '00'.
              01 WS-AUTH-STATUS    PIC XX   VALUE '00'.
              01 WS-PND-STATUS     PIC XX   VALUE '00'.
              01 WS-USER-ID        PIC X(8) VALUE SPACES.
              01 WS-AUTH-SW        PIC X    VALUE 'N'.
              01 WS-AUTH-DATE      PIC 9(8) VALUE ZEROS.
              01 WS-VALID-SW       PIC X    VALUE 'N'.
              01 WS-CURR-COUNT     PIC 9(6) VALUE ZEROS.
              01 WS-NEW-COUNT      PIC 9(6) VALUE ZEROS.
              01 WS-MAX-ITER-COUNT PIC 9(6) VALUE 100000.
              01 WS-NEW-REC-SW     PIC X    VALUE 'N'.
              01 WS-AUD-DATE        PIC 9(8) VALUE ZEROS.
              01 WS-AUD-TIME        PIC 9(8) VALUE ZEROS.
              01 WS-PEND-SW        PIC X    VALUE 'N'.
              01 WS-PND-EOF-SW     PIC X    VALUE 'N'.
              01 WS-OPEN-CHG-ID    PIC 9(6) VALUE ZEROS.
              01 WS-LAST-CHG-ID    PIC 9(6) VALUE ZEROS.
              01 WS-LIMIT-PCT      PIC 9(3) VALUE 50.
              01 WS-LIMIT-ABS      PIC 9(6) VALUE 10000.
              01 WS-CHG-DELTA      PIC 9(6) VALUE ZEROS.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
                     05 WS-PARM-DATA  PIC X(10).
              SCREEN SECTION.
              01 WS-DEPT-SCREEN.
                     05 BLANK SCREEN.
                     05 LINE 7 COL 20 PIC 9(6) TO WS-NEW-COUNT.
                     05 LINE 9 COL 1 VALUE 'MESSAGE       :'.
                     05 LINE 9 COL 20 PIC X(40) FROM WS-MSG.
              PROCEDURE DIVISION USING WS-PARM-AREA.
              10000-MAIN-PARA.
                     PERFORM 15000-PARSE-PARM-PARA
                     ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'
                     PERFORM 20000-CHECK-AUTH-PARA
                     IF WS-AUTH-SW NOT = 'Y'
                     ACCEPT WS-MAINT-SCREEN
                     PERFORM 40000-VALIDATE-NEW-PARA
                     IF WS-VALID-SW = 'Y'
                        PERFORM 65000-SCAN-PENDING-PARA
                     END-IF
                     IF WS-VALID-SW = 'Y'
                        PERFORM 45000-CHECK-LIMITS-PARA
                        IF WS-PEND-SW = 'Y'
                           PERFORM 70000-QUEUE-CHANGE-PARA
                           DISPLAY 'PGM004 - ITERATION COUNT FOR '
                                   WS-SEL-DEPT ' FROM ' WS-CURR-COUNT
                                   ' TO ' WS-NEW-COUNT
                                   ' HELD AS CHANGE ' WS-LAST-CHG-ID
                                   ' - NEEDS PGM027 APPROVAL BY A '
                                   'SECOND OPERATOR'
                           MOVE 4 TO RETURN-CODE
                        ELSE
                           PERFORM 50000-UPDATE-CONTROL-PARA
                           PERFORM 60000-WRITE-AUDIT-PARA
                           DISPLAY 'PGM004 - ITERATION COUNT FOR '
                                   WS-SEL-DEPT ' CHANGED '
                                   'FROM ' WS-CURR-COUNT
                                   ' TO ' WS-NEW-COUNT
                                   ' BY ' WS-USER-ID
                           MOVE 0 TO RETURN-CODE
                        END-IF
                     ELSE
                        IF WS-OPEN-CHG-ID > ZERO
                           DISPLAY 'PGM004 - CHANGE ' WS-OPEN-CHG-ID
                                   ' FOR ' WS-SEL-DEPT ' IS STILL '
                                   'AWAITING APPROVAL - NOT UPDATED'
                        ELSE
                           DISPLAY 'PGM004 - NEW COUNT FAILED '
                                   'VALIDATION - NOT UPDATED'
                        END-IF
                        MOVE 8 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              15000-PARSE-PARM-PARA.
                     IF WS-PARM-LEN > ZERO
                        IF WS-PARM-LEN NOT = 10
                           OR WS-PARM-DATA(1:3) IS NOT NUMERIC
                           OR WS-PARM-DATA(4:1) NOT = ','
                           OR WS-PARM-DATA(5:6) IS NOT NUMERIC
                           DISPLAY 'PGM004 - PARM MUST BE PPP,NNNNNN '
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
                        DISPLAY 'PGM004 - AUTHORIZATION FILE ITAUTH01 '
                                'NOT AVAILABLE - STATUS ' WS-AUTH-STATUS
                     ELSE
                        MOVE WS-USER-ID TO ITAUTH01-USER-ID
                        READ ITAUTH01
                           INVALID KEY
                              DISPLAY 'PGM004 - USER ' WS-USER-ID
                                      ' HAS NO ITAUTH01 RECORD'
                           NOT INVALID KEY
                              IF ITAUTH01-COUNT-GRANT = 'Y'
                                 IF ITAUTH01-EXPIRY-DATE
                                    < WS-AUTH-DATE
                                    DISPLAY 'PGM004 - AUTHORIZATION '
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
              30000-READ-CURRENT-PARA.
                     OPEN INPUT ITCTL01
                     IF WS-CTL-STATUS = '35'
                     ELSE
                        MOVE 'Y' TO WS-VALID-SW
                     END-IF.
              45000-CHECK-LIMITS-PARA.
                     MOVE 'N' TO WS-PEND-SW
                     IF WS-NEW-COUNT > WS-CURR-COUNT
                        COMPUTE WS-CHG-DELTA =
                                WS-NEW-COUNT - WS-CURR-COUNT
                     ELSE
                        COMPUTE WS-CHG-DELTA =
                                WS-CURR-COUNT - WS-NEW-COUNT
                     END-IF
                     IF WS-NEW-REC-SW = 'Y'
                        OR WS-CHG-DELTA > WS-LIMIT-ABS
                        OR WS-CHG-DELTA * 100 >
                           WS-CURR-COUNT * WS-LIMIT-PCT
                        MOVE 'Y' TO WS-PEND-SW
                     END-IF.
              50000-UPDATE-CONTROL-PARA.
                     OPEN I-O ITCTL01
                     IF WS-CTL-STATUS = '35'
                     MOVE WS-CURR-COUNT TO ITAUD01-OLD-COUNT
                     MOVE WS-NEW-COUNT TO ITAUD01-NEW-COUNT
                     MOVE WS-SEL-DEPT TO ITAUD01-DEPT
                     MOVE SPACES TO ITAUD01-APPR-ID
                     MOVE SPACE TO ITAUD01-DECISION
                     WRITE ITAUD01-REC
                     IF WS-AUD-STATUS NOT = '00'
                        DISPLAY 'PGM004 - AUDIT FILE ITAUD01 WRITE '
                        STOP RUN
                     END-IF
                     CLOSE ITAUD01.
              65000-SCAN-PENDING-PARA.
                     MOVE ZERO TO WS-OPEN-CHG-ID
                     MOVE ZERO TO WS-LAST-CHG-ID
                     MOVE 'N' TO WS-PND-EOF-SW
                     OPEN INPUT ITPEND01
                     IF WS-PND-STATUS = '35'
                        MOVE 'Y' TO WS-PND-EOF-SW
                     ELSE
                        IF WS-PND-STATUS NOT = '00'
                           DISPLAY 'PGM004 - PENDING CHANGE FILE '
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
                           AND ITPEND01-FILE = 'C'
                           AND ITPEND01-DEPT = WS-SEL-DEPT
                           MOVE ITPEND01-CHG-ID TO WS-OPEN-CHG-ID
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
                        DISPLAY 'PGM004 - PENDING CHANGE FILE ITPEND01 '
                                'OPEN FAILED - STATUS ' WS-PND-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LAST-CHG-ID
                     MOVE SPACES TO ITPEND01-REC
                     MOVE WS-LAST-CHG-ID TO ITPEND01-CHG-ID
                     MOVE 'C' TO ITPEND01-FILE
                     MOVE 'C' TO ITPEND01-ACTION
                     MOVE WS-SEL-DEPT TO ITPEND01-DEPT
                     MOVE WS-CURR-COUNT TO ITPEND01-OLD-COUNT
                     MOVE WS-NEW-COUNT TO ITPEND01-NEW-COUNT
                     MOVE WS-USER-ID TO ITPEND01-REQ-USER
                     MOVE WS-AUD-DATE TO ITPEND01-REQ-DATE
                     MOVE WS-AUD-TIME TO ITPEND01-REQ-TIME
                     MOVE 'P' TO ITPEND01-STATUS
                     MOVE ZERO TO ITPEND01-DEC-DATE
                     MOVE ZERO TO ITPEND01-DEC-TIME
                     WRITE ITPEND01-REC
                     IF WS-PND-STATUS NOT = '00'
                        DISPLAY 'PGM004 - PENDING CHANGE FILE ITPEND01 '
                                'WRITE FAILED - STATUS ' WS-PND-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPEND01
                        STOP RUN
                     END-IF
                     CLOSE ITPEND01.
