       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM026.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ITAUTH01 ASSIGN TO 'ITAUTH01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITAUTH01-USER-ID
                     FILE STATUS IS WS-AUTH-STATUS.
              SELECT ITAAUD01 ASSIGN TO 'ITAAUD01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUD-STATUS.
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
              FD ITAAUD01.
              01 ITAAUD01-REC.
                     05 ITAAUD01-ADMIN-ID   PIC X(8).
                     05 ITAAUD01-CHG-DATE   PIC 9(8).
                     05 ITAAUD01-CHG-TIME   PIC 9(8).
                     05 ITAAUD01-ACTION     PIC X(1).
                     05 ITAAUD01-USER-ID    PIC X(8).
                     05 ITAAUD01-FUNC       PIC X(5).
                     05 ITAAUD01-OLD-EXPIRY PIC 9(8).
                     05 ITAAUD01-NEW-EXPIRY PIC 9(8).
              WORKING-STORAGE SECTION.
              01 WS-AUTH-STATUS    PIC XX   VALUE '00'.
              01 WS-AUD-STATUS     PIC XX   VALUE '00'.
              01 WS-USER-ID        PIC X(8) VALUE SPACES.
              01 WS-AUTH-SW        PIC X    VALUE 'N'.
              01 WS-AUTH-DATE      PIC 9(8) VALUE ZEROS.
              01 WS-VALID-SW       PIC X    VALUE 'N'.
              01 WS-NEW-REC-SW     PIC X    VALUE 'N'.
              01 WS-SUB            PIC 9    VALUE ZERO.
              01 WS-CHG-CNT        PIC 9    VALUE ZERO.
              01 WS-SEL-USER       PIC X(8) VALUE SPACES.
              01 WS-MSG            PIC X(40) VALUE SPACES.
              01 WS-AUD-DATE       PIC 9(8) VALUE ZEROS.
              01 WS-AUD-TIME       PIC 9(8) VALUE ZEROS.
              01 WS-CURR-GRANTS.
                     05 WS-CURR-COUNT-GR  PIC X VALUE 'N'.
                     05 WS-CURR-SCHED-GR  PIC X VALUE 'N'.
                     05 WS-CURR-NOTE-GR   PIC X VALUE 'N'.
                     05 WS-CURR-ADMIN-GR  PIC X VALUE 'N'.
              01 WS-CURR-GRANT-TABLE REDEFINES WS-CURR-GRANTS.
                     05 WS-CURR-GRANT OCCURS 4 TIMES PIC X.
              01 WS-NEW-GRANTS.
                     05 WS-NEW-COUNT-GR   PIC X VALUE SPACE.
                     05 WS-NEW-SCHED-GR   PIC X VALUE SPACE.
                     05 WS-NEW-NOTE-GR    PIC X VALUE SPACE.
                     05 WS-NEW-ADMIN-GR   PIC X VALUE SPACE.
              01 WS-NEW-GRANT-TABLE REDEFINES WS-NEW-GRANTS.
                     05 WS-NEW-GRANT OCCURS 4 TIMES PIC X.
              01 WS-FUNC-LIST.
                     05 FILLER PIC X(5) VALUE 'COUNT'.
                     05 FILLER PIC X(5) VALUE 'SCHED'.
                     05 FILLER PIC X(5) VALUE 'NOTE'.
                     05 FILLER PIC X(5) VALUE 'ADMIN'.
              01 WS-FUNC-TABLE REDEFINES WS-FUNC-LIST.
                     05 WS-FUNC-NAME OCCURS 4 TIMES PIC X(5).
              01 WS-CURR-EXPIRY    PIC 9(8) VALUE ZEROS.
              01 WS-NEW-EXPIRY     PIC 9(8) VALUE ZEROS.
              SCREEN SECTION.
              01 WS-USER-SCREEN.
                     05 BLANK SCREEN.
                     05 LINE 1 COL 1
                        VALUE 'PGM026 - AUTHORIZATION MAINTENANCE'.
                     05 LINE 3 COL 1 VALUE 'USER ID       :'.
                     05 LINE 3 COL 20 PIC X(8) TO WS-SEL-USER.
              01 WS-MAINT-SCREEN.
                     05 BLANK SCREEN.
                     05 LINE 1 COL 1
                        VALUE 'PGM026 - AUTHORIZATION MAINTENANCE'.
                     05 LINE 3 COL 1 VALUE 'USER ID       :'.
                     05 LINE 3 COL 20 PIC X(8) FROM WS-SEL-USER.
                     05 LINE 5 COL 20 VALUE 'CURRENT   NEW (Y/N)'.
                     05 LINE 6 COL 1 VALUE 'COUNT MAINT   :'.
                     05 LINE 6 COL 20 PIC X(1) FROM WS-CURR-COUNT-GR.
                     05 LINE 6 COL 30 PIC X(1) TO WS-NEW-COUNT-GR.
                     05 LINE 7 COL 1 VALUE 'SCHEDULE MAINT:'.
                     05 LINE 7 COL 20 PIC X(1) FROM WS-CURR-SCHED-GR.
                     05 LINE 7 COL 30 PIC X(1) TO WS-NEW-SCHED-GR.
                     05 LINE 8 COL 1 VALUE 'RUN NOTES     :'.
                     05 LINE 8 COL 20 PIC X(1) FROM WS-CURR-NOTE-GR.
                     05 LINE 8 COL 30 PIC X(1) TO WS-NEW-NOTE-GR.
                     05 LINE 9 COL 1 VALUE 'SECURITY ADMIN:'.
                     05 LINE 9 COL 20 PIC X(1) FROM WS-CURR-ADMIN-GR.
                     05 LINE 9 COL 30 PIC X(1) TO WS-NEW-ADMIN-GR.
                     05 LINE 11 COL 1 VALUE 'EXPIRY DATE   :'.
                     05 LINE 11 COL 20 PIC 9(8) FROM WS-CURR-EXPIRY.
                     05 LINE 11 COL 30 PIC 9(8) TO WS-NEW-EXPIRY.
                     05 LINE 13 COL 1 VALUE 'MESSAGE       :'.
                     05 LINE 13 COL 20 PIC X(40) FROM WS-MSG.
              PROCEDURE DIVISION.
              10000-MAIN-PARA.
                     ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'
                     PERFORM 20000-CHECK-AUTH-PARA
                     IF WS-AUTH-SW NOT = 'Y'
                        DISPLAY 'PGM026 - USER ' WS-USER-ID
                                ' NOT AUTHORIZED FOR SECURITY '
                                'ADMINISTRATION - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     DISPLAY WS-USER-SCREEN
                     ACCEPT WS-USER-SCREEN
                     IF WS-SEL-USER = SPACES
                        DISPLAY 'PGM026 - NO USER ID ENTERED - '
                                'JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     IF WS-SEL-USER = WS-USER-ID
                        DISPLAY 'PGM026 - USER ' WS-USER-ID
                                ' CANNOT CHANGE OWN AUTHORIZATION'
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 30000-READ-CURRENT-PARA
                     MOVE SPACES TO WS-MSG
                     DISPLAY WS-MAINT-SCREEN
                     ACCEPT WS-MAINT-SCREEN
                     PERFORM 40000-VALIDATE-NEW-PARA
                     IF WS-VALID-SW = 'Y'
                        PERFORM 50000-UPDATE-AUTH-PARA
                        PERFORM 60000-WRITE-AUDIT-PARA
                        DISPLAY 'PGM026 - AUTHORIZATION FOR '
                                WS-SEL-USER ' CHANGED BY '
                                WS-USER-ID ' - ' WS-CHG-CNT
                                ' ITEM(S) AUDITED'
                        MOVE 0 TO RETURN-CODE
                     ELSE
                        DISPLAY 'PGM026 - AUTHORIZATION CHANGE FAILED '
                                'VALIDATION - ' WS-MSG
                        MOVE 8 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              20000-CHECK-AUTH-PARA.
                     MOVE 'N' TO WS-AUTH-SW
                     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD
                     OPEN INPUT ITAUTH01
                     IF WS-AUTH-STATUS NOT = '00'
                        DISPLAY 'PGM026 - AUTHORIZATION FILE ITAUTH01 '
                                'NOT AVAILABLE - STATUS ' WS-AUTH-STATUS
                     ELSE
                        MOVE WS-USER-ID TO ITAUTH01-USER-ID
                        READ ITAUTH01
                           INVALID KEY
                              DISPLAY 'PGM026 - USER ' WS-USER-ID
                                      ' HAS NO ITAUTH01 RECORD'
                           NOT INVALID KEY
                              IF ITAUTH01-ADMIN-GRANT = 'Y'
                                 IF ITAUTH01-EXPIRY-DATE
                                    < WS-AUTH-DATE
                                    DISPLAY 'PGM026 - AUTHORIZATION '
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
                     OPEN INPUT ITAUTH01
                     IF WS-AUTH-STATUS NOT = '00'
                        DISPLAY 'PGM026 - AUTHORIZATION FILE ITAUTH01 '
                                'NOT AVAILABLE - STATUS '
                                WS-AUTH-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE WS-SEL-USER TO ITAUTH01-USER-ID
                     READ ITAUTH01
                        INVALID KEY
                           MOVE 'Y' TO WS-NEW-REC-SW
                           MOVE 'NNNN' TO WS-CURR-GRANTS
                           MOVE ZERO TO WS-CURR-EXPIRY
                        NOT INVALID KEY
                           MOVE ITAUTH01-COUNT-GRANT
                                TO WS-CURR-COUNT-GR
                           MOVE ITAUTH01-SCHED-GRANT
                                TO WS-CURR-SCHED-GR
                           MOVE ITAUTH01-NOTE-GRANT
                                TO WS-CURR-NOTE-GR
                           MOVE ITAUTH01-ADMIN-GRANT
                                TO WS-CURR-ADMIN-GR
                           MOVE ITAUTH01-EXPIRY-DATE
                                TO WS-CURR-EXPIRY
                     END-READ
                     CLOSE ITAUTH01.
              40000-VALIDATE-NEW-PARA.
                     MOVE 'Y' TO WS-VALID-SW
                     MOVE ZERO TO WS-CHG-CNT
                     PERFORM VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > 4
                        IF WS-NEW-GRANT(WS-SUB) = SPACE
                           MOVE WS-CURR-GRANT(WS-SUB)
                                TO WS-NEW-GRANT(WS-SUB)
                        END-IF
                        IF WS-NEW-GRANT(WS-SUB) NOT = 'Y'
                           AND WS-NEW-GRANT(WS-SUB) NOT = 'N'
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'GRANTS MUST BE Y, N OR BLANK'
                                TO WS-MSG
                        END-IF
                        IF WS-NEW-GRANT(WS-SUB)
                           NOT = WS-CURR-GRANT(WS-SUB)
                           ADD 1 TO WS-CHG-CNT
                        END-IF
                     END-PERFORM
                     IF WS-VALID-SW = 'Y'
                        IF WS-NEW-EXPIRY = ZERO
                           MOVE WS-CURR-EXPIRY TO WS-NEW-EXPIRY
                        ELSE
                           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-EXPIRY)
                              NOT = ZERO
                              MOVE 'N' TO WS-VALID-SW
                              MOVE 'EXPIRY DATE IS NOT A VALID DATE'
                                   TO WS-MSG
                           ELSE
                              IF WS-NEW-EXPIRY < WS-AUTH-DATE
                                 MOVE 'N' TO WS-VALID-SW
                                 MOVE 'EXPIRY DATE IS IN THE PAST'
                                      TO WS-MSG
                              END-IF
                           END-IF
                        END-IF
                     END-IF
                     IF WS-VALID-SW = 'Y'
                        IF WS-NEW-EXPIRY NOT = WS-CURR-EXPIRY
                           ADD 1 TO WS-CHG-CNT
                        END-IF
                        IF WS-NEW-EXPIRY = ZERO
                           AND WS-NEW-GRANTS NOT = 'NNNN'
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'EXPIRY DATE REQUIRED FOR A GRANT'
                                TO WS-MSG
                        ELSE
                           IF WS-CHG-CNT = ZERO
                              MOVE 'N' TO WS-VALID-SW
                              MOVE 'NO CHANGE ENTERED' TO WS-MSG
                           END-IF
                        END-IF
                     END-IF.
              50000-UPDATE-AUTH-PARA.
                     OPEN I-O ITAUTH01
                     IF WS-AUTH-STATUS NOT = '00'
                        DISPLAY 'PGM026 - AUTHORIZATION FILE ITAUTH01 '
                                'OPEN FAILED - STATUS ' WS-AUTH-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE SPACES TO ITAUTH01-REC
                     MOVE WS-SEL-USER TO ITAUTH01-USER-ID
                     MOVE WS-NEW-COUNT-GR TO ITAUTH01-COUNT-GRANT
                     MOVE WS-NEW-SCHED-GR TO ITAUTH01-SCHED-GRANT
                     MOVE WS-NEW-NOTE-GR TO ITAUTH01-NOTE-GRANT
                     MOVE WS-NEW-ADMIN-GR TO ITAUTH01-ADMIN-GRANT
                     MOVE WS-NEW-EXPIRY TO ITAUTH01-EXPIRY-DATE
                     MOVE WS-USER-ID TO ITAUTH01-UPD-USER
                     MOVE WS-AUTH-DATE TO ITAUTH01-UPD-DATE
                     IF WS-NEW-REC-SW = 'Y'
                        WRITE ITAUTH01-REC
                     ELSE
                        REWRITE ITAUTH01-REC
                     END-IF
                     IF WS-AUTH-STATUS NOT = '00'
                        DISPLAY 'PGM026 - AUTHORIZATION FILE ITAUTH01 '
                                'UPDATE FAILED - STATUS '
                                WS-AUTH-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITAUTH01
                        STOP RUN
                     END-IF
                     CLOSE ITAUTH01.
              60000-WRITE-AUDIT-PARA.
                     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-AUD-TIME FROM TIME
                     OPEN EXTEND ITAAUD01
                     IF WS-AUD-STATUS = '35'
                        OPEN OUTPUT ITAAUD01
                     END-IF
                     IF WS-AUD-STATUS NOT = '00'
                        DISPLAY 'PGM026 - AUDIT FILE ITAAUD01 OPEN '
                                'FAILED - STATUS ' WS-AUD-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > 4
                        IF WS-NEW-GRANT(WS-SUB)
                           NOT = WS-CURR-GRANT(WS-SUB)
                           IF WS-NEW-GRANT(WS-SUB) = 'Y'
                              MOVE 'G' TO ITAAUD01-ACTION
                           ELSE
                              MOVE 'R' TO ITAAUD01-ACTION
                           END-IF
                           MOVE WS-FUNC-NAME(WS-SUB) TO ITAAUD01-FUNC
                           PERFORM 65000-WRITE-AUDIT-REC-PARA
                        END-IF
                     END-PERFORM
                     IF WS-NEW-EXPIRY NOT = WS-CURR-EXPIRY
                        MOVE 'E' TO ITAAUD01-ACTION
                        MOVE SPACES TO ITAAUD01-FUNC
                        PERFORM 65000-WRITE-AUDIT-REC-PARA
                     END-IF
                     CLOSE ITAAUD01.
              65000-WRITE-AUDIT-REC-PARA.
                     MOVE WS-USER-ID TO ITAAUD01-ADMIN-ID
                     MOVE WS-AUD-DATE TO ITAAUD01-CHG-DATE
                     MOVE WS-AUD-TIME TO ITAAUD01-CHG-TIME
                     MOVE WS-SEL-USER TO ITAAUD01-USER-ID
                     MOVE WS-CURR-EXPIRY TO ITAAUD01-OLD-EXPIRY
                     MOVE WS-NEW-EXPIRY TO ITAAUD01-NEW-EXPIRY
                     WRITE ITAAUD01-REC
                     IF WS-AUD-STATUS NOT = '00'
                        DISPLAY 'PGM026 - AUDIT FILE ITAAUD01 WRITE '
                                'FAILED - STATUS ' WS-AUD-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITAAUD01
                        STOP RUN
                     END-IF.
