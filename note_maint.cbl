              SELECT ITNAUD01 ASSIGN TO 'ITNAUD01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUD-STATUS.
              SELECT ITAUTH01 ASSIGN TO 'ITAUTH01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITAUTH01-USER-ID
                     FILE STATUS IS WS-AUTH-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITNOTE01.
                     05 ITNAUD01-RUN-DATE  PIC 9(8).
                     05 ITNAUD01-DEPT      PIC X(5).
                     05 ITNAUD01-REASON    PIC X(4).
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
              WORKING-STORAGE SECTION.
              01 WS-NOTE-STATUS    PIC XX   VALUE '00'.
              01 WS-AUD-STATUS     PIC XX   VALUE '00'.
              01 WS-AUTH-STATUS    PIC XX   VALUE '00'.
              01 WS-USER-ID        PIC X(8) VALUE SPACES.
              01 WS-AUTH-SW        PIC X    VALUE 'N'.
              01 WS-AUTH-DATE      PIC 9(8) VALUE ZEROS.
              01 WS-VALID-SW       PIC X    VALUE 'N'.
              01 WS-EOF-SW         PIC X    VALUE 'N'.
              01 WS-NOTE-SUB       PIC 9(4) VALUE ZEROS.
              01 WS-HIT-SUB        PIC 9(4) VALUE ZEROS.
              01 WS-ACTION         PIC X    VALUE SPACE.
                     05 WS-LST-REASON    PIC X(4).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LST-COMMENT   PIC X(40).
              SCREEN SECTION.
              01 WS-NOTE-SCREEN.
                     05 BLANK SCREEN.
                     STOP RUN.
              20000-CHECK-AUTH-PARA.
                     MOVE 'N' TO WS-AUTH-SW
                     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD
                     OPEN INPUT ITAUTH01
                     IF WS-AUTH-STATUS NOT = '00'
                        DISPLAY 'PGM020 - AUTHORIZATION FILE ITAUTH01 '
                                'NOT AVAILABLE - STATUS ' WS-AUTH-STATUS
                     ELSE
                        MOVE WS-USER-ID TO ITAUTH01-USER-ID
                        READ ITAUTH01
                           INVALID KEY
                              DISPLAY 'PGM020 - USER ' WS-USER-ID
                                      ' HAS NO ITAUTH01 RECORD'
                           NOT INVALID KEY
                              IF ITAUTH01-NOTE-GRANT = 'Y'
                                 IF ITAUTH01-EXPIRY-DATE
                                    < WS-AUTH-DATE
                                    DISPLAY 'PGM020 - AUTHORIZATION '
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
              30000-LOAD-NOTES-PARA.
                     OPEN INPUT ITNOTE01
                     IF WS-NOTE-STATUS = '35'
