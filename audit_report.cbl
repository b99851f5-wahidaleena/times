              SELECT AUDRPT01 ASSIGN TO 'AUDRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.
              SELECT ITALR01 ASSIGN TO 'ITALR01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITALR01-KEY
                     FILE STATUS IS WS-ALR-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITAUD01.
                     05 ITAUD01-OLD-COUNT  PIC 9(6).
                     05 ITAUD01-NEW-COUNT  PIC 9(6).
                     05 ITAUD01-DEPT       PIC X(5).
                     05 ITAUD01-APPR-ID    PIC X(8).
                     05 ITAUD01-DECISION   PIC X(1).
              FD ITCTL01.
              COPY WSCOUNT REPLACING CTR-RECORD BY ITCTL01-REC
                                      CTR-DEPT BY ITCTL01-DEPT
                                      CTR-JOB-ID BY ITCTL01-JOB-ID.
              FD AUDRPT01.
              01 AUDRPT01-REC               PIC X(80).
              FD ITALR01.
              01 ITALR01-REC.
                     05 ITALR01-KEY        PIC X(29).
                     05 FILLER             PIC X(71).
              WORKING-STORAGE SECTION.
              01 WS-AUD-STATUS   PIC XX VALUE '00'.
              01 WS-CTL-STATUS   PIC XX VALUE '00'.
              01 WS-RPT-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-DONE-SW  PIC X  VALUE 'N'.
              01 WS-ALR-TRY      PIC 9(2) VALUE ZEROS.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-FIRST-SW     PIC X  VALUE 'Y'.
              01 WS-CHAIN-SW     PIC X  VALUE 'N'.
                     05 WS-RPT-DELTA     PIC ++++++9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-FLAG      PIC X(16).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-APPR      PIC X(8).
              01 WS-TIE-LINE.
                     05 FILLER           PIC X(5) VALUE 'DEPT '.
                     05 WS-TIE-DEPT      PIC X(5).
                     05 WS-TIE-CTL       PIC ZZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-TIE-TEXT      PIC X(22).
              COPY ALERTREC REPLACING ALR-RECORD BY WS-ALR-REC
                                     ALR-DATE BY WS-ALR-DATE
                                     ALR-TIME BY WS-ALR-TIME
                                     ALR-PROGRAM BY WS-ALR-PROGRAM
                                     ALR-DEPT BY WS-ALR-DEPT
                                     ALR-SEVERITY BY WS-ALR-SEVERITY
                                     ALR-EVENT BY WS-ALR-EVENT
                                     ALR-TEXT BY WS-ALR-TEXT.
              01 WS-CHAIN-ALR-TEXT.
                     05 FILLER           PIC X(41) VALUE
                        'COUNT CHANGED OFF THE AUDIT TRAIL BEFORE '.
                     05 WS-CHAIN-ALR-DATE PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
                             WS-REC-COUNT ' SELECTED ' WS-SEL-COUNT
                     IF WS-CHAIN-SW = 'Y'
                        DISPLAY 'PGM008 - AUDIT CHAIN BROKEN - '
                                'CONTROL FILE CHANGED OUTSIDE PGM004 '
                                'AND PGM027'
                     END-IF
                     IF WS-TIEOUT-SW = 'Y'
                        DISPLAY 'PGM008 - CONTROL RECORD DOES NOT '
                           MOVE WS-CHAIN-SUB TO WS-CHAIN-HIT
                        END-IF
                     END-PERFORM
                     IF ITAUD01-DECISION = 'R'
                        MOVE 'REJECTED' TO WS-RPT-FLAG
                     ELSE
                        IF WS-CHAIN-HIT = ZERO
                           IF WS-CHAIN-CNT < WS-MAX-DEPT-SLOTS
                              ADD 1 TO WS-CHAIN-CNT
                              MOVE WS-CHAIN-CNT TO WS-CHAIN-HIT
                              MOVE ITAUD01-DEPT
                                   TO WS-CHAIN-DEPT (WS-CHAIN-HIT)
                              MOVE ITAUD01-NEW-COUNT
                                   TO WS-CHAIN-PREV-NEW (WS-CHAIN-HIT)
                           ELSE
                              DISPLAY 'PGM008 - MORE THAN 50 '
                                      'DEPARTMENTS IN AUDIT FILE - '
                                      'CHAIN CHECK INCOMPLETE'
                              MOVE 'Y' TO WS-WARN-SW
                           END-IF
                        ELSE
                           IF ITAUD01-OLD-COUNT NOT =
                              WS-CHAIN-PREV-NEW (WS-CHAIN-HIT)
                              MOVE 'Y' TO WS-CHAIN-SW
                              MOVE '*BROKEN CHAIN*' TO WS-RPT-FLAG
                              IF ITAUD01-CHG-DATE NOT < WS-FROM-DATE
                                 AND ITAUD01-CHG-DATE NOT > WS-TO-DATE
                                 MOVE ITAUD01-CHG-DATE
                                      TO WS-CHAIN-ALR-DATE
                                 MOVE SPACES TO WS-ALR-REC
                                 MOVE ITAUD01-DEPT TO WS-ALR-DEPT
                                 MOVE 'E' TO WS-ALR-SEVERITY
                                 MOVE 'AUDCHAIN' TO WS-ALR-EVENT
                                 MOVE WS-CHAIN-ALR-TEXT TO WS-ALR-TEXT
                                 PERFORM 70000-RAISE-ALERT-PARA
                              END-IF
                           END-IF
                           MOVE ITAUD01-NEW-COUNT
                                TO WS-CHAIN-PREV-NEW (WS-CHAIN-HIT)
                        END-IF
                        IF ITAUD01-DECISION = 'A'
                           AND WS-RPT-FLAG = SPACES
                           MOVE 'APPROVED' TO WS-RPT-FLAG
                        END-IF
                     END-IF
                     IF ITAUD01-CHG-DATE NOT < WS-FROM-DATE
                        AND ITAUD01-CHG-DATE NOT > WS-TO-DATE
                        AND (WS-SEL-USER = SPACES
                             OR ITAUD01-USER-ID = WS-SEL-USER
                             OR ITAUD01-APPR-ID = WS-SEL-USER)
                        ADD 1 TO WS-SEL-COUNT
                        MOVE ITAUD01-USER-ID TO WS-RPT-USER
                        MOVE ITAUD01-DEPT TO WS-RPT-DEPT
                        MOVE ITAUD01-APPR-ID TO WS-RPT-APPR
                        MOVE ITAUD01-CHG-DATE TO WS-RPT-DATE
                        MOVE ITAUD01-CHG-TIME TO WS-RPT-TIME
                        MOVE ITAUD01-OLD-COUNT TO WS-RPT-OLD
                        CLOSE AUDRPT01
                        STOP RUN
                     END-IF.
              70000-RAISE-ALERT-PARA.
                     ACCEPT WS-ALR-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-ALR-TIME FROM TIME
                     MOVE 'PGM008' TO WS-ALR-PROGRAM
                     OPEN I-O ITALR01
                     IF WS-ALR-STATUS = '35'
                        OPEN OUTPUT ITALR01
                     END-IF
                     IF WS-ALR-STATUS NOT = '00'
                        DISPLAY 'PGM008 - ALERT FILE ITALR01 OPEN '
                                'FAILED - STATUS ' WS-ALR-STATUS
                                ' - ALERT ' WS-ALR-EVENT ' NOT RAISED'
                     ELSE
                        MOVE 'N' TO WS-ALR-DONE-SW
                        MOVE ZERO TO WS-ALR-TRY
                        PERFORM UNTIL WS-ALR-DONE-SW = 'Y'
                           OR WS-ALR-TRY >= 10
                           ADD 1 TO WS-ALR-TRY
                           WRITE ITALR01-REC FROM WS-ALR-REC
                              INVALID KEY
                                 ADD 1 TO WS-ALR-TIME
                           END-WRITE
                           IF WS-ALR-STATUS NOT = '22'
                              MOVE 'Y' TO WS-ALR-DONE-SW
                           END-IF
                        END-PERFORM
                        IF WS-ALR-STATUS NOT = '00'
                           DISPLAY 'PGM008 - ALERT FILE ITALR01 WRITE '
                                   'FAILED - STATUS ' WS-ALR-STATUS
                                   ' - ALERT ' WS-ALR-EVENT
                                   ' NOT RAISED'
                        END-IF
                        CLOSE ITALR01
                     END-IF.
