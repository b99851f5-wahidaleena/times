              SELECT VALRPT01 ASSIGN TO 'VALRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VAL-STATUS.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT ITPEND01 ASSIGN TO 'ITPEND01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PND-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD SCHEDCTL.
                                         PIC 9(6).
                     05 SCH-COMMA2       PIC X(1).
                     05 SCH-FREQ         PIC X(8).
                     05 SCH-COMMA3       PIC X(1).
                     05 SCH-PRED         PIC X(5).
                     05 SCH-COMMA4       PIC X(1).
                     05 SCH-MODE         PIC X(1).
                     05 SCH-TAIL         PIC X(51).
              01 SCHEDCTL-HELD-REC.
                     05 FILLER           PIC X(1).
                     05 SCH-HELD-DEPT    PIC X(5).
                     05 FILLER           PIC X(16).
                     05 SCH-HELD-TAG     PIC X(5).
                     05 FILLER           PIC X(53).
              FD HOLCAL01.
              01 HOLCAL01-REC.
                     05 HOL-DATE-X       PIC X(8).
                     05 FILLER           PIC X(72).
              FD VALRPT01.
              01 VALRPT01-REC               PIC X(80).
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
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
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-SCH-STATUS   PIC XX VALUE '00'.
              01 WS-HOL-STATUS   PIC XX VALUE '00'.
              01 WS-VAL-STATUS   PIC XX VALUE '00'.
              01 WS-PND-STATUS   PIC XX VALUE '00'.
              01 WS-PND-EOF-SW   PIC X  VALUE 'N'.
              01 WS-PND-COUNT    PIC 9(6) VALUE ZEROS.
              01 WS-HOL-LINE-NO  PIC 9(6) VALUE ZEROS.
              01 WS-FREQ-DIG-SW  PIC X  VALUE 'N'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-SEEN-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-BADCHAR-MSG  PIC X(40) VALUE
                     'BAD CHARACTER IN DEPARTMENT LABEL'.
              01 WS-WARN-COUNT   PIC 9(6) VALUE ZEROS.
              01 WS-TGT-DATE     PIC 9(8) VALUE ZEROS.
              01 WS-CHK-FREQ     PIC X(8) VALUE SPACES.
              01 WS-DUE-SW       PIC X  VALUE 'Y'.
              01 WS-DUE-REASON   PIC X(20) VALUE SPACES.
              01 WS-FREQ-SUB     PIC 9(2) VALUE ZEROS.
              01 WS-HOL-SUB      PIC 9(4) VALUE ZEROS.
              01 WS-MAX-HOL-SLOTS PIC 9(4) VALUE 100.
              01 WS-HOL-CNT      PIC 9(4) VALUE ZEROS.
              01 WS-HOL-TABLE.
                     05 WS-HOL-DATE OCCURS 100 TIMES PIC 9(8).
              01 WS-DATE-INT     PIC 9(8) VALUE ZEROS.
              01 WS-NEXT-DATE    PIC 9(8) VALUE ZEROS.
              01 WS-NEXT-DD      PIC 9(2) VALUE ZEROS.
              01 WS-DOW-9        PIC 9    VALUE ZERO.
              01 WS-DOW-X REDEFINES WS-DOW-9 PIC X.
              01 WS-PRED-SUB     PIC 9(4) VALUE ZEROS.
              01 WS-PRED-HIT     PIC 9(4) VALUE ZEROS.
              01 WS-HOPS         PIC 9(4) VALUE ZEROS.
              01 WS-HELD-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-HELD-SUB     PIC 9(4) VALUE ZEROS.
              01 WS-HELD-TABLE.
                     05 WS-HELD-DEPT OCCURS 50 TIMES PIC X(5).
              01 WS-SEEN-TABLE.
                     05 WS-SEEN-ENTRY OCCURS 50 TIMES.
                            10 WS-SEEN-DEPT     PIC X(5).
                            10 WS-SEEN-PRED     PIC X(5).
                            10 WS-SEEN-FREQ     PIC X(8).
                            10 WS-SEEN-LINE     PIC 9(6).
                            10 WS-SEEN-IMAGE    PIC X(20).
                            10 WS-SEEN-DUE-SW   PIC X.
              01 WS-PRED-TEXT.
                     05 FILLER           PIC X(12) VALUE
                        'PREDECESSOR '.
                     05 WS-PRED-DEPT     PIC X(5).
                     05 WS-PRED-MSG      PIC X(23).
              01 WS-VAL-REC.
                     05 FILLER           PIC X(5) VALUE 'LINE '.
                     05 WS-VAL-LINE      PIC ZZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-VAL-TEXT      PIC X(40).
                     05 FILLER           PIC X(7) VALUE SPACES.
              01 WS-PND-LINE.
                     05 FILLER           PIC X(15) VALUE
                        'PENDING CHANGE '.
                     05 WS-PNL-ID        PIC 9(6).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PNL-FILE      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PNL-ACTION    PIC X(1).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PNL-DEPT      PIC X(5).
                     05 FILLER           PIC X(4) VALUE ' BY '.
                     05 WS-PNL-USER      PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-PNL-DATE      PIC 9(8).
                     05 FILLER           PIC X(14) VALUE
                        ' NOT IN EFFECT'.
                     05 FILLER           PIC X(10) VALUE SPACES.
              PROCEDURE DIVISION.
              10000-MAIN-PARA.
                     PERFORM 11000-READ-PROC-DATE-PARA
                     OPEN INPUT SCHEDCTL
                     IF WS-SCH-STATUS NOT = '00'
                        DISPLAY 'PGM006 - SCHEDULE FILE SCHEDCTL NOT '
                     END-IF
                     CLOSE SCHEDCTL
                     PERFORM 60000-CHECK-HOLIDAY-PARA
                     PERFORM 70000-CHECK-PREDS-PARA
                     PERFORM 90000-LIST-PENDING-PARA
                     CLOSE VALRPT01
                     DISPLAY 'PGM006 - LINES CHECKED ' WS-LINE-NO
                             ' ENTRIES ' WS-ENTRY-COUNT
                             ' ERRORS ' WS-ERR-COUNT
                             ' WARNINGS ' WS-WARN-COUNT
                     IF WS-ERR-COUNT > ZERO
                        DISPLAY 'PGM006 - SCHEDULE FAILED VALIDATION '
                                '- DRIVER SHOULD NOT SUBMIT'
                        MOVE 0 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM006 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM006 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM006 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-TGT-DATE
                     CLOSE ITPDT01.
              20000-READ-PARA.
                     READ SCHEDCTL
                        AT END MOVE 'Y' TO WS-EOF-SW
              30000-CHECK-LINE-PARA.
                     IF SCHEDCTL-REC = SPACES
                        OR SCHEDCTL-REC(1:1) = '*'
                        IF SCHEDCTL-REC(1:1) = '*'
                           AND SCH-HELD-TAG = ' HELD'
                           AND SCH-HELD-DEPT NOT = SPACES
                           AND WS-HELD-CNT < WS-MAX-DEPT-SLOTS
                           ADD 1 TO WS-HELD-CNT
                           MOVE SCH-HELD-DEPT
                                TO WS-HELD-DEPT (WS-HELD-CNT)
                        END-IF
                     ELSE
                        MOVE 'N' TO WS-LINE-ERR-SW
                        PERFORM 32000-CHECK-DEPT-PARA
                        PERFORM 34000-CHECK-COUNT-PARA
                        PERFORM 35000-CHECK-FREQ-PARA
                        PERFORM 37000-CHECK-PRED-FMT-PARA
                        PERFORM 36000-CHECK-DUP-PARA
                        IF WS-LINE-ERR-SW = 'N'
                           ADD 1 TO WS-ENTRY-COUNT
                     END-IF
                     END-IF
                     END-IF.
              37000-CHECK-PRED-FMT-PARA.
                     IF SCH-COMMA3 = SPACE
                        IF SCH-PRED NOT = SPACES
                           OR SCH-COMMA4 NOT = SPACE
                           OR SCH-MODE NOT = SPACE
                           OR SCH-TAIL NOT = SPACES
                           MOVE 'TEXT AFTER FREQUENCY WITHOUT COMMA'
                                TO WS-VAL-TEXT
                           PERFORM 40000-FLAG-LINE-PARA
                        END-IF
                     ELSE
                     IF SCH-COMMA3 NOT = ','
                        MOVE 'BAD SEPARATOR AFTER FREQUENCY'
                             TO WS-VAL-TEXT
                        PERFORM 40000-FLAG-LINE-PARA
                     ELSE
                        IF SCH-COMMA2 NOT = ','
                           MOVE 'PREDECESSOR NEEDS A FREQUENCY FIELD'
                                TO WS-VAL-TEXT
                           PERFORM 40000-FLAG-LINE-PARA
                        END-IF
                        IF SCH-PRED = SPACES
                           IF SCH-COMMA4 NOT = ','
                              MOVE 'PREDECESSOR IS BLANK'
                                   TO WS-VAL-TEXT
                              PERFORM 40000-FLAG-LINE-PARA
                           END-IF
                        ELSE
                           IF SCH-PRED = SCH-DEPT
                              MOVE 'DEPARTMENT CANNOT FOLLOW ITSELF'
                                   TO WS-VAL-TEXT
                              PERFORM 40000-FLAG-LINE-PARA
                           END-IF
                        END-IF
                        PERFORM 38000-CHECK-MODE-PARA
                     END-IF
                     END-IF.
              38000-CHECK-MODE-PARA.
                     IF SCH-COMMA4 = SPACE
                        IF SCH-MODE NOT = SPACE
                           OR SCH-TAIL NOT = SPACES
                           MOVE 'TEXT AFTER PREDECESSOR'
                                TO WS-VAL-TEXT
                           PERFORM 40000-FLAG-LINE-PARA
                        END-IF
                     ELSE
                     IF SCH-COMMA4 NOT = ','
                        MOVE 'BAD SEPARATOR AFTER PREDECESSOR'
                             TO WS-VAL-TEXT
                        PERFORM 40000-FLAG-LINE-PARA
                     ELSE
                        IF SCH-MODE NOT = 'D'
                           AND SCH-MODE NOT = 'B'
                           MOVE 'HISTORY MODE MUST BE D OR B'
                                TO WS-VAL-TEXT
                           PERFORM 40000-FLAG-LINE-PARA
                        END-IF
                        IF SCH-TAIL NOT = SPACES
                           MOVE 'TEXT AFTER HISTORY MODE'
                                TO WS-VAL-TEXT
                           PERFORM 40000-FLAG-LINE-PARA
                        END-IF
                     END-IF
                     END-IF.
              36000-CHECK-DUP-PARA.
                     IF SCH-DEPT = SPACES
                        CONTINUE
                              ADD 1 TO WS-SEEN-CNT
                              MOVE SCH-DEPT
                                   TO WS-SEEN-DEPT (WS-SEEN-CNT)
                              MOVE SPACES TO WS-SEEN-PRED (WS-SEEN-CNT)
                              MOVE SPACES TO WS-SEEN-FREQ (WS-SEEN-CNT)
                              IF SCH-COMMA3 = ','
                                 AND SCH-PRED NOT = SCH-DEPT
                                 MOVE SCH-PRED
                                      TO WS-SEEN-PRED (WS-SEEN-CNT)
                              END-IF
                              IF SCH-COMMA2 = ','
                                 MOVE SCH-FREQ
                                      TO WS-SEEN-FREQ (WS-SEEN-CNT)
                              END-IF
                              MOVE WS-LINE-NO
                                   TO WS-SEEN-LINE (WS-SEEN-CNT)
                              MOVE SCHEDCTL-REC(1:20)
                                   TO WS-SEEN-IMAGE (WS-SEEN-CNT)
                              MOVE 'Y' TO WS-SEEN-DUE-SW (WS-SEEN-CNT)
                           ELSE
                              MOVE 'MORE THAN 50 SCHEDULE ENTRIES'
                                   TO WS-VAL-TEXT
                           MOVE HOLCAL01-REC(1:20) TO WS-VAL-IMAGE
                           MOVE 'BAD HOLIDAY DATE' TO WS-VAL-TEXT
                           PERFORM 50000-WRITE-VAL-PARA
                        ELSE
                           IF WS-HOL-CNT < WS-MAX-HOL-SLOTS
                              ADD 1 TO WS-HOL-CNT
                              MOVE HOL-DATE
                                   TO WS-HOL-DATE (WS-HOL-CNT)
                           END-IF
                        END-IF
                     END-IF.
              50000-WRITE-VAL-PARA.
                        CLOSE VALRPT01
                        STOP RUN
                     END-IF.
              52000-WRITE-WARN-PARA.
                     ADD 1 TO WS-WARN-COUNT
                     WRITE VALRPT01-REC FROM WS-VAL-REC
                     IF WS-VAL-STATUS NOT = '00'
                        DISPLAY 'PGM006 - VALIDATION REPORT VALRPT01 '
                                'WRITE FAILED - STATUS ' WS-VAL-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE VALRPT01
                        STOP RUN
                     END-IF.
              70000-CHECK-PREDS-PARA.
                     PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                        UNTIL WS-DEPT-SUB > WS-SEEN-CNT
                        MOVE WS-SEEN-FREQ (WS-DEPT-SUB) TO WS-CHK-FREQ
                        PERFORM 80000-CHECK-DUE-PARA
                        MOVE WS-DUE-SW TO WS-SEEN-DUE-SW (WS-DEPT-SUB)
                     END-PERFORM
                     PERFORM 72000-CHECK-ONE-PRED-PARA
                        VARYING WS-DEPT-SUB FROM 1 BY 1
                        UNTIL WS-DEPT-SUB > WS-SEEN-CNT.
              72000-CHECK-ONE-PRED-PARA.
                     IF WS-SEEN-PRED (WS-DEPT-SUB) NOT = SPACES
                        MOVE WS-SEEN-PRED (WS-DEPT-SUB) TO WS-PRED-DEPT
                        PERFORM 74000-FIND-PRED-PARA
                        IF WS-PRED-HIT = ZERO
                           MOVE ZERO TO WS-PRED-SUB
                           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                              UNTIL WS-HELD-SUB > WS-HELD-CNT
                              IF WS-HELD-DEPT (WS-HELD-SUB) =
                                 WS-PRED-DEPT
                                 MOVE WS-HELD-SUB TO WS-PRED-SUB
                              END-IF
                           END-PERFORM
                           IF WS-PRED-SUB = ZERO
                              MOVE ' NOT ON SCHEDULE' TO WS-PRED-MSG
                              PERFORM 76000-FLAG-PRED-PARA
                           ELSE
                              IF WS-SEEN-DUE-SW (WS-DEPT-SUB) = 'Y'
                                 MOVE ' HELD - RUNS ALONE'
                                      TO WS-PRED-MSG
                                 PERFORM 78000-WARN-PRED-PARA
                              END-IF
                           END-IF
                        ELSE
                           MOVE WS-PRED-HIT TO WS-PRED-SUB
                           MOVE ZERO TO WS-HOPS
                           PERFORM UNTIL WS-PRED-SUB = ZERO
                              OR WS-PRED-SUB = WS-DEPT-SUB
                              OR WS-HOPS > WS-SEEN-CNT
                              ADD 1 TO WS-HOPS
                              IF WS-SEEN-PRED (WS-PRED-SUB) = SPACES
                                 MOVE ZERO TO WS-PRED-SUB
                              ELSE
                                 MOVE WS-SEEN-PRED (WS-PRED-SUB)
                                      TO WS-PRED-DEPT
                                 PERFORM 74000-FIND-PRED-PARA
                                 MOVE WS-PRED-HIT TO WS-PRED-SUB
                              END-IF
                           END-PERFORM
                           MOVE WS-SEEN-PRED (WS-DEPT-SUB)
                                TO WS-PRED-DEPT
                           PERFORM 74000-FIND-PRED-PARA
                           IF WS-PRED-SUB = WS-DEPT-SUB
                              MOVE ' CHAIN LOOPS BACK' TO WS-PRED-MSG
                              PERFORM 76000-FLAG-PRED-PARA
                           ELSE
                              IF WS-SEEN-DUE-SW (WS-DEPT-SUB) = 'Y'
                                 AND WS-SEEN-DUE-SW (WS-PRED-HIT) = 'N'
                                 MOVE ' NOT DUE - RUNS ALONE'
                                      TO WS-PRED-MSG
                                 PERFORM 78000-WARN-PRED-PARA
                              END-IF
                           END-IF
                        END-IF
                     END-IF.
              74000-FIND-PRED-PARA.
                     MOVE ZERO TO WS-PRED-HIT
                     PERFORM VARYING WS-DEPT-HIT FROM 1 BY 1
                        UNTIL WS-DEPT-HIT > WS-SEEN-CNT
                        IF WS-SEEN-DEPT (WS-DEPT-HIT) = WS-PRED-DEPT
                           AND WS-PRED-HIT = ZERO
                           MOVE WS-DEPT-HIT TO WS-PRED-HIT
                        END-IF
                     END-PERFORM.
              76000-FLAG-PRED-PARA.
                     MOVE WS-SEEN-LINE (WS-DEPT-SUB) TO WS-VAL-LINE
                     MOVE WS-SEEN-IMAGE (WS-DEPT-SUB) TO WS-VAL-IMAGE
                     MOVE WS-PRED-TEXT TO WS-VAL-TEXT
                     PERFORM 50000-WRITE-VAL-PARA.
              78000-WARN-PRED-PARA.
                     MOVE WS-SEEN-LINE (WS-DEPT-SUB) TO WS-VAL-LINE
                     MOVE WS-SEEN-IMAGE (WS-DEPT-SUB) TO WS-VAL-IMAGE
                     MOVE WS-PRED-TEXT TO WS-VAL-TEXT
                     DISPLAY 'PGM006 - ' WS-SEEN-DEPT (WS-DEPT-SUB)
                             ' ' WS-PRED-TEXT
                     PERFORM 52000-WRITE-WARN-PARA.
              80000-CHECK-DUE-PARA.
                     MOVE 'Y' TO WS-DUE-SW
                     MOVE SPACES TO WS-DUE-REASON
                     PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                        UNTIL WS-HOL-SUB > WS-HOL-CNT
                        IF WS-HOL-DATE (WS-HOL-SUB) = WS-TGT-DATE
                           MOVE 'N' TO WS-DUE-SW
                           MOVE 'PLANT HOLIDAY' TO WS-DUE-REASON
                        END-IF
                     END-PERFORM
                     IF WS-DUE-SW = 'Y'
                        IF WS-CHK-FREQ = SPACES
                           OR WS-CHK-FREQ(1:1) = 'D'
                           CONTINUE
                        ELSE
                           IF WS-CHK-FREQ(1:1) = 'M'
                              PERFORM 83000-CHECK-MONTH-END-PARA
                           ELSE
                              IF WS-CHK-FREQ(1:1) = 'W'
                                 PERFORM 86000-CHECK-WEEKDAY-PARA
                              END-IF
                           END-IF
                        END-IF
                     END-IF.
              83000-CHECK-MONTH-END-PARA.
                     COMPUTE WS-DATE-INT =
                             FUNCTION INTEGER-OF-DATE(WS-TGT-DATE)
                             + 1
                     COMPUTE WS-NEXT-DATE =
                             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                     COMPUTE WS-NEXT-DD =
                             FUNCTION MOD(WS-NEXT-DATE 100)
                     IF WS-NEXT-DD NOT = 1
                        MOVE 'N' TO WS-DUE-SW
                        MOVE 'NOT MONTH-END' TO WS-DUE-REASON
                     END-IF.
              86000-CHECK-WEEKDAY-PARA.
                     COMPUTE WS-DOW-9 = FUNCTION MOD(
                             FUNCTION INTEGER-OF-DATE(WS-TGT-DATE) 7)
                     IF WS-DOW-9 = ZERO
                        MOVE 7 TO WS-DOW-9
                     END-IF
                     MOVE 'N' TO WS-DUE-SW
                     MOVE 'NOT THIS WEEKDAY' TO WS-DUE-REASON
                     PERFORM VARYING WS-FREQ-SUB FROM 2 BY 1
                        UNTIL WS-FREQ-SUB > 8
                        IF WS-CHK-FREQ(WS-FREQ-SUB:1) = WS-DOW-X
                           MOVE 'Y' TO WS-DUE-SW
                           MOVE SPACES TO WS-DUE-REASON
                        END-IF
                     END-PERFORM.
              90000-LIST-PENDING-PARA.
                     OPEN INPUT ITPEND01
                     IF WS-PND-STATUS = '35'
                        MOVE 'Y' TO WS-PND-EOF-SW
                     ELSE
                        IF WS-PND-STATUS NOT = '00'
                           DISPLAY 'PGM006 - PENDING CHANGE FILE '
                                   'ITPEND01 NOT AVAILABLE - STATUS '
                                   WS-PND-STATUS
                                   ' - OPEN CHANGES NOT LISTED'
                           MOVE 'Y' TO WS-PND-EOF-SW
                        ELSE
                           PERFORM 92000-READ-PENDING-PARA
                        END-IF
                     END-IF
                     PERFORM UNTIL WS-PND-EOF-SW = 'Y'
                        IF ITPEND01-STATUS = 'P'
                           PERFORM 94000-WARN-PENDING-PARA
                        END-IF
                        PERFORM 92000-READ-PENDING-PARA
                     END-PERFORM
                     IF WS-PND-STATUS = '00' OR WS-PND-STATUS = '10'
                        CLOSE ITPEND01
                     END-IF
                     IF WS-PND-COUNT > ZERO
                        DISPLAY 'PGM006 - ' WS-PND-COUNT
                                ' CHANGES AWAITING PGM027 APPROVAL '
                                'ARE NOT IN THIS SCHEDULE'
                     END-IF.
              92000-READ-PENDING-PARA.
                     READ ITPEND01
                        AT END MOVE 'Y' TO WS-PND-EOF-SW
                     END-READ.
              94000-WARN-PENDING-PARA.
                     ADD 1 TO WS-PND-COUNT
                     MOVE ITPEND01-CHG-ID TO WS-PNL-ID
                     IF ITPEND01-FILE = 'C'
                        MOVE 'COUNT' TO WS-PNL-FILE
                     ELSE
                        MOVE 'SCHED' TO WS-PNL-FILE
                     END-IF
                     MOVE ITPEND01-ACTION TO WS-PNL-ACTION
                     MOVE ITPEND01-DEPT TO WS-PNL-DEPT
                     MOVE ITPEND01-REQ-USER TO WS-PNL-USER
                     MOVE ITPEND01-REQ-DATE TO WS-PNL-DATE
                     ADD 1 TO WS-WARN-COUNT
                     WRITE VALRPT01-REC FROM WS-PND-LINE
                     IF WS-VAL-STATUS NOT = '00'
                        DISPLAY 'PGM006 - VALIDATION REPORT VALRPT01 '
                                'WRITE FAILED - STATUS ' WS-VAL-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE VALRPT01
                        CLOSE ITPEND01
                        STOP RUN
                     END-IF.
