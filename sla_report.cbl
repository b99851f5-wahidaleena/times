       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM024.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT SCRHIS01 ASSIGN TO 'SCRHIS01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SHS-STATUS.
              SELECT SLARPT01 ASSIGN TO 'SLARPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SLA-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              FD SCRHIS01.
              COPY SCOREREC.
              FD SLARPT01.
              01 SLARPT01-REC               PIC X(80).
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-SHS-STATUS   PIC XX VALUE '00'.
              01 WS-SLA-STATUS   PIC XX VALUE '00'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-WARN-SW      PIC X  VALUE 'N'.
              01 WS-MONTH-X      PIC X(6) VALUE SPACES.
              01 WS-MONTH REDEFINES WS-MONTH-X.
                     05 WS-MONTH-YYYY    PIC 9(4).
                     05 WS-MONTH-MM      PIC 9(2).
              01 WS-SUB          PIC 9(4) VALUE ZEROS.
              01 WS-HIT          PIC 9(4) VALUE ZEROS.
              01 WS-SUB-2        PIC 9(4) VALUE ZEROS.
              01 WS-LOOK-DEPT    PIC X(5) VALUE SPACES.
              01 WS-READ-CNT     PIC 9(8) VALUE ZEROS.
              01 WS-DUP-CNT      PIC 9(8) VALUE ZEROS.
              01 WS-MAX-NIGHTS   PIC 9(4) VALUE 1600.
              01 WS-NGT-CNT      PIC 9(4) VALUE ZEROS.
              01 WS-NGT-TABLE.
                     05 WS-NGT-ENTRY OCCURS 1600 TIMES.
                            10 WS-NGT-DATE      PIC 9(8).
                            10 WS-NGT-DEPT      PIC X(5).
                            10 WS-NGT-VERDICT   PIC X(4).
                            10 WS-NGT-RERUNS    PIC 9(2).
                            10 WS-NGT-STOPPED   PIC X(1).
                            10 WS-NGT-LATE      PIC X(1).
              01 WS-MAX-DEPT-SLOTS  PIC 9(4) VALUE 50.
              01 WS-DEPT-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-DEPT-TABLE.
                     05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                            10 WS-DEP-ID        PIC X(5).
                            10 WS-DEP-NIGHTS    PIC 9(5).
                            10 WS-DEP-PASS      PIC 9(5).
                            10 WS-DEP-WARN      PIC 9(5).
                            10 WS-DEP-FAIL      PIC 9(5).
                            10 WS-DEP-RERUNS    PIC 9(5).
                            10 WS-DEP-STOPS     PIC 9(5).
                            10 WS-DEP-LATE      PIC 9(5).
              01 WS-TOT-NIGHTS   PIC 9(6) VALUE ZEROS.
              01 WS-TOT-PASS     PIC 9(6) VALUE ZEROS.
              01 WS-TOT-WARN     PIC 9(6) VALUE ZEROS.
              01 WS-TOT-FAIL     PIC 9(6) VALUE ZEROS.
              01 WS-TOT-RERUNS   PIC 9(6) VALUE ZEROS.
              01 WS-TOT-STOPS    PIC 9(6) VALUE ZEROS.
              01 WS-TOT-LATE     PIC 9(6) VALUE ZEROS.
              01 WS-PCT          PIC 9(3)V9 VALUE ZEROS.
              01 WS-TTL-LINE.
                     05 FILLER           PIC X(39) VALUE
                        'PGM024 - DEPARTMENT SERVICE LEVELS FOR '.
                     05 WS-TTL-MONTH     PIC X(6).
                     05 FILLER           PIC X(35) VALUE SPACES.
              01 WS-COL-LINE.
                     05 FILLER           PIC X(5) VALUE 'DEPT '.
                     05 FILLER           PIC X(7) VALUE ' NIGHTS'.
                     05 FILLER           PIC X(6) VALUE '  PASS'.
                     05 FILLER           PIC X(6) VALUE '  WARN'.
                     05 FILLER           PIC X(6) VALUE '  FAIL'.
                     05 FILLER           PIC X(6) VALUE ' RERUN'.
                     05 FILLER           PIC X(6) VALUE ' STOPS'.
                     05 FILLER           PIC X(6) VALUE '  LATE'.
                     05 FILLER           PIC X(7) VALUE '  SUCC%'.
                     05 FILLER           PIC X(25) VALUE SPACES.
              01 WS-SLA-LINE.
                     05 WS-SLA-DEPT      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-SLA-NIGHTS    PIC ZZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-SLA-PASS      PIC ZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-SLA-WARN      PIC ZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-SLA-FAIL      PIC ZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-SLA-RERUNS    PIC ZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-SLA-STOPS     PIC ZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-SLA-LATE      PIC ZZZZ9.
                     05 FILLER           PIC X(2) VALUE SPACES.
                     05 WS-SLA-PCT       PIC ZZ9.9.
                     05 FILLER           PIC X(25) VALUE SPACES.
              01 WS-END-LINE.
                     05 FILLER           PIC X(14) VALUE
                        'NIGHTS SCORED '.
                     05 WS-END-READ      PIC ZZZZZZZ9.
                     05 FILLER           PIC X(22) VALUE
                        ' - SUPERSEDED RESCORES'.
                     05 WS-END-DUP       PIC ZZZZZZZ9.
                     05 FILLER           PIC X(28) VALUE SPACES.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
                     05 WS-PARM-DATA  PIC X(6).
              PROCEDURE DIVISION USING WS-PARM-AREA.
              10000-MAIN-PARA.
                     IF WS-PARM-LEN = 6
                        AND WS-PARM-DATA(1:6) IS NUMERIC
                        MOVE WS-PARM-DATA(1:6) TO WS-MONTH-X
                     ELSE
                        IF WS-PARM-LEN > ZERO
                           DISPLAY 'PGM024 - MONTH PARM MUST BE '
                                   'YYYYMM - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        PERFORM 11000-READ-PROC-DATE-PARA
                     END-IF
                     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                        DISPLAY 'PGM024 - MONTH ' WS-MONTH-X
                                ' IS NOT A VALID YYYYMM - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 20000-LOAD-HISTORY-PARA
                     PERFORM 30000-TALLY-PARA
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-NGT-CNT
                     PERFORM 40000-WRITE-REPORT-PARA
                     DISPLAY 'PGM024 - SERVICE LEVELS FOR ' WS-MONTH-X
                             ' - ' WS-DEPT-CNT ' DEPARTMENTS, '
                             WS-TOT-NIGHTS ' NIGHTS SCHEDULED'
                     IF WS-WARN-SW = 'Y'
                        MOVE 4 TO RETURN-CODE
                     ELSE
                        MOVE 0 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM024 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM024 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM024 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     IF ITPDT01-PREV-DATE IS NUMERIC
                        AND ITPDT01-PREV-DATE > ZERO
                        MOVE ITPDT01-PREV-DATE(1:6) TO WS-MONTH-X
                     ELSE
                        MOVE ITPDT01-PROC-DATE(1:6) TO WS-MONTH-X
                     END-IF
                     CLOSE ITPDT01.
              20000-LOAD-HISTORY-PARA.
                     OPEN INPUT SCRHIS01
                     IF WS-SHS-STATUS = '35'
                        DISPLAY 'PGM024 - SCORECARD HISTORY SCRHIS01 '
                                'HAS NO DATA - EMPTY REPORT'
                        MOVE 'Y' TO WS-WARN-SW
                     ELSE
                        IF WS-SHS-STATUS NOT = '00'
                           DISPLAY 'PGM024 - SCORECARD HISTORY '
                                   'SCRHIS01 OPEN FAILED - STATUS '
                                   WS-SHS-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 22000-READ-HISTORY-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 25000-TABLE-NIGHT-PARA
                           PERFORM 22000-READ-HISTORY-PARA
                        END-PERFORM
                        CLOSE SCRHIS01
                        IF WS-NGT-CNT = ZERO
                           DISPLAY 'PGM024 - NO SCORED NIGHTS FOR '
                                   WS-MONTH-X ' IN SCRHIS01'
                           MOVE 'Y' TO WS-WARN-SW
                        END-IF
                     END-IF.
              22000-READ-HISTORY-PARA.
                     READ SCRHIS01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              25000-TABLE-NIGHT-PARA.
                     IF SCR-RUN-DATE IS NUMERIC
                        AND SCR-RUN-DATE(1:6) = WS-MONTH-X
                        ADD 1 TO WS-READ-CNT
                        MOVE ZERO TO WS-HIT
                        PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-NGT-CNT
                           IF WS-NGT-DATE (WS-SUB) = SCR-RUN-DATE
                              AND WS-NGT-DEPT (WS-SUB) = SCR-DEPT
                              AND WS-HIT = ZERO
                              MOVE WS-SUB TO WS-HIT
                           END-IF
                        END-PERFORM
                        IF WS-HIT > ZERO
                           ADD 1 TO WS-DUP-CNT
                        ELSE
                           IF WS-NGT-CNT < WS-MAX-NIGHTS
                              ADD 1 TO WS-NGT-CNT
                              MOVE WS-NGT-CNT TO WS-HIT
                           ELSE
                              DISPLAY 'PGM024 - MORE THAN 1600 '
                                      'DEPARTMENT NIGHTS IN THE MONTH '
                                      '- EXTRAS NOT COUNTED'
                              MOVE 'Y' TO WS-WARN-SW
                           END-IF
                        END-IF
                        IF WS-HIT > ZERO
                           MOVE SCR-RUN-DATE TO WS-NGT-DATE (WS-HIT)
                           MOVE SCR-DEPT TO WS-NGT-DEPT (WS-HIT)
                           MOVE SCR-VERDICT TO WS-NGT-VERDICT (WS-HIT)
                           IF SCR-RERUNS IS NUMERIC
                              MOVE SCR-RERUNS
                                   TO WS-NGT-RERUNS (WS-HIT)
                           ELSE
                              MOVE ZERO TO WS-NGT-RERUNS (WS-HIT)
                           END-IF
                           MOVE SCR-STOPPED TO WS-NGT-STOPPED (WS-HIT)
                           MOVE SCR-LATE TO WS-NGT-LATE (WS-HIT)
                        END-IF
                     END-IF.
              30000-TALLY-PARA.
                     IF WS-NGT-VERDICT (WS-SUB) = 'PASS'
                        OR WS-NGT-VERDICT (WS-SUB) = 'WARN'
                        OR WS-NGT-VERDICT (WS-SUB) = 'FAIL'
                        MOVE WS-NGT-DEPT (WS-SUB) TO WS-LOOK-DEPT
                        PERFORM 35000-FIND-DEPT-PARA
                        IF WS-HIT > ZERO
                           ADD 1 TO WS-DEP-NIGHTS (WS-HIT)
                           IF WS-NGT-VERDICT (WS-SUB) = 'PASS'
                              ADD 1 TO WS-DEP-PASS (WS-HIT)
                           END-IF
                           IF WS-NGT-VERDICT (WS-SUB) = 'WARN'
                              ADD 1 TO WS-DEP-WARN (WS-HIT)
                           END-IF
                           IF WS-NGT-VERDICT (WS-SUB) = 'FAIL'
                              ADD 1 TO WS-DEP-FAIL (WS-HIT)
                           END-IF
                           ADD WS-NGT-RERUNS (WS-SUB)
                               TO WS-DEP-RERUNS (WS-HIT)
                           IF WS-NGT-STOPPED (WS-SUB) = 'Y'
                              ADD 1 TO WS-DEP-STOPS (WS-HIT)
                           END-IF
                           IF WS-NGT-LATE (WS-SUB) = 'Y'
                              ADD 1 TO WS-DEP-LATE (WS-HIT)
                           END-IF
                        END-IF
                     END-IF.
              35000-FIND-DEPT-PARA.
                     MOVE ZERO TO WS-HIT
                     PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                        UNTIL WS-SUB-2 > WS-DEPT-CNT
                        IF WS-DEP-ID (WS-SUB-2) = WS-LOOK-DEPT
                           AND WS-HIT = ZERO
                           MOVE WS-SUB-2 TO WS-HIT
                        END-IF
                     END-PERFORM
                     IF WS-HIT = ZERO
                        IF WS-DEPT-CNT < WS-MAX-DEPT-SLOTS
                           ADD 1 TO WS-DEPT-CNT
                           MOVE WS-DEPT-CNT TO WS-HIT
                           MOVE WS-LOOK-DEPT TO WS-DEP-ID (WS-HIT)
                           MOVE ZERO TO WS-DEP-NIGHTS (WS-HIT)
                           MOVE ZERO TO WS-DEP-PASS (WS-HIT)
                           MOVE ZERO TO WS-DEP-WARN (WS-HIT)
                           MOVE ZERO TO WS-DEP-FAIL (WS-HIT)
                           MOVE ZERO TO WS-DEP-RERUNS (WS-HIT)
                           MOVE ZERO TO WS-DEP-STOPS (WS-HIT)
                           MOVE ZERO TO WS-DEP-LATE (WS-HIT)
                        ELSE
                           DISPLAY 'PGM024 - MORE THAN 50 DEPARTMENTS '
                                   '- ' WS-LOOK-DEPT ' NOT REPORTED'
                           MOVE 'Y' TO WS-WARN-SW
                        END-IF
                     END-IF.
              40000-WRITE-REPORT-PARA.
                     OPEN OUTPUT SLARPT01
                     IF WS-SLA-STATUS NOT = '00'
                        DISPLAY 'PGM024 - SERVICE LEVEL REPORT '
                                'SLARPT01 OPEN FAILED - STATUS '
                                WS-SLA-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE WS-MONTH-X TO WS-TTL-MONTH
                     WRITE SLARPT01-REC FROM WS-TTL-LINE
                     PERFORM 48000-CHECK-WRITE-PARA
                     WRITE SLARPT01-REC FROM WS-COL-LINE
                     PERFORM 48000-CHECK-WRITE-PARA
                     PERFORM 45000-WRITE-DEPT-PARA
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-DEPT-CNT
                     MOVE 'TOTAL' TO WS-SLA-DEPT
                     MOVE WS-TOT-NIGHTS TO WS-SLA-NIGHTS
                     MOVE WS-TOT-PASS TO WS-SLA-PASS
                     MOVE WS-TOT-WARN TO WS-SLA-WARN
                     MOVE WS-TOT-FAIL TO WS-SLA-FAIL
                     MOVE WS-TOT-RERUNS TO WS-SLA-RERUNS
                     MOVE WS-TOT-STOPS TO WS-SLA-STOPS
                     MOVE WS-TOT-LATE TO WS-SLA-LATE
                     IF WS-TOT-NIGHTS > ZERO
                        COMPUTE WS-PCT ROUNDED =
                                (WS-TOT-PASS * 100) / WS-TOT-NIGHTS
                     ELSE
                        MOVE ZERO TO WS-PCT
                     END-IF
                     MOVE WS-PCT TO WS-SLA-PCT
                     WRITE SLARPT01-REC FROM WS-SLA-LINE
                     PERFORM 48000-CHECK-WRITE-PARA
                     MOVE WS-READ-CNT TO WS-END-READ
                     MOVE WS-DUP-CNT TO WS-END-DUP
                     WRITE SLARPT01-REC FROM WS-END-LINE
                     PERFORM 48000-CHECK-WRITE-PARA
                     CLOSE SLARPT01.
              45000-WRITE-DEPT-PARA.
                     MOVE WS-DEP-ID (WS-SUB) TO WS-SLA-DEPT
                     MOVE WS-DEP-NIGHTS (WS-SUB) TO WS-SLA-NIGHTS
                     MOVE WS-DEP-PASS (WS-SUB) TO WS-SLA-PASS
                     MOVE WS-DEP-WARN (WS-SUB) TO WS-SLA-WARN
                     MOVE WS-DEP-FAIL (WS-SUB) TO WS-SLA-FAIL
                     MOVE WS-DEP-RERUNS (WS-SUB) TO WS-SLA-RERUNS
                     MOVE WS-DEP-STOPS (WS-SUB) TO WS-SLA-STOPS
                     MOVE WS-DEP-LATE (WS-SUB) TO WS-SLA-LATE
                     IF WS-DEP-NIGHTS (WS-SUB) > ZERO
                        COMPUTE WS-PCT ROUNDED =
                                (WS-DEP-PASS (WS-SUB) * 100)
                                / WS-DEP-NIGHTS (WS-SUB)
                     ELSE
                        MOVE ZERO TO WS-PCT
                     END-IF
                     MOVE WS-PCT TO WS-SLA-PCT
                     WRITE SLARPT01-REC FROM WS-SLA-LINE
                     PERFORM 48000-CHECK-WRITE-PARA
                     ADD WS-DEP-NIGHTS (WS-SUB) TO WS-TOT-NIGHTS
                     ADD WS-DEP-PASS (WS-SUB) TO WS-TOT-PASS
                     ADD WS-DEP-WARN (WS-SUB) TO WS-TOT-WARN
                     ADD WS-DEP-FAIL (WS-SUB) TO WS-TOT-FAIL
                     ADD WS-DEP-RERUNS (WS-SUB) TO WS-TOT-RERUNS
                     ADD WS-DEP-STOPS (WS-SUB) TO WS-TOT-STOPS
                     ADD WS-DEP-LATE (WS-SUB) TO WS-TOT-LATE.
              48000-CHECK-WRITE-PARA.
                     IF WS-SLA-STATUS NOT = '00'
                        DISPLAY 'PGM024 - SERVICE LEVEL REPORT '
                                'SLARPT01 WRITE FAILED - STATUS '
                                WS-SLA-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE SLARPT01
                        STOP RUN
                     END-IF.
