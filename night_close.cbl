              SELECT SCORE01 ASSIGN TO 'SCORE01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SCO-STATUS.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT ITHIST01 ASSIGN TO 'ITHIST01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HIST-STATUS.
              SELECT SCRHIS01 ASSIGN TO 'SCRHIS01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SHS-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD SCHEDCTL.
                     05 FILLER             PIC X(7).
              FD SCORE01.
              01 SCORE01-REC                PIC X(80).
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              FD ITHIST01.
              COPY RPTREC.
              FD SCRHIS01.
              COPY SCOREREC.
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-SCH-STATUS   PIC XX VALUE '00'.
              01 WS-STAT-STATUS  PIC XX VALUE '00'.
              01 WS-SUM-STATUS   PIC XX VALUE '00'.
              01 WS-EXC-STATUS   PIC XX VALUE '00'.
              01 WS-NOTE-STATUS  PIC XX VALUE '00'.
              01 WS-SCO-STATUS   PIC XX VALUE '00'.
              01 WS-HIST-STATUS  PIC XX VALUE '00'.
              01 WS-SHS-STATUS   PIC XX VALUE '00'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-WARN-SW      PIC X  VALUE 'N'.
              01 WS-FAIL-SW      PIC X  VALUE 'N'.
              01 WS-TGT-DATE     PIC 9(8) VALUE ZEROS.
              01 WS-DATE-LEN     PIC S9(4) COMP VALUE ZERO.
              01 WS-CUTOFF-HHMM  PIC 9(4) VALUE 0600.
              01 WS-HHMM-X.
                     05 WS-HHMM-HH       PIC 9(2).
                     05 WS-HHMM-MM       PIC 9(2).
              01 WS-TIME-X.
                     05 WS-TIME-HH       PIC 9(2).
                     05 WS-TIME-MM       PIC 9(2).
                     05 WS-TIME-SS       PIC 9(2).
                     05 WS-TIME-TT       PIC 9(2).
              01 WS-START-SECS   PIC 9(8) VALUE ZEROS.
              01 WS-CUTOFF-SECS  PIC 9(8) VALUE ZEROS.
              01 WS-END-SECS     PIC 9(8) VALUE ZEROS.
              01 WS-LATE-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-SUB          PIC 9(4) VALUE ZEROS.
              01 WS-HIT          PIC 9(4) VALUE ZEROS.
              01 WS-LOOK-DEPT    PIC X(5) VALUE SPACES.
                            10 WS-DEP-VERDICT   PIC X(4).
                            10 WS-DEP-REASON    PIC X(4).
                            10 WS-DEP-COMMENT   PIC X(40).
                            10 WS-DEP-RUNS      PIC 9(2).
                            10 WS-DEP-RERUNS    PIC 9(2).
                            10 WS-DEP-START     PIC 9(8).
                            10 WS-DEP-END       PIC 9(8).
                            10 WS-DEP-LATE      PIC X(1).
              01 WS-TTL-LINE.
                     05 FILLER           PIC X(35) VALUE
                        'PGM013 - NIGHT CLOSE SCORECARD FOR '.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
                     05 WS-PARM-DATA  PIC X(13).
              PROCEDURE DIVISION USING WS-PARM-AREA.
              10000-MAIN-PARA.
                     MOVE WS-PARM-LEN TO WS-DATE-LEN
                     IF WS-PARM-LEN = 5 OR WS-PARM-LEN = 13
                        COMPUTE WS-DATE-LEN = WS-PARM-LEN - 5
                        IF WS-PARM-DATA(WS-DATE-LEN + 1:1) = ','
                           AND WS-PARM-DATA(WS-DATE-LEN + 2:4)
                               IS NUMERIC
                           MOVE WS-PARM-DATA(WS-DATE-LEN + 2:4)
                                TO WS-CUTOFF-HHMM
                        ELSE
                           MOVE 99 TO WS-DATE-LEN
                        END-IF
                     END-IF
                     MOVE WS-CUTOFF-HHMM TO WS-HHMM-X
                     IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
                        MOVE 99 TO WS-DATE-LEN
                     END-IF
                     IF WS-DATE-LEN = 8
                        AND WS-PARM-DATA(1:8) IS NUMERIC
                        MOVE WS-PARM-DATA(1:8) TO WS-TGT-DATE
                     ELSE
                        IF WS-DATE-LEN > ZERO
                           DISPLAY 'PGM013 - PARM MUST BE YYYYMMDD, '
                                   'YYYYMMDD,HHMM OR ,HHMM (RUN DATE '
                                   'AND CUTOFF) - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        PERFORM 11000-READ-PROC-DATE-PARA
                     END-IF
                     PERFORM 20000-LOAD-SCHEDULE-PARA
                     PERFORM 30000-LOAD-STATUS-PARA
                     PERFORM 45000-LOAD-RECON-PARA
                     PERFORM 50000-LOAD-EXC-PARA
                     PERFORM 55000-LOAD-NOTE-PARA
                     PERFORM 58000-LOAD-HISTORY-PARA
                     OPEN OUTPUT SCORE01
                     IF WS-SCO-STATUS NOT = '00'
                        DISPLAY 'PGM013 - SCORECARD FILE SCORE01 '
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     OPEN EXTEND SCRHIS01
                     IF WS-SHS-STATUS = '35'
                        OPEN OUTPUT SCRHIS01
                     END-IF
                     IF WS-SHS-STATUS NOT = '00'
                        DISPLAY 'PGM013 - SCORECARD HISTORY SCRHIS01 '
                                'OPEN FAILED - STATUS ' WS-SHS-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE SCORE01
                        STOP RUN
                     END-IF
                     MOVE WS-TGT-DATE TO WS-TTL-DATE
                     WRITE SCORE01-REC FROM WS-TTL-LINE
                     WRITE SCORE01-REC FROM WS-COL-LINE
                        STOP RUN
                     END-IF
                     CLOSE SCORE01
                     CLOSE SCRHIS01
                     DISPLAY 'PGM013 - NIGHT CLOSE FOR ' WS-TGT-DATE
                             ' VERDICT ' WS-VER-TEXT
                     IF WS-LATE-CNT > ZERO
                        DISPLAY 'PGM013 - ' WS-LATE-CNT
                                ' DEPARTMENT(S) FINISHED AFTER THE '
                                WS-CUTOFF-HHMM ' ONLINE CUTOFF'
                     END-IF
                     IF WS-FAIL-SW = 'Y'
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        END-IF
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM013 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM013 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM013 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-TGT-DATE
                     CLOSE ITPDT01.
              20000-LOAD-SCHEDULE-PARA.
                     OPEN INPUT SCHEDCTL
                     IF WS-SCH-STATUS NOT = '00'
                                TO WS-DEP-REASON (WS-DEPT-CNT)
                           MOVE SPACES
                                TO WS-DEP-COMMENT (WS-DEPT-CNT)
                           MOVE ZERO TO WS-DEP-RUNS (WS-DEPT-CNT)
                           MOVE ZERO TO WS-DEP-RERUNS (WS-DEPT-CNT)
                           MOVE ZERO TO WS-DEP-START (WS-DEPT-CNT)
                           MOVE ZERO TO WS-DEP-END (WS-DEPT-CNT)
                           MOVE 'N' TO WS-DEP-LATE (WS-DEPT-CNT)
                        ELSE
                           DISPLAY 'PGM013 - MORE THAN 50 SCHEDULE '
                                   'ENTRIES - EXTRAS NOT SCORED'
                                TO WS-DEP-COMMENT (WS-HIT)
                        END-IF
                     END-IF.
              58000-LOAD-HISTORY-PARA.
                     OPEN INPUT ITHIST01
                     IF WS-HIST-STATUS = '35'
                        DISPLAY 'PGM013 - HISTORY FILE ITHIST01 HAS '
                                'NO DATA - RERUNS AND CUTOFF NOT KEPT'
                        MOVE 'Y' TO WS-WARN-SW
                     ELSE
                        IF WS-HIST-STATUS NOT = '00'
                           DISPLAY 'PGM013 - HISTORY FILE ITHIST01 '
                                   'OPEN FAILED - STATUS '
                                   WS-HIST-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 58500-READ-HIST-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 59000-POST-HIST-PARA
                           PERFORM 58500-READ-HIST-PARA
                        END-PERFORM
                        CLOSE ITHIST01
                     END-IF.
              58500-READ-HIST-PARA.
                     READ ITHIST01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              59000-POST-HIST-PARA.
                     IF RPT-RUN-DATE = WS-TGT-DATE
                        AND (RPT-ID = 'HEADER' OR RPT-ID = 'TRAILER')
                        MOVE RPT-DEPT TO WS-LOOK-DEPT
                        PERFORM 70000-FIND-DEPT-PARA
                        IF WS-HIT > ZERO
                           IF RPT-ID = 'HEADER'
                              IF WS-DEP-RUNS (WS-HIT) < 99
                                 ADD 1 TO WS-DEP-RUNS (WS-HIT)
                              END-IF
                              IF RPT-RERUN = 'R'
                                 AND WS-DEP-RERUNS (WS-HIT) < 99
                                 ADD 1 TO WS-DEP-RERUNS (WS-HIT)
                              END-IF
                              IF WS-DEP-RUNS (WS-HIT) = 1
                                 MOVE RPT-TIME TO WS-DEP-START (WS-HIT)
                              END-IF
                           ELSE
                              MOVE RPT-TIME TO WS-DEP-END (WS-HIT)
                           END-IF
                        END-IF
                     END-IF.
              60000-SCORE-DEPT-PARA.
                     IF WS-DEP-RECON (WS-SUB) (1:7) = 'SKIPPED'
                        MOVE 'SKIP' TO WS-DEP-VERDICT (WS-SUB)
                           CLOSE SCORE01
                           STOP RUN
                        END-IF
                     END-IF
                     PERFORM 62000-CHECK-LATE-PARA
                     PERFORM 65000-WRITE-HISTORY-PARA.
              62000-CHECK-LATE-PARA.
                     IF WS-DEP-END (WS-SUB) > ZERO
                        MOVE WS-DEP-START (WS-SUB) TO WS-TIME-X
                        COMPUTE WS-START-SECS =
                                (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)
                                + WS-TIME-SS
                        MOVE WS-DEP-END (WS-SUB) TO WS-TIME-X
                        COMPUTE WS-END-SECS =
                                (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)
                                + WS-TIME-SS
                        MOVE WS-CUTOFF-HHMM TO WS-HHMM-X
                        COMPUTE WS-CUTOFF-SECS =
                                (WS-HHMM-HH * 3600) + (WS-HHMM-MM * 60)
                        IF WS-CUTOFF-SECS NOT > WS-START-SECS
                           ADD 86400 TO WS-CUTOFF-SECS
                        END-IF
                        IF WS-END-SECS < WS-START-SECS
                           ADD 86400 TO WS-END-SECS
                        END-IF
                        IF WS-END-SECS > WS-CUTOFF-SECS
                           MOVE 'Y' TO WS-DEP-LATE (WS-SUB)
                           ADD 1 TO WS-LATE-CNT
                        END-IF
                     END-IF.
              65000-WRITE-HISTORY-PARA.
                     MOVE SPACES TO SCR-RECORD
                     MOVE WS-TGT-DATE TO SCR-RUN-DATE
                     MOVE WS-DEP-ID (WS-SUB) TO SCR-DEPT
                     MOVE WS-DEP-VERDICT (WS-SUB) TO SCR-VERDICT
                     MOVE WS-DEP-STATUS (WS-SUB) TO SCR-STATUS
                     MOVE WS-DEP-SECS (WS-SUB) TO SCR-SECS
                     MOVE WS-DEP-RECON (WS-SUB) (1:26) TO SCR-RECON
                     IF WS-DEP-REASON (WS-SUB) NOT = SPACES
                        MOVE 'Y' TO SCR-NOTED
                     ELSE
                        MOVE 'N' TO SCR-NOTED
                     END-IF
                     MOVE WS-DEP-RUNS (WS-SUB) TO SCR-RUNS
                     MOVE WS-DEP-RERUNS (WS-SUB) TO SCR-RERUNS
                     IF WS-DEP-STATUS (WS-SUB) = 'STOPPED'
                        MOVE 'Y' TO SCR-STOPPED
                     ELSE
                        MOVE 'N' TO SCR-STOPPED
                     END-IF
                     MOVE WS-DEP-END (WS-SUB) TO SCR-END-TIME
                     MOVE WS-DEP-LATE (WS-SUB) TO SCR-LATE
                     WRITE SCR-RECORD
                     IF WS-SHS-STATUS NOT = '00'
                        DISPLAY 'PGM013 - SCORECARD HISTORY SCRHIS01 '
                                'WRITE FAILED - STATUS ' WS-SHS-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE SCORE01
                        CLOSE SCRHIS01
                        STOP RUN
                     END-IF.
              70000-FIND-DEPT-PARA.
                     MOVE ZERO TO WS-HIT
