       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM025.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SCHEDCTL ASSIGN TO 'SCHEDCTL'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SCH-STATUS.
              SELECT ITCTL01 ASSIGN TO 'ITCTL01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS SEQUENTIAL
                     RECORD KEY IS ITCTL01-DEPT
                     FILE STATUS IS WS-CTL-STATUS.
              SELECT ITAUD01 ASSIGN TO 'ITAUD01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUD-STATUS.
              SELECT ITSAUD01 ASSIGN TO 'ITSAUD01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SAUD-STATUS.
              SELECT DRFRPT01 ASSIGN TO 'DRFRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DRF-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD SCHEDCTL.
              01 SCHEDCTL-REC.
                     05 SCH-DEPT         PIC X(5).
                     05 SCH-COMMA        PIC X(1).
                     05 SCH-COUNT-X      PIC X(6).
                     05 SCH-COUNT REDEFINES SCH-COUNT-X
                                         PIC 9(6).
                     05 FILLER           PIC X(68).
              01 SCHEDCTL-HELD-REC.
                     05 FILLER           PIC X(1).
                     05 SCH-HELD-DEPT    PIC X(5).
                     05 SCH-HELD-COMMA   PIC X(1).
                     05 SCH-HELD-COUNT-X PIC X(6).
                     05 SCH-HELD-COUNT REDEFINES SCH-HELD-COUNT-X
                                         PIC 9(6).
                     05 FILLER           PIC X(9).
                     05 SCH-HELD-TAG     PIC X(5).
                     05 FILLER           PIC X(53).
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
              FD DRFRPT01.
              01 DRFRPT01-REC               PIC X(80).
              WORKING-STORAGE SECTION.
              01 WS-SCH-STATUS   PIC XX VALUE '00'.
              01 WS-CTL-STATUS   PIC XX VALUE '00'.
              01 WS-AUD-STATUS   PIC XX VALUE '00'.
              01 WS-SAUD-STATUS  PIC XX VALUE '00'.
              01 WS-DRF-STATUS   PIC XX VALUE '00'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-WARN-SW      PIC X  VALUE 'N'.
              01 WS-SUB          PIC 9(4) VALUE ZEROS.
              01 WS-HIT          PIC 9(4) VALUE ZEROS.
              01 WS-LOOK-DEPT    PIC X(5) VALUE SPACES.
              01 WS-DRIFT-CNT    PIC 9(4) VALUE ZEROS.
              01 WS-MAX-DEPT-SLOTS  PIC 9(4) VALUE 50.
              01 WS-DEPT-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-DEPT-TABLE.
                     05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                            10 WS-DEP-ID        PIC X(5).
                            10 WS-DEP-SCH-SW    PIC X(1).
                            10 WS-DEP-HELD-SW   PIC X(1).
                            10 WS-DEP-SCH-COUNT PIC 9(6).
                            10 WS-DEP-CTL-SW    PIC X(1).
                            10 WS-DEP-CTL-COUNT PIC 9(6).
                            10 WS-DEP-CTL-USER  PIC X(8).
                            10 WS-DEP-CTL-DATE  PIC 9(8).
                            10 WS-DEP-SCH-USER  PIC X(8).
                            10 WS-DEP-SCH-DATE  PIC 9(8).
              01 WS-TTL-LINE.
                     05 FILLER           PIC X(45) VALUE
                        'PGM025 - ITCTL01 / SCHEDULE.CTL COUNT DRIFT '.
                     05 FILLER           PIC X(35) VALUE SPACES.
              01 WS-COL-LINE.
                     05 FILLER           PIC X(5) VALUE 'DEPT '.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 FILLER           PIC X(6) VALUE ' SCHED'.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 FILLER           PIC X(1) VALUE 'H'.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 FILLER           PIC X(6) VALUE ' CTL01'.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 FILLER           PIC X(13) VALUE 'DRIFT'.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 FILLER           PIC X(17) VALUE
                        'ITCTL01 CHANGE'.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 FILLER           PIC X(17) VALUE
                        'SCHEDULE CHANGE'.
                     05 FILLER           PIC X(9) VALUE SPACES.
              01 WS-DRF-LINE.
                     05 WS-DRF-DEPT      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-DRF-SCHED     PIC ZZZZZ9.
                     05 WS-DRF-SCHED-X REDEFINES WS-DRF-SCHED
                                         PIC X(6).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-DRF-HELD      PIC X(1).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-DRF-CTL       PIC ZZZZZ9.
                     05 WS-DRF-CTL-X REDEFINES WS-DRF-CTL
                                         PIC X(6).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-DRF-FLAG      PIC X(13).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-DRF-CTL-USER  PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-DRF-CTL-DATE  PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-DRF-SCH-USER  PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-DRF-SCH-DATE  PIC X(8).
                     05 FILLER           PIC X(9) VALUE SPACES.
              01 WS-END-LINE.
                     05 FILLER           PIC X(12) VALUE
                        'DEPARTMENTS '.
                     05 WS-END-DEPTS     PIC ZZZ9.
                     05 FILLER           PIC X(14) VALUE
                        '  WITH DRIFT  '.
                     05 WS-END-DRIFT     PIC ZZZ9.
                     05 FILLER           PIC X(46) VALUE SPACES.
              PROCEDURE DIVISION.
              10000-MAIN-PARA.
                     PERFORM 20000-LOAD-SCHEDULE-PARA
                     PERFORM 30000-LOAD-CONTROL-PARA
                     PERFORM 40000-LOAD-CTL-AUDIT-PARA
                     PERFORM 45000-LOAD-SCH-AUDIT-PARA
                     OPEN OUTPUT DRFRPT01
                     IF WS-DRF-STATUS NOT = '00'
                        DISPLAY 'PGM025 - DRIFT REPORT DRFRPT01 OPEN '
                                'FAILED - STATUS ' WS-DRF-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     WRITE DRFRPT01-REC FROM WS-TTL-LINE
                     PERFORM 58000-CHECK-WRITE-PARA
                     WRITE DRFRPT01-REC FROM WS-COL-LINE
                     PERFORM 58000-CHECK-WRITE-PARA
                     PERFORM 50000-REPORT-DEPT-PARA
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-DEPT-CNT
                     MOVE WS-DEPT-CNT TO WS-END-DEPTS
                     MOVE WS-DRIFT-CNT TO WS-END-DRIFT
                     WRITE DRFRPT01-REC FROM WS-END-LINE
                     PERFORM 58000-CHECK-WRITE-PARA
                     CLOSE DRFRPT01
                     DISPLAY 'PGM025 - ' WS-DEPT-CNT ' DEPARTMENTS '
                             'COMPARED - ' WS-DRIFT-CNT ' WITH DRIFT'
                     IF WS-DRIFT-CNT > ZERO
                        OR WS-WARN-SW = 'Y'
                        MOVE 4 TO RETURN-CODE
                     ELSE
                        MOVE 0 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              20000-LOAD-SCHEDULE-PARA.
                     OPEN INPUT SCHEDCTL
                     IF WS-SCH-STATUS NOT = '00'
                        DISPLAY 'PGM025 - SCHEDULE FILE SCHEDCTL NOT '
                                'AVAILABLE - STATUS ' WS-SCH-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-SW
                     PERFORM 22000-READ-SCHED-PARA
                     PERFORM UNTIL WS-EOF-SW = 'Y'
                        PERFORM 25000-TABLE-SCHED-PARA
                        PERFORM 22000-READ-SCHED-PARA
                     END-PERFORM
                     CLOSE SCHEDCTL.
              22000-READ-SCHED-PARA.
                     READ SCHEDCTL
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              25000-TABLE-SCHED-PARA.
                     IF SCHEDCTL-REC(1:1) = '*'
                        IF SCH-HELD-TAG = ' HELD'
                           AND SCH-HELD-DEPT NOT = SPACES
                           AND SCH-HELD-COUNT-X IS NUMERIC
                           MOVE SCH-HELD-DEPT TO WS-LOOK-DEPT
                           PERFORM 70000-FIND-DEPT-PARA
                           IF WS-HIT > ZERO
                              MOVE 'Y' TO WS-DEP-SCH-SW (WS-HIT)
                              MOVE 'Y' TO WS-DEP-HELD-SW (WS-HIT)
                              MOVE SCH-HELD-COUNT
                                   TO WS-DEP-SCH-COUNT (WS-HIT)
                           END-IF
                        END-IF
                     ELSE
                        IF SCHEDCTL-REC NOT = SPACES
                           AND SCH-COUNT-X IS NUMERIC
                           MOVE SCH-DEPT TO WS-LOOK-DEPT
                           PERFORM 70000-FIND-DEPT-PARA
                           IF WS-HIT > ZERO
                              MOVE 'Y' TO WS-DEP-SCH-SW (WS-HIT)
                              MOVE 'N' TO WS-DEP-HELD-SW (WS-HIT)
                              MOVE SCH-COUNT
                                   TO WS-DEP-SCH-COUNT (WS-HIT)
                           END-IF
                        END-IF
                     END-IF.
              30000-LOAD-CONTROL-PARA.
                     OPEN INPUT ITCTL01
                     IF WS-CTL-STATUS = '35'
                        DISPLAY 'PGM025 - CONTROL FILE ITCTL01 HAS NO '
                                'DATA - EVERY DEPARTMENT MISSING THERE'
                     ELSE
                        IF WS-CTL-STATUS NOT = '00'
                           DISPLAY 'PGM025 - CONTROL FILE ITCTL01 '
                                   'OPEN FAILED - STATUS '
                                   WS-CTL-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 32000-READ-CTL-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           MOVE ITCTL01-DEPT TO WS-LOOK-DEPT
                           PERFORM 70000-FIND-DEPT-PARA
                           IF WS-HIT > ZERO
                              MOVE 'Y' TO WS-DEP-CTL-SW (WS-HIT)
                              MOVE ITCTL01-COUNT
                                   TO WS-DEP-CTL-COUNT (WS-HIT)
                           END-IF
                           PERFORM 32000-READ-CTL-PARA
                        END-PERFORM
                        CLOSE ITCTL01
                     END-IF.
              32000-READ-CTL-PARA.
                     READ ITCTL01 NEXT
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              40000-LOAD-CTL-AUDIT-PARA.
                     OPEN INPUT ITAUD01
                     IF WS-AUD-STATUS = '35'
                        DISPLAY 'PGM025 - AUDIT FILE ITAUD01 HAS NO '
                                'DATA - NO ITCTL01 CHANGES SHOWN'
                     ELSE
                        IF WS-AUD-STATUS NOT = '00'
                           DISPLAY 'PGM025 - AUDIT FILE ITAUD01 '
                                   'OPEN FAILED - STATUS '
                                   WS-AUD-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 42000-READ-AUD-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           MOVE ITAUD01-DEPT TO WS-LOOK-DEPT
                           PERFORM 75000-MATCH-DEPT-PARA
                           IF WS-HIT > ZERO
                              AND ITAUD01-DECISION NOT = 'R'
                              MOVE ITAUD01-USER-ID
                                   TO WS-DEP-CTL-USER (WS-HIT)
                              MOVE ITAUD01-CHG-DATE
                                   TO WS-DEP-CTL-DATE (WS-HIT)
                           END-IF
                           PERFORM 42000-READ-AUD-PARA
                        END-PERFORM
                        CLOSE ITAUD01
                     END-IF.
              42000-READ-AUD-PARA.
                     READ ITAUD01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              45000-LOAD-SCH-AUDIT-PARA.
                     OPEN INPUT ITSAUD01
                     IF WS-SAUD-STATUS = '35'
                        DISPLAY 'PGM025 - AUDIT FILE ITSAUD01 HAS NO '
                                'DATA - NO SCHEDULE CHANGES SHOWN'
                     ELSE
                        IF WS-SAUD-STATUS NOT = '00'
                           DISPLAY 'PGM025 - AUDIT FILE ITSAUD01 '
                                   'OPEN FAILED - STATUS '
                                   WS-SAUD-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 47000-READ-SAUD-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           MOVE ITSAUD01-DEPT TO WS-LOOK-DEPT
                           PERFORM 75000-MATCH-DEPT-PARA
                           IF WS-HIT > ZERO
                              AND ITSAUD01-DECISION NOT = 'R'
                              MOVE ITSAUD01-USER-ID
                                   TO WS-DEP-SCH-USER (WS-HIT)
                              MOVE ITSAUD01-CHG-DATE
                                   TO WS-DEP-SCH-DATE (WS-HIT)
                           END-IF
                           PERFORM 47000-READ-SAUD-PARA
                        END-PERFORM
                        CLOSE ITSAUD01
                     END-IF.
              47000-READ-SAUD-PARA.
                     READ ITSAUD01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              50000-REPORT-DEPT-PARA.
                     MOVE WS-DEP-ID (WS-SUB) TO WS-DRF-DEPT
                     IF WS-DEP-SCH-SW (WS-SUB) = 'Y'
                        MOVE WS-DEP-SCH-COUNT (WS-SUB) TO WS-DRF-SCHED
                     ELSE
                        MOVE '  NONE' TO WS-DRF-SCHED-X
                     END-IF
                     IF WS-DEP-HELD-SW (WS-SUB) = 'Y'
                        MOVE 'H' TO WS-DRF-HELD
                     ELSE
                        MOVE SPACE TO WS-DRF-HELD
                     END-IF
                     IF WS-DEP-CTL-SW (WS-SUB) = 'Y'
                        MOVE WS-DEP-CTL-COUNT (WS-SUB) TO WS-DRF-CTL
                     ELSE
                        MOVE '  NONE' TO WS-DRF-CTL-X
                     END-IF
                     IF WS-DEP-SCH-SW (WS-SUB) NOT = 'Y'
                        MOVE 'NOT SCHEDULED' TO WS-DRF-FLAG
                     ELSE
                        IF WS-DEP-CTL-SW (WS-SUB) NOT = 'Y'
                           MOVE 'NO ITCTL01' TO WS-DRF-FLAG
                        ELSE
                           IF WS-DEP-HELD-SW (WS-SUB) = 'Y'
                              AND WS-DEP-CTL-COUNT (WS-SUB) > ZERO
                              MOVE 'HELD/ACTIVE' TO WS-DRF-FLAG
                           ELSE
                              IF WS-DEP-SCH-COUNT (WS-SUB) NOT =
                                 WS-DEP-CTL-COUNT (WS-SUB)
                                 MOVE 'COUNT DIFFERS' TO WS-DRF-FLAG
                              ELSE
                                 MOVE SPACES TO WS-DRF-FLAG
                              END-IF
                           END-IF
                        END-IF
                     END-IF
                     IF WS-DRF-FLAG NOT = SPACES
                        ADD 1 TO WS-DRIFT-CNT
                     END-IF
                     MOVE WS-DEP-CTL-USER (WS-SUB) TO WS-DRF-CTL-USER
                     IF WS-DEP-CTL-DATE (WS-SUB) > ZERO
                        MOVE WS-DEP-CTL-DATE (WS-SUB)
                             TO WS-DRF-CTL-DATE
                     ELSE
                        MOVE SPACES TO WS-DRF-CTL-DATE
                     END-IF
                     MOVE WS-DEP-SCH-USER (WS-SUB) TO WS-DRF-SCH-USER
                     IF WS-DEP-SCH-DATE (WS-SUB) > ZERO
                        MOVE WS-DEP-SCH-DATE (WS-SUB)
                             TO WS-DRF-SCH-DATE
                     ELSE
                        MOVE SPACES TO WS-DRF-SCH-DATE
                     END-IF
                     WRITE DRFRPT01-REC FROM WS-DRF-LINE
                     PERFORM 58000-CHECK-WRITE-PARA.
              58000-CHECK-WRITE-PARA.
                     IF WS-DRF-STATUS NOT = '00'
                        DISPLAY 'PGM025 - DRIFT REPORT DRFRPT01 WRITE '
                                'FAILED - STATUS ' WS-DRF-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE DRFRPT01
                        STOP RUN
                     END-IF.
              70000-FIND-DEPT-PARA.
                     PERFORM 75000-MATCH-DEPT-PARA
                     IF WS-HIT = ZERO
                        IF WS-DEPT-CNT < WS-MAX-DEPT-SLOTS
                           ADD 1 TO WS-DEPT-CNT
                           MOVE WS-DEPT-CNT TO WS-HIT
                           MOVE WS-LOOK-DEPT TO WS-DEP-ID (WS-HIT)
                           MOVE 'N' TO WS-DEP-SCH-SW (WS-HIT)
                           MOVE 'N' TO WS-DEP-HELD-SW (WS-HIT)
                           MOVE ZERO TO WS-DEP-SCH-COUNT (WS-HIT)
                           MOVE 'N' TO WS-DEP-CTL-SW (WS-HIT)
                           MOVE ZERO TO WS-DEP-CTL-COUNT (WS-HIT)
                           MOVE SPACES TO WS-DEP-CTL-USER (WS-HIT)
                           MOVE ZERO TO WS-DEP-CTL-DATE (WS-HIT)
                           MOVE SPACES TO WS-DEP-SCH-USER (WS-HIT)
                           MOVE ZERO TO WS-DEP-SCH-DATE (WS-HIT)
                        ELSE
                           DISPLAY 'PGM025 - MORE THAN 50 DEPARTMENTS '
                                   '- ' WS-LOOK-DEPT ' NOT COMPARED'
                           MOVE 'Y' TO WS-WARN-SW
                        END-IF
                     END-IF.
              75000-MATCH-DEPT-PARA.
                     MOVE ZERO TO WS-HIT
                     PERFORM VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-DEPT-CNT
                        IF WS-DEP-ID (WS-SUB) = WS-LOOK-DEPT
                           AND WS-HIT = ZERO
                           MOVE WS-SUB TO WS-HIT
                        END-IF
                     END-PERFORM.
