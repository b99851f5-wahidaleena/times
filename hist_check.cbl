              SELECT ITEXC01 ASSIGN TO 'ITEXC01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-EXC-STATUS.
              SELECT ITALR01 ASSIGN TO 'ITALR01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITALR01-KEY
                     FILE STATUS IS WS-ALR-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITHIST01.
              COPY RPTREC.
              FD ITEXC01.
              01 ITEXC01-REC                PIC X(80).
              FD ITALR01.
              01 ITALR01-REC.
                     05 ITALR01-KEY        PIC X(29).
                     05 FILLER             PIC X(71).
              WORKING-STORAGE SECTION.
              01 WS-HIST-STATUS  PIC XX VALUE '00'.
              01 WS-EXC-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-DONE-SW  PIC X  VALUE 'N'.
              01 WS-ALR-TRY      PIC 9(2) VALUE ZEROS.
              01 WS-WARN-SW      PIC X  VALUE 'N'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-IN-RUN-SW    PIC X  VALUE 'N'.
                        'DETAIL SEQUENCE GAP AFTER SUB '.
                     05 WS-GAP-SUB       PIC 9(6).
                     05 FILLER           PIC X(14) VALUE SPACES.
              01 WS-BLOCK-MSG.
                     05 FILLER           PIC X(27) VALUE
                        'BLOCK RECORD ENDING AT SUB '.
                     05 WS-BLK-SUB       PIC 9(6).
                     05 FILLER           PIC X(17) VALUE
                        ' IS INCONSISTENT'.
              01 WS-MISMATCH-MSG.
                     05 FILLER           PIC X(14) VALUE
                        'TRAILER VALUE '.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-EXC-TEXT      PIC X(50).
                     05 FILLER           PIC X(6) VALUE SPACES.
              COPY ALERTREC REPLACING ALR-RECORD BY WS-ALR-REC
                                     ALR-DATE BY WS-ALR-DATE
                                     ALR-TIME BY WS-ALR-TIME
                                     ALR-PROGRAM BY WS-ALR-PROGRAM
                                     ALR-DEPT BY WS-ALR-DEPT
                                     ALR-SEVERITY BY WS-ALR-SEVERITY
                                     ALR-EVENT BY WS-ALR-EVENT
                                     ALR-TEXT BY WS-ALR-TEXT.
              PROCEDURE DIVISION.
              10000-MAIN-PARA.
                     OPEN INPUT ITHIST01
                        MOVE ZERO TO WS-DTL-COUNT
                        MOVE ZERO TO WS-FIRST-SUB
                     END-IF
                     IF RPT-ID = 'DETAIL' OR RPT-ID = 'BLOCK'
                        IF WS-IN-RUN-SW = 'Y'
                           IF RPT-ID = 'BLOCK'
                              PERFORM 45000-CHECK-BLOCK-PARA
                           ELSE
                              PERFORM 40000-CHECK-DETAIL-PARA
                           END-IF
                        ELSE
                           IF WS-STRAY-SW = 'N'
                              MOVE 'Y' TO WS-STRAY-SW
                        END-IF
                     END-IF
                     COMPUTE WS-NEXT-SUB = RPT-VALUE + 1.
              45000-CHECK-BLOCK-PARA.
                     IF RPT-BLK-FIRST IS NOT NUMERIC
                        OR RPT-BLK-COUNT IS NOT NUMERIC
                        OR RPT-BLK-COUNT = ZERO
                        OR RPT-VALUE NOT =
                           RPT-BLK-FIRST + RPT-BLK-COUNT - 1
                        MOVE RPT-VALUE TO WS-BLK-SUB
                        MOVE WS-HDR-RUN-DATE TO WS-EXC-DATE
                        MOVE WS-HDR-JOB-ID TO WS-EXC-JOBID
                        MOVE WS-HDR-DEPT TO WS-EXC-DEPT
                        MOVE WS-BLOCK-MSG TO WS-EXC-TEXT
                        PERFORM 50000-WRITE-EXC-PARA
                     ELSE
                        ADD RPT-BLK-COUNT TO WS-DTL-COUNT
                        IF WS-FIRST-DTL-SW = 'Y'
                           MOVE 'N' TO WS-FIRST-DTL-SW
                           MOVE RPT-BLK-FIRST TO WS-FIRST-SUB
                        ELSE
                           IF RPT-BLK-FIRST NOT = WS-NEXT-SUB
                              AND WS-SEQ-ERR-SW = 'N'
                              MOVE 'Y' TO WS-SEQ-ERR-SW
                              COMPUTE WS-GAP-SUB = WS-NEXT-SUB - 1
                              MOVE WS-HDR-RUN-DATE TO WS-EXC-DATE
                              MOVE WS-HDR-JOB-ID TO WS-EXC-JOBID
                              MOVE WS-HDR-DEPT TO WS-EXC-DEPT
                              MOVE WS-GAP-MSG TO WS-EXC-TEXT
                              PERFORM 50000-WRITE-EXC-PARA
                           END-IF
                        END-IF
                        COMPUTE WS-NEXT-SUB = RPT-VALUE + 1
                     END-IF.
              50000-WRITE-EXC-PARA.
                     ADD 1 TO WS-EXC-COUNT
                     WRITE ITEXC01-REC FROM WS-EXC-REC
                        CLOSE ITHIST01
                        CLOSE ITEXC01
                        STOP RUN
                     END-IF
                     MOVE SPACES TO WS-ALR-REC
                     MOVE WS-EXC-DEPT TO WS-ALR-DEPT
                     MOVE 'E' TO WS-ALR-SEVERITY
                     MOVE 'BROKENRN' TO WS-ALR-EVENT
                     MOVE WS-EXC-TEXT TO WS-ALR-TEXT
                     PERFORM 55000-RAISE-ALERT-PARA.
              55000-RAISE-ALERT-PARA.
                     ACCEPT WS-ALR-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-ALR-TIME FROM TIME
                     MOVE 'PGM005' TO WS-ALR-PROGRAM
                     OPEN I-O ITALR01
                     IF WS-ALR-STATUS = '35'
                        OPEN OUTPUT ITALR01
                     END-IF
                     IF WS-ALR-STATUS NOT = '00'
                        DISPLAY 'PGM005 - ALERT FILE ITALR01 OPEN '
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
                           DISPLAY 'PGM005 - ALERT FILE ITALR01 WRITE '
                                   'FAILED - STATUS ' WS-ALR-STATUS
                                   ' - ALERT ' WS-ALR-EVENT
                                   ' NOT RAISED'
                        END-IF
                        CLOSE ITALR01
                     END-IF.
