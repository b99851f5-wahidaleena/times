              SELECT PRJRPT01 ASSIGN TO 'PRJRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PRJ-STATUS.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT ITALR01 ASSIGN TO 'ITALR01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITALR01-KEY
                     FILE STATUS IS WS-ALR-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD SCHEDCTL.
              COPY RPTREC.
              FD PRJRPT01.
              01 PRJRPT01-REC               PIC X(80).
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              FD ITALR01.
              01 ITALR01-REC.
                     05 ITALR01-KEY        PIC X(29).
                     05 FILLER             PIC X(71).
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-DONE-SW  PIC X  VALUE 'N'.
              01 WS-ALR-TRY      PIC 9(2) VALUE ZEROS.
              01 WS-SCH-STATUS   PIC XX VALUE '00'.
              01 WS-HOL-STATUS   PIC XX VALUE '00'.
              01 WS-HIST-STATUS  PIC XX VALUE '00'.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-VER-TEXT      PIC X(22).
                     05 FILLER           PIC X(20) VALUE SPACES.
              COPY ALERTREC REPLACING ALR-RECORD BY WS-ALR-REC
                                     ALR-DATE BY WS-ALR-DATE
                                     ALR-TIME BY WS-ALR-TIME
                                     ALR-PROGRAM BY WS-ALR-PROGRAM
                                     ALR-DEPT BY WS-ALR-DEPT
                                     ALR-SEVERITY BY WS-ALR-SEVERITY
                                     ALR-EVENT BY WS-ALR-EVENT
                                     ALR-TEXT BY WS-ALR-TEXT.
              01 WS-CUT-ALR-TEXT.
                     05 FILLER           PIC X(21) VALUE
                        'PROJECTED WINDOW END '.
                     05 WS-CUT-ALR-END   PIC 9(4).
                     05 FILLER           PIC X(15) VALUE
                        ' PASSES CUTOFF '.
                     05 WS-CUT-ALR-CUTOFF PIC 9(4).
                     05 FILLER           PIC X(6) VALUE SPACES.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
              PROCEDURE DIVISION USING WS-PARM-AREA.
              10000-MAIN-PARA.
                     PERFORM 15000-PARSE-PARM-PARA
                     PERFORM 11000-READ-PROC-DATE-PARA
                     PERFORM 20000-LOAD-SCHEDULE-PARA
                     PERFORM 23000-LOAD-HOLIDAY-PARA
                     PERFORM 27000-MARK-DUE-PARA
                        DISPLAY 'PGM016 - PROJECTION CROSSES THE '
                                'ONLINE CUTOFF - TRIM OR HOLD '
                                'DEPARTMENTS BEFORE SUBMISSION'
                        MOVE WS-VER-END TO WS-CUT-ALR-END
                        MOVE WS-VER-CUTOFF TO WS-CUT-ALR-CUTOFF
                        MOVE SPACES TO WS-ALR-REC
                        MOVE 'ALL' TO WS-ALR-DEPT
                        MOVE 'E' TO WS-ALR-SEVERITY
                        MOVE 'CUTOFF' TO WS-ALR-EVENT
                        MOVE WS-CUT-ALR-TEXT TO WS-ALR-TEXT
                        PERFORM 75000-RAISE-ALERT-PARA
                        MOVE 4 TO RETURN-CODE
                     ELSE
                        IF WS-WARN-SW = 'Y'
                        END-IF
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM016 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM016 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM016 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-TGT-DATE
                     CLOSE ITPDT01.
              15000-PARSE-PARM-PARA.
                     IF WS-PARM-LEN >= 4
                        AND WS-PARM-DATA(1:4) IS NUMERIC
                        AND WS-IN-RUN-SW = 'Y'
                        ADD 1 TO WS-RUN-DTLS
                     END-IF
                     IF RPT-ID = 'BLOCK'
                        AND WS-IN-RUN-SW = 'Y'
                        AND RPT-BLK-COUNT IS NUMERIC
                        ADD RPT-BLK-COUNT TO WS-RUN-DTLS
                     END-IF
                     IF RPT-ID = 'TRAILER'
                        AND WS-IN-RUN-SW = 'Y'
                        PERFORM 37000-POST-RATE-PARA
                     DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MM
                     COMPUTE WS-FMT-HHMM =
                             (WS-FMT-HH * 100) + WS-FMT-MM.
              75000-RAISE-ALERT-PARA.
                     ACCEPT WS-ALR-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-ALR-TIME FROM TIME
                     MOVE 'PGM016' TO WS-ALR-PROGRAM
                     OPEN I-O ITALR01
                     IF WS-ALR-STATUS = '35'
                        OPEN OUTPUT ITALR01
                     END-IF
                     IF WS-ALR-STATUS NOT = '00'
                        DISPLAY 'PGM016 - ALERT FILE ITALR01 OPEN '
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
                           DISPLAY 'PGM016 - ALERT FILE ITALR01 WRITE '
                                   'FAILED - STATUS ' WS-ALR-STATUS
                                   ' - ALERT ' WS-ALR-EVENT
                                   ' NOT RAISED'
                        END-IF
                        CLOSE ITALR01
                     END-IF.
