              SELECT TRDRPT01 ASSIGN TO 'TRDRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TRD-STATUS.
              SELECT ITALR01 ASSIGN TO 'ITALR01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITALR01-KEY
                     FILE STATUS IS WS-ALR-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITHIST01.
              COPY RPTREC.
              FD TRDRPT01.
              01 TRDRPT01-REC               PIC X(80).
              FD ITALR01.
              01 ITALR01-REC.
                     05 ITALR01-KEY        PIC X(29).
                     05 FILLER             PIC X(71).
              WORKING-STORAGE SECTION.
              01 WS-HIST-STATUS  PIC XX VALUE '00'.
              01 WS-TRD-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-DONE-SW  PIC X  VALUE 'N'.
              01 WS-ALR-TRY      PIC 9(2) VALUE ZEROS.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-WARN-SW      PIC X  VALUE 'N'.
              01 WS-TRIP-SW      PIC X  VALUE 'N'.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-TRD-TEXT      PIC X(26).
                     05 FILLER           PIC X(10) VALUE SPACES.
              COPY ALERTREC REPLACING ALR-RECORD BY WS-ALR-REC
                                     ALR-DATE BY WS-ALR-DATE
                                     ALR-TIME BY WS-ALR-TIME
                                     ALR-PROGRAM BY WS-ALR-PROGRAM
                                     ALR-DEPT BY WS-ALR-DEPT
                                     ALR-SEVERITY BY WS-ALR-SEVERITY
                                     ALR-EVENT BY WS-ALR-EVENT
                                     ALR-TEXT BY WS-ALR-TEXT.
              01 WS-TRD-ALR-TEXT.
                     05 WS-TRD-ALR-REASON PIC X(25).
                     05 WS-TRD-ALR-PCT   PIC ZZZ9.
                     05 FILLER           PIC X(8) VALUE ' PCT ON '.
                     05 WS-TRD-ALR-DATE  PIC 9(8).
                     05 FILLER           PIC X(5) VALUE SPACES.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
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
                        PERFORM 35000-CHECK-RUN-PARA
                                   TO WS-TRD-TEXT
                              PERFORM 50000-WRITE-TRD-PARA
                              MOVE 'Y' TO WS-TRIP-SW
                              PERFORM 55000-TREND-ALERT-PARA
                           END-IF
                        END-IF
                     END-IF
                                   TO WS-TRD-TEXT
                              PERFORM 50000-WRITE-TRD-PARA
                              MOVE 'Y' TO WS-TRIP-SW
                              PERFORM 55000-TREND-ALERT-PARA
                           END-IF
                        END-IF
                     END-IF
                        CLOSE TRDRPT01
                        STOP RUN
                     END-IF.
              55000-TREND-ALERT-PARA.
                     MOVE SPACES TO WS-ALR-REC
                     MOVE WS-TRD-TEXT TO WS-TRD-ALR-REASON
                     MOVE WS-DEV-PCT TO WS-TRD-ALR-PCT
                     MOVE WS-HDR-RUN-DATE TO WS-TRD-ALR-DATE
                     MOVE WS-HDR-DEPT TO WS-ALR-DEPT
                     MOVE 'W' TO WS-ALR-SEVERITY
                     IF WS-TRD-TYPE = 'RATE'
                        MOVE 'RATEANOM' TO WS-ALR-EVENT
                     ELSE
                        MOVE 'ITERANOM' TO WS-ALR-EVENT
                     END-IF
                     MOVE WS-TRD-ALR-TEXT TO WS-ALR-TEXT
                     PERFORM 57000-RAISE-ALERT-PARA.
              57000-RAISE-ALERT-PARA.
                     ACCEPT WS-ALR-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-ALR-TIME FROM TIME
                     MOVE 'PGM017' TO WS-ALR-PROGRAM
                     OPEN I-O ITALR01
                     IF WS-ALR-STATUS = '35'
                        OPEN OUTPUT ITALR01
                     END-IF
                     IF WS-ALR-STATUS NOT = '00'
                        DISPLAY 'PGM017 - ALERT FILE ITALR01 OPEN '
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
                           DISPLAY 'PGM017 - ALERT FILE ITALR01 WRITE '
                                   'FAILED - STATUS ' WS-ALR-STATUS
                                   ' - ALERT ' WS-ALR-EVENT
                                   ' NOT RAISED'
                        END-IF
                        CLOSE ITALR01
                     END-IF.
              60000-WRITE-BASE-PARA.
                     MOVE 'BASE' TO WS-TRD-TYPE
                     MOVE ZERO TO WS-TRD-DATE
