       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM028.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT ITDSP01 ASSIGN TO 'ITDSP01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DSP-STATUS.
              SELECT ITALR01 ASSIGN TO 'ITALR01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS SEQUENTIAL
                     RECORD KEY IS ITALR01-KEY
                     FILE STATUS IS WS-ALR-STATUS.
              SELECT GWYOUT01 ASSIGN TO 'GWYOUT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GWY-STATUS.
              SELECT DSPRPT01 ASSIGN TO 'DSPRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              FD ITDSP01.
              01 ITDSP01-REC.
                     05 ITDSP01-TYPE       PIC X(1).
                     05 ITDSP01-NIGHT      PIC 9(8).
                     05 ITDSP01-DATE       PIC 9(8).
                     05 ITDSP01-TIME       PIC 9(8).
                     05 ITDSP01-DEPT       PIC X(5).
                     05 ITDSP01-EVENT      PIC X(8).
                     05 ITDSP01-REPEATS    PIC 9(4).
                     05 FILLER             PIC X(38).
              FD ITALR01.
              COPY ALERTREC REPLACING ALR-RECORD BY ITALR01-REC
                                     ALR-DATE BY ITALR01-DATE
                                     ALR-TIME BY ITALR01-TIME
                                     ALR-PROGRAM BY ITALR01-PROGRAM
                                     ALR-DEPT BY ITALR01-DEPT
                                     ALR-SEVERITY BY ITALR01-SEVERITY
                                     ALR-EVENT BY ITALR01-EVENT
                                     ALR-TEXT BY ITALR01-TEXT.
              01 ITALR01-KEY-REC.
                     05 ITALR01-KEY        PIC X(29).
                     05 FILLER             PIC X(71).
              FD GWYOUT01.
              01 GWYOUT01-REC               PIC X(120).
              FD DSPRPT01.
              01 DSPRPT01-REC               PIC X(80).
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-DSP-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-STATUS   PIC XX VALUE '00'.
              01 WS-GWY-STATUS   PIC XX VALUE '00'.
              01 WS-RPT-STATUS   PIC XX VALUE '00'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-WARN-SW      PIC X  VALUE 'N'.
              01 WS-FULL-SW      PIC X  VALUE 'N'.
              01 WS-TONIGHT      PIC 9(8) VALUE ZEROS.
              01 WS-STATE-NIGHT  PIC 9(8) VALUE ZEROS.
              01 WS-NOW-STAMP.
                     05 WS-NOW-DATE      PIC 9(8) VALUE ZEROS.
                     05 WS-NOW-TIME      PIC 9(8) VALUE ZEROS.
              01 WS-NOW-STAMP-N REDEFINES WS-NOW-STAMP PIC 9(16).
              01 WS-HW-STAMP.
                     05 WS-HW-DATE       PIC 9(8) VALUE ZEROS.
                     05 WS-HW-TIME       PIC 9(8) VALUE ZEROS.
              01 WS-HW-STAMP-N REDEFINES WS-HW-STAMP PIC 9(16).
              01 WS-ALR-STAMP.
                     05 WS-ALR-DATE      PIC 9(8) VALUE ZEROS.
                     05 WS-ALR-TIME      PIC 9(8) VALUE ZEROS.
              01 WS-ALR-STAMP-N REDEFINES WS-ALR-STAMP PIC 9(16).
              01 WS-READ-CNT     PIC 9(6) VALUE ZEROS.
              01 WS-NEW-CNT      PIC 9(6) VALUE ZEROS.
              01 WS-SENT-CNT     PIC 9(6) VALUE ZEROS.
              01 WS-PAGE-CNT     PIC 9(6) VALUE ZEROS.
              01 WS-EMAIL-CNT    PIC 9(6) VALUE ZEROS.
              01 WS-REPEAT-CNT   PIC 9(6) VALUE ZEROS.
              01 WS-SUB          PIC 9(4) VALUE ZEROS.
              01 WS-HIT          PIC 9(4) VALUE ZEROS.
              01 WS-MAX-KEY-SLOTS   PIC 9(4) VALUE 200.
              01 WS-KEY-CNT      PIC 9(4) VALUE ZEROS.
              01 WS-KEY-TABLE.
                     05 WS-KEY-ENTRY OCCURS 200 TIMES.
                            10 WS-KEY-DEPT      PIC X(5).
                            10 WS-KEY-EVENT     PIC X(8).
                            10 WS-KEY-DATE      PIC 9(8).
                            10 WS-KEY-TIME      PIC 9(8).
                            10 WS-KEY-REPEATS   PIC 9(4).
              01 WS-GWY-HDR-REC.
                     05 FILLER           PIC X(3) VALUE 'HDR'.
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-HDR-DATE  PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-HDR-TIME  PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-HDR-NIGHT PIC 9(8).
                     05 FILLER           PIC X(90) VALUE SPACES.
              01 WS-GWY-MSG-REC.
                     05 FILLER           PIC X(3) VALUE 'MSG'.
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-ROUTE     PIC X(5).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-DATE      PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-TIME      PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-SEVERITY  PIC X(1).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-DEPT      PIC X(5).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-MESSAGE.
                            10 WS-GWY-MSG-DEPT  PIC X(5).
                            10 FILLER           PIC X(1) VALUE SPACE.
                            10 WS-GWY-MSG-PGM   PIC X(8).
                            10 FILLER           PIC X(1) VALUE SPACE.
                            10 WS-GWY-MSG-EVENT PIC X(8).
                            10 FILLER           PIC X(3) VALUE ' - '.
                            10 WS-GWY-MSG-TEXT  PIC X(50).
                     05 FILLER           PIC X(8) VALUE SPACES.
              01 WS-GWY-TRL-REC.
                     05 FILLER           PIC X(3) VALUE 'TRL'.
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-TRL-MSGS  PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-TRL-PAGES PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-GWY-TRL-EMAILS PIC 9(8).
                     05 FILLER           PIC X(90) VALUE SPACES.
              01 WS-TTL-LINE.
                     05 FILLER           PIC X(34) VALUE
                        'PGM028 - ALERT DISPATCH FOR NIGHT '.
                     05 WS-TTL-NIGHT     PIC 9(8).
                     05 FILLER           PIC X(5) VALUE ' RUN '.
                     05 WS-TTL-DATE      PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-TTL-TIME      PIC 9(8).
                     05 FILLER           PIC X(16) VALUE SPACES.
              01 WS-RPT-LINE.
                     05 WS-RPT-DATE      PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-TIME      PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-PROGRAM   PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-DEPT      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-EVENT     PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-SEVERITY  PIC X(1).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-ACTION    PIC X(10).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-RPT-ROUTE     PIC X(5).
                     05 FILLER           PIC X(20) VALUE SPACES.
              01 WS-END-LINE.
                     05 FILLER           PIC X(11) VALUE
                        'NEW ALERTS '.
                     05 WS-END-NEW       PIC ZZZZZ9.
                     05 FILLER           PIC X(6) VALUE ' SENT '.
                     05 WS-END-SENT      PIC ZZZZZ9.
                     05 FILLER           PIC X(7) VALUE ' PAGED '.
                     05 WS-END-PAGE      PIC ZZZZZ9.
                     05 FILLER           PIC X(9) VALUE ' EMAILED '.
                     05 WS-END-EMAIL     PIC ZZZZZ9.
                     05 FILLER           PIC X(12) VALUE
                        ' SUPPRESSED '.
                     05 WS-END-REPEAT    PIC ZZZZZ9.
                     05 FILLER           PIC X(5) VALUE SPACES.
              PROCEDURE DIVISION.
              10000-MAIN-PARA.
                     PERFORM 11000-READ-PROC-DATE-PARA
                     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-NOW-TIME FROM TIME
                     PERFORM 20000-LOAD-STATE-PARA
                     OPEN EXTEND GWYOUT01
                     IF WS-GWY-STATUS = '35'
                        OPEN OUTPUT GWYOUT01
                     END-IF
                     IF WS-GWY-STATUS NOT = '00'
                        DISPLAY 'PGM028 - GATEWAY FILE GWYOUT01 OPEN '
                                'FAILED - STATUS ' WS-GWY-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     OPEN OUTPUT DSPRPT01
                     IF WS-RPT-STATUS NOT = '00'
                        DISPLAY 'PGM028 - DISPATCH REPORT DSPRPT01 '
                                'OPEN FAILED - STATUS ' WS-RPT-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE GWYOUT01
                        STOP RUN
                     END-IF
                     MOVE WS-NOW-DATE TO WS-GWY-HDR-DATE
                     MOVE WS-NOW-TIME TO WS-GWY-HDR-TIME
                     MOVE WS-TONIGHT TO WS-GWY-HDR-NIGHT
                     WRITE GWYOUT01-REC FROM WS-GWY-HDR-REC
                     PERFORM 48000-CHECK-GWY-PARA
                     MOVE WS-TONIGHT TO WS-TTL-NIGHT
                     MOVE WS-NOW-DATE TO WS-TTL-DATE
                     MOVE WS-NOW-TIME TO WS-TTL-TIME
                     WRITE DSPRPT01-REC FROM WS-TTL-LINE
                     PERFORM 58000-CHECK-RPT-PARA
                     PERFORM 30000-SCAN-ALERTS-PARA
                     MOVE WS-SENT-CNT TO WS-GWY-TRL-MSGS
                     MOVE WS-PAGE-CNT TO WS-GWY-TRL-PAGES
                     MOVE WS-EMAIL-CNT TO WS-GWY-TRL-EMAILS
                     WRITE GWYOUT01-REC FROM WS-GWY-TRL-REC
                     PERFORM 48000-CHECK-GWY-PARA
                     MOVE WS-NEW-CNT TO WS-END-NEW
                     MOVE WS-SENT-CNT TO WS-END-SENT
                     MOVE WS-PAGE-CNT TO WS-END-PAGE
                     MOVE WS-EMAIL-CNT TO WS-END-EMAIL
                     MOVE WS-REPEAT-CNT TO WS-END-REPEAT
                     WRITE DSPRPT01-REC FROM WS-END-LINE
                     PERFORM 58000-CHECK-RPT-PARA
                     CLOSE GWYOUT01
                     CLOSE DSPRPT01
                     PERFORM 60000-SAVE-STATE-PARA
                     DISPLAY 'PGM028 - ALERTS READ ' WS-READ-CNT
                             ' NEW ' WS-NEW-CNT ' SENT ' WS-SENT-CNT
                             ' (PAGE ' WS-PAGE-CNT ' EMAIL '
                             WS-EMAIL-CNT ') REPEATS SUPPRESSED '
                             WS-REPEAT-CNT
                     IF WS-WARN-SW = 'Y'
                        MOVE 4 TO RETURN-CODE
                     ELSE
                        MOVE 0 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM028 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM028 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM028 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-TONIGHT
                     CLOSE ITPDT01.
              20000-LOAD-STATE-PARA.
                     OPEN INPUT ITDSP01
                     IF WS-DSP-STATUS = '35'
                        DISPLAY 'PGM028 - DISPATCH STATE FILE ITDSP01 '
                                'HAS NO DATA YET - EVERY ALERT ON FILE '
                                'IS NEW'
                     ELSE
                        IF WS-DSP-STATUS NOT = '00'
                           DISPLAY 'PGM028 - DISPATCH STATE FILE '
                                   'ITDSP01 OPEN FAILED - STATUS '
                                   WS-DSP-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 22000-READ-STATE-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 25000-TABLE-STATE-PARA
                           PERFORM 22000-READ-STATE-PARA
                        END-PERFORM
                        CLOSE ITDSP01
                     END-IF
                     IF WS-STATE-NIGHT NOT = ZERO
                        AND WS-STATE-NIGHT NOT = WS-TONIGHT
                        DISPLAY 'PGM028 - FIRST DISPATCH FOR NIGHT '
                                WS-TONIGHT ' - REPEATS FROM NIGHT '
                                WS-STATE-NIGHT ' NO LONGER SUPPRESSED'
                     END-IF.
              22000-READ-STATE-PARA.
                     READ ITDSP01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              25000-TABLE-STATE-PARA.
                     IF ITDSP01-TYPE = 'H'
                        MOVE ITDSP01-NIGHT TO WS-STATE-NIGHT
                        MOVE ITDSP01-DATE TO WS-HW-DATE
                        MOVE ITDSP01-TIME TO WS-HW-TIME
                     ELSE
                        IF ITDSP01-TYPE = 'S'
                           AND ITDSP01-NIGHT = WS-TONIGHT
                           AND WS-KEY-CNT < WS-MAX-KEY-SLOTS
                           ADD 1 TO WS-KEY-CNT
                           MOVE ITDSP01-DEPT
                                TO WS-KEY-DEPT (WS-KEY-CNT)
                           MOVE ITDSP01-EVENT
                                TO WS-KEY-EVENT (WS-KEY-CNT)
                           MOVE ITDSP01-DATE
                                TO WS-KEY-DATE (WS-KEY-CNT)
                           MOVE ITDSP01-TIME
                                TO WS-KEY-TIME (WS-KEY-CNT)
                           MOVE ITDSP01-REPEATS
                                TO WS-KEY-REPEATS (WS-KEY-CNT)
                        END-IF
                     END-IF.
              30000-SCAN-ALERTS-PARA.
                     OPEN INPUT ITALR01
                     IF WS-ALR-STATUS = '35'
                        DISPLAY 'PGM028 - ALERT FILE ITALR01 HAS NO '
                                'DATA YET - NOTHING TO DISPATCH'
                     ELSE
                        IF WS-ALR-STATUS NOT = '00'
                           DISPLAY 'PGM028 - ALERT FILE ITALR01 OPEN '
                                   'FAILED - STATUS ' WS-ALR-STATUS
                                   ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE GWYOUT01
                           CLOSE DSPRPT01
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 32000-READ-ALERT-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 35000-CHECK-ALERT-PARA
                           PERFORM 32000-READ-ALERT-PARA
                        END-PERFORM
                        CLOSE ITALR01
                     END-IF.
              32000-READ-ALERT-PARA.
                     READ ITALR01
                        AT END MOVE 'Y' TO WS-EOF-SW
                        NOT AT END ADD 1 TO WS-READ-CNT
                     END-READ.
              35000-CHECK-ALERT-PARA.
                     IF ITALR01-DATE IS NOT NUMERIC
                        OR ITALR01-TIME IS NOT NUMERIC
                        DISPLAY 'PGM028 - ALERT RECORD ' WS-READ-CNT
                                ' HAS NO VALID TIMESTAMP - SKIPPED'
                        MOVE 'Y' TO WS-WARN-SW
                     ELSE
                        MOVE ITALR01-DATE TO WS-ALR-DATE
                        MOVE ITALR01-TIME TO WS-ALR-TIME
                        IF WS-ALR-STAMP-N > WS-HW-STAMP-N
                           AND WS-ALR-STAMP-N NOT > WS-NOW-STAMP-N
                           PERFORM 40000-DISPATCH-ALERT-PARA
                        END-IF
                     END-IF.
              40000-DISPATCH-ALERT-PARA.
                     ADD 1 TO WS-NEW-CNT
                     MOVE ZERO TO WS-HIT
                     PERFORM VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-KEY-CNT
                        IF WS-KEY-DEPT (WS-SUB) = ITALR01-DEPT
                           AND WS-KEY-EVENT (WS-SUB) = ITALR01-EVENT
                           AND WS-HIT = ZERO
                           MOVE WS-SUB TO WS-HIT
                        END-IF
                     END-PERFORM
                     IF WS-HIT > ZERO
                        ADD 1 TO WS-REPEAT-CNT
                        IF WS-KEY-REPEATS (WS-HIT) < 9999
                           ADD 1 TO WS-KEY-REPEATS (WS-HIT)
                        END-IF
                        MOVE 'SUPPRESSED' TO WS-RPT-ACTION
                        MOVE SPACES TO WS-RPT-ROUTE
                     ELSE
                        IF WS-KEY-CNT < WS-MAX-KEY-SLOTS
                           ADD 1 TO WS-KEY-CNT
                           MOVE ITALR01-DEPT
                                TO WS-KEY-DEPT (WS-KEY-CNT)
                           MOVE ITALR01-EVENT
                                TO WS-KEY-EVENT (WS-KEY-CNT)
                           MOVE ITALR01-DATE
                                TO WS-KEY-DATE (WS-KEY-CNT)
                           MOVE ITALR01-TIME
                                TO WS-KEY-TIME (WS-KEY-CNT)
                           MOVE ZERO TO WS-KEY-REPEATS (WS-KEY-CNT)
                        ELSE
                           IF WS-FULL-SW = 'N'
                              DISPLAY 'PGM028 - MORE THAN 200 '
                                      'DEPARTMENT/EVENT PAIRS TONIGHT '
                                      '- FURTHER REPEATS NOT '
                                      'SUPPRESSED'
                              MOVE 'Y' TO WS-FULL-SW
                              MOVE 'Y' TO WS-WARN-SW
                           END-IF
                        END-IF
                        PERFORM 45000-WRITE-GWY-PARA
                        MOVE 'SENT' TO WS-RPT-ACTION
                        MOVE WS-GWY-ROUTE TO WS-RPT-ROUTE
                     END-IF
                     MOVE ITALR01-DATE TO WS-RPT-DATE
                     MOVE ITALR01-TIME TO WS-RPT-TIME
                     MOVE ITALR01-PROGRAM TO WS-RPT-PROGRAM
                     MOVE ITALR01-DEPT TO WS-RPT-DEPT
                     MOVE ITALR01-EVENT TO WS-RPT-EVENT
                     MOVE ITALR01-SEVERITY TO WS-RPT-SEVERITY
                     WRITE DSPRPT01-REC FROM WS-RPT-LINE
                     PERFORM 58000-CHECK-RPT-PARA.
              45000-WRITE-GWY-PARA.
                     IF ITALR01-SEVERITY = 'E'
                        MOVE 'PAGE' TO WS-GWY-ROUTE
                        ADD 1 TO WS-PAGE-CNT
                     ELSE
                        MOVE 'EMAIL' TO WS-GWY-ROUTE
                        ADD 1 TO WS-EMAIL-CNT
                     END-IF
                     MOVE ITALR01-DATE TO WS-GWY-DATE
                     MOVE ITALR01-TIME TO WS-GWY-TIME
                     MOVE ITALR01-SEVERITY TO WS-GWY-SEVERITY
                     MOVE ITALR01-DEPT TO WS-GWY-DEPT
                     MOVE ITALR01-DEPT TO WS-GWY-MSG-DEPT
                     MOVE ITALR01-PROGRAM TO WS-GWY-MSG-PGM
                     MOVE ITALR01-EVENT TO WS-GWY-MSG-EVENT
                     MOVE ITALR01-TEXT TO WS-GWY-MSG-TEXT
                     WRITE GWYOUT01-REC FROM WS-GWY-MSG-REC
                     PERFORM 48000-CHECK-GWY-PARA
                     ADD 1 TO WS-SENT-CNT.
              48000-CHECK-GWY-PARA.
                     IF WS-GWY-STATUS NOT = '00'
                        DISPLAY 'PGM028 - GATEWAY FILE GWYOUT01 WRITE '
                                'FAILED - STATUS ' WS-GWY-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE GWYOUT01
                        CLOSE DSPRPT01
                        STOP RUN
                     END-IF.
              58000-CHECK-RPT-PARA.
                     IF WS-RPT-STATUS NOT = '00'
                        DISPLAY 'PGM028 - DISPATCH REPORT DSPRPT01 '
                                'WRITE FAILED - STATUS ' WS-RPT-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE GWYOUT01
                        CLOSE DSPRPT01
                        STOP RUN
                     END-IF.
              60000-SAVE-STATE-PARA.
                     OPEN OUTPUT ITDSP01
                     IF WS-DSP-STATUS NOT = '00'
                        DISPLAY 'PGM028 - DISPATCH STATE FILE ITDSP01 '
                                'OPEN FAILED - STATUS ' WS-DSP-STATUS
                                ' - ALERTS JUST SENT WILL BE SENT '
                                'AGAIN - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE SPACES TO ITDSP01-REC
                     MOVE 'H' TO ITDSP01-TYPE
                     MOVE WS-TONIGHT TO ITDSP01-NIGHT
                     MOVE WS-NOW-DATE TO ITDSP01-DATE
                     MOVE WS-NOW-TIME TO ITDSP01-TIME
                     MOVE ZERO TO ITDSP01-REPEATS
                     PERFORM 65000-WRITE-STATE-PARA
                     PERFORM VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-KEY-CNT
                        MOVE SPACES TO ITDSP01-REC
                        MOVE 'S' TO ITDSP01-TYPE
                        MOVE WS-TONIGHT TO ITDSP01-NIGHT
                        MOVE WS-KEY-DATE (WS-SUB) TO ITDSP01-DATE
                        MOVE WS-KEY-TIME (WS-SUB) TO ITDSP01-TIME
                        MOVE WS-KEY-DEPT (WS-SUB) TO ITDSP01-DEPT
                        MOVE WS-KEY-EVENT (WS-SUB) TO ITDSP01-EVENT
                        MOVE WS-KEY-REPEATS (WS-SUB)
                             TO ITDSP01-REPEATS
                        PERFORM 65000-WRITE-STATE-PARA
                     END-PERFORM
                     CLOSE ITDSP01.
              65000-WRITE-STATE-PARA.
                     WRITE ITDSP01-REC
                     IF WS-DSP-STATUS NOT = '00'
                        DISPLAY 'PGM028 - DISPATCH STATE FILE ITDSP01 '
                                'WRITE FAILED - STATUS ' WS-DSP-STATUS
                                ' - ALERTS JUST SENT WILL BE SENT '
                                'AGAIN - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITDSP01
                        STOP RUN
                     END-IF.
