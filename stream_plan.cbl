       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM022.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT EXECDK ASSIGN TO 'EXECDK'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DK-STATUS.
              SELECT SCHEDCTL ASSIGN TO 'SCHEDCTL'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SCH-STATUS.
              SELECT ITHIST01 ASSIGN TO 'ITHIST01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HIST-STATUS.
              SELECT DECK1 ASSIGN TO 'DECK1'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OUT-STATUS.
              SELECT DECK2 ASSIGN TO 'DECK2'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OUT-STATUS.
              SELECT DECK3 ASSIGN TO 'DECK3'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OUT-STATUS.
              SELECT PLNRPT01 ASSIGN TO 'PLNRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PLN-STATUS.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD EXECDK.
              01 EXECDK-REC.
                     05 DK-VERB          PIC X(19).
                     05 DK-COUNT-X       PIC X(6).
                     05 DK-COUNT REDEFINES DK-COUNT-X
                                         PIC 9(6).
                     05 DK-HIST          PIC X(9).
                     05 DK-DEPT-KW       PIC X(6).
                     05 DK-DEPT          PIC X(5).
                     05 FILLER           PIC X(35).
              FD SCHEDCTL.
              01 SCHEDCTL-REC.
                     05 SCH-DEPT         PIC X(5).
                     05 SCH-COMMA        PIC X(1).
                     05 SCH-COUNT-X      PIC X(6).
                     05 SCH-COMMA2       PIC X(1).
                     05 SCH-FREQ         PIC X(8).
                     05 SCH-COMMA3       PIC X(1).
                     05 SCH-PRED         PIC X(5).
                     05 FILLER           PIC X(53).
              FD ITHIST01.
              COPY RPTREC.
              FD DECK1.
              01 DECK1-REC                  PIC X(80).
              FD DECK2.
              01 DECK2-REC                  PIC X(80).
              FD DECK3.
              01 DECK3-REC                  PIC X(80).
              FD PLNRPT01.
              01 PLNRPT01-REC               PIC X(80).
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-DK-STATUS    PIC XX VALUE '00'.
              01 WS-SCH-STATUS   PIC XX VALUE '00'.
              01 WS-HIST-STATUS  PIC XX VALUE '00'.
              01 WS-OUT-STATUS   PIC XX VALUE '00'.
              01 WS-PLN-STATUS   PIC XX VALUE '00'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-WARN-SW      PIC X  VALUE 'N'.
              01 WS-COUNT-ONLY-SW PIC X VALUE 'N'.
              01 WS-TGT-DATE     PIC 9(8) VALUE ZEROS.
              01 WS-TIME-X.
                     05 WS-TIME-HH       PIC 9(2).
                     05 WS-TIME-MM       PIC 9(2).
                     05 WS-TIME-SS       PIC 9(2).
                     05 WS-TIME-TT       PIC 9(2).
              01 WS-FMT-SECS     PIC 9(8) VALUE ZEROS.
              01 WS-FMT-HH       PIC 9(2) VALUE ZEROS.
              01 WS-FMT-MM       PIC 9(2) VALUE ZEROS.
              01 WS-FMT-REM      PIC 9(4) VALUE ZEROS.
              01 WS-FMT-HHMM     PIC 9(4) VALUE ZEROS.
              01 WS-SUB          PIC 9(4) VALUE ZEROS.
              01 WS-SUB2         PIC 9(4) VALUE ZEROS.
              01 WS-RSUB         PIC 9(2) VALUE ZEROS.
              01 WS-HIT          PIC 9(4) VALUE ZEROS.
              01 WS-HOPS         PIC 9(4) VALUE ZEROS.
              01 WS-ROOT         PIC 9(4) VALUE ZEROS.
              01 WS-BEST-ROOT    PIC 9(4) VALUE ZEROS.
              01 WS-BEST-SECS    PIC 9(8) VALUE ZEROS.
              01 WS-EMIT-SW      PIC X  VALUE 'N'.
              01 WS-SEQ          PIC 9(4) VALUE ZEROS.
              01 WS-STREAM-COUNT PIC 9(1) VALUE 3.
              01 WS-STREAM-NO    PIC 9(1) VALUE ZERO.
              01 WS-STRM-SUB     PIC 9(1) VALUE ZERO.
              01 WS-STRM-TABLE VALUE ZEROS.
                     05 WS-STRM-ENTRY OCCURS 3 TIMES.
                            10 WS-STRM-SECS     PIC 9(8).
                            10 WS-STRM-DEPTS    PIC 9(4).
                            10 WS-STRM-ELAPSED  PIC 9(8).
              01 WS-LONG-SECS    PIC 9(8) VALUE ZEROS.
              01 WS-RATE-SUM     PIC 9(8) VALUE ZEROS.
              01 WS-ALL-RATE-SUM PIC 9(8) VALUE ZEROS.
              01 WS-ALL-RATE-CNT PIC 9(6) VALUE ZEROS.
              01 WS-ALL-AVG-RATE PIC 9(6) VALUE ZEROS.
              01 WS-IN-RUN-SW    PIC X  VALUE 'N'.
              01 WS-HDR-DEPT     PIC X(5) VALUE SPACES.
              01 WS-HDR-TIME     PIC 9(8) VALUE ZEROS.
              01 WS-RUN-DTLS     PIC 9(8) VALUE ZEROS.
              01 WS-RUN-SECS1    PIC 9(8) VALUE ZEROS.
              01 WS-RUN-SECS2    PIC 9(8) VALUE ZEROS.
              01 WS-RUN-RATE     PIC 9(6) VALUE ZEROS.
              01 WS-MAX-DEPT-SLOTS  PIC 9(4) VALUE 50.
              01 WS-CARD-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-ASG-CNT      PIC 9(4) VALUE ZEROS.
              01 WS-ASG-TABLE.
                     05 WS-ASG-ROOT OCCURS 50 TIMES PIC 9(4).
              01 WS-PLN-TABLE.
                     05 WS-PLN-ENTRY OCCURS 50 TIMES.
                            10 WS-PLN-DEPT      PIC X(5).
                            10 WS-PLN-COUNT     PIC 9(6).
                            10 WS-PLN-PRED      PIC X(5).
                            10 WS-PLN-PRED-SUB  PIC 9(4).
                            10 WS-PLN-ROOT      PIC 9(4).
                            10 WS-PLN-CMP-SECS  PIC 9(8).
                            10 WS-PLN-ASG-SW    PIC X.
                            10 WS-PLN-EMIT-SW   PIC X.
                            10 WS-PLN-STREAM    PIC 9(1).
                            10 WS-PLN-USE-RATE  PIC 9(6).
                            10 WS-PLN-SECS      PIC 9(8).
                            10 WS-PLN-NOTE      PIC X(20).
                            10 WS-PLN-RCNT      PIC 9(2).
                            10 WS-PLN-RNXT      PIC 9(2).
                            10 WS-PLN-RATE OCCURS 5 TIMES
                                                PIC 9(6).
                            10 WS-PLN-CARD      PIC X(80).
              01 WS-TTL-LINE.
                     05 FILLER           PIC X(26) VALUE
                        'PGM022 - STREAM PLAN FOR  '.
                     05 WS-TTL-DATE      PIC 9(8).
                     05 FILLER           PIC X(7) VALUE ' DEPTS '.
                     05 WS-TTL-DEPTS     PIC ZZZ9.
                     05 FILLER           PIC X(35) VALUE SPACES.
              01 WS-COL-LINE.
                     05 FILLER           PIC X(40) VALUE
                        'S SEQ DEPT   COUNT   RATE   MINS FROM TO'.
                     05 FILLER           PIC X(40) VALUE
                        '   AFTER NOTE'.
              01 WS-PLN-LINE.
                     05 WS-LIN-STREAM    PIC 9(1).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-SEQ       PIC ZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-DEPT      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-COUNT     PIC ZZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-RATE      PIC ZZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-MINS      PIC ZZZZZ9.
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-FROM      PIC 9(4).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-TO        PIC 9(4).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-PRED      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LIN-NOTE      PIC X(20).
                     05 FILLER           PIC X(11) VALUE SPACES.
              01 WS-STR-LINE.
                     05 FILLER           PIC X(7) VALUE 'STREAM '.
                     05 WS-STR-NO        PIC 9(1).
                     05 FILLER           PIC X(7) VALUE ' DEPTS '.
                     05 WS-STR-DEPTS     PIC ZZZ9.
                     05 FILLER           PIC X(19) VALUE
                        ' PROJECTED MINUTES '.
                     05 WS-STR-MINS      PIC ZZZZZ9.
                     05 FILLER           PIC X(36) VALUE SPACES.
              01 WS-END-LINE.
                     05 FILLER           PIC X(27) VALUE
                        'LONGEST STREAM PROJECTED  '.
                     05 WS-END-MINS      PIC ZZZZZ9.
                     05 FILLER           PIC X(9) VALUE ' MINUTES '.
                     05 WS-END-TEXT      PIC X(38).
              PROCEDURE DIVISION.
              10000-MAIN-PARA.
                     PERFORM 11000-READ-PROC-DATE-PARA
                     PERFORM 20000-LOAD-DECK-PARA
                     PERFORM 25000-LOAD-PRED-PARA
                     PERFORM 30000-SCAN-HISTORY-PARA
                     PERFORM 40000-SIZE-DEPT-PARA
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-CARD-CNT
                     PERFORM 45000-FIND-ROOT-PARA
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-CARD-CNT
                     PERFORM 50000-ASSIGN-PARA
                     PERFORM 60000-WRITE-PLAN-PARA
                     DISPLAY 'PGM022 - ' WS-CARD-CNT ' DEPARTMENTS '
                             'PLANNED FOR ' WS-TGT-DATE ' - STREAMS '
                             WS-STRM-DEPTS (1) ' / '
                             WS-STRM-DEPTS (2) ' / '
                             WS-STRM-DEPTS (3)
                     IF WS-WARN-SW = 'Y'
                        MOVE 4 TO RETURN-CODE
                     ELSE
                        MOVE 0 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM022 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM022 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM022 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-TGT-DATE
                     CLOSE ITPDT01.
              20000-LOAD-DECK-PARA.
                     OPEN INPUT EXECDK
                     IF WS-DK-STATUS NOT = '00'
                        DISPLAY 'PGM022 - EXEC DECK EXECDK NOT '
                                'AVAILABLE - STATUS ' WS-DK-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-SW
                     PERFORM 22000-READ-DECK-PARA
                     PERFORM UNTIL WS-EOF-SW = 'Y'
                        PERFORM 23000-TABLE-CARD-PARA
                        PERFORM 22000-READ-DECK-PARA
                     END-PERFORM
                     CLOSE EXECDK
                     IF WS-CARD-CNT = ZERO
                        DISPLAY 'PGM022 - EXEC DECK HAS NO PGM002 '
                                'CARDS - NOTHING TO PLAN'
                        MOVE 'Y' TO WS-WARN-SW
                     END-IF.
              22000-READ-DECK-PARA.
                     READ EXECDK
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              23000-TABLE-CARD-PARA.
                     IF DK-VERB NOT = '// EXEC PGM002,CNT='
                        OR DK-COUNT-X IS NOT NUMERIC
                        OR DK-DEPT-KW NOT = ',DEPT='
                        DISPLAY 'PGM022 - UNRECOGNIZED DECK CARD '
                                'IGNORED - ' EXECDK-REC(1:45)
                        MOVE 'Y' TO WS-WARN-SW
                     ELSE
                        IF WS-CARD-CNT >= WS-MAX-DEPT-SLOTS
                           DISPLAY 'PGM022 - EXEC DECK HAS MORE THAN '
                                   '50 CARDS - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE EXECDK
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-CARD-CNT
                        MOVE DK-DEPT TO WS-PLN-DEPT (WS-CARD-CNT)
                        MOVE DK-COUNT TO WS-PLN-COUNT (WS-CARD-CNT)
                        MOVE SPACES TO WS-PLN-PRED (WS-CARD-CNT)
                        MOVE ZERO TO WS-PLN-PRED-SUB (WS-CARD-CNT)
                        MOVE ZERO TO WS-PLN-ROOT (WS-CARD-CNT)
                        MOVE ZERO TO WS-PLN-CMP-SECS (WS-CARD-CNT)
                        MOVE 'N' TO WS-PLN-ASG-SW (WS-CARD-CNT)
                        MOVE 'N' TO WS-PLN-EMIT-SW (WS-CARD-CNT)
                        MOVE ZERO TO WS-PLN-STREAM (WS-CARD-CNT)
                        MOVE ZERO TO WS-PLN-USE-RATE (WS-CARD-CNT)
                        MOVE ZERO TO WS-PLN-SECS (WS-CARD-CNT)
                        MOVE SPACES TO WS-PLN-NOTE (WS-CARD-CNT)
                        MOVE ZERO TO WS-PLN-RCNT (WS-CARD-CNT)
                        MOVE ZERO TO WS-PLN-RNXT (WS-CARD-CNT)
                        MOVE EXECDK-REC TO WS-PLN-CARD (WS-CARD-CNT)
                     END-IF.
              25000-LOAD-PRED-PARA.
                     OPEN INPUT SCHEDCTL
                     IF WS-SCH-STATUS NOT = '00'
                        DISPLAY 'PGM022 - SCHEDULE FILE SCHEDCTL NOT '
                                'AVAILABLE - STATUS ' WS-SCH-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-SW
                     PERFORM 26000-READ-SCHED-PARA
                     PERFORM UNTIL WS-EOF-SW = 'Y'
                        PERFORM 27000-POST-PRED-PARA
                        PERFORM 26000-READ-SCHED-PARA
                     END-PERFORM
                     CLOSE SCHEDCTL
                     PERFORM 28000-LINK-PRED-PARA
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-CARD-CNT.
              26000-READ-SCHED-PARA.
                     READ SCHEDCTL
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              27000-POST-PRED-PARA.
                     IF SCHEDCTL-REC = SPACES
                        OR SCHEDCTL-REC(1:1) = '*'
                        OR SCH-COMMA3 NOT = ','
                        OR SCH-PRED = SPACES
                        CONTINUE
                     ELSE
                        MOVE ZERO TO WS-HIT
                        PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CARD-CNT
                           IF WS-PLN-DEPT (WS-SUB) = SCH-DEPT
                              AND WS-HIT = ZERO
                              MOVE WS-SUB TO WS-HIT
                           END-IF
                        END-PERFORM
                        IF WS-HIT > ZERO
                           MOVE SCH-PRED TO WS-PLN-PRED (WS-HIT)
                        END-IF
                     END-IF.
              28000-LINK-PRED-PARA.
                     IF WS-PLN-PRED (WS-SUB) NOT = SPACES
                        MOVE ZERO TO WS-HIT
                        PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 > WS-CARD-CNT
                           IF WS-PLN-DEPT (WS-SUB2) =
                              WS-PLN-PRED (WS-SUB)
                              AND WS-SUB2 NOT = WS-SUB
                              AND WS-HIT = ZERO
                              MOVE WS-SUB2 TO WS-HIT
                           END-IF
                        END-PERFORM
                        IF WS-HIT > ZERO
                           MOVE WS-HIT TO WS-PLN-PRED-SUB (WS-SUB)
                        ELSE
                           DISPLAY 'PGM022 - ' WS-PLN-DEPT (WS-SUB)
                                   ' PREDECESSOR '
                                   WS-PLN-PRED (WS-SUB)
                                   ' IS NOT ON TONIGHT''S DECK - '
                                   'PLANNED WITHOUT IT'
                           MOVE 'PREDECESSOR NOT DUE'
                                TO WS-PLN-NOTE (WS-SUB)
                        END-IF
                     END-IF.
              30000-SCAN-HISTORY-PARA.
                     OPEN INPUT ITHIST01
                     IF WS-HIST-STATUS = '35'
                        DISPLAY 'PGM022 - HISTORY FILE ITHIST01 HAS '
                                'NO DATA - NO RATES TO PLAN WITH'
                        MOVE 'Y' TO WS-EOF-SW
                     ELSE
                        IF WS-HIST-STATUS NOT = '00'
                           DISPLAY 'PGM022 - HISTORY FILE ITHIST01 '
                                   'OPEN FAILED - STATUS '
                                   WS-HIST-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 32000-READ-HIST-PARA
                     END-IF
                     PERFORM UNTIL WS-EOF-SW = 'Y'
                        PERFORM 35000-PROCESS-HIST-PARA
                        PERFORM 32000-READ-HIST-PARA
                     END-PERFORM
                     IF WS-HIST-STATUS NOT = '35'
                        CLOSE ITHIST01
                     END-IF
                     IF WS-ALL-RATE-CNT > ZERO
                        COMPUTE WS-ALL-AVG-RATE ROUNDED =
                                WS-ALL-RATE-SUM / WS-ALL-RATE-CNT
                           ON SIZE ERROR
                              MOVE 999999 TO WS-ALL-AVG-RATE
                        END-COMPUTE
                     ELSE
                        DISPLAY 'PGM022 - NO TIMED RUNS ON FILE - '
                                'STREAMS BALANCED ON ITERATION '
                                'COUNT ALONE'
                        MOVE 'Y' TO WS-COUNT-ONLY-SW
                     END-IF.
              32000-READ-HIST-PARA.
                     READ ITHIST01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              35000-PROCESS-HIST-PARA.
                     IF RPT-ID = 'HEADER'
                        MOVE RPT-DEPT TO WS-HDR-DEPT
                        IF RPT-TIME IS NUMERIC
                           MOVE RPT-TIME TO WS-HDR-TIME
                        ELSE
                           MOVE ZERO TO WS-HDR-TIME
                        END-IF
                        MOVE 'Y' TO WS-IN-RUN-SW
                        MOVE ZERO TO WS-RUN-DTLS
                     END-IF
                     IF RPT-ID = 'DETAIL'
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
                        MOVE 'N' TO WS-IN-RUN-SW
                     END-IF.
              37000-POST-RATE-PARA.
                     MOVE WS-HDR-TIME TO WS-TIME-X
                     COMPUTE WS-RUN-SECS1 =
                             (WS-TIME-HH * 3600) +
                             (WS-TIME-MM * 60) + WS-TIME-SS
                     IF RPT-TIME IS NUMERIC
                        MOVE RPT-TIME TO WS-TIME-X
                     ELSE
                        MOVE ZERO TO WS-TIME-X
                     END-IF
                     COMPUTE WS-RUN-SECS2 =
                             (WS-TIME-HH * 3600) +
                             (WS-TIME-MM * 60) + WS-TIME-SS
                     IF WS-RUN-SECS2 < WS-RUN-SECS1
                        ADD 86400 TO WS-RUN-SECS2
                     END-IF
                     IF WS-RUN-SECS2 > WS-RUN-SECS1
                        AND WS-RUN-DTLS > ZERO
                        COMPUTE WS-RUN-RATE ROUNDED =
                                (WS-RUN-DTLS * 60) /
                                (WS-RUN-SECS2 - WS-RUN-SECS1)
                           ON SIZE ERROR
                              MOVE 999999 TO WS-RUN-RATE
                        END-COMPUTE
                        IF WS-RUN-RATE > ZERO
                           ADD WS-RUN-RATE TO WS-ALL-RATE-SUM
                           ADD 1 TO WS-ALL-RATE-CNT
                           MOVE ZERO TO WS-HIT
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                              UNTIL WS-SUB > WS-CARD-CNT
                              IF WS-PLN-DEPT (WS-SUB) =
                                 WS-HDR-DEPT
                                 AND WS-HIT = ZERO
                                 MOVE WS-SUB TO WS-HIT
                              END-IF
                           END-PERFORM
                           IF WS-HIT > ZERO
                              COMPUTE WS-RSUB = FUNCTION MOD(
                                      WS-PLN-RNXT (WS-HIT) 5) + 1
                              MOVE WS-RSUB
                                   TO WS-PLN-RNXT (WS-HIT)
                              MOVE WS-RUN-RATE TO
                                   WS-PLN-RATE (WS-HIT WS-RSUB)
                              IF WS-PLN-RCNT (WS-HIT) < 5
                                 ADD 1 TO WS-PLN-RCNT (WS-HIT)
                              END-IF
                           END-IF
                        END-IF
                     END-IF.
              40000-SIZE-DEPT-PARA.
                     MOVE ZERO TO WS-RATE-SUM
                     IF WS-PLN-RCNT (WS-SUB) > ZERO
                        PERFORM VARYING WS-RSUB FROM 1 BY 1
                           UNTIL WS-RSUB > WS-PLN-RCNT (WS-SUB)
                           ADD WS-PLN-RATE (WS-SUB WS-RSUB)
                               TO WS-RATE-SUM
                        END-PERFORM
                        COMPUTE WS-PLN-USE-RATE (WS-SUB) ROUNDED =
                                WS-RATE-SUM / WS-PLN-RCNT (WS-SUB)
                     ELSE
                        MOVE WS-ALL-AVG-RATE
                             TO WS-PLN-USE-RATE (WS-SUB)
                        IF WS-PLN-NOTE (WS-SUB) = SPACES
                           IF WS-ALL-AVG-RATE > ZERO
                              MOVE 'NO HISTORY - ALL AVG'
                                   TO WS-PLN-NOTE (WS-SUB)
                           ELSE
                              MOVE 'NO RATE - BY COUNT'
                                   TO WS-PLN-NOTE (WS-SUB)
                           END-IF
                        END-IF
                     END-IF
                     IF WS-PLN-USE-RATE (WS-SUB) > ZERO
                        COMPUTE WS-PLN-SECS (WS-SUB) ROUNDED =
                                (WS-PLN-COUNT (WS-SUB) * 60)
                                / WS-PLN-USE-RATE (WS-SUB)
                           ON SIZE ERROR
                              MOVE 99999999 TO WS-PLN-SECS (WS-SUB)
                        END-COMPUTE
                     ELSE
                        MOVE WS-PLN-COUNT (WS-SUB)
                             TO WS-PLN-SECS (WS-SUB)
                     END-IF.
              45000-FIND-ROOT-PARA.
                     MOVE WS-SUB TO WS-ROOT
                     MOVE ZERO TO WS-HOPS
                     PERFORM UNTIL WS-PLN-PRED-SUB (WS-ROOT) = ZERO
                        OR WS-HOPS > WS-CARD-CNT
                        MOVE WS-PLN-PRED-SUB (WS-ROOT) TO WS-ROOT
                        ADD 1 TO WS-HOPS
                     END-PERFORM
                     IF WS-HOPS > WS-CARD-CNT
                        DISPLAY 'PGM022 - PREDECESSOR CHAIN FOR '
                                WS-PLN-DEPT (WS-SUB) ' LOOPS - '
                                'PLANNED WITHOUT ITS PREDECESSOR'
                        MOVE ZERO TO WS-PLN-PRED-SUB (WS-SUB)
                        MOVE 'PREDECESSOR LOOP' TO WS-PLN-NOTE (WS-SUB)
                        MOVE WS-SUB TO WS-ROOT
                        MOVE 'Y' TO WS-WARN-SW
                     END-IF
                     MOVE WS-ROOT TO WS-PLN-ROOT (WS-SUB)
                     ADD WS-PLN-SECS (WS-SUB)
                         TO WS-PLN-CMP-SECS (WS-ROOT).
              50000-ASSIGN-PARA.
                     MOVE 'Y' TO WS-EMIT-SW
                     PERFORM UNTIL WS-EMIT-SW = 'N'
                        MOVE 'N' TO WS-EMIT-SW
                        MOVE ZERO TO WS-BEST-ROOT
                        MOVE ZERO TO WS-BEST-SECS
                        PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CARD-CNT
                           IF WS-PLN-ROOT (WS-SUB) = WS-SUB
                              AND WS-PLN-ASG-SW (WS-SUB) = 'N'
                              AND (WS-BEST-ROOT = ZERO
                                   OR WS-PLN-CMP-SECS (WS-SUB) >
                                      WS-BEST-SECS)
                              MOVE WS-SUB TO WS-BEST-ROOT
                              MOVE WS-PLN-CMP-SECS (WS-SUB)
                                   TO WS-BEST-SECS
                           END-IF
                        END-PERFORM
                        IF WS-BEST-ROOT > ZERO
                           MOVE 'Y' TO WS-EMIT-SW
                           PERFORM 52000-PICK-STREAM-PARA
                           MOVE 'Y' TO WS-PLN-ASG-SW (WS-BEST-ROOT)
                           ADD 1 TO WS-ASG-CNT
                           MOVE WS-BEST-ROOT
                                TO WS-ASG-ROOT (WS-ASG-CNT)
                           ADD WS-BEST-SECS
                               TO WS-STRM-SECS (WS-STREAM-NO)
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                              UNTIL WS-SUB > WS-CARD-CNT
                              IF WS-PLN-ROOT (WS-SUB) = WS-BEST-ROOT
                                 MOVE WS-STREAM-NO
                                      TO WS-PLN-STREAM (WS-SUB)
                                 ADD 1 TO WS-STRM-DEPTS (WS-STREAM-NO)
                              END-IF
                           END-PERFORM
                        END-IF
                     END-PERFORM.
              52000-PICK-STREAM-PARA.
                     MOVE 1 TO WS-STREAM-NO
                     PERFORM VARYING WS-STRM-SUB FROM 2 BY 1
                        UNTIL WS-STRM-SUB > WS-STREAM-COUNT
                        IF WS-STRM-SECS (WS-STRM-SUB) <
                           WS-STRM-SECS (WS-STREAM-NO)
                           OR (WS-STRM-SECS (WS-STRM-SUB) =
                               WS-STRM-SECS (WS-STREAM-NO)
                               AND WS-STRM-DEPTS (WS-STRM-SUB) <
                                   WS-STRM-DEPTS (WS-STREAM-NO))
                           MOVE WS-STRM-SUB TO WS-STREAM-NO
                        END-IF
                     END-PERFORM.
              60000-WRITE-PLAN-PARA.
                     OPEN OUTPUT DECK1
                     IF WS-OUT-STATUS = '00'
                        OPEN OUTPUT DECK2
                     END-IF
                     IF WS-OUT-STATUS = '00'
                        OPEN OUTPUT DECK3
                     END-IF
                     IF WS-OUT-STATUS NOT = '00'
                        DISPLAY 'PGM022 - STREAM DECK OPEN FAILED - '
                                'STATUS ' WS-OUT-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     OPEN OUTPUT PLNRPT01
                     IF WS-PLN-STATUS NOT = '00'
                        DISPLAY 'PGM022 - PLAN REPORT PLNRPT01 OPEN '
                                'FAILED - STATUS ' WS-PLN-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE WS-TGT-DATE TO WS-TTL-DATE
                     MOVE WS-CARD-CNT TO WS-TTL-DEPTS
                     MOVE WS-TTL-LINE TO PLNRPT01-REC
                     PERFORM 68000-WRITE-RPT-PARA
                     MOVE WS-COL-LINE TO PLNRPT01-REC
                     PERFORM 68000-WRITE-RPT-PARA
                     PERFORM VARYING WS-STRM-SUB FROM 1 BY 1
                        UNTIL WS-STRM-SUB > WS-STREAM-COUNT
                        MOVE ZERO TO WS-SEQ
                        PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 > WS-ASG-CNT
                           MOVE WS-ASG-ROOT (WS-SUB2) TO WS-ROOT
                           IF WS-PLN-STREAM (WS-ROOT) = WS-STRM-SUB
                              PERFORM 62000-EMIT-CHAIN-PARA
                           END-IF
                        END-PERFORM
                        MOVE WS-STRM-SUB TO WS-STR-NO
                        MOVE WS-STRM-DEPTS (WS-STRM-SUB)
                             TO WS-STR-DEPTS
                        COMPUTE WS-STR-MINS ROUNDED =
                                WS-STRM-ELAPSED (WS-STRM-SUB) / 60
                        MOVE WS-STR-LINE TO PLNRPT01-REC
                        PERFORM 68000-WRITE-RPT-PARA
                        IF WS-STRM-ELAPSED (WS-STRM-SUB) >
                           WS-LONG-SECS
                           MOVE WS-STRM-ELAPSED (WS-STRM-SUB)
                                TO WS-LONG-SECS
                        END-IF
                     END-PERFORM
                     COMPUTE WS-END-MINS ROUNDED = WS-LONG-SECS / 60
                     IF WS-COUNT-ONLY-SW = 'Y'
                        MOVE 'NO RATES - BALANCED ON COUNT ONLY'
                             TO WS-END-TEXT
                     ELSE
                        MOVE 'FROM ITHIST01 RECENT RATES'
                             TO WS-END-TEXT
                     END-IF
                     MOVE WS-END-LINE TO PLNRPT01-REC
                     PERFORM 68000-WRITE-RPT-PARA
                     CLOSE DECK1
                     CLOSE DECK2
                     CLOSE DECK3
                     CLOSE PLNRPT01.
              62000-EMIT-CHAIN-PARA.
                     MOVE 'Y' TO WS-EMIT-SW
                     PERFORM UNTIL WS-EMIT-SW = 'N'
                        MOVE 'N' TO WS-EMIT-SW
                        PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CARD-CNT
                           IF WS-PLN-ROOT (WS-SUB) = WS-ROOT
                              AND WS-PLN-EMIT-SW (WS-SUB) = 'N'
                              IF WS-PLN-PRED-SUB (WS-SUB) = ZERO
                                 PERFORM 65000-EMIT-DEPT-PARA
                              ELSE
                                 MOVE WS-PLN-PRED-SUB (WS-SUB)
                                      TO WS-HIT
                                 IF WS-PLN-EMIT-SW (WS-HIT) = 'Y'
                                    PERFORM 65000-EMIT-DEPT-PARA
                                 END-IF
                              END-IF
                           END-IF
                        END-PERFORM
                     END-PERFORM.
              65000-EMIT-DEPT-PARA.
                     MOVE 'Y' TO WS-EMIT-SW
                     MOVE 'Y' TO WS-PLN-EMIT-SW (WS-SUB)
                     ADD 1 TO WS-SEQ
                     MOVE WS-STRM-SUB TO WS-PLN-CARD (WS-SUB)(34:1)
                     EVALUATE WS-STRM-SUB
                        WHEN 1
                           WRITE DECK1-REC FROM WS-PLN-CARD (WS-SUB)
                        WHEN 2
                           WRITE DECK2-REC FROM WS-PLN-CARD (WS-SUB)
                        WHEN 3
                           WRITE DECK3-REC FROM WS-PLN-CARD (WS-SUB)
                     END-EVALUATE
                     IF WS-OUT-STATUS NOT = '00'
                        DISPLAY 'PGM022 - STREAM DECK ' WS-STRM-SUB
                                ' WRITE FAILED - STATUS '
                                WS-OUT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE WS-STRM-SUB TO WS-LIN-STREAM
                     MOVE WS-SEQ TO WS-LIN-SEQ
                     MOVE WS-PLN-DEPT (WS-SUB) TO WS-LIN-DEPT
                     MOVE WS-PLN-COUNT (WS-SUB) TO WS-LIN-COUNT
                     MOVE WS-PLN-USE-RATE (WS-SUB) TO WS-LIN-RATE
                     COMPUTE WS-LIN-MINS ROUNDED =
                             WS-PLN-SECS (WS-SUB) / 60
                     MOVE WS-STRM-ELAPSED (WS-STRM-SUB) TO WS-FMT-SECS
                     PERFORM 70000-FORMAT-TIME-PARA
                     MOVE WS-FMT-HHMM TO WS-LIN-FROM
                     ADD WS-PLN-SECS (WS-SUB)
                         TO WS-STRM-ELAPSED (WS-STRM-SUB)
                     MOVE WS-STRM-ELAPSED (WS-STRM-SUB) TO WS-FMT-SECS
                     PERFORM 70000-FORMAT-TIME-PARA
                     MOVE WS-FMT-HHMM TO WS-LIN-TO
                     MOVE WS-PLN-PRED (WS-SUB) TO WS-LIN-PRED
                     MOVE WS-PLN-NOTE (WS-SUB) TO WS-LIN-NOTE
                     MOVE WS-PLN-LINE TO PLNRPT01-REC
                     PERFORM 68000-WRITE-RPT-PARA.
              68000-WRITE-RPT-PARA.
                     WRITE PLNRPT01-REC
                     IF WS-PLN-STATUS NOT = '00'
                        DISPLAY 'PGM022 - PLAN REPORT PLNRPT01 '
                                'WRITE FAILED - STATUS ' WS-PLN-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE PLNRPT01
                        STOP RUN
                     END-IF.
              70000-FORMAT-TIME-PARA.
                     COMPUTE WS-FMT-SECS =
                             FUNCTION MOD(WS-FMT-SECS 86400)
                     DIVIDE WS-FMT-SECS BY 3600
                        GIVING WS-FMT-HH REMAINDER WS-FMT-REM
                     DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MM
                     COMPUTE WS-FMT-HHMM =
                             (WS-FMT-HH * 100) + WS-FMT-MM.
