       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM029.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT ITRATE01 ASSIGN TO 'ITRATE01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RATE-STATUS.
              SELECT ITNOTE01 ASSIGN TO 'ITNOTE01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-NOTE-STATUS.
              SELECT ITHIST01 ASSIGN TO 'ITHIST01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SRC-STATUS.
              SELECT ITARC01 ASSIGN TO 'ITARC01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SRC-STATUS.
              SELECT ITARC02 ASSIGN TO 'ITARC02'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SRC-STATUS.
              SELECT ITARC03 ASSIGN TO 'ITARC03'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SRC-STATUS.
              SELECT ITARC04 ASSIGN TO 'ITARC04'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SRC-STATUS.
              SELECT CHGRPT01 ASSIGN TO 'CHGRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CHG-STATUS.
              SELECT GLJNL01 ASSIGN TO 'GLJNL01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-JNL-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              FD ITRATE01.
              COPY RATEREC.
              FD ITNOTE01.
              01 ITNOTE01-REC.
                     05 ITNOTE01-DATE      PIC 9(8).
                     05 ITNOTE01-DEPT      PIC X(5).
                     05 ITNOTE01-REASON    PIC X(4).
                     05 ITNOTE01-USER      PIC X(8).
                     05 ITNOTE01-TIME      PIC 9(8).
                     05 ITNOTE01-COMMENT   PIC X(40).
                     05 FILLER             PIC X(7).
              FD ITHIST01.
              01 ITHIST01-REC               PIC X(80).
              FD ITARC01.
              01 ITARC01-REC                PIC X(80).
              FD ITARC02.
              01 ITARC02-REC                PIC X(80).
              FD ITARC03.
              01 ITARC03-REC                PIC X(80).
              FD ITARC04.
              01 ITARC04-REC                PIC X(80).
              FD CHGRPT01.
              01 CHGRPT01-REC               PIC X(80).
              FD GLJNL01.
              01 GLJNL01-REC                PIC X(80).
              WORKING-STORAGE SECTION.
              COPY RPTREC.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-RATE-STATUS  PIC XX VALUE '00'.
              01 WS-NOTE-STATUS  PIC XX VALUE '00'.
              01 WS-SRC-STATUS   PIC XX VALUE '00'.
              01 WS-CHG-STATUS   PIC XX VALUE '00'.
              01 WS-JNL-STATUS   PIC XX VALUE '00'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-WARN-SW      PIC X  VALUE 'N'.
              01 WS-IN-RUN-SW    PIC X  VALUE 'N'.
              01 WS-RUN-DONE-SW  PIC X  VALUE 'N'.
              01 WS-NOTE-HIT-SW  PIC X  VALUE 'N'.
              01 WS-KEY-FULL-SW  PIC X  VALUE 'N'.
              01 WS-MONTH-X      PIC X(6) VALUE SPACES.
              01 WS-MONTH REDEFINES WS-MONTH-X.
                     05 WS-MONTH-YYYY    PIC 9(4).
                     05 WS-MONTH-MM      PIC 9(2).
              01 WS-MONTH-N REDEFINES WS-MONTH-X PIC 9(6).
              01 WS-SUB          PIC 9(4) VALUE ZEROS.
              01 WS-SUB-2        PIC 9(4) VALUE ZEROS.
              01 WS-HIT          PIC 9(4) VALUE ZEROS.
              01 WS-LOOK-DEPT    PIC X(5) VALUE SPACES.
              01 WS-SRC-NO       PIC 9(1) VALUE ZERO.
              01 WS-SRC-DD       PIC X(8) VALUE SPACES.
              01 WS-SRC-RUNS     PIC 9(6) VALUE ZEROS.
              01 WS-SRC-DUPS     PIC 9(6) VALUE ZEROS.
              01 WS-ALL-RUNS     PIC 9(6) VALUE ZEROS.
              01 WS-ALL-DUPS     PIC 9(6) VALUE ZEROS.
              01 WS-HDR-RUN-DATE PIC 9(8) VALUE ZEROS.
              01 WS-HDR-JOB-ID   PIC X(8) VALUE SPACES.
              01 WS-HDR-DEPT     PIC X(5) VALUE SPACES.
              01 WS-HDR-TIME     PIC 9(8) VALUE ZEROS.
              01 WS-HDR-RERUN    PIC X    VALUE SPACE.
              01 WS-END-TIME     PIC 9(8) VALUE ZEROS.
              01 WS-RUN-ITERS    PIC 9(8) VALUE ZEROS.
              01 WS-START-SECS   PIC 9(8) VALUE ZEROS.
              01 WS-END-SECS     PIC 9(8) VALUE ZEROS.
              01 WS-ELAPSED      PIC 9(8) VALUE ZEROS.
              01 WS-TIME-X.
                     05 WS-TIME-HH       PIC 9(2).
                     05 WS-TIME-MM       PIC 9(2).
                     05 WS-TIME-SS       PIC 9(2).
                     05 WS-TIME-TT       PIC 9(2).
              01 WS-JNL-DATE     PIC 9(8) VALUE ZEROS.
              01 WS-JNL-TIME     PIC 9(8) VALUE ZEROS.
              01 WS-MAX-RATES    PIC 9(4) VALUE 100.
              01 WS-RATE-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-RATE-SKIP    PIC 9(4) VALUE ZEROS.
              01 WS-RATE-BEST    PIC 9(4) VALUE ZEROS.
              01 WS-RATE-TABLE.
                     05 WS-RATE-ENTRY OCCURS 100 TIMES.
                            10 WS-RTE-DEPT      PIC X(5).
                            10 WS-RTE-EFF       PIC 9(6).
                            10 WS-RTE-ITER      PIC 9(3)V9(5).
                            10 WS-RTE-MIN       PIC 9(5)V99.
                            10 WS-RTE-RERUN     PIC 9(5)V99.
                            10 WS-RTE-DR-ACCT   PIC X(10).
                            10 WS-RTE-CR-ACCT   PIC X(10).
              01 WS-MAX-NOTES    PIC 9(4) VALUE 2000.
              01 WS-NOTE-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-NOTE-TABLE.
                     05 WS-NOTE-ENTRY OCCURS 2000 TIMES.
                            10 WS-NOTE-DATE     PIC 9(8).
                            10 WS-NOTE-DEPT     PIC X(5).
              01 WS-MAX-KEYS     PIC 9(4) VALUE 5000.
              01 WS-KEY-CNT      PIC 9(4) VALUE ZEROS.
              01 WS-KEY-TABLE.
                     05 WS-KEY-ENTRY OCCURS 5000 TIMES.
                            10 WS-KEY-DATE      PIC 9(8).
                            10 WS-KEY-DEPT      PIC X(5).
                            10 WS-KEY-JOB-ID    PIC X(8).
                            10 WS-KEY-TIME      PIC 9(8).
              01 WS-MAX-DEPT-SLOTS  PIC 9(4) VALUE 50.
              01 WS-DEPT-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-DEPT-TABLE.
                     05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                            10 WS-DEP-ID        PIC X(5).
                            10 WS-DEP-RUNS      PIC 9(5).
                            10 WS-DEP-RERUNS    PIC 9(5).
                            10 WS-DEP-WAIVED    PIC 9(5).
                            10 WS-DEP-STOPS     PIC 9(5).
                            10 WS-DEP-ITERS     PIC 9(9).
                            10 WS-DEP-SECS      PIC 9(9).
                            10 WS-DEP-RATE-SUB  PIC 9(4).
                            10 WS-DEP-ITER-AMT  PIC 9(9)V99.
                            10 WS-DEP-MIN-AMT   PIC 9(9)V99.
                            10 WS-DEP-RRN-AMT   PIC 9(9)V99.
                            10 WS-DEP-TOT-AMT   PIC 9(9)V99.
              01 WS-CHG-RERUNS   PIC 9(5) VALUE ZEROS.
              01 WS-MINUTES      PIC 9(7)V99 VALUE ZEROS.
              01 WS-TOT-RUNS     PIC 9(6) VALUE ZEROS.
              01 WS-TOT-RERUNS   PIC 9(6) VALUE ZEROS.
              01 WS-TOT-WAIVED   PIC 9(6) VALUE ZEROS.
              01 WS-TOT-STOPS    PIC 9(6) VALUE ZEROS.
              01 WS-TOT-ITERS    PIC 9(9) VALUE ZEROS.
              01 WS-TOT-SECS     PIC 9(9) VALUE ZEROS.
              01 WS-TOT-CHG-RRN  PIC 9(6) VALUE ZEROS.
              01 WS-TOT-ITER-AMT PIC 9(10)V99 VALUE ZEROS.
              01 WS-TOT-MIN-AMT  PIC 9(10)V99 VALUE ZEROS.
              01 WS-TOT-RRN-AMT  PIC 9(10)V99 VALUE ZEROS.
              01 WS-TOT-AMT      PIC 9(10)V99 VALUE ZEROS.
              01 WS-JNL-LINES    PIC 9(8) VALUE ZEROS.
              01 WS-JNL-DEPTS    PIC 9(6) VALUE ZEROS.
              01 WS-JNL-DR-TOT   PIC 9(10)V99 VALUE ZEROS.
              01 WS-JNL-CR-TOT   PIC 9(10)V99 VALUE ZEROS.
              01 WS-ED-INT       PIC Z(12)9.
              01 WS-ED-MINS      PIC Z(9)9.99.
              01 WS-ED-IRATE     PIC ZZ9.99999.
              01 WS-ED-MRATE     PIC ZZZZ9.99.
              01 WS-RULE-LINE    PIC X(80) VALUE ALL '-'.
              01 WS-TTL-LINE.
                     05 FILLER           PIC X(29) VALUE
                        'PGM029 - NIGHTLY WINDOW CHARG'.
                     05 FILLER           PIC X(18) VALUE
                        'EBACK STATEMENT - '.
                     05 WS-TTL-MONTH     PIC X(6).
                     05 FILLER           PIC X(27) VALUE SPACES.
              01 WS-DEPT-LINE.
                     05 FILLER           PIC X(11) VALUE
                        'DEPARTMENT '.
                     05 WS-DL-DEPT       PIC X(5).
                     05 FILLER           PIC X(15) VALUE
                        '   RATE RECORD '.
                     05 WS-DL-SOURCE     PIC X(5).
                     05 FILLER           PIC X(11) VALUE
                        ' EFFECTIVE '.
                     05 WS-DL-EFF        PIC X(6).
                     05 FILLER           PIC X(27) VALUE SPACES.
              01 WS-NORATE-LINE.
                     05 FILLER           PIC X(11) VALUE
                        'DEPARTMENT '.
                     05 WS-NR-DEPT       PIC X(5).
                     05 FILLER           PIC X(23) VALUE
                        '   NO DEPARTMENT OR ALL'.
                     05 FILLER           PIC X(18) VALUE
                        ' RATE IN FILE FOR '.
                     05 WS-NR-MONTH      PIC X(6).
                     05 FILLER           PIC X(14) VALUE
                        ' - NOT CHARGED'.
                     05 FILLER           PIC X(3) VALUE SPACES.
              01 WS-CNT-LINE.
                     05 FILLER           PIC X(5) VALUE 'RUNS '.
                     05 WS-CL-RUNS       PIC ZZZZZ9.
                     05 FILLER           PIC X(9) VALUE '  RERUNS '.
                     05 WS-CL-RERUNS     PIC ZZZZZ9.
                     05 FILLER           PIC X(8) VALUE '  NOTED '.
                     05 WS-CL-WAIVED     PIC ZZZZZ9.
                     05 FILLER           PIC X(10) VALUE
                        '  STOPPED '.
                     05 WS-CL-STOPS      PIC ZZZZZ9.
                     05 FILLER           PIC X(7) VALUE '  SECS '.
                     05 WS-CL-SECS       PIC ZZZZZZZZ9.
                     05 FILLER           PIC X(8) VALUE SPACES.
              01 WS-CHG-LINE.
                     05 WS-CH-LABEL      PIC X(18).
                     05 WS-CH-QTY        PIC X(13).
                     05 WS-CH-AT         PIC X(4).
                     05 WS-CH-RATE       PIC X(11).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-CH-AMT        PIC ZZZ,ZZZ,ZZ9.99.
                     05 FILLER           PIC X(19) VALUE SPACES.
              01 WS-SRC-LINE.
                     05 FILLER           PIC X(13) VALUE
                        'RUNS COUNTED '.
                     05 WS-SL-RUNS       PIC ZZZZZ9.
                     05 FILLER           PIC X(25) VALUE
                        ' - DUPLICATE RUNS SKIPPED'.
                     05 WS-SL-DUPS       PIC ZZZZZ9.
                     05 FILLER           PIC X(30) VALUE SPACES.
              01 WS-JCT-LINE.
                     05 FILLER           PIC X(17) VALUE
                        'GL JOURNAL LINES '.
                     05 WS-JC-LINES      PIC ZZZZZ9.
                     05 FILLER           PIC X(9) VALUE '  DEBITS '.
                     05 WS-JC-DEBITS     PIC ZZZ,ZZZ,ZZ9.99.
                     05 FILLER           PIC X(10) VALUE
                        '  CREDITS '.
                     05 WS-JC-CREDITS    PIC ZZZ,ZZZ,ZZ9.99.
                     05 FILLER           PIC X(10) VALUE SPACES.
              01 WS-OOB-SW       PIC X  VALUE 'N'.
              01 WS-CTL-LINE.
                     05 FILLER           PIC X(32) VALUE
                        'CONTROL TOTALS - ALL DEPARTMENTS'.
                     05 FILLER           PIC X(48) VALUE SPACES.
              01 WS-TIE-OK-LINE.
                     05 FILLER           PIC X(41) VALUE
                        'GL JOURNAL DEBITS AND CREDITS TIE TO THE '.
                     05 FILLER           PIC X(22) VALUE
                        'STATEMENT TOTAL CHARGE'.
                     05 FILLER           PIC X(17) VALUE SPACES.
              01 WS-TIE-BAD-LINE.
                     05 FILLER           PIC X(38) VALUE
                        'GL JOURNAL IS OUT OF BALANCE WITH THE '.
                     05 FILLER           PIC X(36) VALUE
                        'STATEMENT TOTAL CHARGE - DO NOT POST'.
                     05 FILLER           PIC X(6) VALUE SPACES.
              01 WS-JHDR-REC.
                     05 FILLER           PIC X(3) VALUE 'HDR'.
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JH-PERIOD     PIC X(6).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JH-DATE       PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JH-TIME       PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 FILLER           PIC X(8) VALUE 'PGM029'.
                     05 FILLER           PIC X(43) VALUE SPACES.
              01 WS-JNL-REC.
                     05 FILLER           PIC X(3) VALUE 'JNL'.
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JN-PERIOD     PIC X(6).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JN-DEPT       PIC X(5).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JN-DRCR       PIC X(2).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JN-ACCT       PIC X(10).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JN-AMT        PIC 9(10)V99.
                     05 FILLER           PIC X(37) VALUE SPACES.
              01 WS-JTRL-REC.
                     05 FILLER           PIC X(3) VALUE 'TRL'.
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JT-LINES      PIC 9(8).
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JT-DEBITS     PIC 9(10)V99.
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JT-CREDITS    PIC 9(10)V99.
                     05 FILLER           PIC X(1) VALUE '|'.
                     05 WS-JT-DEPTS      PIC 9(6).
                     05 FILLER           PIC X(35) VALUE SPACES.
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
                           DISPLAY 'PGM029 - MONTH PARM MUST BE '
                                   'YYYYMM - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        PERFORM 11000-READ-PROC-DATE-PARA
                     END-IF
                     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                        DISPLAY 'PGM029 - MONTH ' WS-MONTH-X
                                ' IS NOT A VALID YYYYMM - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     DISPLAY 'PGM029 - CHARGEBACK FOR ' WS-MONTH-X
                     PERFORM 12000-LOAD-RATES-PARA
                     PERFORM 14000-LOAD-NOTES-PARA
                     PERFORM 20000-PROCESS-SOURCE-PARA
                        VARYING WS-SRC-NO FROM 0 BY 1
                        UNTIL WS-SRC-NO > 4
                     IF WS-ALL-RUNS = ZERO
                        DISPLAY 'PGM029 - NO RUNS FOR ' WS-MONTH-X
                                ' IN THE HISTORY OR ARCHIVES'
                        MOVE 'Y' TO WS-WARN-SW
                     END-IF
                     PERFORM 40000-PRICE-DEPT-PARA
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-DEPT-CNT
                     PERFORM 50000-WRITE-OUTPUT-PARA
                     DISPLAY 'PGM029 - CHARGEBACK FOR ' WS-MONTH-X
                             ' - ' WS-DEPT-CNT ' DEPARTMENTS, '
                             WS-JNL-LINES ' JOURNAL LINES'
                     IF WS-WARN-SW = 'Y'
                        MOVE 4 TO RETURN-CODE
                     ELSE
                        MOVE 0 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM029 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM029 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM029 - PROCESSING DATE ON ITPDT01 '
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
              12000-LOAD-RATES-PARA.
                     OPEN INPUT ITRATE01
                     IF WS-RATE-STATUS NOT = '00'
                        DISPLAY 'PGM029 - RATE FILE ITRATE01 NOT '
                                'AVAILABLE - STATUS ' WS-RATE-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-SW
                     PERFORM 12500-READ-RATE-PARA
                     PERFORM UNTIL WS-EOF-SW = 'Y'
                        PERFORM 13000-TABLE-RATE-PARA
                        PERFORM 12500-READ-RATE-PARA
                     END-PERFORM
                     CLOSE ITRATE01
                     IF WS-RATE-CNT = ZERO
                        DISPLAY 'PGM029 - RATE FILE ITRATE01 HAS NO '
                                'USABLE RATES - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     DISPLAY 'PGM029 - RATES LOADED ' WS-RATE-CNT
                             ' - SKIPPED ' WS-RATE-SKIP.
              12500-READ-RATE-PARA.
                     READ ITRATE01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              13000-TABLE-RATE-PARA.
                     IF RTE-DEPT(1:1) = '*'
                        OR RTE-RECORD = SPACES
                        CONTINUE
                     ELSE
                        IF RTE-DEPT = SPACES
                           OR RTE-EFF-MONTH IS NOT NUMERIC
                           OR RTE-ITER-RATE IS NOT NUMERIC
                           OR RTE-MIN-RATE IS NOT NUMERIC
                           OR RTE-RERUN-CHG IS NOT NUMERIC
                           OR RTE-EFF-MONTH(5:2) < '01'
                           OR RTE-EFF-MONTH(5:2) > '12'
                           DISPLAY 'PGM029 - RATE RECORD FOR '
                                   RTE-DEPT ' EFFECTIVE '
                                   RTE-EFF-MONTH
                                   ' IS NOT VALID - SKIPPED'
                           ADD 1 TO WS-RATE-SKIP
                           MOVE 'Y' TO WS-WARN-SW
                        ELSE
                           IF WS-RATE-CNT < WS-MAX-RATES
                              ADD 1 TO WS-RATE-CNT
                              MOVE RTE-DEPT
                                   TO WS-RTE-DEPT (WS-RATE-CNT)
                              MOVE RTE-EFF-MONTH
                                   TO WS-RTE-EFF (WS-RATE-CNT)
                              MOVE RTE-ITER-RATE
                                   TO WS-RTE-ITER (WS-RATE-CNT)
                              MOVE RTE-MIN-RATE
                                   TO WS-RTE-MIN (WS-RATE-CNT)
                              MOVE RTE-RERUN-CHG
                                   TO WS-RTE-RERUN (WS-RATE-CNT)
                              MOVE RTE-DR-ACCT
                                   TO WS-RTE-DR-ACCT (WS-RATE-CNT)
                              MOVE RTE-CR-ACCT
                                   TO WS-RTE-CR-ACCT (WS-RATE-CNT)
                           ELSE
                              DISPLAY 'PGM029 - MORE THAN 100 RATE '
                                      'RECORDS - ' RTE-DEPT ' '
                                      RTE-EFF-MONTH ' NOT LOADED'
                              ADD 1 TO WS-RATE-SKIP
                              MOVE 'Y' TO WS-WARN-SW
                           END-IF
                        END-IF
                     END-IF.
              14000-LOAD-NOTES-PARA.
                     OPEN INPUT ITNOTE01
                     IF WS-NOTE-STATUS = '35'
                        DISPLAY 'PGM029 - ANNOTATION FILE ITNOTE01 '
                                'HAS NO DATA - NO SURCHARGE WAIVED'
                     ELSE
                        IF WS-NOTE-STATUS NOT = '00'
                           DISPLAY 'PGM029 - ANNOTATION FILE ITNOTE01 '
                                   'OPEN FAILED - STATUS '
                                   WS-NOTE-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 14500-READ-NOTE-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 15000-TABLE-NOTE-PARA
                           PERFORM 14500-READ-NOTE-PARA
                        END-PERFORM
                        CLOSE ITNOTE01
                     END-IF.
              14500-READ-NOTE-PARA.
                     READ ITNOTE01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              15000-TABLE-NOTE-PARA.
                     IF ITNOTE01-DATE IS NUMERIC
                        AND ITNOTE01-DATE(1:6) = WS-MONTH-X
                        IF WS-NOTE-CNT < WS-MAX-NOTES
                           ADD 1 TO WS-NOTE-CNT
                           MOVE ITNOTE01-DATE
                                TO WS-NOTE-DATE (WS-NOTE-CNT)
                           MOVE ITNOTE01-DEPT
                                TO WS-NOTE-DEPT (WS-NOTE-CNT)
                        ELSE
                           DISPLAY 'PGM029 - MORE THAN 2000 NOTES IN '
                                   'THE MONTH - ' ITNOTE01-DEPT ' '
                                   ITNOTE01-DATE ' NOT LOADED'
                           MOVE 'Y' TO WS-WARN-SW
                        END-IF
                     END-IF.
              20000-PROCESS-SOURCE-PARA.
                     PERFORM 22000-OPEN-SRC-PARA
                     IF WS-SRC-STATUS = '35'
                        DISPLAY 'PGM029 - ' WS-SRC-DD
                                ' NOT PRESENT - SKIPPED'
                     ELSE
                        IF WS-SRC-STATUS NOT = '00'
                           DISPLAY 'PGM029 - ' WS-SRC-DD
                                   ' OPEN FAILED - STATUS '
                                   WS-SRC-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE ZERO TO WS-SRC-RUNS
                        MOVE ZERO TO WS-SRC-DUPS
                        MOVE 'N' TO WS-IN-RUN-SW
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 23000-READ-SRC-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 30000-POST-REC-PARA
                           PERFORM 23000-READ-SRC-PARA
                        END-PERFORM
                        IF WS-IN-RUN-SW = 'Y'
                           MOVE 'N' TO WS-RUN-DONE-SW
                           PERFORM 34000-END-RUN-PARA
                        END-IF
                        PERFORM 24000-CLOSE-SRC-PARA
                        DISPLAY 'PGM029 - ' WS-SRC-DD
                                ' - RUNS COUNTED ' WS-SRC-RUNS
                                ' - DUPLICATES SKIPPED ' WS-SRC-DUPS
                        ADD WS-SRC-RUNS TO WS-ALL-RUNS
                        ADD WS-SRC-DUPS TO WS-ALL-DUPS
                     END-IF.
              22000-OPEN-SRC-PARA.
                     EVALUATE WS-SRC-NO
                        WHEN 0
                           MOVE 'ITHIST01' TO WS-SRC-DD
                           OPEN INPUT ITHIST01
                        WHEN 1
                           MOVE 'ITARC01' TO WS-SRC-DD
                           OPEN INPUT ITARC01
                        WHEN 2
                           MOVE 'ITARC02' TO WS-SRC-DD
                           OPEN INPUT ITARC02
                        WHEN 3
                           MOVE 'ITARC03' TO WS-SRC-DD
                           OPEN INPUT ITARC03
                        WHEN 4
                           MOVE 'ITARC04' TO WS-SRC-DD
                           OPEN INPUT ITARC04
                     END-EVALUATE.
              23000-READ-SRC-PARA.
                     EVALUATE WS-SRC-NO
                        WHEN 0
                           READ ITHIST01
                              AT END MOVE 'Y' TO WS-EOF-SW
                              NOT AT END
                                 MOVE ITHIST01-REC TO RPT-RECORD
                           END-READ
                        WHEN 1
                           READ ITARC01
                              AT END MOVE 'Y' TO WS-EOF-SW
                              NOT AT END
                                 MOVE ITARC01-REC TO RPT-RECORD
                           END-READ
                        WHEN 2
                           READ ITARC02
                              AT END MOVE 'Y' TO WS-EOF-SW
                              NOT AT END
                                 MOVE ITARC02-REC TO RPT-RECORD
                           END-READ
                        WHEN 3
                           READ ITARC03
                              AT END MOVE 'Y' TO WS-EOF-SW
                              NOT AT END
                                 MOVE ITARC03-REC TO RPT-RECORD
                           END-READ
                        WHEN 4
                           READ ITARC04
                              AT END MOVE 'Y' TO WS-EOF-SW
                              NOT AT END
                                 MOVE ITARC04-REC TO RPT-RECORD
                           END-READ
                     END-EVALUATE.
              24000-CLOSE-SRC-PARA.
                     EVALUATE WS-SRC-NO
                        WHEN 0 CLOSE ITHIST01
                        WHEN 1 CLOSE ITARC01
                        WHEN 2 CLOSE ITARC02
                        WHEN 3 CLOSE ITARC03
                        WHEN 4 CLOSE ITARC04
                     END-EVALUATE.
              30000-POST-REC-PARA.
                     IF RPT-ID = 'HEADER'
                        IF WS-IN-RUN-SW = 'Y'
                           MOVE 'N' TO WS-RUN-DONE-SW
                           PERFORM 34000-END-RUN-PARA
                        END-IF
                        PERFORM 32000-START-RUN-PARA
                     END-IF
                     IF RPT-ID = 'DETAIL'
                        AND WS-IN-RUN-SW = 'Y'
                        ADD 1 TO WS-RUN-ITERS
                     END-IF
                     IF RPT-ID = 'BLOCK'
                        AND WS-IN-RUN-SW = 'Y'
                        AND RPT-BLK-COUNT IS NUMERIC
                        ADD RPT-BLK-COUNT TO WS-RUN-ITERS
                     END-IF
                     IF RPT-ID = 'TRAILER'
                        AND WS-IN-RUN-SW = 'Y'
                        PERFORM 36000-ELAPSED-PARA
                        MOVE 'Y' TO WS-RUN-DONE-SW
                        PERFORM 34000-END-RUN-PARA
                     END-IF.
              32000-START-RUN-PARA.
                     IF RPT-RUN-DATE IS NUMERIC
                        AND RPT-RUN-DATE(1:6) = WS-MONTH-X
                        MOVE RPT-RUN-DATE TO WS-HDR-RUN-DATE
                        MOVE RPT-JOB-ID TO WS-HDR-JOB-ID
                        MOVE RPT-DEPT TO WS-HDR-DEPT
                        MOVE RPT-RERUN TO WS-HDR-RERUN
                        IF RPT-TIME IS NUMERIC
                           MOVE RPT-TIME TO WS-HDR-TIME
                        ELSE
                           MOVE ZERO TO WS-HDR-TIME
                        END-IF
                        PERFORM 33000-CHECK-DUP-PARA
                        IF WS-HIT > ZERO
                           ADD 1 TO WS-SRC-DUPS
                        ELSE
                           MOVE 'Y' TO WS-IN-RUN-SW
                           MOVE ZERO TO WS-RUN-ITERS
                           MOVE ZERO TO WS-ELAPSED
                        END-IF
                     END-IF.
              33000-CHECK-DUP-PARA.
                     MOVE ZERO TO WS-HIT
                     PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                        UNTIL WS-SUB-2 > WS-KEY-CNT
                        IF WS-KEY-DATE (WS-SUB-2) = WS-HDR-RUN-DATE
                           AND WS-KEY-DEPT (WS-SUB-2) = WS-HDR-DEPT
                           AND WS-KEY-JOB-ID (WS-SUB-2) = WS-HDR-JOB-ID
                           AND WS-KEY-TIME (WS-SUB-2) = WS-HDR-TIME
                           AND WS-HIT = ZERO
                           MOVE WS-SUB-2 TO WS-HIT
                        END-IF
                     END-PERFORM
                     IF WS-HIT = ZERO
                        IF WS-KEY-CNT < WS-MAX-KEYS
                           ADD 1 TO WS-KEY-CNT
                           MOVE WS-HDR-RUN-DATE
                                TO WS-KEY-DATE (WS-KEY-CNT)
                           MOVE WS-HDR-DEPT TO WS-KEY-DEPT (WS-KEY-CNT)
                           MOVE WS-HDR-JOB-ID
                                TO WS-KEY-JOB-ID (WS-KEY-CNT)
                           MOVE WS-HDR-TIME TO WS-KEY-TIME (WS-KEY-CNT)
                        ELSE
                           IF WS-KEY-FULL-SW = 'N'
                              DISPLAY 'PGM029 - MORE THAN 5000 RUNS IN '
                                      'THE MONTH - LATER RUNS NOT '
                                      'CHECKED FOR DUPLICATES'
                              MOVE 'Y' TO WS-KEY-FULL-SW
                              MOVE 'Y' TO WS-WARN-SW
                           END-IF
                        END-IF
                     END-IF.
              34000-END-RUN-PARA.
                     MOVE WS-HDR-DEPT TO WS-LOOK-DEPT
                     PERFORM 38000-FIND-DEPT-PARA
                     IF WS-HIT > ZERO
                        ADD 1 TO WS-DEP-RUNS (WS-HIT)
                        ADD WS-RUN-ITERS TO WS-DEP-ITERS (WS-HIT)
                        IF WS-RUN-DONE-SW = 'Y'
                           ADD WS-ELAPSED TO WS-DEP-SECS (WS-HIT)
                        ELSE
                           ADD 1 TO WS-DEP-STOPS (WS-HIT)
                        END-IF
                        IF WS-HDR-RERUN = 'R'
                           ADD 1 TO WS-DEP-RERUNS (WS-HIT)
                           PERFORM 39000-FIND-NOTE-PARA
                           IF WS-NOTE-HIT-SW = 'Y'
                              ADD 1 TO WS-DEP-WAIVED (WS-HIT)
                           END-IF
                        END-IF
                     END-IF
                     ADD 1 TO WS-SRC-RUNS
                     MOVE 'N' TO WS-IN-RUN-SW.
              36000-ELAPSED-PARA.
                     IF RPT-TIME IS NUMERIC
                        MOVE RPT-TIME TO WS-END-TIME
                     ELSE
                        MOVE ZERO TO WS-END-TIME
                     END-IF
                     IF WS-HDR-TIME = ZERO
                        OR WS-END-TIME = ZERO
                        MOVE ZERO TO WS-ELAPSED
                     ELSE
                        MOVE WS-HDR-TIME TO WS-TIME-X
                        COMPUTE WS-START-SECS =
                                (WS-TIME-HH * 3600) +
                                (WS-TIME-MM * 60) + WS-TIME-SS
                        MOVE WS-END-TIME TO WS-TIME-X
                        COMPUTE WS-END-SECS =
                                (WS-TIME-HH * 3600) +
                                (WS-TIME-MM * 60) + WS-TIME-SS
                        IF WS-END-SECS < WS-START-SECS
                           ADD 86400 TO WS-END-SECS
                        END-IF
                        COMPUTE WS-ELAPSED =
                                WS-END-SECS - WS-START-SECS
                     END-IF.
              38000-FIND-DEPT-PARA.
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
                           MOVE ZERO TO WS-DEP-RUNS (WS-HIT)
                           MOVE ZERO TO WS-DEP-RERUNS (WS-HIT)
                           MOVE ZERO TO WS-DEP-WAIVED (WS-HIT)
                           MOVE ZERO TO WS-DEP-STOPS (WS-HIT)
                           MOVE ZERO TO WS-DEP-ITERS (WS-HIT)
                           MOVE ZERO TO WS-DEP-SECS (WS-HIT)
                           MOVE ZERO TO WS-DEP-RATE-SUB (WS-HIT)
                           MOVE ZERO TO WS-DEP-ITER-AMT (WS-HIT)
                           MOVE ZERO TO WS-DEP-MIN-AMT (WS-HIT)
                           MOVE ZERO TO WS-DEP-RRN-AMT (WS-HIT)
                           MOVE ZERO TO WS-DEP-TOT-AMT (WS-HIT)
                        ELSE
                           DISPLAY 'PGM029 - MORE THAN 50 DEPARTMENTS '
                                   '- ' WS-LOOK-DEPT ' NOT CHARGED'
                           MOVE 'Y' TO WS-WARN-SW
                        END-IF
                     END-IF.
              39000-FIND-NOTE-PARA.
                     MOVE 'N' TO WS-NOTE-HIT-SW
                     PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                        UNTIL WS-SUB-2 > WS-NOTE-CNT
                        IF WS-NOTE-DATE (WS-SUB-2) = WS-HDR-RUN-DATE
                           AND WS-NOTE-DEPT (WS-SUB-2) = WS-HDR-DEPT
                           MOVE 'Y' TO WS-NOTE-HIT-SW
                        END-IF
                     END-PERFORM.
              40000-PRICE-DEPT-PARA.
                     MOVE WS-DEP-ID (WS-SUB) TO WS-LOOK-DEPT
                     PERFORM 42000-SCAN-RATE-PARA
                     IF WS-RATE-BEST = ZERO
                        MOVE 'ALL' TO WS-LOOK-DEPT
                        PERFORM 42000-SCAN-RATE-PARA
                     END-IF
                     MOVE WS-RATE-BEST TO WS-DEP-RATE-SUB (WS-SUB)
                     IF WS-RATE-BEST = ZERO
                        DISPLAY 'PGM029 - NO RATE FOR DEPARTMENT '
                                WS-DEP-ID (WS-SUB) ' IN '
                                WS-MONTH-X ' - NOT CHARGED'
                        MOVE 'Y' TO WS-WARN-SW
                     ELSE
                        COMPUTE WS-DEP-ITER-AMT (WS-SUB) ROUNDED =
                                WS-DEP-ITERS (WS-SUB)
                                * WS-RTE-ITER (WS-RATE-BEST)
                        COMPUTE WS-DEP-MIN-AMT (WS-SUB) ROUNDED =
                                WS-DEP-SECS (WS-SUB)
                                * WS-RTE-MIN (WS-RATE-BEST) / 60
                        COMPUTE WS-CHG-RERUNS =
                                WS-DEP-RERUNS (WS-SUB)
                                - WS-DEP-WAIVED (WS-SUB)
                        COMPUTE WS-DEP-RRN-AMT (WS-SUB) =
                                WS-CHG-RERUNS
                                * WS-RTE-RERUN (WS-RATE-BEST)
                        COMPUTE WS-DEP-TOT-AMT (WS-SUB) =
                                WS-DEP-ITER-AMT (WS-SUB)
                                + WS-DEP-MIN-AMT (WS-SUB)
                                + WS-DEP-RRN-AMT (WS-SUB)
                     END-IF.
              42000-SCAN-RATE-PARA.
                     MOVE ZERO TO WS-RATE-BEST
                     PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                        UNTIL WS-SUB-2 > WS-RATE-CNT
                        IF WS-RTE-DEPT (WS-SUB-2) = WS-LOOK-DEPT
                           AND WS-RTE-EFF (WS-SUB-2) NOT > WS-MONTH-N
                           IF WS-RATE-BEST = ZERO
                              MOVE WS-SUB-2 TO WS-RATE-BEST
                           ELSE
                              IF WS-RTE-EFF (WS-SUB-2) NOT <
                                 WS-RTE-EFF (WS-RATE-BEST)
                                 MOVE WS-SUB-2 TO WS-RATE-BEST
                              END-IF
                           END-IF
                        END-IF
                     END-PERFORM.
              50000-WRITE-OUTPUT-PARA.
                     OPEN OUTPUT CHGRPT01
                     IF WS-CHG-STATUS NOT = '00'
                        DISPLAY 'PGM029 - CHARGEBACK STATEMENT '
                                'CHGRPT01 OPEN FAILED - STATUS '
                                WS-CHG-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     OPEN OUTPUT GLJNL01
                     IF WS-JNL-STATUS NOT = '00'
                        DISPLAY 'PGM029 - GL JOURNAL GLJNL01 OPEN '
                                'FAILED - STATUS ' WS-JNL-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE CHGRPT01
                        STOP RUN
                     END-IF
                     ACCEPT WS-JNL-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-JNL-TIME FROM TIME
                     MOVE WS-MONTH-X TO WS-JH-PERIOD
                     MOVE WS-JNL-DATE TO WS-JH-DATE
                     MOVE WS-JNL-TIME TO WS-JH-TIME
                     WRITE GLJNL01-REC FROM WS-JHDR-REC
                     PERFORM 59000-CHECK-JNL-PARA
                     MOVE WS-MONTH-X TO WS-TTL-MONTH
                     PERFORM 52000-WRITE-DEPT-PARA
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-DEPT-CNT
                     PERFORM 56000-WRITE-TOTALS-PARA
                     MOVE WS-JNL-LINES TO WS-JT-LINES
                     MOVE WS-JNL-DR-TOT TO WS-JT-DEBITS
                     MOVE WS-JNL-CR-TOT TO WS-JT-CREDITS
                     MOVE WS-JNL-DEPTS TO WS-JT-DEPTS
                     WRITE GLJNL01-REC FROM WS-JTRL-REC
                     PERFORM 59000-CHECK-JNL-PARA
                     CLOSE GLJNL01
                     CLOSE CHGRPT01.
              52000-WRITE-DEPT-PARA.
                     WRITE CHGRPT01-REC FROM WS-TTL-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     MOVE WS-DEP-RATE-SUB (WS-SUB) TO WS-RATE-BEST
                     IF WS-RATE-BEST = ZERO
                        MOVE WS-DEP-ID (WS-SUB) TO WS-NR-DEPT
                        MOVE WS-MONTH-X TO WS-NR-MONTH
                        WRITE CHGRPT01-REC FROM WS-NORATE-LINE
                        PERFORM 58000-CHECK-CHG-PARA
                     ELSE
                        MOVE WS-DEP-ID (WS-SUB) TO WS-DL-DEPT
                        MOVE WS-RTE-DEPT (WS-RATE-BEST)
                             TO WS-DL-SOURCE
                        MOVE WS-RTE-EFF (WS-RATE-BEST) TO WS-DL-EFF
                        WRITE CHGRPT01-REC FROM WS-DEPT-LINE
                        PERFORM 58000-CHECK-CHG-PARA
                     END-IF
                     MOVE WS-DEP-RUNS (WS-SUB) TO WS-CL-RUNS
                     MOVE WS-DEP-RERUNS (WS-SUB) TO WS-CL-RERUNS
                     MOVE WS-DEP-WAIVED (WS-SUB) TO WS-CL-WAIVED
                     MOVE WS-DEP-STOPS (WS-SUB) TO WS-CL-STOPS
                     MOVE WS-DEP-SECS (WS-SUB) TO WS-CL-SECS
                     WRITE CHGRPT01-REC FROM WS-CNT-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     COMPUTE WS-CHG-RERUNS =
                             WS-DEP-RERUNS (WS-SUB)
                             - WS-DEP-WAIVED (WS-SUB)
                     COMPUTE WS-MINUTES ROUNDED =
                             WS-DEP-SECS (WS-SUB) / 60
                     IF WS-RATE-BEST > ZERO
                        MOVE WS-DEP-ITERS (WS-SUB) TO WS-ED-INT
                        MOVE 'ITERATIONS' TO WS-CH-LABEL
                        MOVE WS-ED-INT TO WS-CH-QTY
                        MOVE ' AT ' TO WS-CH-AT
                        MOVE WS-RTE-ITER (WS-RATE-BEST) TO WS-ED-IRATE
                        MOVE WS-ED-IRATE TO WS-CH-RATE
                        MOVE WS-DEP-ITER-AMT (WS-SUB) TO WS-CH-AMT
                        WRITE CHGRPT01-REC FROM WS-CHG-LINE
                        PERFORM 58000-CHECK-CHG-PARA
                        MOVE WS-MINUTES TO WS-ED-MINS
                        MOVE 'ELAPSED MINUTES' TO WS-CH-LABEL
                        MOVE WS-ED-MINS TO WS-CH-QTY
                        MOVE WS-RTE-MIN (WS-RATE-BEST) TO WS-ED-MRATE
                        MOVE WS-ED-MRATE TO WS-CH-RATE
                        MOVE WS-DEP-MIN-AMT (WS-SUB) TO WS-CH-AMT
                        WRITE CHGRPT01-REC FROM WS-CHG-LINE
                        PERFORM 58000-CHECK-CHG-PARA
                        MOVE WS-CHG-RERUNS TO WS-ED-INT
                        MOVE 'RERUNS SURCHARGED' TO WS-CH-LABEL
                        MOVE WS-ED-INT TO WS-CH-QTY
                        MOVE WS-RTE-RERUN (WS-RATE-BEST)
                             TO WS-ED-MRATE
                        MOVE WS-ED-MRATE TO WS-CH-RATE
                        MOVE WS-DEP-RRN-AMT (WS-SUB) TO WS-CH-AMT
                        WRITE CHGRPT01-REC FROM WS-CHG-LINE
                        PERFORM 58000-CHECK-CHG-PARA
                     END-IF
                     MOVE 'TOTAL CHARGE' TO WS-CH-LABEL
                     MOVE SPACES TO WS-CH-QTY
                     MOVE SPACES TO WS-CH-AT
                     MOVE SPACES TO WS-CH-RATE
                     MOVE WS-DEP-TOT-AMT (WS-SUB) TO WS-CH-AMT
                     WRITE CHGRPT01-REC FROM WS-CHG-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     WRITE CHGRPT01-REC FROM WS-RULE-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     ADD WS-DEP-RUNS (WS-SUB) TO WS-TOT-RUNS
                     ADD WS-DEP-RERUNS (WS-SUB) TO WS-TOT-RERUNS
                     ADD WS-DEP-WAIVED (WS-SUB) TO WS-TOT-WAIVED
                     ADD WS-DEP-STOPS (WS-SUB) TO WS-TOT-STOPS
                     ADD WS-DEP-ITERS (WS-SUB) TO WS-TOT-ITERS
                     ADD WS-DEP-SECS (WS-SUB) TO WS-TOT-SECS
                     ADD WS-DEP-ITER-AMT (WS-SUB) TO WS-TOT-ITER-AMT
                     ADD WS-DEP-MIN-AMT (WS-SUB) TO WS-TOT-MIN-AMT
                     ADD WS-DEP-RRN-AMT (WS-SUB) TO WS-TOT-RRN-AMT
                     ADD WS-DEP-TOT-AMT (WS-SUB) TO WS-TOT-AMT
                     IF WS-RATE-BEST > ZERO
                        ADD WS-CHG-RERUNS TO WS-TOT-CHG-RRN
                        IF WS-DEP-TOT-AMT (WS-SUB) > ZERO
                           PERFORM 54000-WRITE-JOURNAL-PARA
                        END-IF
                     END-IF.
              54000-WRITE-JOURNAL-PARA.
                     MOVE WS-MONTH-X TO WS-JN-PERIOD
                     MOVE WS-DEP-ID (WS-SUB) TO WS-JN-DEPT
                     MOVE WS-DEP-TOT-AMT (WS-SUB) TO WS-JN-AMT
                     MOVE 'DR' TO WS-JN-DRCR
                     MOVE WS-RTE-DR-ACCT (WS-RATE-BEST) TO WS-JN-ACCT
                     WRITE GLJNL01-REC FROM WS-JNL-REC
                     PERFORM 59000-CHECK-JNL-PARA
                     ADD 1 TO WS-JNL-LINES
                     ADD WS-DEP-TOT-AMT (WS-SUB) TO WS-JNL-DR-TOT
                     MOVE 'CR' TO WS-JN-DRCR
                     MOVE WS-RTE-CR-ACCT (WS-RATE-BEST) TO WS-JN-ACCT
                     WRITE GLJNL01-REC FROM WS-JNL-REC
                     PERFORM 59000-CHECK-JNL-PARA
                     ADD 1 TO WS-JNL-LINES
                     ADD WS-DEP-TOT-AMT (WS-SUB) TO WS-JNL-CR-TOT
                     ADD 1 TO WS-JNL-DEPTS.
              56000-WRITE-TOTALS-PARA.
                     WRITE CHGRPT01-REC FROM WS-TTL-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     WRITE CHGRPT01-REC FROM WS-CTL-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     MOVE WS-TOT-RUNS TO WS-CL-RUNS
                     MOVE WS-TOT-RERUNS TO WS-CL-RERUNS
                     MOVE WS-TOT-WAIVED TO WS-CL-WAIVED
                     MOVE WS-TOT-STOPS TO WS-CL-STOPS
                     MOVE WS-TOT-SECS TO WS-CL-SECS
                     WRITE CHGRPT01-REC FROM WS-CNT-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     MOVE SPACES TO WS-CH-AT
                     MOVE SPACES TO WS-CH-RATE
                     MOVE WS-TOT-ITERS TO WS-ED-INT
                     MOVE 'ITERATIONS' TO WS-CH-LABEL
                     MOVE WS-ED-INT TO WS-CH-QTY
                     MOVE WS-TOT-ITER-AMT TO WS-CH-AMT
                     WRITE CHGRPT01-REC FROM WS-CHG-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     COMPUTE WS-MINUTES ROUNDED = WS-TOT-SECS / 60
                     MOVE WS-MINUTES TO WS-ED-MINS
                     MOVE 'ELAPSED MINUTES' TO WS-CH-LABEL
                     MOVE WS-ED-MINS TO WS-CH-QTY
                     MOVE WS-TOT-MIN-AMT TO WS-CH-AMT
                     WRITE CHGRPT01-REC FROM WS-CHG-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     MOVE WS-TOT-CHG-RRN TO WS-ED-INT
                     MOVE 'RERUNS SURCHARGED' TO WS-CH-LABEL
                     MOVE WS-ED-INT TO WS-CH-QTY
                     MOVE WS-TOT-RRN-AMT TO WS-CH-AMT
                     WRITE CHGRPT01-REC FROM WS-CHG-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     MOVE 'TOTAL CHARGE' TO WS-CH-LABEL
                     MOVE SPACES TO WS-CH-QTY
                     MOVE WS-TOT-AMT TO WS-CH-AMT
                     WRITE CHGRPT01-REC FROM WS-CHG-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     MOVE WS-ALL-RUNS TO WS-SL-RUNS
                     MOVE WS-ALL-DUPS TO WS-SL-DUPS
                     WRITE CHGRPT01-REC FROM WS-SRC-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     MOVE WS-JNL-LINES TO WS-JC-LINES
                     MOVE WS-JNL-DR-TOT TO WS-JC-DEBITS
                     MOVE WS-JNL-CR-TOT TO WS-JC-CREDITS
                     WRITE CHGRPT01-REC FROM WS-JCT-LINE
                     PERFORM 58000-CHECK-CHG-PARA
                     IF WS-JNL-DR-TOT = WS-TOT-AMT
                        AND WS-JNL-CR-TOT = WS-TOT-AMT
                        WRITE CHGRPT01-REC FROM WS-TIE-OK-LINE
                        PERFORM 58000-CHECK-CHG-PARA
                     ELSE
                        WRITE CHGRPT01-REC FROM WS-TIE-BAD-LINE
                        PERFORM 58000-CHECK-CHG-PARA
                        MOVE 'Y' TO WS-OOB-SW
                     END-IF
                     IF WS-OOB-SW = 'Y'
                        DISPLAY 'PGM029 - GL JOURNAL GLJNL01 DOES NOT '
                                'TIE TO THE STATEMENT TOTAL - JOB '
                                'STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE GLJNL01
                        CLOSE CHGRPT01
                        STOP RUN
                     END-IF.
              58000-CHECK-CHG-PARA.
                     IF WS-CHG-STATUS NOT = '00'
                        DISPLAY 'PGM029 - CHARGEBACK STATEMENT '
                                'CHGRPT01 WRITE FAILED - STATUS '
                                WS-CHG-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE CHGRPT01
                        CLOSE GLJNL01
                        STOP RUN
                     END-IF.
              59000-CHECK-JNL-PARA.
                     IF WS-JNL-STATUS NOT = '00'
                        DISPLAY 'PGM029 - GL JOURNAL GLJNL01 WRITE '
                                'FAILED - STATUS ' WS-JNL-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE CHGRPT01
                        CLOSE GLJNL01
                        STOP RUN
                     END-IF.
