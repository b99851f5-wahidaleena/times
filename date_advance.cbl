       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM021.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT ITSTAT01 ASSIGN TO 'ITSTAT01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS SEQUENTIAL
                     RECORD KEY IS ITSTAT01-DEPT
                     FILE STATUS IS WS-STAT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              FD ITSTAT01.
              COPY STATREC REPLACING STAT-RECORD BY ITSTAT01-REC
                                    STAT-DEPT BY ITSTAT01-DEPT
                                    STAT-STATUS BY ITSTAT01-STATUS
                                    STAT-RUN-DATE BY ITSTAT01-RUN-DATE
                                    STAT-JOB-ID BY ITSTAT01-JOB-ID
                                    STAT-ITER-DONE BY ITSTAT01-DONE
                                    STAT-ITER-TARGET BY ITSTAT01-TGT
                                    STAT-UPD-TIME BY ITSTAT01-UPD.
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-STAT-STATUS  PIC XX VALUE '00'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-PROC-DATE    PIC 9(8) VALUE ZEROS.
              01 WS-NEXT-DATE    PIC 9(8) VALUE ZEROS.
              01 WS-DATE-INT     PIC 9(8) VALUE ZEROS.
              01 WS-ADV-DATE     PIC 9(8) VALUE ZEROS.
              01 WS-ADV-TIME     PIC 9(8) VALUE ZEROS.
              01 WS-JOB-ID       PIC X(8) VALUE SPACES.
              01 WS-DEPT-COUNT   PIC 9(4) VALUE ZEROS.
              01 WS-OPEN-COUNT   PIC 9(4) VALUE ZEROS.
              PROCEDURE DIVISION.
              10000-MAIN-PARA.
                     PERFORM 11000-READ-PROC-DATE-PARA
                     DISPLAY 'PGM021 - CURRENT PROCESSING DATE '
                             WS-PROC-DATE
                     PERFORM 20000-CHECK-STATUS-PARA
                     IF WS-OPEN-COUNT > ZERO
                        DISPLAY 'PGM021 - ' WS-OPEN-COUNT
                                ' DEPARTMENT(S) STILL RUNNING OR '
                                'STOPPED FOR ' WS-PROC-DATE
                                ' - PROCESSING DATE NOT ADVANCED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     COMPUTE WS-DATE-INT =
                             FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
                             + 1
                     COMPUTE WS-NEXT-DATE =
                             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                     PERFORM 30000-WRITE-PROC-DATE-PARA
                     DISPLAY 'PGM021 - ' WS-DEPT-COUNT
                             ' DEPARTMENTS CHECKED - PROCESSING DATE '
                             'ADVANCED FROM ' WS-PROC-DATE ' TO '
                             WS-NEXT-DATE
                     MOVE 0 TO RETURN-CODE
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM021 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM021 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM021 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-PROC-DATE
                     CLOSE ITPDT01.
              20000-CHECK-STATUS-PARA.
                     OPEN INPUT ITSTAT01
                     IF WS-STAT-STATUS = '35'
                        DISPLAY 'PGM021 - STATUS FILE ITSTAT01 HAS '
                                'NO DATA - NO RUNS RECORDED YET'
                     ELSE
                        IF WS-STAT-STATUS NOT = '00'
                           DISPLAY 'PGM021 - STATUS FILE ITSTAT01 '
                                   'OPEN FAILED - STATUS '
                                   WS-STAT-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        PERFORM 22000-READ-STAT-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 25000-CHECK-DEPT-PARA
                           PERFORM 22000-READ-STAT-PARA
                        END-PERFORM
                        CLOSE ITSTAT01
                     END-IF.
              22000-READ-STAT-PARA.
                     READ ITSTAT01 NEXT
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              25000-CHECK-DEPT-PARA.
                     ADD 1 TO WS-DEPT-COUNT
                     IF ITSTAT01-RUN-DATE = WS-PROC-DATE
                        AND (ITSTAT01-STATUS = 'STARTING'
                             OR ITSTAT01-STATUS = 'RUNNING'
                             OR ITSTAT01-STATUS = 'STOPPED')
                        ADD 1 TO WS-OPEN-COUNT
                        DISPLAY 'PGM021 - DEPARTMENT ' ITSTAT01-DEPT
                                ' IS ' ITSTAT01-STATUS ' FOR '
                                ITSTAT01-RUN-DATE ' - '
                                ITSTAT01-DONE ' OF ' ITSTAT01-TGT
                                ' ITERATIONS DONE'
                     END-IF.
              30000-WRITE-PROC-DATE-PARA.
                     ACCEPT WS-ADV-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-ADV-TIME FROM TIME
                     ACCEPT WS-JOB-ID FROM ENVIRONMENT 'JOBID'
                     OPEN OUTPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM021 - PROCESSING DATE FILE ITPDT01 '
                                'REWRITE OPEN FAILED - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE SPACES TO ITPDT01-REC
                     MOVE WS-NEXT-DATE TO ITPDT01-PROC-DATE
                     MOVE WS-PROC-DATE TO ITPDT01-PREV-DATE
                     MOVE WS-ADV-DATE TO ITPDT01-ADV-DATE
                     MOVE WS-ADV-TIME TO ITPDT01-ADV-TIME
                     MOVE WS-JOB-ID TO ITPDT01-ADV-JOB
                     WRITE ITPDT01-REC
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM021 - PROCESSING DATE FILE ITPDT01 '
                                'WRITE FAILED - STATUS ' WS-PDT-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     CLOSE ITPDT01.
