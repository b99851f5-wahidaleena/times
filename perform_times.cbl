                     ACCESS IS RANDOM
                     RECORD KEY IS ITSTAT01-DEPT
                     FILE STATUS IS WS-STAT-STATUS.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT SCHEDCTL ASSIGN TO 'SCHEDCTL'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SCH-STATUS.
              SELECT ITALR01 ASSIGN TO 'ITALR01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITALR01-KEY
                     FILE STATUS IS WS-ALR-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITCTL01.
                                    STAT-ITER-DONE BY ITSTAT01-DONE
                                    STAT-ITER-TARGET BY ITSTAT01-TGT
                                    STAT-UPD-TIME BY ITSTAT01-UPD.
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              FD SCHEDCTL.
              01 SCHEDCTL-REC              PIC X(80).
              FD ITALR01.
              01 ITALR01-REC.
                     05 ITALR01-KEY        PIC X(29).
                     05 FILLER             PIC X(71).
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-SCH-STATUS   PIC XX VALUE '00'.
              01 WS-SCH-EOF-SW   PIC X  VALUE 'N'.
              01 WS-ALR-STATUS   PIC XX VALUE '00'.
              01 WS-ALR-DONE-SW  PIC X  VALUE 'N'.
              01 WS-ALR-TRY      PIC 9(2) VALUE ZEROS.
              01 WS-SUB   PIC 9(6)  VALUE ZEROS.
              COPY WSCOUNT REPLACING CTR-RECORD BY WS-CTR-REC
                                      CTR-DEPT BY WS-CTR-DEPT
              01 WS-DEPT-LEN    PIC 9(2)  VALUE ZEROS.
              01 WS-RERUN-SW    PIC X     VALUE 'N'.
              01 WS-RERUN-FLAG  PIC X     VALUE SPACE.
              01 WS-BLOCK-SW    PIC X     VALUE 'N'.
              01 WS-BLOCK-FIRST PIC 9(6)  VALUE ZEROS.
              01 WS-BLOCK-CNT   PIC 9(6)  VALUE ZEROS.
              COPY RPTREC REPLACING RPT-RECORD BY WS-HDR-REC
                                     RPT-ID BY WS-HDR-ID
                                     RPT-RUN-DATE BY WS-HDR-RUNDATE
                                     RPT-VALUE BY WS-HDR-VALUE
                                     RPT-DEPT BY WS-HDR-DEPT
                                     RPT-TIME BY WS-HDR-TIME
                                     RPT-RERUN BY WS-HDR-RERUN
                                     RPT-BLK-FIRST BY WS-HDR-BLKFIRST
                                     RPT-BLK-COUNT BY WS-HDR-BLKCOUNT.
              COPY RPTREC REPLACING RPT-RECORD BY WS-DTL-REC
                                     RPT-ID BY WS-DTL-ID
                                     RPT-RUN-DATE BY WS-DTL-RUNDATE
                                     RPT-VALUE BY WS-DTL-SUB
                                     RPT-DEPT BY WS-DTL-DEPT
                                     RPT-TIME BY WS-DTL-TIME
                                     RPT-RERUN BY WS-DTL-RERUN
                                     RPT-BLK-FIRST BY WS-DTL-BLKFIRST
                                     RPT-BLK-COUNT BY WS-DTL-BLKCOUNT.
              COPY RPTREC REPLACING RPT-RECORD BY WS-TRL-REC
                                     RPT-ID BY WS-TRL-ID
                                     RPT-RUN-DATE BY WS-TRL-RUNDATE
                                     RPT-VALUE BY WS-TRL-COUNT
                                     RPT-DEPT BY WS-TRL-DEPT
                                     RPT-TIME BY WS-TRL-TIME
                                     RPT-RERUN BY WS-TRL-RERUN
                                     RPT-BLK-FIRST BY WS-TRL-BLKFIRST
                                     RPT-BLK-COUNT BY WS-TRL-BLKCOUNT.
              COPY RPTREC REPLACING RPT-RECORD BY WS-BLK-REC
                                     RPT-ID BY WS-BLK-ID
                                     RPT-RUN-DATE BY WS-BLK-RUNDATE
                                     RPT-JOB-ID BY WS-BLK-JOBID
                                     RPT-VALUE BY WS-BLK-LAST
                                     RPT-DEPT BY WS-BLK-DEPT
                                     RPT-TIME BY WS-BLK-TIME
                                     RPT-RERUN BY WS-BLK-RERUN
                                     RPT-BLK-FIRST BY WS-BLK-BLKFIRST
                                     RPT-BLK-COUNT BY WS-BLK-BLKCOUNT.
              COPY ALERTREC REPLACING ALR-RECORD BY WS-ALR-REC
                                     ALR-DATE BY WS-ALR-DATE
                                     ALR-TIME BY WS-ALR-TIME
                                     ALR-PROGRAM BY WS-ALR-PROGRAM
                                     ALR-DEPT BY WS-ALR-DEPT
                                     ALR-SEVERITY BY WS-ALR-SEVERITY
                                     ALR-EVENT BY WS-ALR-EVENT
                                     ALR-TEXT BY WS-ALR-TEXT.
              01 WS-STOP-ALR-TEXT.
                     05 FILLER           PIC X(24) VALUE
                        'OPERATOR STOP HONORED - '.
                     05 WS-STOP-ALR-DONE PIC 9(6).
                     05 FILLER           PIC X(4) VALUE ' OF '.
                     05 WS-STOP-ALR-TGT  PIC 9(6).
                     05 FILLER           PIC X(10) VALUE
                        ' DONE'.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
                        END-IF
                        IF WS-COMMA2-POS > ZERO
                           AND WS-PARM-LEN > WS-COMMA2-POS
                           PERFORM VARYING WS-PARM-SUB
                              FROM WS-COMMA2-POS BY 1
                              UNTIL WS-PARM-SUB >= WS-PARM-LEN
                              IF WS-PARM-DATA(WS-PARM-SUB + 1:1) = 'R'
                                 MOVE 'Y' TO WS-RERUN-SW
                                 MOVE 'R' TO WS-RERUN-FLAG
                              END-IF
                              IF WS-PARM-DATA(WS-PARM-SUB + 1:1) = 'B'
                                 MOVE 'Y' TO WS-BLOCK-SW
                              END-IF
                           END-PERFORM
                        END-IF
                     END-IF
                     IF WS-CNT-LEN > ZERO
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     IF WS-RUN-DEPT NOT = SPACES
                        PERFORM 13000-READ-SCHED-MODE-PARA
                     END-IF
                     IF WS-BLOCK-SW = 'Y'
                        DISPLAY 'PGM002 - BLOCK HISTORY MODE FOR '
                                WS-RUN-DEPT ' - ONE BLOCK RECORD PER '
                                WS-CKPT-INTERVAL ' ITERATIONS'
                     END-IF
                     PERFORM 11000-READ-PROC-DATE-PARA
                     ACCEPT WS-JOB-ID FROM ENVIRONMENT 'JOBID'
                     IF WS-JOB-ID = SPACES
                        MOVE 'Y' TO WS-WARN-SW
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE SPACES TO WS-HDR-REC
                     MOVE SPACES TO WS-DTL-REC
                     MOVE SPACES TO WS-TRL-REC
                     MOVE 'HEADER' TO WS-HDR-ID
                     MOVE WS-RUN-DATE TO WS-HDR-RUNDATE
                     MOVE WS-JOB-ID TO WS-HDR-JOBID
                     ACCEPT WS-HDR-TIME FROM TIME
                     WRITE ITRPT01-REC FROM WS-HDR-REC
                     PERFORM 20000-FIRST-PARA WS-REMAINING TIMES
                     IF WS-BLOCK-SW = 'Y'
                        AND WS-BLOCK-CNT > ZERO
                        PERFORM 21000-WRITE-BLOCK-PARA
                     END-IF
                     MOVE 'TRAILER' TO WS-TRL-ID
                     MOVE WS-RUN-DATE TO WS-TRL-RUNDATE
                     MOVE WS-JOB-ID TO WS-TRL-JOBID
                        MOVE 0 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM002 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM002 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM002 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-RUN-DATE
                     CLOSE ITPDT01.
              12000-CHECK-COMPLETE-PARA.
                     OPEN INPUT ITSTAT01
                     IF WS-STAT-STATUS NOT = '00'
                        END-READ
                        CLOSE ITSTAT01
                     END-IF.
              13000-READ-SCHED-MODE-PARA.
                     OPEN INPUT SCHEDCTL
                     IF WS-SCH-STATUS = '00'
                        MOVE 'N' TO WS-SCH-EOF-SW
                        PERFORM UNTIL WS-SCH-EOF-SW = 'Y'
                           READ SCHEDCTL
                              AT END
                                 MOVE 'Y' TO WS-SCH-EOF-SW
                              NOT AT END
                                 PERFORM 13500-CHECK-SCHED-MODE-PARA
                           END-READ
                        END-PERFORM
                        CLOSE SCHEDCTL
                     END-IF.
              13500-CHECK-SCHED-MODE-PARA.
                     IF SCHEDCTL-REC(1:5) = WS-RUN-DEPT
                        AND SCHEDCTL-REC(6:1) = ','
                        AND SCHEDCTL-REC(28:1) = ','
                        AND SCHEDCTL-REC(29:1) = 'B'
                        MOVE 'Y' TO WS-BLOCK-SW
                     END-IF
                     IF SCHEDCTL-REC(1:1) = '*'
                        AND SCHEDCTL-REC(2:5) = WS-RUN-DEPT
                        AND SCHEDCTL-REC(7:1) = ','
                        AND SCHEDCTL-REC(34:1) = ','
                        AND SCHEDCTL-REC(35:1) = 'B'
                        MOVE 'Y' TO WS-BLOCK-SW
                     END-IF.
              15000-READ-CHECKPOINT-PARA.
                     OPEN INPUT ITCKP01
                     IF WS-CKPT-STATUS = '00'
                        END-IF
                     END-IF.
              20000-FIRST-PARA.
                     IF WS-BLOCK-SW = 'Y'
                        IF WS-BLOCK-CNT = ZERO
                           MOVE WS-SUB TO WS-BLOCK-FIRST
                        END-IF
                        ADD +1 TO WS-BLOCK-CNT
                     ELSE
                        MOVE 'DETAIL' TO WS-DTL-ID
                        MOVE WS-RUN-DATE TO WS-DTL-RUNDATE
                        MOVE WS-JOB-ID TO WS-DTL-JOBID
                        MOVE WS-SUB TO WS-DTL-SUB
                        MOVE WS-RUN-DEPT TO WS-DTL-DEPT
                        MOVE ZERO TO WS-DTL-TIME
                        MOVE WS-RERUN-FLAG TO WS-DTL-RERUN
                        WRITE ITRPT01-REC FROM WS-DTL-REC
                     END-IF
                     ADD +1 TO WS-REC-COUNT
                     ADD +1 TO WS-ITER-DONE
                     ADD +1 TO WS-SUB
                     IF FUNCTION MOD(WS-ITER-DONE WS-CKPT-INTERVAL)
                        = ZERO
                        IF WS-BLOCK-SW = 'Y'
                           PERFORM 21000-WRITE-BLOCK-PARA
                        END-IF
                        PERFORM 25000-WRITE-CHECKPOINT-PARA
                     END-IF.
              21000-WRITE-BLOCK-PARA.
                     MOVE SPACES TO WS-BLK-REC
                     MOVE 'BLOCK' TO WS-BLK-ID
                     MOVE WS-RUN-DATE TO WS-BLK-RUNDATE
                     MOVE WS-JOB-ID TO WS-BLK-JOBID
                     COMPUTE WS-BLK-LAST =
                             WS-BLOCK-FIRST + WS-BLOCK-CNT - 1
                     MOVE WS-RUN-DEPT TO WS-BLK-DEPT
                     ACCEPT WS-BLK-TIME FROM TIME
                     MOVE WS-RERUN-FLAG TO WS-BLK-RERUN
                     MOVE WS-BLOCK-FIRST TO WS-BLK-BLKFIRST
                     MOVE WS-BLOCK-CNT TO WS-BLK-BLKCOUNT
                     WRITE ITRPT01-REC FROM WS-BLK-REC
                     MOVE ZERO TO WS-BLOCK-CNT.
              25000-WRITE-CHECKPOINT-PARA.
                     OPEN OUTPUT ITCKP01
                     IF WS-CKPT-STATUS NOT = '00'
                                ' UPDATES IN A ROW - RUN STATUS '
                                'NOT MAINTAINED'
                        MOVE 'Y' TO WS-STAT-OFF-SW
                        MOVE SPACES TO WS-ALR-REC
                        MOVE 'W' TO WS-ALR-SEVERITY
                        MOVE 'STATFAIL' TO WS-ALR-EVENT
                        MOVE 'ITSTAT01 FAILING - RUN STATUS NOT KEPT'
                             TO WS-ALR-TEXT
                        PERFORM 29000-RAISE-ALERT-PARA
                     END-IF.
              27000-CHECK-COMMAND-PARA.
                     OPEN INPUT ITCMD01
                             ' ITERATIONS DONE'
                     MOVE 'STOPPED' TO WS-STAT-TEXT
                     PERFORM 26000-UPDATE-STATUS-PARA
                     MOVE WS-ITER-DONE TO WS-STOP-ALR-DONE
                     MOVE WS-ITER-COUNT TO WS-STOP-ALR-TGT
                     MOVE SPACES TO WS-ALR-REC
                     MOVE 'W' TO WS-ALR-SEVERITY
                     MOVE 'OPERSTOP' TO WS-ALR-EVENT
                     MOVE WS-STOP-ALR-TEXT TO WS-ALR-TEXT
                     PERFORM 29000-RAISE-ALERT-PARA
                     CLOSE ITRPT01
                     MOVE 2 TO RETURN-CODE
                     STOP RUN.
              29000-RAISE-ALERT-PARA.
                     ACCEPT WS-ALR-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-ALR-TIME FROM TIME
                     MOVE 'PGM002' TO WS-ALR-PROGRAM
                     MOVE WS-RUN-DEPT TO WS-ALR-DEPT
                     OPEN I-O ITALR01
                     IF WS-ALR-STATUS = '35'
                        OPEN OUTPUT ITALR01
                     END-IF
                     IF WS-ALR-STATUS NOT = '00'
                        DISPLAY 'PGM002 - ALERT FILE ITALR01 OPEN '
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
                           DISPLAY 'PGM002 - ALERT FILE ITALR01 WRITE '
                                   'FAILED - STATUS ' WS-ALR-STATUS
                                   ' - ALERT ' WS-ALR-EVENT
                                   ' NOT RAISED'
                        END-IF
                        CLOSE ITALR01
                     END-IF.
