       IDENTIFICATION DIVISION.
              PROGRAM-ID. PGM023.
              AUTHOR. MAINFRAMEWIZARD.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              SELECT EXECDK ASSIGN TO 'EXECDK'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DK-STATUS.
              SELECT ITSTAT01 ASSIGN TO 'ITSTAT01'
                     ORGANIZATION IS INDEXED
                     ACCESS IS RANDOM
                     RECORD KEY IS ITSTAT01-DEPT
                     FILE STATUS IS WS-STAT-STATUS.
              SELECT STRM1 ASSIGN TO 'STRM1'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-STRM-STATUS.
              SELECT STRM2 ASSIGN TO 'STRM2'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-STRM-STATUS.
              SELECT STRM3 ASSIGN TO 'STRM3'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-STRM-STATUS.
              SELECT ITRPT01 ASSIGN TO 'ITRPT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.
              SELECT MRGLOG01 ASSIGN TO 'MRGLOG01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LOG-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              FD EXECDK.
              01 EXECDK-REC.
                     05 DK-VERB          PIC X(19).
                     05 FILLER           PIC X(21).
                     05 DK-DEPT          PIC X(5).
                     05 FILLER           PIC X(35).
              FD ITSTAT01.
              COPY STATREC REPLACING STAT-RECORD BY ITSTAT01-REC
                                    STAT-DEPT BY ITSTAT01-DEPT
                                    STAT-STATUS BY ITSTAT01-STATUS
                                    STAT-RUN-DATE BY ITSTAT01-RUN-DATE
                                    STAT-JOB-ID BY ITSTAT01-JOB-ID
                                    STAT-ITER-DONE BY ITSTAT01-DONE
                                    STAT-ITER-TARGET BY ITSTAT01-TGT
                                    STAT-UPD-TIME BY ITSTAT01-UPD.
              FD STRM1.
              01 STRM1-REC                  PIC X(80).
              FD STRM2.
              01 STRM2-REC                  PIC X(80).
              FD STRM3.
              01 STRM3-REC                  PIC X(80).
              FD ITRPT01.
              COPY RPTREC.
              FD MRGLOG01.
              01 MRGLOG01-REC               PIC X(80).
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-DK-STATUS    PIC XX VALUE '00'.
              01 WS-STAT-STATUS  PIC XX VALUE '00'.
              01 WS-STRM-STATUS  PIC XX VALUE '00'.
              01 WS-RPT-STATUS   PIC XX VALUE '00'.
              01 WS-LOG-STATUS   PIC XX VALUE '00'.
              01 WS-EOF-SW       PIC X  VALUE 'N'.
              01 WS-STAT-OPEN-SW PIC X  VALUE 'N'.
              01 WS-GATE-SW      PIC X  VALUE 'N'.
              01 WS-MODE         PIC X(4) VALUE SPACES.
              01 WS-TGT-DATE     PIC 9(8) VALUE ZEROS.
              01 WS-LOG-DATE     PIC 9(8) VALUE ZEROS.
              01 WS-LOG-TIME     PIC 9(8) VALUE ZEROS.
              01 WS-DECK-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-OPEN-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-STRM-NO      PIC 9(1) VALUE ZERO.
              01 WS-STRM-REC     PIC X(80) VALUE SPACES.
              01 WS-STRM-RPT REDEFINES WS-STRM-REC.
                     05 WS-SR-ID         PIC X(10).
                     05 WS-SR-RUN-DATE   PIC 9(8).
                     05 WS-SR-JOB-ID     PIC X(8).
                     05 WS-SR-VALUE      PIC 9(6).
                     05 WS-SR-DEPT       PIC X(5).
                     05 WS-SR-TIME       PIC 9(8).
                     05 WS-SR-RERUN      PIC X(1).
                     05 FILLER           PIC X(34).
              01 WS-RUN-SUB      PIC 9(4) VALUE ZEROS.
              01 WS-CUR-RUN      PIC 9(4) VALUE ZEROS.
              01 WS-LAST-RUN     PIC 9(4) VALUE ZEROS.
              01 WS-HIT          PIC 9(4) VALUE ZEROS.
              01 WS-REC-NO       PIC 9(7) VALUE ZEROS.
              01 WS-ORPHAN-CNT   PIC 9(7) VALUE ZEROS.
              01 WS-ADD-CNT      PIC 9(4) VALUE ZEROS.
              01 WS-SKIP-CNT     PIC 9(4) VALUE ZEROS.
              01 WS-REPAIR-CNT   PIC 9(4) VALUE ZEROS.
              01 WS-PARTIAL-CNT  PIC 9(4) VALUE ZEROS.
              01 WS-REC-ADDED    PIC 9(8) VALUE ZEROS.
              01 WS-KEY-DATE     PIC 9(8) VALUE ZEROS.
              01 WS-KEY-DEPT     PIC X(5) VALUE SPACES.
              01 WS-KEY-JOB      PIC X(8) VALUE SPACES.
              01 WS-KEY-TIME     PIC 9(8) VALUE ZEROS.
              01 WS-MAX-RUNS     PIC 9(4) VALUE 300.
              01 WS-RUN-CNT      PIC 9(4) VALUE ZEROS.
              01 WS-RUN-TABLE.
                     05 WS-RUN-ENTRY OCCURS 300 TIMES.
                            10 WS-RUN-DATE      PIC 9(8).
                            10 WS-RUN-DEPT      PIC X(5).
                            10 WS-RUN-JOB       PIC X(8).
                            10 WS-RUN-TIME      PIC 9(8).
                            10 WS-RUN-STRM      PIC 9(1).
                            10 WS-RUN-RECS      PIC 9(7).
                            10 WS-RUN-FOUND     PIC 9(7).
                            10 WS-RUN-ACTION    PIC X(8).
              01 WS-LOG-LINE.
                     05 WS-LOG-L-DATE    PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-L-TIME    PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-ACTION    PIC X(8).
                     05 FILLER           PIC X(2) VALUE ' S'.
                     05 WS-LOG-STRM      PIC 9(1).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-RUN-DATE  PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-DEPT      PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-JOB       PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-START     PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-RECS      PIC ZZZZZZ9.
                     05 FILLER           PIC X(10) VALUE SPACES.
              01 WS-LOG-MSG-LINE.
                     05 WS-LOG-M-DATE    PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-M-TIME    PIC 9(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-M-ACTION  PIC X(8).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-M-DEPT    PIC X(5).
                     05 FILLER           PIC X(1) VALUE SPACE.
                     05 WS-LOG-M-TEXT    PIC X(47).
              01 WS-SUM-TEXT.
                     05 FILLER           PIC X(5) VALUE 'ADDED'.
                     05 WS-SUM-ADD       PIC ZZZ9.
                     05 FILLER           PIC X(9) VALUE ' SKIPPED '.
                     05 WS-SUM-SKIP      PIC ZZZ9.
                     05 FILLER           PIC X(10) VALUE ' REPAIRED '.
                     05 WS-SUM-REPAIR    PIC ZZZ9.
                     05 FILLER           PIC X(9) VALUE ' PARTIAL '.
                     05 WS-SUM-PARTIAL   PIC Z9.
              01 WS-WAIT-TEXT.
                     05 FILLER           PIC X(7) VALUE 'STATUS '.
                     05 WS-WAIT-STATUS   PIC X(8).
                     05 FILLER           PIC X(5) VALUE ' FOR '.
                     05 WS-WAIT-DATE     PIC 9(8).
                     05 FILLER           PIC X(19) VALUE SPACES.
              LINKAGE SECTION.
              01 WS-PARM-AREA.
                     05 WS-PARM-LEN   PIC S9(4) COMP.
                     05 WS-PARM-DATA  PIC X(4).
              PROCEDURE DIVISION USING WS-PARM-AREA.
              10000-MAIN-PARA.
                     IF WS-PARM-LEN > ZERO
                        MOVE WS-PARM-DATA TO WS-MODE
                        IF WS-MODE NOT = 'GATE'
                           DISPLAY 'PGM023 - PARM MUST BE GATE OR '
                                   'OMITTED - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                     END-IF
                     PERFORM 11000-READ-PROC-DATE-PARA
                     PERFORM 20000-CHECK-GATE-PARA
                     IF WS-MODE = 'GATE'
                        IF WS-GATE-SW = 'Y'
                           DISPLAY 'PGM023 - ALL ' WS-DECK-CNT
                                   ' DEPARTMENTS ON THE DECK ARE DONE '
                                   'FOR ' WS-TGT-DATE
                                   ' - WRAP-UP CAN BE RELEASED'
                           MOVE 0 TO RETURN-CODE
                        ELSE
                           DISPLAY 'PGM023 - ' WS-OPEN-CNT ' OF '
                                   WS-DECK-CNT ' DEPARTMENTS STILL '
                                   'OPEN FOR ' WS-TGT-DATE
                                   ' - WRAP-UP NOT RELEASED'
                           MOVE 4 TO RETURN-CODE
                        END-IF
                        STOP RUN
                     END-IF
                     PERFORM 15000-OPEN-LOG-PARA
                     IF WS-GATE-SW NOT = 'Y'
                        MOVE 'NOTREADY' TO WS-LOG-M-ACTION
                        MOVE SPACES TO WS-LOG-M-DEPT
                        MOVE 'DECK NOT FINISHED - NOTHING MERGED'
                             TO WS-LOG-M-TEXT
                        PERFORM 17000-WRITE-MSG-PARA
                        CLOSE MRGLOG01
                        DISPLAY 'PGM023 - ' WS-OPEN-CNT ' OF '
                                WS-DECK-CNT ' DEPARTMENTS STILL OPEN '
                                'FOR ' WS-TGT-DATE
                                ' - NOTHING MERGED'
                        MOVE 4 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 30000-SCAN-STREAMS-PARA
                     PERFORM 40000-SCAN-HISTORY-PARA
                     PERFORM 50000-APPEND-PARA
                     MOVE WS-ADD-CNT TO WS-SUM-ADD
                     MOVE WS-SKIP-CNT TO WS-SUM-SKIP
                     MOVE WS-REPAIR-CNT TO WS-SUM-REPAIR
                     MOVE WS-PARTIAL-CNT TO WS-SUM-PARTIAL
                     MOVE 'SUMMARY' TO WS-LOG-M-ACTION
                     MOVE SPACES TO WS-LOG-M-DEPT
                     MOVE WS-SUM-TEXT TO WS-LOG-M-TEXT
                     PERFORM 17000-WRITE-MSG-PARA
                     CLOSE MRGLOG01
                     DISPLAY 'PGM023 - MERGE FOR ' WS-TGT-DATE ' - '
                             WS-SUM-TEXT
                     DISPLAY 'PGM023 - ' WS-REC-ADDED
                             ' RECORDS APPENDED TO ITRPT01'
                     IF WS-PARTIAL-CNT > ZERO
                        DISPLAY 'PGM023 - ' WS-PARTIAL-CNT
                                ' RUN(S) ONLY PARTLY IN ITRPT01 AND '
                                'NOT AT ITS END - SEE MRGLOG01'
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        IF WS-ADD-CNT = ZERO
                           AND WS-REPAIR-CNT = ZERO
                           DISPLAY 'PGM023 - NOTHING NEW TO MERGE - '
                                   'STREAM HISTORIES ALREADY IN ITRPT01'
                           MOVE 2 TO RETURN-CODE
                        ELSE
                           MOVE 0 TO RETURN-CODE
                        END-IF
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM023 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM023 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM023 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-TGT-DATE
                     CLOSE ITPDT01.
              15000-OPEN-LOG-PARA.
                     OPEN EXTEND MRGLOG01
                     IF WS-LOG-STATUS = '35'
                        OPEN OUTPUT MRGLOG01
                     END-IF
                     IF WS-LOG-STATUS NOT = '00'
                        DISPLAY 'PGM023 - MERGE LOG MRGLOG01 OPEN '
                                'FAILED - STATUS ' WS-LOG-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-LOG-TIME FROM TIME.
              17000-WRITE-MSG-PARA.
                     MOVE WS-LOG-DATE TO WS-LOG-M-DATE
                     MOVE WS-LOG-TIME TO WS-LOG-M-TIME
                     WRITE MRGLOG01-REC FROM WS-LOG-MSG-LINE
                     PERFORM 18000-CHECK-LOG-PARA.
              17500-WRITE-RUN-PARA.
                     MOVE WS-LOG-DATE TO WS-LOG-L-DATE
                     MOVE WS-LOG-TIME TO WS-LOG-L-TIME
                     MOVE WS-RUN-ACTION (WS-CUR-RUN) TO WS-LOG-ACTION
                     MOVE WS-RUN-STRM (WS-CUR-RUN) TO WS-LOG-STRM
                     MOVE WS-RUN-DATE (WS-CUR-RUN) TO WS-LOG-RUN-DATE
                     MOVE WS-RUN-DEPT (WS-CUR-RUN) TO WS-LOG-DEPT
                     MOVE WS-RUN-JOB (WS-CUR-RUN) TO WS-LOG-JOB
                     MOVE WS-RUN-TIME (WS-CUR-RUN) TO WS-LOG-START
                     MOVE WS-RUN-RECS (WS-CUR-RUN) TO WS-LOG-RECS
                     WRITE MRGLOG01-REC FROM WS-LOG-LINE
                     PERFORM 18000-CHECK-LOG-PARA
                     DISPLAY 'PGM023 - ' WS-LOG-LINE(19:62).
              18000-CHECK-LOG-PARA.
                     IF WS-LOG-STATUS NOT = '00'
                        DISPLAY 'PGM023 - MERGE LOG MRGLOG01 WRITE '
                                'FAILED - STATUS ' WS-LOG-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE MRGLOG01
                        STOP RUN
                     END-IF.
              20000-CHECK-GATE-PARA.
                     OPEN INPUT EXECDK
                     IF WS-DK-STATUS = '35'
                        DISPLAY 'PGM023 - NO EXEC DECK FOR TONIGHT - '
                                'NOTHING TO WAIT FOR'
                        MOVE 'Y' TO WS-GATE-SW
                     ELSE
                        IF WS-DK-STATUS NOT = '00'
                           DISPLAY 'PGM023 - EXEC DECK EXECDK OPEN '
                                   'FAILED - STATUS ' WS-DK-STATUS
                                   ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        OPEN INPUT ITSTAT01
                        IF WS-STAT-STATUS = '00'
                           MOVE 'Y' TO WS-STAT-OPEN-SW
                        ELSE
                           IF WS-STAT-STATUS NOT = '35'
                              DISPLAY 'PGM023 - STATUS FILE ITSTAT01 '
                                      'OPEN FAILED - STATUS '
                                      WS-STAT-STATUS ' - JOB STOPPED'
                              MOVE 8 TO RETURN-CODE
                              CLOSE EXECDK
                              STOP RUN
                           END-IF
                        END-IF
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 22000-READ-DECK-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 25000-CHECK-DEPT-PARA
                           PERFORM 22000-READ-DECK-PARA
                        END-PERFORM
                        CLOSE EXECDK
                        IF WS-STAT-OPEN-SW = 'Y'
                           CLOSE ITSTAT01
                        END-IF
                        IF WS-OPEN-CNT = ZERO
                           MOVE 'Y' TO WS-GATE-SW
                        END-IF
                     END-IF.
              22000-READ-DECK-PARA.
                     READ EXECDK
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              25000-CHECK-DEPT-PARA.
                     IF DK-VERB = '// EXEC PGM002,CNT='
                        ADD 1 TO WS-DECK-CNT
                        MOVE SPACES TO WS-WAIT-STATUS
                        MOVE ZERO TO WS-WAIT-DATE
                        IF WS-STAT-OPEN-SW = 'Y'
                           MOVE DK-DEPT TO ITSTAT01-DEPT
                           READ ITSTAT01
                              INVALID KEY
                                 MOVE 'NO RUN' TO WS-WAIT-STATUS
                              NOT INVALID KEY
                                 MOVE ITSTAT01-STATUS
                                      TO WS-WAIT-STATUS
                                 MOVE ITSTAT01-RUN-DATE
                                      TO WS-WAIT-DATE
                           END-READ
                        ELSE
                           MOVE 'NO RUN' TO WS-WAIT-STATUS
                        END-IF
                        IF WS-WAIT-DATE = WS-TGT-DATE
                           AND (WS-WAIT-STATUS = 'COMPLETE'
                                OR WS-WAIT-STATUS = 'FAILED'
                                OR WS-WAIT-STATUS = 'STOPPED')
                           CONTINUE
                        ELSE
                           ADD 1 TO WS-OPEN-CNT
                           DISPLAY 'PGM023 - WAITING ON ' DK-DEPT
                                   ' - ' WS-WAIT-TEXT
                        END-IF
                     END-IF.
              30000-SCAN-STREAMS-PARA.
                     PERFORM VARYING WS-STRM-NO FROM 1 BY 1
                        UNTIL WS-STRM-NO > 3
                        PERFORM 31000-OPEN-STREAM-PARA
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 32000-READ-STREAM-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 35000-TABLE-RUN-PARA
                           PERFORM 32000-READ-STREAM-PARA
                        END-PERFORM
                        PERFORM 33000-CLOSE-STREAM-PARA
                     END-PERFORM
                     IF WS-ORPHAN-CNT > ZERO
                        DISPLAY 'PGM023 - ' WS-ORPHAN-CNT
                                ' STREAM RECORDS AHEAD OF ANY HEADER '
                                'IGNORED'
                        MOVE 'ORPHAN' TO WS-LOG-M-ACTION
                        MOVE SPACES TO WS-LOG-M-DEPT
                        MOVE 'STREAM RECORDS WITH NO HEADER IGNORED'
                             TO WS-LOG-M-TEXT
                        PERFORM 17000-WRITE-MSG-PARA
                     END-IF.
              31000-OPEN-STREAM-PARA.
                     EVALUATE WS-STRM-NO
                        WHEN 1
                           OPEN INPUT STRM1
                        WHEN 2
                           OPEN INPUT STRM2
                        WHEN 3
                           OPEN INPUT STRM3
                     END-EVALUATE
                     IF WS-STRM-STATUS NOT = '00'
                        DISPLAY 'PGM023 - STREAM HISTORY STRM'
                                WS-STRM-NO ' OPEN FAILED - STATUS '
                                WS-STRM-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE MRGLOG01
                        STOP RUN
                     END-IF
                     MOVE ZERO TO WS-CUR-RUN.
              32000-READ-STREAM-PARA.
                     EVALUATE WS-STRM-NO
                        WHEN 1
                           READ STRM1 INTO WS-STRM-REC
                              AT END MOVE 'Y' TO WS-EOF-SW
                           END-READ
                        WHEN 2
                           READ STRM2 INTO WS-STRM-REC
                              AT END MOVE 'Y' TO WS-EOF-SW
                           END-READ
                        WHEN 3
                           READ STRM3 INTO WS-STRM-REC
                              AT END MOVE 'Y' TO WS-EOF-SW
                           END-READ
                     END-EVALUATE.
              33000-CLOSE-STREAM-PARA.
                     EVALUATE WS-STRM-NO
                        WHEN 1
                           CLOSE STRM1
                        WHEN 2
                           CLOSE STRM2
                        WHEN 3
                           CLOSE STRM3
                     END-EVALUATE.
              35000-TABLE-RUN-PARA.
                     IF WS-SR-ID = 'HEADER'
                        IF WS-RUN-CNT >= WS-MAX-RUNS
                           DISPLAY 'PGM023 - STREAM HISTORIES HOLD '
                                   'MORE THAN 300 RUNS - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE MRGLOG01
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-RUN-CNT
                        MOVE WS-RUN-CNT TO WS-CUR-RUN
                        MOVE WS-SR-RUN-DATE TO WS-RUN-DATE (WS-CUR-RUN)
                        MOVE WS-SR-DEPT TO WS-RUN-DEPT (WS-CUR-RUN)
                        MOVE WS-SR-JOB-ID TO WS-RUN-JOB (WS-CUR-RUN)
                        MOVE WS-SR-TIME TO WS-RUN-TIME (WS-CUR-RUN)
                        MOVE WS-STRM-NO TO WS-RUN-STRM (WS-CUR-RUN)
                        MOVE 1 TO WS-RUN-RECS (WS-CUR-RUN)
                        MOVE ZERO TO WS-RUN-FOUND (WS-CUR-RUN)
                        MOVE SPACES TO WS-RUN-ACTION (WS-CUR-RUN)
                     ELSE
                        IF WS-CUR-RUN = ZERO
                           ADD 1 TO WS-ORPHAN-CNT
                        ELSE
                           ADD 1 TO WS-RUN-RECS (WS-CUR-RUN)
                        END-IF
                     END-IF.
              40000-SCAN-HISTORY-PARA.
                     OPEN INPUT ITRPT01
                     IF WS-RPT-STATUS = '35'
                        DISPLAY 'PGM023 - HISTORY FILE ITRPT01 HAS NO '
                                'DATA - EVERY STREAM RUN IS NEW'
                     ELSE
                        IF WS-RPT-STATUS NOT = '00'
                           DISPLAY 'PGM023 - HISTORY FILE ITRPT01 '
                                   'OPEN FAILED - STATUS '
                                   WS-RPT-STATUS ' - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE MRGLOG01
                           STOP RUN
                        END-IF
                        MOVE ZERO TO WS-CUR-RUN
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 42000-READ-HIST-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 45000-MATCH-HIST-PARA
                           PERFORM 42000-READ-HIST-PARA
                        END-PERFORM
                        CLOSE ITRPT01
                     END-IF.
              42000-READ-HIST-PARA.
                     READ ITRPT01
                        AT END MOVE 'Y' TO WS-EOF-SW
                     END-READ.
              45000-MATCH-HIST-PARA.
                     IF RPT-ID = 'HEADER'
                        MOVE RPT-RUN-DATE TO WS-KEY-DATE
                        MOVE RPT-DEPT TO WS-KEY-DEPT
                        MOVE RPT-JOB-ID TO WS-KEY-JOB
                        MOVE RPT-TIME TO WS-KEY-TIME
                        PERFORM 47000-FIND-RUN-PARA
                        MOVE WS-HIT TO WS-CUR-RUN
                        MOVE WS-HIT TO WS-LAST-RUN
                        IF WS-CUR-RUN > ZERO
                           MOVE 1 TO WS-RUN-FOUND (WS-CUR-RUN)
                        END-IF
                     ELSE
                        IF WS-CUR-RUN > ZERO
                           ADD 1 TO WS-RUN-FOUND (WS-CUR-RUN)
                        END-IF
                     END-IF.
              47000-FIND-RUN-PARA.
                     MOVE ZERO TO WS-HIT
                     PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                        UNTIL WS-RUN-SUB > WS-RUN-CNT
                        IF WS-RUN-DATE (WS-RUN-SUB) = WS-KEY-DATE
                           AND WS-RUN-DEPT (WS-RUN-SUB) = WS-KEY-DEPT
                           AND WS-RUN-JOB (WS-RUN-SUB) = WS-KEY-JOB
                           AND WS-RUN-TIME (WS-RUN-SUB) = WS-KEY-TIME
                           AND WS-HIT = ZERO
                           MOVE WS-RUN-SUB TO WS-HIT
                        END-IF
                     END-PERFORM.
              50000-APPEND-PARA.
                     OPEN EXTEND ITRPT01
                     IF WS-RPT-STATUS = '35'
                        OPEN OUTPUT ITRPT01
                     END-IF
                     IF WS-RPT-STATUS NOT = '00'
                        DISPLAY 'PGM023 - HISTORY FILE ITRPT01 EXTEND '
                                'FAILED - STATUS ' WS-RPT-STATUS
                                ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE MRGLOG01
                        STOP RUN
                     END-IF
                     MOVE ZERO TO WS-RUN-SUB
                     PERFORM VARYING WS-STRM-NO FROM 1 BY 1
                        UNTIL WS-STRM-NO > 3
                        PERFORM 31000-OPEN-STREAM-PARA
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 32000-READ-STREAM-PARA
                        PERFORM UNTIL WS-EOF-SW = 'Y'
                           PERFORM 55000-COPY-RECORD-PARA
                           PERFORM 32000-READ-STREAM-PARA
                        END-PERFORM
                        PERFORM 33000-CLOSE-STREAM-PARA
                     END-PERFORM
                     CLOSE ITRPT01.
              55000-COPY-RECORD-PARA.
                     IF WS-SR-ID = 'HEADER'
                        ADD 1 TO WS-RUN-SUB
                        MOVE WS-RUN-SUB TO WS-CUR-RUN
                        MOVE ZERO TO WS-REC-NO
                        PERFORM 57000-DECIDE-RUN-PARA
                     END-IF
                     IF WS-CUR-RUN > ZERO
                        ADD 1 TO WS-REC-NO
                        IF WS-RUN-ACTION (WS-CUR-RUN) = 'ADDED'
                           OR (WS-RUN-ACTION (WS-CUR-RUN) = 'REPAIRED'
                               AND WS-REC-NO >
                                   WS-RUN-FOUND (WS-CUR-RUN))
                           WRITE RPT-RECORD FROM WS-STRM-REC
                           IF WS-RPT-STATUS NOT = '00'
                              DISPLAY 'PGM023 - HISTORY FILE ITRPT01 '
                                      'WRITE FAILED - STATUS '
                                      WS-RPT-STATUS ' - JOB STOPPED'
                              MOVE 8 TO RETURN-CODE
                              CLOSE ITRPT01
                              CLOSE MRGLOG01
                              STOP RUN
                           END-IF
                           ADD 1 TO WS-REC-ADDED
                        END-IF
                     END-IF.
              57000-DECIDE-RUN-PARA.
                     IF WS-RUN-FOUND (WS-CUR-RUN) = ZERO
                        MOVE 'ADDED' TO WS-RUN-ACTION (WS-CUR-RUN)
                        ADD 1 TO WS-ADD-CNT
                        MOVE WS-RUN-DATE (WS-CUR-RUN) TO WS-KEY-DATE
                        MOVE WS-RUN-DEPT (WS-CUR-RUN) TO WS-KEY-DEPT
                        MOVE WS-RUN-JOB (WS-CUR-RUN) TO WS-KEY-JOB
                        MOVE WS-RUN-TIME (WS-CUR-RUN) TO WS-KEY-TIME
                        PERFORM 47000-FIND-RUN-PARA
                        IF WS-HIT < WS-CUR-RUN
                           MOVE 'SKIPPED' TO WS-RUN-ACTION (WS-CUR-RUN)
                           SUBTRACT 1 FROM WS-ADD-CNT
                           ADD 1 TO WS-SKIP-CNT
                        END-IF
                     ELSE
                        IF WS-RUN-FOUND (WS-CUR-RUN) NOT <
                           WS-RUN-RECS (WS-CUR-RUN)
                           MOVE 'SKIPPED' TO WS-RUN-ACTION (WS-CUR-RUN)
                           ADD 1 TO WS-SKIP-CNT
                        ELSE
                           IF WS-CUR-RUN = WS-LAST-RUN
                              MOVE 'REPAIRED'
                                   TO WS-RUN-ACTION (WS-CUR-RUN)
                              ADD 1 TO WS-REPAIR-CNT
                           ELSE
                              MOVE 'PARTIAL'
                                   TO WS-RUN-ACTION (WS-CUR-RUN)
                              ADD 1 TO WS-PARTIAL-CNT
                           END-IF
                        END-IF
                     END-IF
                     PERFORM 17500-WRITE-RUN-PARA.
