              01 WS-KEPT-RUNS    PIC 9(4) VALUE ZEROS.
              01 WS-ARC-DTLS     PIC 9(8) VALUE ZEROS.
              01 WS-KEPT-DTLS    PIC 9(8) VALUE ZEROS.
              01 WS-ARC-BLKS     PIC 9(8) VALUE ZEROS.
              01 WS-KEPT-BLKS    PIC 9(8) VALUE ZEROS.
              01 WS-ARC-RECS     PIC 9(8) VALUE ZEROS.
              01 WS-KEPT-RECS    PIC 9(8) VALUE ZEROS.
              01 WS-DISP-TABLE.
                     PERFORM 20000-SURVEY-PARA
                     PERFORM 40000-COPY-PARA
                     DISPLAY 'PGM009 - RUNS ARCHIVED ' WS-ARC-RUNS
                             ' WITH ' WS-ARC-DTLS ' DETAIL AND '
                             WS-ARC-BLKS ' BLOCK RECORDS ('
                             WS-ARC-RECS ' RECORDS IN ALL)'
                     DISPLAY 'PGM009 - RUNS RETAINED ' WS-KEPT-RUNS
                             ' WITH ' WS-KEPT-DTLS ' DETAIL AND '
                             WS-KEPT-BLKS ' BLOCK RECORDS ('
                             WS-KEPT-RECS ' RECORDS IN ALL)'
                     DISPLAY 'PGM009 - REPLACE THE HISTORY FILE FROM '
                             'ITNEW01 ONLY AFTER THIS STEP ENDS RC=0'
                     IF RPT-ID = 'DETAIL'
                        ADD 1 TO WS-ARC-DTLS
                     END-IF
                     IF RPT-ID = 'BLOCK'
                        ADD 1 TO WS-ARC-BLKS
                     END-IF
                     WRITE ITARC01-REC FROM RPT-RECORD
                     IF WS-ARC-STATUS NOT = '00'
                        DISPLAY 'PGM009 - ARCHIVE FILE ITARC01 WRITE '
                     IF RPT-ID = 'DETAIL'
                        ADD 1 TO WS-KEPT-DTLS
                     END-IF
                     IF RPT-ID = 'BLOCK'
                        ADD 1 TO WS-KEPT-BLKS
                     END-IF
                     WRITE ITNEW01-REC FROM RPT-RECORD
                     IF WS-NEW-STATUS NOT = '00'
                        DISPLAY 'PGM009 - RETAINED FILE ITNEW01 '
