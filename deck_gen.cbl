              SELECT EXECDK ASSIGN TO 'EXECDK'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DK-STATUS.
              SELECT ITPDT01 ASSIGN TO 'ITPDT01'
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PDT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD SCHEDCTL.
                     05 FILLER           PIC X(72).
              FD EXECDK.
              01 EXECDK-REC                 PIC X(80).
              FD ITPDT01.
              COPY PRCDATE REPLACING PDT-RECORD BY ITPDT01-REC
                                    PDT-PROC-DATE BY ITPDT01-PROC-DATE
                                    PDT-PREV-DATE BY ITPDT01-PREV-DATE
                                    PDT-ADV-DATE BY ITPDT01-ADV-DATE
                                    PDT-ADV-TIME BY ITPDT01-ADV-TIME
                                    PDT-ADV-JOB-ID BY ITPDT01-ADV-JOB.
              WORKING-STORAGE SECTION.
              01 WS-PDT-STATUS   PIC XX VALUE '00'.
              01 WS-SCH-STATUS   PIC XX VALUE '00'.
              01 WS-HOL-STATUS   PIC XX VALUE '00'.
              01 WS-DK-STATUS    PIC XX VALUE '00'.
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        PERFORM 11000-READ-PROC-DATE-PARA
                     END-IF
                     PERFORM 20000-LOAD-HOLIDAY-PARA
                     OPEN INPUT SCHEDCTL
                        MOVE 0 TO RETURN-CODE
                     END-IF
                     STOP RUN.
              11000-READ-PROC-DATE-PARA.
                     OPEN INPUT ITPDT01
                     IF WS-PDT-STATUS NOT = '00'
                        DISPLAY 'PGM015 - PROCESSING DATE FILE ITPDT01 '
                                'NOT AVAILABLE - STATUS '
                                WS-PDT-STATUS ' - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     READ ITPDT01
                        AT END
                           DISPLAY 'PGM015 - PROCESSING DATE FILE '
                                   'ITPDT01 IS EMPTY - JOB STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ITPDT01
                           STOP RUN
                     END-READ
                     IF ITPDT01-PROC-DATE IS NOT NUMERIC
                        OR ITPDT01-PROC-DATE = ZERO
                        DISPLAY 'PGM015 - PROCESSING DATE ON ITPDT01 '
                                'IS NOT YYYYMMDD - JOB STOPPED'
                        MOVE 8 TO RETURN-CODE
                        CLOSE ITPDT01
                        STOP RUN
                     END-IF
                     MOVE ITPDT01-PROC-DATE TO WS-TGT-DATE
                     CLOSE ITPDT01.
              20000-LOAD-HOLIDAY-PARA.
                     OPEN INPUT HOLCAL01
                     IF WS-HOL-STATUS = '35'
