000280*                  HEATING/COOLING DEGREE-DAYS DERIVED FROM THE
000290*                  DAILY MEAN - THE ROLLUP MANAGEMENT USED TO
000300*                  BUILD BY HAND IN A SPREADSHEET.
000302* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
000304*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
000306*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000460     SELECT ROLLUP-FILE ASSIGN TO ROLLUPRT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-ROLLUP-FILE-STATUS.
000482     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000484         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000980     RECORDING MODE IS F.
000990 01  ROLLUP-RECORD                   PIC X(80).
001000
001001*----------------------------------------------------------------
001002* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
001003* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
001004*----------------------------------------------------------------
001005 FD  RUN-LEDGER-FILE
001006     RECORDING MODE IS F.
001007 01  RUN-LEDGER-RECORD.
001008     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
001009     05  FILLER                  PIC X(02).
001010
001015 WORKING-STORAGE SECTION.
001020 01  WS-AUDIT-ARCHIVE-STATUS  PIC X(02).
001030 01  WS-INTERCHANGE-FILE-STATUS PIC X(02).
001040 01  WS-ROLLUP-FILE-STATUS    PIC X(02).
001780 01  WS-TEMP-EDIT-MEAN        PIC -(3)9.99 VALUE ZERO.
001790 01  WS-DD-EDIT-HEAT          PIC -(2)9.9 VALUE ZERO.
001800 01  WS-DD-EDIT-COOL          PIC -(2)9.9 VALUE ZERO.
001801 01  WS-RUN-LEDGER-STATUS     PIC X(02).
001802 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
001803     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
001804 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
001805 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
001806 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
001810
001820 PROCEDURE DIVISION.
001830 0000-MAINLINE.
001840     DISPLAY "Audit Archive Consolidation Rollup".
001845     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
001850     PERFORM 1000-LOAD-INTERCHANGE-DETAILS THRU 1000-EXIT.
001860     PERFORM 2000-SWEEP-AUDIT-ARCHIVE THRU 2000-EXIT.
001870     PERFORM 3000-SORT-ROLLUP THRU 3000-EXIT.
001880     PERFORM 8000-PRINT-ROLLUP THRU 8000-EXIT.
001885     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
001890     STOP RUN.
001900
001910*----------------------------------------------------------------
002590         DISPLAY "Unable to open audit archive - nothing to ",
002600             "consolidate."
002610         MOVE 8 TO RETURN-CODE
002615         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
002620         STOP RUN
002630     END-IF
002640     PERFORM 2010-READ-ARCHIVE-RECORD THRU 2010-EXIT
005310     MOVE SPACES TO WS-REPORT-LINE.
005320 8150-EXIT.
005330     EXIT.
005335
005340*----------------------------------------------------------------
005350* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
005360* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
005370* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
005380* REPORTED BUT DOES NOT STOP THE RUN.
005390*----------------------------------------------------------------
005400 9800-POST-RUN-START.
005410     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
005420     IF NOT WS-RUN-LEDGER-OPEN
005430         GO TO 9800-EXIT
005440     END-IF
005450     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
005460     SET RL-RUN-STARTED TO TRUE
005470     WRITE RUN-LEDGER-RECORD
005480     CLOSE RUN-LEDGER-FILE.
005490 9800-EXIT.
005500     EXIT.
005505
005510*----------------------------------------------------------------
005520* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
005530* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
005540*----------------------------------------------------------------
005550 9810-POST-RUN-END.
005560     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
005570     IF NOT WS-RUN-LEDGER-OPEN
005580         GO TO 9810-EXIT
005590     END-IF
005600     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
005610     SET RL-RUN-ENDED TO TRUE
005620     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
005630     ACCEPT WS-LEDGER-CLOCK FROM TIME
005640     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
005650     MOVE RETURN-CODE TO RL-RETURN-CODE
005660     MOVE WS-DETAIL-COUNT TO RL-RECORDS-IN
005670     MOVE WS-ROLLUP-COUNT TO RL-RECORDS-OUT
005680     WRITE RUN-LEDGER-RECORD
005690     CLOSE RUN-LEDGER-FILE.
005700 9810-EXIT.
005710     EXIT.
005715
005720 9840-BUILD-LEDGER-ENTRY.
005730     IF WS-LEDGER-START-DATE = ZERO
005740         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
005750         ACCEPT WS-LEDGER-CLOCK FROM TIME
005760         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
005770     END-IF
005780     MOVE SPACES TO RUN-LEDGER-RECORD
005790     MOVE "AuditArchiveRollup" TO RL-PROGRAM-ID
005800     MOVE SPACES TO RL-RUN-ID
005810     MOVE SPACES TO RL-OPERATOR-ID
005820     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
005830     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
005840     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
005850         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
005860 9840-EXIT.
005870     EXIT.
005875
005880 9850-OPEN-RUN-LEDGER.
005890     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
005900     OPEN EXTEND RUN-LEDGER-FILE
005910     IF WS-RUN-LEDGER-STATUS NOT = '00'
005920         OPEN OUTPUT RUN-LEDGER-FILE
005930     END-IF
005940     IF WS-RUN-LEDGER-STATUS = '00'
005950         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
005960     ELSE
005970         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
005980             WS-RUN-LEDGER-STATUS "."
005990     END-IF.
006000 9850-EXIT.
006010     EXIT.
