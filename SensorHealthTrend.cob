000270*                  PLAUSIBILITY BAND THE READINGS RAN, AND RANKS
000280*                  THE RESULT INTO A FIELD-TECH WORKLIST - WORST
000290*                  SENSOR FIRST.
000292* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
000294*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
000296*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000420     SELECT WORKLIST-FILE ASSIGN TO WORKLIST
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-WORKLIST-FILE-STATUS.
000442     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000444         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000840         SIGN IS TRAILING SEPARATE.
000850     05  FILLER                  PIC X(07).
000860
000861*----------------------------------------------------------------
000862* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
000863* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
000864*----------------------------------------------------------------
000865 FD  RUN-LEDGER-FILE
000866     RECORDING MODE IS F.
000867 01  RUN-LEDGER-RECORD.
000868     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
000869     05  FILLER                  PIC X(02).
000870
000875 WORKING-STORAGE SECTION.
000880 01  WS-ALERT-FILE-STATUS     PIC X(02).
000890 01  WS-WORKLIST-FILE-STATUS  PIC X(02).
000900 01  WS-ALERT-EOF-SW          PIC X VALUE 'N'.
001380 01  WS-TREND-LABEL           PIC X(09) VALUE SPACES.
001390 01  WS-COUNT-EDIT            PIC Z(4)9 VALUE ZERO.
001400 01  WS-DEVIATION-EDIT        PIC -(4)9.99 VALUE ZERO.
001401 01  WS-RUN-LEDGER-STATUS     PIC X(02).
001402 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
001403     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
001404 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
001405 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
001406 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
001410
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     DISPLAY "Sensor Health Trend Analysis".
001445     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
001450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001460     PERFORM 1000-GET-ANALYSIS-WINDOW THRU 1000-EXIT.
001470     PERFORM 2000-SCAN-ALERT-FILE THRU 2000-EXIT.
001480     PERFORM 3000-RANK-WORKLIST THRU 3000-EXIT.
001490     PERFORM 8000-PRINT-WORKLIST THRU 8000-EXIT.
001495     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
001500     STOP RUN.
001510
001520*----------------------------------------------------------------
001840         DISPLAY "Unable to open alert file - nothing to ",
001850             "analyze."
001860         MOVE 8 TO RETURN-CODE
001865         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001870         STOP RUN
001880     END-IF
001890     PERFORM 2010-READ-ALERT-RECORD THRU 2010-EXIT
004130     END-IF.
004140 8010-EXIT.
004150     EXIT.
004155
004160*----------------------------------------------------------------
004170* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
004180* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
004190* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
004200* REPORTED BUT DOES NOT STOP THE RUN.
004210*----------------------------------------------------------------
004220 9800-POST-RUN-START.
004230     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
004240     IF NOT WS-RUN-LEDGER-OPEN
004250         GO TO 9800-EXIT
004260     END-IF
004270     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
004280     SET RL-RUN-STARTED TO TRUE
004290     WRITE RUN-LEDGER-RECORD
004300     CLOSE RUN-LEDGER-FILE.
004310 9800-EXIT.
004320     EXIT.
004325
004330*----------------------------------------------------------------
004340* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
004350* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
004360*----------------------------------------------------------------
004370 9810-POST-RUN-END.
004380     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
004390     IF NOT WS-RUN-LEDGER-OPEN
004400         GO TO 9810-EXIT
004410     END-IF
004420     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
004430     SET RL-RUN-ENDED TO TRUE
004440     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
004450     ACCEPT WS-LEDGER-CLOCK FROM TIME
004460     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
004470     MOVE RETURN-CODE TO RL-RETURN-CODE
004480     MOVE WS-ALERT-READ-COUNT TO RL-RECORDS-IN
004490     MOVE WS-HEALTH-COUNT TO RL-RECORDS-OUT
004500     MOVE WS-ALERT-SKIP-COUNT TO RL-RECORDS-REJECTED
004510     WRITE RUN-LEDGER-RECORD
004520     CLOSE RUN-LEDGER-FILE.
004530 9810-EXIT.
004540     EXIT.
004545
004550 9840-BUILD-LEDGER-ENTRY.
004560     IF WS-LEDGER-START-DATE = ZERO
004570         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
004580         ACCEPT WS-LEDGER-CLOCK FROM TIME
004590         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
004600     END-IF
004610     MOVE SPACES TO RUN-LEDGER-RECORD
004620     MOVE "SensorHealthTrend" TO RL-PROGRAM-ID
004630     MOVE SPACES TO RL-RUN-ID
004640     MOVE SPACES TO RL-OPERATOR-ID
004650     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
004660     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
004670     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
004680         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
004690 9840-EXIT.
004700     EXIT.
004705
004710 9850-OPEN-RUN-LEDGER.
004720     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
004730     OPEN EXTEND RUN-LEDGER-FILE
004740     IF WS-RUN-LEDGER-STATUS NOT = '00'
004750         OPEN OUTPUT RUN-LEDGER-FILE
004760     END-IF
004770     IF WS-RUN-LEDGER-STATUS = '00'
004780         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
004790     ELSE
004800         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
004810             WS-RUN-LEDGER-STATUS "."
004820     END-IF.
004830 9850-EXIT.
004840     EXIT.
