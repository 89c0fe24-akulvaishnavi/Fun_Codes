000250*                  AUDIT ENTRY, AND WHERE THE VALUES DISAGREE.
000251*                  THE CONSOLE PASS/FAIL AND RETURN CODE STAY
000252*                  FOR THE SCHEDULER.
000253* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
000254*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
000255*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout.
000257*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000391     SELECT DISCREPANCY-FILE ASSIGN TO DISCRPT
000392         ORGANIZATION IS SEQUENTIAL
000393         FILE STATUS IS WS-DISCREPANCY-STATUS.
000394     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000395         ORGANIZATION IS SEQUENTIAL
000396         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000819     RECORDING MODE IS F.
000820 01  DISCREPANCY-RECORD              PIC X(80).
000821
000822*----------------------------------------------------------------
000823* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
000824* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
000825*----------------------------------------------------------------
000826 FD  RUN-LEDGER-FILE
000827     RECORDING MODE IS F.
000828 01  RUN-LEDGER-RECORD.
000829     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
000830     05  FILLER                  PIC X(02).
000831
000834 WORKING-STORAGE SECTION.
000837 01  WS-AUDIT-FILE-STATUS         PIC X(02).
000840 01  WS-INTERCHANGE-FILE-STATUS   PIC X(02).
000850 01  WS-RECON-RUN-ID              PIC X(08).
000860 01  WS-AUDIT-EOF-SW              PIC X VALUE 'N'.
001053 01  WS-VALUE-EDIT-A              PIC -(3)9.99 VALUE ZERO.
001054 01  WS-VALUE-EDIT-B              PIC -(3)9.99 VALUE ZERO.
001055 01  WS-COUNT-EDIT                PIC Z(4)9 VALUE ZERO.
001056 01  WS-RUN-LEDGER-STATUS     PIC X(02).
001057 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
001058     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
001059 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
001060 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
001061 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
001062
001063 PROCEDURE DIVISION.
001064 0000-MAINLINE.
001065     DISPLAY "Audit / Interchange Reconciliation".
001066     DISPLAY "Run ID to reconcile: ".
001070     ACCEPT WS-RECON-RUN-ID.
001075     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
001080     PERFORM 1000-FOOT-AUDIT-FILE THRU 1000-EXIT.
001090     PERFORM 2000-FOOT-INTERCHANGE-FILE THRU 2000-EXIT.
001091     PERFORM 2500-MATCH-RECORDS THRU 2500-EXIT.
001150         DISPLAY "Reconciliation OK for run " WS-RECON-RUN-ID
001160         MOVE 0 TO RETURN-CODE
001170     END-IF.
001175     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
001180     STOP RUN.
001190
001200*----------------------------------------------------------------
001310         DISPLAY "Unable to open audit file - reconciliation ",
001320             "aborted."
001330         MOVE 8 TO RETURN-CODE
001335         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001340         STOP RUN
001350     END-IF.
001360     PERFORM 1010-READ-AUDIT-RECORD THRU 1010-EXIT.
001680         DISPLAY "Unable to open interchange file - ",
001690             "reconciliation aborted."
001700         MOVE 8 TO RETURN-CODE
001705         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001710         STOP RUN
001720     END-IF.
001730     PERFORM 2010-READ-INTERCHANGE-RECORD THRU 2010-EXIT.
002426     DISPLAY "----------------------------------------".
003000 3000-EXIT.
003010     EXIT.
003015
003020*----------------------------------------------------------------
003030* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
003040* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
003050* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
003060* REPORTED BUT DOES NOT STOP THE RUN.
003070*----------------------------------------------------------------
003080 9800-POST-RUN-START.
003090     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
003100     IF NOT WS-RUN-LEDGER-OPEN
003110         GO TO 9800-EXIT
003120     END-IF
003130     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
003140     SET RL-RUN-STARTED TO TRUE
003150     WRITE RUN-LEDGER-RECORD
003160     CLOSE RUN-LEDGER-FILE.
003170 9800-EXIT.
003180     EXIT.
003185
003190*----------------------------------------------------------------
003200* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
003210* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
003220*----------------------------------------------------------------
003230 9810-POST-RUN-END.
003240     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
003250     IF NOT WS-RUN-LEDGER-OPEN
003260         GO TO 9810-EXIT
003270     END-IF
003280     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
003290     SET RL-RUN-ENDED TO TRUE
003300     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003310     ACCEPT WS-LEDGER-CLOCK FROM TIME
003320     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
003330     MOVE RETURN-CODE TO RL-RETURN-CODE
003340     MOVE WS-AUDIT-MATCH-COUNT TO RL-RECORDS-IN
003350     MOVE WS-DETAIL-TAB-COUNT TO RL-RECORDS-OUT
003360     COMPUTE RL-RECORDS-REJECTED = WS-AUDIT-ONLY-COUNT +
003370         WS-DETAIL-ONLY-COUNT + WS-VALUE-DISAGREE-COUNT
003380     WRITE RUN-LEDGER-RECORD
003390     CLOSE RUN-LEDGER-FILE.
003400 9810-EXIT.
003410     EXIT.
003415
003420 9840-BUILD-LEDGER-ENTRY.
003430     IF WS-LEDGER-START-DATE = ZERO
003440         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
003450         ACCEPT WS-LEDGER-CLOCK FROM TIME
003460         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
003470     END-IF
003480     MOVE SPACES TO RUN-LEDGER-RECORD
003490     MOVE "AuditInterchangeRecon" TO RL-PROGRAM-ID
003500     MOVE WS-RECON-RUN-ID TO RL-RUN-ID
003510     MOVE SPACES TO RL-OPERATOR-ID
003520     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
003530     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
003540     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
003550         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
003560 9840-EXIT.
003570     EXIT.
003575
003580 9850-OPEN-RUN-LEDGER.
003590     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
003600     OPEN EXTEND RUN-LEDGER-FILE
003610     IF WS-RUN-LEDGER-STATUS NOT = '00'
003620         OPEN OUTPUT RUN-LEDGER-FILE
003630     END-IF
003640     IF WS-RUN-LEDGER-STATUS = '00'
003650         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
003660     ELSE
003670         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
003680             WS-RUN-LEDGER-STATUS "."
003690     END-IF.
003700 9850-EXIT.
003710     EXIT.
