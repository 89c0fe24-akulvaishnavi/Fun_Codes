000270*                  (XMITREG) SO "WHICH RUNS HAS THE RECEIVER
000280*                  ACCEPTED?" CAN BE ANSWERED AT ANY MOMENT
000290*                  INSTEAD OF AT MONTH-END.
000291* 10-15-2026  RVK  REGISTER NOW CARRIES A RESEND COUNT AND STATUS
000292*                  S (RETRANSMITTED BY InterchangeRetransmit,
000293*                  AWAITING THE RECEIVER'S ACKNOWLEDGMENT OF THE
000294*                  RESEND). AN ACKNOWLEDGMENT SETTLES A RESENT RUN
000295*                  THE SAME WAY AS AN ORIGINAL ONE.
000296* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
000297*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
000298*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout EVERY
000299*                  RUN THIS PASS ACKNOWLEDGES ALSO GETS AN OUTCOME
000300*                  ENTRY CARRYING ITS NEW REGISTER STATUS.
000305*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000450     SELECT TRANSMIT-REGISTER ASSIGN TO XMITREG
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-REGISTER-STATUS.
000472     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000474         ORGANIZATION IS SEQUENTIAL
000476         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000980*   A = ACCEPTED, COUNTS AGREE
000990*   R = REJECTED (NAK) BY THE RECEIVER
001000*   M = ACKNOWLEDGED BUT THE RECEIVER'S COUNT DISAGREES
001002*   S = RESENT BY InterchangeRetransmit, NO ACKNOWLEDGMENT YET
001004* TR-RESEND-COUNT IS HOW MANY TIMES THE RUN HAS BEEN RESENT; ON A
001006* REGISTER WRITTEN BEFORE IT EXISTED IT IS SPACES, TAKEN AS ZERO.
001010*----------------------------------------------------------------
001020 FD  TRANSMIT-REGISTER
001030     RECORDING MODE IS F.
001090         88  TR-ACCEPTED             VALUE 'A'.
001100         88  TR-REJECTED             VALUE 'R'.
001110         88  TR-COUNT-MISMATCH       VALUE 'M'.
001115         88  TR-RESENT               VALUE 'S'.
001120     05  TR-RECEIVED-COUNT       PIC 9(08).
001130     05  TR-LAST-UPDATE-DATE     PIC 9(08).
001136     05  TR-RESEND-COUNT         PIC 9(02).
001142     05  FILLER                  PIC X(05).
001150
001151*----------------------------------------------------------------
001152* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
001153* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
001154*----------------------------------------------------------------
001155 FD  RUN-LEDGER-FILE
001156     RECORDING MODE IS F.
001157 01  RUN-LEDGER-RECORD.
001158     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
001159     05  FILLER                  PIC X(02).
001160
001165 WORKING-STORAGE SECTION.
001170 01  WS-INTERCHANGE-FILE-STATUS PIC X(02).
001180 01  WS-ACK-FILE-STATUS       PIC X(02).
001190 01  WS-REGISTER-STATUS       PIC X(02).
001400             88  RG-ACCEPTED          VALUE 'A'.
001410             88  RG-REJECTED          VALUE 'R'.
001420             88  RG-COUNT-MISMATCH    VALUE 'M'.
001425             88  RG-RESENT            VALUE 'S'.
001430         10  RG-RECEIVED-COUNT    PIC 9(08) COMP.
001440         10  RG-LAST-UPDATE-DATE  PIC 9(08).
001445         10  RG-RESEND-COUNT      PIC 9(02) COMP.
001446         10  RG-ACKED-SW          PIC X(01).
001447             88  RG-ACKED-THIS-PASS   VALUE 'Y'.
001450 01  WS-REGISTER-IDX          PIC 9(04) COMP VALUE ZERO.
001460 01  WS-LOOKUP-RUN-ID         PIC X(08) VALUE SPACES.
001470 01  WS-REGISTER-FULL-SW      PIC X VALUE 'N'.
001530 01  WS-COUNT-EDIT            PIC Z(4)9 VALUE ZERO.
001540 01  WS-SENT-EDIT             PIC Z(7)9 VALUE ZERO.
001550 01  WS-RECEIVED-EDIT         PIC Z(7)9 VALUE ZERO.
001551 01  WS-RESEND-EDIT           PIC Z9 VALUE ZERO.
001552 01  WS-RUN-LEDGER-STATUS     PIC X(02).
001553 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
001554     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
001555 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
001556 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
001557 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
001560
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     DISPLAY "Interchange Acknowledgment Processing".
001595     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
001600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001610     PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
001620     PERFORM 2000-SCAN-INTERCHANGE-TRAILERS THRU 2000-EXIT.
001630     PERFORM 3000-APPLY-ACKNOWLEDGMENTS THRU 3000-EXIT.
001640     PERFORM 4000-REWRITE-REGISTER THRU 4000-EXIT.
001642     IF RETURN-CODE NOT = 8
001644         PERFORM 9820-POST-ACK-OUTCOMES THRU 9820-EXIT
001646     END-IF.
001650     PERFORM 8000-PRINT-STATUS-REPORT THRU 8000-EXIT.
001660     IF WS-PROBLEM-COUNT > 0 OR WS-UNKNOWN-ACK-COUNT > 0
001670         MOVE 4 TO RETURN-CODE
001680     END-IF.
001685     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
001690     STOP RUN.
001700
001710*----------------------------------------------------------------
002070             RG-RECEIVED-COUNT(WS-REGISTER-COUNT)
002080         MOVE TR-LAST-UPDATE-DATE TO
002090             RG-LAST-UPDATE-DATE(WS-REGISTER-COUNT)
002091         IF TR-RESEND-COUNT IS NUMERIC
002092             MOVE TR-RESEND-COUNT TO
002093                 RG-RESEND-COUNT(WS-REGISTER-COUNT)
002094         ELSE
002095             MOVE 0 TO RG-RESEND-COUNT(WS-REGISTER-COUNT)
002096         END-IF
002098         MOVE 'N' TO RG-ACKED-SW(WS-REGISTER-COUNT)
002100     ELSE
002110         DISPLAY "Register entry for run " TR-RUN-ID
002120             " dropped - register table full."
002690* COUNT SETTLES THE RUN AS ACCEPTED; AN ACCEPT WITH A DIFFERENT
002700* COUNT IS A MISMATCH; A REJECT IS A NAK. AN ACKNOWLEDGMENT FOR
002710* A RUN WE NEVER REGISTERED IS FLAGGED - THE RECEIVER IS
002715* BALANCING SOMETHING WE HAVE NO RECORD OF SENDING. A RESENT RUN
002720* (STATUS S) IS SETTLED THE SAME WAY, AGAINST THE COUNT IN ITS
002725* REBUILT TRAILER.
002730*----------------------------------------------------------------
002740 3000-APPLY-ACKNOWLEDGMENTS.
002750     OPEN INPUT ACK-FILE
003200         MOVE 0 TO RG-RECEIVED-COUNT(WS-REGISTER-IDX)
003210     END-IF
003220     MOVE WS-CURRENT-DATE TO
003226         RG-LAST-UPDATE-DATE(WS-REGISTER-IDX)
003232     MOVE 'Y' TO RG-ACKED-SW(WS-REGISTER-IDX).
003240 3020-NEXT.
003250     PERFORM 3010-READ-ACK-RECORD THRU 3010-EXIT.
003260 3020-EXIT.
003500         TR-RECEIVED-COUNT
003510     MOVE RG-LAST-UPDATE-DATE(WS-REGISTER-IDX) TO
003520         TR-LAST-UPDATE-DATE
003525     MOVE RG-RESEND-COUNT(WS-REGISTER-IDX) TO TR-RESEND-COUNT
003530     WRITE TRANSMIT-REGISTER-RECORD.
003540 4010-EXIT.
003550     EXIT.
003750         MOVE 0 TO RG-RECEIVED-COUNT(WS-REGISTER-IDX)
003760         MOVE WS-CURRENT-DATE TO
003770             RG-LAST-UPDATE-DATE(WS-REGISTER-IDX)
003775         MOVE 0 TO RG-RESEND-COUNT(WS-REGISTER-IDX)
003777         MOVE 'N' TO RG-ACKED-SW(WS-REGISTER-IDX)
003780     ELSE
003790         IF NOT WS-REGISTER-FULL
003800             MOVE 'Y' TO WS-REGISTER-FULL-SW
003890*----------------------------------------------------------------
003900* 8000-PRINT-STATUS-REPORT LISTS EVERY REGISTER ENTRY AND CALLS
003910* OUT THE PROBLEM ONES: STILL PENDING (TRANSMITTED, NEVER
003917* ACKNOWLEDGED), REJECTED, COUNT MISMATCH, OR RESENT AND NOT YET
003924* ACKNOWLEDGED. A DROPPED TRANSMISSION IS VISIBLE HERE THE DAY IT
003931* HAPPENS.
003940*----------------------------------------------------------------
003950 8000-PRINT-STATUS-REPORT.
003960     DISPLAY "----------------------------------------"
004140 8010-PRINT-REGISTER-ENTRY.
004150     MOVE RG-SENT-COUNT(WS-REGISTER-IDX) TO WS-SENT-EDIT
004160     MOVE RG-RECEIVED-COUNT(WS-REGISTER-IDX) TO WS-RECEIVED-EDIT
004165     MOVE RG-RESEND-COUNT(WS-REGISTER-IDX) TO WS-RESEND-EDIT
004170     EVALUATE TRUE
004180         WHEN RG-ACCEPTED(WS-REGISTER-IDX)
004190             DISPLAY "Run " RG-RUN-ID(WS-REGISTER-IDX)
004310                 " MISMATCH  sent " WS-SENT-EDIT
004320                 " received " WS-RECEIVED-EDIT
004330                 "  ** COUNTS DISAGREE **"
004331         WHEN RG-RESENT(WS-REGISTER-IDX)
004332             ADD 1 TO WS-PROBLEM-COUNT
004333             DISPLAY "Run " RG-RUN-ID(WS-REGISTER-IDX)
004334                 " RESENT    sent " WS-SENT-EDIT
004335                 " resend " WS-RESEND-EDIT
004336                 "  ** AWAITING ACK OF RESEND **"
004340         WHEN OTHER
004350             ADD 1 TO WS-PROBLEM-COUNT
004360             DISPLAY "Run " RG-RUN-ID(WS-REGISTER-IDX)
004390     END-EVALUATE.
004400 8010-EXIT.
004410     EXIT.
004415
004420*----------------------------------------------------------------
004430* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
004440* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
004450* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
004460* REPORTED BUT DOES NOT STOP THE RUN.
004470*----------------------------------------------------------------
004480 9800-POST-RUN-START.
004490     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
004500     IF NOT WS-RUN-LEDGER-OPEN
004510         GO TO 9800-EXIT
004520     END-IF
004530     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
004540     SET RL-RUN-STARTED TO TRUE
004550     WRITE RUN-LEDGER-RECORD
004560     CLOSE RUN-LEDGER-FILE.
004570 9800-EXIT.
004580     EXIT.
004585
004590*----------------------------------------------------------------
004600* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
004610* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
004620*----------------------------------------------------------------
004630 9810-POST-RUN-END.
004640     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
004650     IF NOT WS-RUN-LEDGER-OPEN
004660         GO TO 9810-EXIT
004670     END-IF
004680     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
004690     SET RL-RUN-ENDED TO TRUE
004700     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
004710     ACCEPT WS-LEDGER-CLOCK FROM TIME
004720     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
004730     MOVE RETURN-CODE TO RL-RETURN-CODE
004740     MOVE WS-ACK-COUNT TO RL-RECORDS-IN
004750     MOVE WS-TRAILER-COUNT TO RL-RECORDS-OUT
004760     COMPUTE RL-RECORDS-REJECTED = WS-PROBLEM-COUNT +
004770         WS-UNKNOWN-ACK-COUNT
004780     WRITE RUN-LEDGER-RECORD
004790     CLOSE RUN-LEDGER-FILE.
004800 9810-EXIT.
004810     EXIT.
004811
004812*----------------------------------------------------------------
004813* 9820-POST-ACK-OUTCOMES APPENDS AN OUTCOME ENTRY FOR EVERY RUN AN
004814* ACKNOWLEDGMENT SETTLED THIS PASS, CARRYING ITS NEW REGISTER
004815* STATUS AND THE SENT AND RECEIVED COUNTS, SO BatchCloseout CAN
004816* SHOW WHETHER EACH CONVERTER RUN WAS ACCEPTED. IT RUNS ONLY ONCE
004817* THE REGISTER ITSELF HAS BEEN SAVED.
004818*----------------------------------------------------------------
004819 9820-POST-ACK-OUTCOMES.
004820     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
004821     IF NOT WS-RUN-LEDGER-OPEN
004822         GO TO 9820-EXIT
004823     END-IF
004824     PERFORM 9825-POST-ACK-OUTCOME THRU 9825-EXIT
004825         VARYING WS-REGISTER-IDX FROM 1 BY 1
004826         UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
004827     CLOSE RUN-LEDGER-FILE.
004828 9820-EXIT.
004829     EXIT.
004830
004831 9825-POST-ACK-OUTCOME.
004832     IF NOT RG-ACKED-THIS-PASS(WS-REGISTER-IDX)
004833         GO TO 9825-EXIT
004834     END-IF
004835     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
004836     SET RL-RUN-OUTCOME TO TRUE
004837     MOVE RG-RUN-ID(WS-REGISTER-IDX) TO RL-RUN-ID
004838     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
004839     ACCEPT WS-LEDGER-CLOCK FROM TIME
004840     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
004841     MOVE RG-ACK-STATUS(WS-REGISTER-IDX) TO RL-OUTCOME
004842     MOVE RG-SENT-COUNT(WS-REGISTER-IDX) TO RL-RECORDS-IN
004843     MOVE RG-RECEIVED-COUNT(WS-REGISTER-IDX) TO RL-RECORDS-OUT
004844     WRITE RUN-LEDGER-RECORD.
004845 9825-EXIT.
004846     EXIT.
004848
004850 9840-BUILD-LEDGER-ENTRY.
004852     IF WS-LEDGER-START-DATE = ZERO
004854         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
004856         ACCEPT WS-LEDGER-CLOCK FROM TIME
004860         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
004870     END-IF
004880     MOVE SPACES TO RUN-LEDGER-RECORD
004890     MOVE "InterchangeAckProcessor" TO RL-PROGRAM-ID
004900     MOVE SPACES TO RL-RUN-ID
004910     MOVE SPACES TO RL-OPERATOR-ID
004920     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
004930     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
004940     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
004950         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
004960 9840-EXIT.
004970     EXIT.
004975
004980 9850-OPEN-RUN-LEDGER.
004990     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
005000     OPEN EXTEND RUN-LEDGER-FILE
005010     IF WS-RUN-LEDGER-STATUS NOT = '00'
005020         OPEN OUTPUT RUN-LEDGER-FILE
005030     END-IF
005040     IF WS-RUN-LEDGER-STATUS = '00'
005050         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
005060     ELSE
005070         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
005080             WS-RUN-LEDGER-STATUS "."
005090     END-IF.
005100 9850-EXIT.
005110     EXIT.
