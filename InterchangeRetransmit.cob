000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. InterchangeRetransmit.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. REBUILDS THE INTERCHANGE TRANSMISSION
000200*                  OF EVERY RUN THE RECEIVER REJECTED (R) OR
000210*                  MIS-COUNTED (M) ON XMITREG, FROM THE INTRSAVE
000220*                  COPY TemperatureConverter KEEPS, WITH A FRESH
000230*                  HEADER AND TRAILER CARRYING A RETRANSMISSION
000240*                  SEQUENCE NUMBER. THE REGISTER RECORDS THE
000250*                  RESEND (STATUS S, RESEND COUNT, DATE) SO THE
000260*                  NEXT InterchangeAckProcessor PASS CAN CLOSE IT
000270*                  OUT. A RUN ALREADY RESENT THE LIMIT NUMBER OF
000280*                  TIMES, OR ONE THAT CANNOT BE REBUILT SAFELY,
000290*                  GOES ON AN ESCALATION LIST (ESCLIST) INSTEAD.
000292* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
000294*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
000296*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout.
000298*                  EVERY RUN RESENT ALSO GETS AN OUTCOME ENTRY
000299*                  (STATUS S).
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-3090.
000350 OBJECT-COMPUTER. IBM-3090.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TRANSMIT-REGISTER ASSIGN TO XMITREG
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-REGISTER-STATUS.
000420     SELECT INTERCHANGE-SAVE-FILE ASSIGN TO INTRSAVE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-SAVE-FILE-STATUS.
000450     SELECT INTERCHANGE-FILE ASSIGN TO INTRFILE
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-INTERCHANGE-FILE-STATUS.
000480     SELECT ESCALATION-FILE ASSIGN TO ESCLIST
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-ESCALATION-STATUS.
000502     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000504         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------------
000550* TRANSMIT-REGISTER IS THE SAME TRANSMISSION-STATUS REGISTER
000560* InterchangeAckProcessor KEEPS, READ INTO A TABLE AND REWRITTEN
000570* WHOLE. STATUS VALUES:
000580*   P = TRANSMITTED, NO ACKNOWLEDGMENT YET
000590*   A = ACCEPTED, COUNTS AGREE
000600*   R = REJECTED (NAK) BY THE RECEIVER
000610*   M = ACKNOWLEDGED BUT THE RECEIVER'S COUNT DISAGREES
000620*   S = RESENT BY THIS PROGRAM, NO ACKNOWLEDGMENT YET
000630* ONLY R AND M RUNS ARE RESENT. TR-RESEND-COUNT IS SPACES ON A
000640* REGISTER WRITTEN BEFORE IT EXISTED AND IS TAKEN AS ZERO.
000650*----------------------------------------------------------------
000660 FD  TRANSMIT-REGISTER
000670     RECORDING MODE IS F.
000680 01  TRANSMIT-REGISTER-RECORD.
000690     05  TR-RUN-ID               PIC X(08).
000700     05  TR-SENT-COUNT           PIC 9(08).
000710     05  TR-ACK-STATUS           PIC X(01).
000720         88  TR-PENDING              VALUE 'P'.
000730         88  TR-ACCEPTED             VALUE 'A'.
000740         88  TR-REJECTED             VALUE 'R'.
000750         88  TR-COUNT-MISMATCH       VALUE 'M'.
000760         88  TR-RESENT               VALUE 'S'.
000770     05  TR-RECEIVED-COUNT       PIC 9(08).
000780     05  TR-LAST-UPDATE-DATE     PIC 9(08).
000790     05  TR-RESEND-COUNT         PIC 9(02).
000800     05  FILLER                  PIC X(05).
000810
000820*----------------------------------------------------------------
000830* INTERCHANGE-SAVE-FILE IS TemperatureConverter'S PERMANENT COPY
000840* OF EVERY INTERCHANGE RECORD IT HAS SENT - THE SAME THREE-WAY
000850* LAYOUT AS INTERCHANGE-FILE BELOW. A RUN'S DETAILS ARE FOUND BY
000860* THE RUN ID STAMPED ON EACH ONE; ITS ORIGINAL HEADER AND TRAILER
000870* ARE USED ONLY TO PROVE THE SAVED COPY IS COMPLETE.
000880*----------------------------------------------------------------
000890 FD  INTERCHANGE-SAVE-FILE
000900     RECORDING MODE IS F.
000910 01  INTERCHANGE-SAVE-RECORD.
000920     05  SV-RECORD-TYPE          PIC X(01).
000930         88  SV-HEADER-RECORD        VALUE 'H'.
000940         88  SV-DETAIL-RECORD        VALUE 'D'.
000950         88  SV-TRAILER-RECORD       VALUE 'T'.
000960     05  SV-RECORD-DATA.
000970         10  SV-HEADER-DATA.
000980             15  SV-RUN-ID           PIC X(08).
000990             15  SV-RUN-DATE         PIC 9(08).
001000             15  SV-RECORD-COUNT     PIC 9(08).
001010             15  SV-RETRANSMIT-SEQ   PIC 9(03).
001020             15  FILLER              PIC X(22).
001030         10  SV-DETAIL-DATA REDEFINES SV-HEADER-DATA.
001040             15  SV-STATION-ID       PIC X(08).
001050             15  SV-SOURCE-SCALE     PIC X(01).
001060             15  SV-TARGET-SCALE     PIC X(01).
001070             15  SV-CONVERTED-VALUE  PIC S9(3)V99
001080                 SIGN IS TRAILING SEPARATE.
001090             15  SV-DETAIL-RUN-ID    PIC X(08).
001100             15  FILLER              PIC X(25).
001110         10  SV-TRAILER-DATA REDEFINES SV-HEADER-DATA.
001120             15  SV-TRAILER-RUN-ID   PIC X(08).
001130             15  SV-FINAL-COUNT      PIC 9(08).
001140             15  SV-CONTROL-TOTAL    PIC S9(9)V99
001150                 SIGN IS TRAILING SEPARATE.
001160             15  SV-TRAILER-RETRANSMIT-SEQ
001170                                     PIC 9(03).
001180             15  FILLER              PIC X(18).
001190
001200*----------------------------------------------------------------
001210* INTERCHANGE-FILE IS THE REBUILT TRANSMISSION - FOR EACH RUN
001220* RESENT, A FRESH HEADER, THE RUN'S SAVED DETAIL RECORDS AS
001230* ORIGINALLY SENT, AND A FRESH TRAILER. HEADER AND TRAILER CARRY
001240* THE RETRANSMISSION SEQUENCE NUMBER (1 ON THE FIRST RESEND) SO
001250* THE RECEIVER CAN TELL THIS FROM THE ORIGINAL. UNLIKE THE
001260* ORIGINAL, THE HEADER'S RECORD COUNT IS THE TRUE COUNT.
001270*----------------------------------------------------------------
001280 FD  INTERCHANGE-FILE
001290     RECORDING MODE IS F.
001300 01  INTERCHANGE-RECORD.
001310     05  IX-RECORD-TYPE          PIC X(01).
001320         88  IX-HEADER-RECORD        VALUE 'H'.
001330         88  IX-DETAIL-RECORD        VALUE 'D'.
001340         88  IX-TRAILER-RECORD       VALUE 'T'.
001350     05  IX-RECORD-DATA.
001360         10  IX-HEADER-DATA.
001370             15  IX-RUN-ID           PIC X(08).
001380             15  IX-RUN-DATE         PIC 9(08).
001390             15  IX-RECORD-COUNT     PIC 9(08).
001400             15  IX-RETRANSMIT-SEQ   PIC 9(03).
001410             15  FILLER              PIC X(22).
001420         10  IX-TRAILER-DATA REDEFINES IX-HEADER-DATA.
001430             15  IX-TRAILER-RUN-ID   PIC X(08).
001440             15  IX-FINAL-COUNT      PIC 9(08).
001450             15  IX-CONTROL-TOTAL    PIC S9(9)V99
001460                 SIGN IS TRAILING SEPARATE.
001470             15  IX-TRAILER-RETRANSMIT-SEQ
001480                                     PIC 9(03).
001490             15  FILLER              PIC X(18).
001500
001510*----------------------------------------------------------------
001520* ESCALATION-FILE IS THE PRINTED LIST FOR WHOEVER TAKES THE RUNS
001530* THIS PROGRAM WILL NOT RESEND UP WITH THE RECEIVER - ONE LINE
001540* PER RUN WITH THE REASON. IT IS WRITTEN EVEN WHEN EMPTY SO ITS
001550* ABSENCE IS NEVER AMBIGUOUS.
001560*----------------------------------------------------------------
001570 FD  ESCALATION-FILE
001580     RECORDING MODE IS F.
001590 01  ESCALATION-RECORD           PIC X(80).
001600
001601*----------------------------------------------------------------
001602* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
001603* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
001604*----------------------------------------------------------------
001605 FD  RUN-LEDGER-FILE
001606     RECORDING MODE IS F.
001607 01  RUN-LEDGER-RECORD.
001608     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
001609     05  FILLER                  PIC X(02).
001610
001615 WORKING-STORAGE SECTION.
001620 01  WS-REGISTER-STATUS       PIC X(02).
001630 01  WS-SAVE-FILE-STATUS      PIC X(02).
001640 01  WS-INTERCHANGE-FILE-STATUS PIC X(02).
001650 01  WS-ESCALATION-STATUS     PIC X(02).
001660 01  WS-CURRENT-DATE          PIC 9(08).
001670 01  WS-REGISTER-EOF-SW       PIC X VALUE 'N'.
001680     88  WS-REGISTER-EOF          VALUE 'Y'.
001690 01  WS-SAVE-EOF-SW           PIC X VALUE 'N'.
001700     88  WS-SAVE-EOF              VALUE 'Y'.
001710*----------------------------------------------------------------
001720* THE REGISTER TABLE - SAME SHAPE AND SIZE AS InterchangeAck-
001730* Processor'S. A REGISTER TOO BIG FOR IT STOPS THE RUN: THE
001740* REGISTER IS REWRITTEN FROM THE TABLE, SO AN ENTRY DROPPED HERE
001750* WOULD BE LOST.
001760*----------------------------------------------------------------
001770 01  WS-REGISTER-MAX          PIC 9(04) COMP VALUE 500.
001780 01  WS-REGISTER-COUNT        PIC 9(04) COMP VALUE ZERO.
001790 01  WS-REGISTER-TABLE.
001800     05  WS-REGISTER-ENTRY OCCURS 500 TIMES.
001810         10  RG-RUN-ID            PIC X(08).
001820         10  RG-SENT-COUNT        PIC 9(08) COMP.
001830         10  RG-ACK-STATUS        PIC X(01).
001840             88  RG-PENDING           VALUE 'P'.
001850             88  RG-ACCEPTED          VALUE 'A'.
001860             88  RG-REJECTED          VALUE 'R'.
001870             88  RG-COUNT-MISMATCH    VALUE 'M'.
001880             88  RG-RESENT            VALUE 'S'.
001890         10  RG-RECEIVED-COUNT    PIC 9(08) COMP.
001900         10  RG-LAST-UPDATE-DATE  PIC 9(08).
001910         10  RG-RESEND-COUNT      PIC 9(02) COMP.
001913         10  RG-RESENT-SW         PIC X(01).
001916             88  RG-RESENT-THIS-PASS  VALUE 'Y'.
001920 01  WS-REGISTER-IDX          PIC 9(04) COMP VALUE ZERO.
001930*----------------------------------------------------------------
001940* RESEND LIMIT - HOW MANY TIMES A RUN MAY BE RESENT BEFORE IT IS
001950* ESCALATED INSTEAD. TAKEN FROM THE CONSOLE (SYSIN IN BATCH); A
001960* BLANK OR UNUSABLE ANSWER LEAVES THE DEFAULT OF 3.
001970*----------------------------------------------------------------
001980 01  WS-RESEND-LIMIT          PIC 9(02) VALUE 3.
001990 01  WS-RESEND-LIMIT-INPUT    PIC X(02) VALUE SPACES.
002000*----------------------------------------------------------------
002010* THE RUN IN HAND, AS FOUND ON INTRSAVE.
002020*----------------------------------------------------------------
002030 01  WS-RTX-RUN-ID            PIC X(08) VALUE SPACES.
002040 01  WS-RTX-SEQUENCE          PIC 9(03) VALUE ZERO.
002050 01  WS-SAVED-FOUND-SW        PIC X VALUE 'N'.
002060     88  WS-SAVED-FOUND           VALUE 'Y'.
002070 01  WS-SAVED-TRAILER-SW      PIC X VALUE 'N'.
002080     88  WS-SAVED-TRAILER-FOUND   VALUE 'Y'.
002090 01  WS-SAVED-DETAIL-COUNT    PIC 9(08) COMP VALUE ZERO.
002100 01  WS-SAVED-DETAIL-TOTAL    PIC S9(9)V99 VALUE ZERO.
002110 01  WS-SAVED-TRAILER-COUNT   PIC 9(08) VALUE ZERO.
002120 01  WS-SAVED-TRAILER-TOTAL   PIC S9(9)V99 VALUE ZERO.
002130 01  WS-SAVE-MISSING-SW       PIC X VALUE 'N'.
002140     88  WS-SAVE-MISSING          VALUE 'Y'.
002143 01  WS-RTX-WRITTEN-SW        PIC X VALUE 'N'.
002146     88  WS-RTX-WRITTEN           VALUE 'Y'.
002150 01  WS-ESCALATION-REASON     PIC X(26) VALUE SPACES.
002160 01  WS-CANDIDATE-COUNT       PIC 9(05) COMP VALUE ZERO.
002170 01  WS-RESENT-COUNT          PIC 9(05) COMP VALUE ZERO.
002180 01  WS-ESCALATED-COUNT       PIC 9(05) COMP VALUE ZERO.
002190 01  WS-RECORDS-WRITTEN       PIC 9(08) COMP VALUE ZERO.
002200 01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
002210 01  WS-COUNT-EDIT            PIC Z(4)9 VALUE ZERO.
002220 01  WS-SENT-EDIT             PIC Z(7)9 VALUE ZERO.
002230 01  WS-RESEND-EDIT           PIC Z9 VALUE ZERO.
002231 01  WS-RUN-LEDGER-STATUS     PIC X(02).
002232 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
002233     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
002234 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
002235 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
002236 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
002240
002250 PROCEDURE DIVISION.
002260 0000-MAINLINE.
002270     DISPLAY "Interchange Retransmission".
002275     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
002280     DISPLAY "Resend limit (blank for 3): ".
002290     ACCEPT WS-RESEND-LIMIT-INPUT.
002300     PERFORM 0100-SET-RESEND-LIMIT THRU 0100-EXIT.
002310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002320     PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
002330     PERFORM 2000-OPEN-OUTPUT-FILES THRU 2000-EXIT.
002340     PERFORM 3000-PROCESS-REGISTER-ENTRY THRU 3000-EXIT
002350         VARYING WS-REGISTER-IDX FROM 1 BY 1
002360         UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT.
002370     PERFORM 4000-CLOSE-OUTPUT-FILES THRU 4000-EXIT.
002380     IF WS-RESENT-COUNT > 0
002390         PERFORM 5000-REWRITE-REGISTER THRU 5000-EXIT
002392         IF RETURN-CODE NOT = 8
002394             PERFORM 9820-POST-RESEND-OUTCOMES THRU 9820-EXIT
002396         END-IF
002400     END-IF.
002410     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002420     IF RETURN-CODE = 0 AND WS-ESCALATED-COUNT > 0
002430         MOVE 4 TO RETURN-CODE
002440     END-IF.
002445     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
002450     STOP RUN.
002460
002470 0100-SET-RESEND-LIMIT.
002480     IF WS-RESEND-LIMIT-INPUT = SPACES
002490         GO TO 0100-EXIT
002500     END-IF
002510     IF WS-RESEND-LIMIT-INPUT(2:1) = SPACE
002520         MOVE WS-RESEND-LIMIT-INPUT(1:1) TO
002530             WS-RESEND-LIMIT-INPUT(2:1)
002540         MOVE '0' TO WS-RESEND-LIMIT-INPUT(1:1)
002550     END-IF
002560     IF WS-RESEND-LIMIT-INPUT IS NUMERIC AND
002570         WS-RESEND-LIMIT-INPUT NOT = '00'
002580         MOVE WS-RESEND-LIMIT-INPUT TO WS-RESEND-LIMIT
002590     ELSE
002600         DISPLAY "Resend limit " WS-RESEND-LIMIT-INPUT
002610             " not understood - using " WS-RESEND-LIMIT "."
002620     END-IF.
002630 0100-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------
002670* 1000-LOAD-REGISTER READS THE TRANSMISSION REGISTER INTO THE
002680* TABLE. WITH NO REGISTER THERE IS NOTHING TO RESEND, AND THE RUN
002690* ENDS CLEANLY BEFORE ANY OUTPUT IS OPENED.
002700*----------------------------------------------------------------
002710 1000-LOAD-REGISTER.
002720     OPEN INPUT TRANSMIT-REGISTER
002730     IF WS-REGISTER-STATUS NOT = '00'
002740         DISPLAY "No transmission register found - nothing to ",
002750             "retransmit."
002760         MOVE 0 TO RETURN-CODE
002765         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
002770         STOP RUN
002780     END-IF
002790     PERFORM 1010-READ-REGISTER-RECORD THRU 1010-EXIT
002800     PERFORM 1020-STORE-REGISTER-RECORD THRU 1020-EXIT
002810         UNTIL WS-REGISTER-EOF
002820     CLOSE TRANSMIT-REGISTER
002830     DISPLAY "Transmission register loaded - "
002840         WS-REGISTER-COUNT " run(s).".
002850 1000-EXIT.
002860     EXIT.
002870
002880 1010-READ-REGISTER-RECORD.
002890     READ TRANSMIT-REGISTER
002900         AT END
002910             MOVE 'Y' TO WS-REGISTER-EOF-SW
002920     END-READ.
002930 1010-EXIT.
002940     EXIT.
002950
002960 1020-STORE-REGISTER-RECORD.
002970     IF WS-REGISTER-COUNT >= WS-REGISTER-MAX
002980         DISPLAY "Transmission register exceeds " WS-REGISTER-MAX
002990             " runs - retransmission aborted, nothing changed."
003000         CLOSE TRANSMIT-REGISTER
003010         MOVE 16 TO RETURN-CODE
003015         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003020         STOP RUN
003030     END-IF
003040     ADD 1 TO WS-REGISTER-COUNT
003050     MOVE TR-RUN-ID TO RG-RUN-ID(WS-REGISTER-COUNT)
003060     MOVE TR-SENT-COUNT TO RG-SENT-COUNT(WS-REGISTER-COUNT)
003070     MOVE TR-ACK-STATUS TO RG-ACK-STATUS(WS-REGISTER-COUNT)
003080     MOVE TR-RECEIVED-COUNT TO
003090         RG-RECEIVED-COUNT(WS-REGISTER-COUNT)
003100     MOVE TR-LAST-UPDATE-DATE TO
003110         RG-LAST-UPDATE-DATE(WS-REGISTER-COUNT)
003120     IF TR-RESEND-COUNT IS NUMERIC
003130         MOVE TR-RESEND-COUNT TO
003140             RG-RESEND-COUNT(WS-REGISTER-COUNT)
003150     ELSE
003160         MOVE 0 TO RG-RESEND-COUNT(WS-REGISTER-COUNT)
003170     END-IF
003175     MOVE 'N' TO RG-RESENT-SW(WS-REGISTER-COUNT)
003180     PERFORM 1010-READ-REGISTER-RECORD THRU 1010-EXIT.
003190 1020-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------------
003230* 2000-OPEN-OUTPUT-FILES OPENS THE REBUILT TRANSMISSION AND THE
003240* ESCALATION LIST. EITHER ONE FAILING STOPS THE RUN BEFORE THE
003250* REGISTER IS TOUCHED.
003260*----------------------------------------------------------------
003270 2000-OPEN-OUTPUT-FILES.
003280     OPEN OUTPUT INTERCHANGE-FILE
003290     IF WS-INTERCHANGE-FILE-STATUS NOT = '00'
003300         DISPLAY "Unable to open retransmission interchange ",
003310             "file - nothing resent, register unchanged."
003320         MOVE 8 TO RETURN-CODE
003325         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003330         STOP RUN
003340     END-IF
003350     OPEN OUTPUT ESCALATION-FILE
003360     IF WS-ESCALATION-STATUS NOT = '00'
003370         DISPLAY "Unable to open escalation list - nothing ",
003380             "resent, register unchanged."
003390         CLOSE INTERCHANGE-FILE
003400         MOVE 8 TO RETURN-CODE
003405         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003410         STOP RUN
003420     END-IF
003430     MOVE "Interchange Retransmission Escalation List" TO
003440         WS-REPORT-LINE
003450     PERFORM 4100-EMIT-ESCALATION-LINE THRU 4100-EXIT
003460     MOVE WS-RESEND-LIMIT TO WS-RESEND-EDIT
003470     STRING "Run date: " WS-CURRENT-DATE
003480         "   Resend limit: " WS-RESEND-EDIT
003490         DELIMITED BY SIZE INTO WS-REPORT-LINE
003500     PERFORM 4100-EMIT-ESCALATION-LINE THRU 4100-EXIT
003510     MOVE "----------------------------------------" TO
003520         WS-REPORT-LINE
003530     PERFORM 4100-EMIT-ESCALATION-LINE THRU 4100-EXIT.
003540 2000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 3000-PROCESS-REGISTER-ENTRY TAKES ONE REGISTER ENTRY. ONLY A
003590* REJECTED (R) OR MIS-COUNTED (M) RUN IS A CANDIDATE. IT IS
003600* ESCALATED INSTEAD OF RESENT WHEN:
003610*   - IT HAS ALREADY BEEN RESENT WS-RESEND-LIMIT TIMES;
003620*   - INTRSAVE HOLDS NOTHING FOR IT (SENT BEFORE THE SAVE COPY
003630*     WAS KEPT, OR THE SAVE COPY IS GONE);
003640*   - THE SAVED COPY HAS NO TRAILER, OR ITS DETAILS DO NOT FOOT
003650*     TO THAT TRAILER'S COUNT AND CONTROL TOTAL - RESENDING AN
003660*     INCOMPLETE COPY WOULD ONLY BE REJECTED AGAIN.
003670* OTHERWISE THE RUN IS REBUILT AND ITS ENTRY MARKED RESENT.
003680*----------------------------------------------------------------
003690 3000-PROCESS-REGISTER-ENTRY.
003700     IF NOT RG-REJECTED(WS-REGISTER-IDX) AND
003710         NOT RG-COUNT-MISMATCH(WS-REGISTER-IDX)
003720         GO TO 3000-EXIT
003730     END-IF
003740     ADD 1 TO WS-CANDIDATE-COUNT
003750     IF RG-RESEND-COUNT(WS-REGISTER-IDX) >= WS-RESEND-LIMIT
003760         MOVE "RESEND LIMIT REACHED" TO WS-ESCALATION-REASON
003770         PERFORM 3500-ESCALATE-RUN THRU 3500-EXIT
003780         GO TO 3000-EXIT
003790     END-IF
003800     MOVE RG-RUN-ID(WS-REGISTER-IDX) TO WS-RTX-RUN-ID
003810     PERFORM 3100-TALLY-SAVED-RUN THRU 3100-EXIT
003820     IF NOT WS-SAVED-FOUND
003830         MOVE "NO SAVED INTERCHANGE DATA" TO WS-ESCALATION-REASON
003840         PERFORM 3500-ESCALATE-RUN THRU 3500-EXIT
003850         GO TO 3000-EXIT
003860     END-IF
003870     IF NOT WS-SAVED-TRAILER-FOUND
003880         MOVE "SAVED COPY INCOMPLETE" TO WS-ESCALATION-REASON
003890         PERFORM 3500-ESCALATE-RUN THRU 3500-EXIT
003900         GO TO 3000-EXIT
003910     END-IF
003920     IF WS-SAVED-DETAIL-COUNT NOT = WS-SAVED-TRAILER-COUNT OR
003930         WS-SAVED-DETAIL-TOTAL NOT = WS-SAVED-TRAILER-TOTAL
003940         MOVE "SAVED COPY OUT OF BALANCE" TO WS-ESCALATION-REASON
003950         PERFORM 3500-ESCALATE-RUN THRU 3500-EXIT
003960         GO TO 3000-EXIT
003970     END-IF
003980     PERFORM 3200-WRITE-RETRANSMISSION THRU 3200-EXIT
003982     IF NOT WS-RTX-WRITTEN
003984         GO TO 3000-EXIT
003986     END-IF
003990     MOVE 'S' TO RG-ACK-STATUS(WS-REGISTER-IDX)
004000     ADD 1 TO RG-RESEND-COUNT(WS-REGISTER-IDX)
004010     MOVE WS-SAVED-DETAIL-COUNT TO RG-SENT-COUNT(WS-REGISTER-IDX)
004020     MOVE 0 TO RG-RECEIVED-COUNT(WS-REGISTER-IDX)
004030     MOVE WS-CURRENT-DATE TO RG-LAST-UPDATE-DATE(WS-REGISTER-IDX)
004035     MOVE 'Y' TO RG-RESENT-SW(WS-REGISTER-IDX)
004040     ADD 1 TO WS-RESENT-COUNT
004050     MOVE WS-SAVED-DETAIL-COUNT TO WS-SENT-EDIT
004060     DISPLAY "Run " WS-RTX-RUN-ID " resent - retransmission "
004070         WS-RTX-SEQUENCE "," WS-SENT-EDIT " detail record(s).".
004080 3000-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* 3100-TALLY-SAVED-RUN PASSES INTRSAVE FOR THE RUN IN HAND,
004130* COUNTING AND FOOTING ITS DETAILS AND NOTING ITS ORIGINAL
004140* TRAILER'S FIGURES. A MISSING INTRSAVE IS REPORTED ONCE AND
004150* LEAVES EVERY RUN WITH NOTHING SAVED.
004160*----------------------------------------------------------------
004170 3100-TALLY-SAVED-RUN.
004180     MOVE 'N' TO WS-SAVED-FOUND-SW
004190     MOVE 'N' TO WS-SAVED-TRAILER-SW
004200     MOVE 0 TO WS-SAVED-DETAIL-COUNT
004210     MOVE 0 TO WS-SAVED-DETAIL-TOTAL
004220     MOVE 0 TO WS-SAVED-TRAILER-COUNT
004230     MOVE 0 TO WS-SAVED-TRAILER-TOTAL
004240     MOVE 'N' TO WS-SAVE-EOF-SW
004250     OPEN INPUT INTERCHANGE-SAVE-FILE
004260     IF WS-SAVE-FILE-STATUS NOT = '00'
004270         IF NOT WS-SAVE-MISSING
004280             MOVE 'Y' TO WS-SAVE-MISSING-SW
004290             DISPLAY "No interchange save file - runs cannot be ",
004300                 "rebuilt."
004310         END-IF
004320         GO TO 3100-EXIT
004330     END-IF
004340     PERFORM 3110-READ-SAVE-RECORD THRU 3110-EXIT
004350     PERFORM 3120-TALLY-SAVE-RECORD THRU 3120-EXIT
004360         UNTIL WS-SAVE-EOF
004370     CLOSE INTERCHANGE-SAVE-FILE.
004380 3100-EXIT.
004390     EXIT.
004400
004410 3110-READ-SAVE-RECORD.
004420     READ INTERCHANGE-SAVE-FILE
004430         AT END
004440             MOVE 'Y' TO WS-SAVE-EOF-SW
004450     END-READ.
004460 3110-EXIT.
004470     EXIT.
004480
004490 3120-TALLY-SAVE-RECORD.
004500     EVALUATE TRUE
004510         WHEN SV-HEADER-RECORD AND SV-RUN-ID = WS-RTX-RUN-ID
004520             MOVE 'Y' TO WS-SAVED-FOUND-SW
004530         WHEN SV-DETAIL-RECORD AND
004540             SV-DETAIL-RUN-ID = WS-RTX-RUN-ID
004550             MOVE 'Y' TO WS-SAVED-FOUND-SW
004560             ADD 1 TO WS-SAVED-DETAIL-COUNT
004570             ADD SV-CONVERTED-VALUE TO WS-SAVED-DETAIL-TOTAL
004580         WHEN SV-TRAILER-RECORD AND
004590             SV-TRAILER-RUN-ID = WS-RTX-RUN-ID
004600             MOVE 'Y' TO WS-SAVED-FOUND-SW
004610             MOVE 'Y' TO WS-SAVED-TRAILER-SW
004620             MOVE SV-FINAL-COUNT TO WS-SAVED-TRAILER-COUNT
004630             MOVE SV-CONTROL-TOTAL TO WS-SAVED-TRAILER-TOTAL
004640         WHEN OTHER
004650             CONTINUE
004660     END-EVALUATE
004670     PERFORM 3110-READ-SAVE-RECORD THRU 3110-EXIT.
004680 3120-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------
004720* 3200-WRITE-RETRANSMISSION WRITES THE RUN IN HAND TO THE REBUILT
004730* TRANSMISSION: A FRESH HEADER, A SECOND PASS OF INTRSAVE COPYING
004740* THE RUN'S DETAILS OVER UNCHANGED, AND A FRESH TRAILER. THE
004750* RETRANSMISSION SEQUENCE IS ONE MORE THAN THE RESENDS SO FAR.
004753* IF INTRSAVE CANNOT BE REOPENED FOR THE SECOND PASS NOTHING IS
004756* WRITTEN AND THE RUN IS ESCALATED INSTEAD (WS-RTX-WRITTEN OFF).
004760*----------------------------------------------------------------
004770 3200-WRITE-RETRANSMISSION.
004771     MOVE 'N' TO WS-RTX-WRITTEN-SW
004772     MOVE 'N' TO WS-SAVE-EOF-SW
004773     OPEN INPUT INTERCHANGE-SAVE-FILE
004774     IF WS-SAVE-FILE-STATUS NOT = '00'
004775         MOVE "SAVE FILE REOPEN FAILED" TO WS-ESCALATION-REASON
004776         PERFORM 3500-ESCALATE-RUN THRU 3500-EXIT
004777         GO TO 3200-EXIT
004778     END-IF
004780     COMPUTE WS-RTX-SEQUENCE =
004785         RG-RESEND-COUNT(WS-REGISTER-IDX) + 1
004790     MOVE SPACES TO INTERCHANGE-RECORD
004800     MOVE 'H' TO IX-RECORD-TYPE
004810     MOVE WS-RTX-RUN-ID TO IX-RUN-ID
004820     MOVE WS-CURRENT-DATE TO IX-RUN-DATE
004830     MOVE WS-SAVED-DETAIL-COUNT TO IX-RECORD-COUNT
004840     MOVE WS-RTX-SEQUENCE TO IX-RETRANSMIT-SEQ
004850     WRITE INTERCHANGE-RECORD
004860     ADD 1 TO WS-RECORDS-WRITTEN
004890     PERFORM 3110-READ-SAVE-RECORD THRU 3110-EXIT
004900     PERFORM 3210-COPY-SAVED-DETAIL THRU 3210-EXIT
004910         UNTIL WS-SAVE-EOF
004920     CLOSE INTERCHANGE-SAVE-FILE
004930     MOVE SPACES TO INTERCHANGE-RECORD
004940     MOVE 'T' TO IX-RECORD-TYPE
004950     MOVE WS-RTX-RUN-ID TO IX-TRAILER-RUN-ID
004960     MOVE WS-SAVED-DETAIL-COUNT TO IX-FINAL-COUNT
004970     MOVE WS-SAVED-DETAIL-TOTAL TO IX-CONTROL-TOTAL
004980     MOVE WS-RTX-SEQUENCE TO IX-TRAILER-RETRANSMIT-SEQ
004990     WRITE INTERCHANGE-RECORD
005000     ADD 1 TO WS-RECORDS-WRITTEN
005005     MOVE 'Y' TO WS-RTX-WRITTEN-SW.
005010 3200-EXIT.
005020     EXIT.
005030
005040 3210-COPY-SAVED-DETAIL.
005050     IF SV-DETAIL-RECORD AND SV-DETAIL-RUN-ID = WS-RTX-RUN-ID
005060         WRITE INTERCHANGE-RECORD FROM INTERCHANGE-SAVE-RECORD
005070         ADD 1 TO WS-RECORDS-WRITTEN
005080     END-IF
005090     PERFORM 3110-READ-SAVE-RECORD THRU 3110-EXIT.
005100 3210-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140* 3500-ESCALATE-RUN LISTS THE RUN IN HAND ON ESCLIST WITH THE
005150* REASON IN WS-ESCALATION-REASON. ITS REGISTER ENTRY IS LEFT AS
005160* IT STANDS, SO IT IS LISTED AGAIN EVERY PASS UNTIL SOMEONE
005170* SETTLES IT WITH THE RECEIVER.
005180*----------------------------------------------------------------
005190 3500-ESCALATE-RUN.
005200     ADD 1 TO WS-ESCALATED-COUNT
005210     MOVE RG-RESEND-COUNT(WS-REGISTER-IDX) TO WS-RESEND-EDIT
005220     STRING "Run " RG-RUN-ID(WS-REGISTER-IDX)
005230         " status " RG-ACK-STATUS(WS-REGISTER-IDX)
005240         " resends " WS-RESEND-EDIT
005250         " updated " RG-LAST-UPDATE-DATE(WS-REGISTER-IDX)
005260         "  " WS-ESCALATION-REASON
005270         DELIMITED BY SIZE INTO WS-REPORT-LINE
005280     DISPLAY WS-REPORT-LINE
005290     PERFORM 4100-EMIT-ESCALATION-LINE THRU 4100-EXIT.
005300 3500-EXIT.
005310     EXIT.
005320
005330 4000-CLOSE-OUTPUT-FILES.
005340     IF WS-ESCALATED-COUNT = 0
005350         MOVE "No runs escalated." TO WS-REPORT-LINE
005360         PERFORM 4100-EMIT-ESCALATION-LINE THRU 4100-EXIT
005370     END-IF
005380     CLOSE ESCALATION-FILE
005390     CLOSE INTERCHANGE-FILE
005400     IF WS-RESENT-COUNT = 0
005410         DISPLAY "No runs resent - retransmission file is empty."
005420     END-IF.
005430 4000-EXIT.
005440     EXIT.
005450
005460 4100-EMIT-ESCALATION-LINE.
005470     MOVE WS-REPORT-LINE TO ESCALATION-RECORD
005480     WRITE ESCALATION-RECORD
005490     MOVE SPACES TO WS-REPORT-LINE.
005500 4100-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540* 5000-REWRITE-REGISTER SAVES THE RESENT STATUSES. IF IT FAILS
005550* THE REBUILT FILE IS ALREADY WRITTEN BUT THE REGISTER DOES NOT
005560* KNOW ABOUT IT, SO THE FILE MUST NOT BE SENT - THE NEXT PASS
005570* WOULD REBUILD THE SAME RUNS AGAIN.
005580*----------------------------------------------------------------
005590 5000-REWRITE-REGISTER.
005600     OPEN OUTPUT TRANSMIT-REGISTER
005610     IF WS-REGISTER-STATUS NOT = '00'
005620         DISPLAY "Unable to rewrite transmission register - do ",
005630             "not send this retransmission file."
005640         MOVE 8 TO RETURN-CODE
005650         GO TO 5000-EXIT
005660     END-IF
005670     PERFORM 5010-WRITE-REGISTER-RECORD THRU 5010-EXIT
005680         VARYING WS-REGISTER-IDX FROM 1 BY 1
005690         UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
005700     CLOSE TRANSMIT-REGISTER.
005710 5000-EXIT.
005720     EXIT.
005730
005740 5010-WRITE-REGISTER-RECORD.
005750     MOVE SPACES TO TRANSMIT-REGISTER-RECORD
005760     MOVE RG-RUN-ID(WS-REGISTER-IDX) TO TR-RUN-ID
005770     MOVE RG-SENT-COUNT(WS-REGISTER-IDX) TO TR-SENT-COUNT
005780     MOVE RG-ACK-STATUS(WS-REGISTER-IDX) TO TR-ACK-STATUS
005790     MOVE RG-RECEIVED-COUNT(WS-REGISTER-IDX) TO
005800         TR-RECEIVED-COUNT
005810     MOVE RG-LAST-UPDATE-DATE(WS-REGISTER-IDX) TO
005820         TR-LAST-UPDATE-DATE
005830     MOVE RG-RESEND-COUNT(WS-REGISTER-IDX) TO TR-RESEND-COUNT
005840     WRITE TRANSMIT-REGISTER-RECORD.
005850 5010-EXIT.
005860     EXIT.
005870
005880 8000-PRINT-SUMMARY.
005890     DISPLAY "----------------------------------------"
005900     DISPLAY "Retransmission Summary"
005910     DISPLAY "----------------------------------------"
005920     MOVE WS-REGISTER-COUNT TO WS-COUNT-EDIT
005930     DISPLAY "Runs on register.......: " WS-COUNT-EDIT
005940     MOVE WS-CANDIDATE-COUNT TO WS-COUNT-EDIT
005950     DISPLAY "Rejected or mis-counted: " WS-COUNT-EDIT
005960     MOVE WS-RESENT-COUNT TO WS-COUNT-EDIT
005970     DISPLAY "Runs resent............: " WS-COUNT-EDIT
005980     MOVE WS-ESCALATED-COUNT TO WS-COUNT-EDIT
005990     DISPLAY "Runs escalated.........: " WS-COUNT-EDIT
006000     MOVE WS-RECORDS-WRITTEN TO WS-SENT-EDIT
006010     DISPLAY "Records written........: " WS-SENT-EDIT
006020     DISPLAY "----------------------------------------".
006030 8000-EXIT.
006040     EXIT.
006045
006050*----------------------------------------------------------------
006060* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
006070* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
006080* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
006090* REPORTED BUT DOES NOT STOP THE RUN.
006100*----------------------------------------------------------------
006110 9800-POST-RUN-START.
006120     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
006130     IF NOT WS-RUN-LEDGER-OPEN
006140         GO TO 9800-EXIT
006150     END-IF
006160     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
006170     SET RL-RUN-STARTED TO TRUE
006180     WRITE RUN-LEDGER-RECORD
006190     CLOSE RUN-LEDGER-FILE.
006200 9800-EXIT.
006210     EXIT.
006215
006220*----------------------------------------------------------------
006230* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
006240* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
006250*----------------------------------------------------------------
006260 9810-POST-RUN-END.
006270     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
006280     IF NOT WS-RUN-LEDGER-OPEN
006290         GO TO 9810-EXIT
006300     END-IF
006310     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
006320     SET RL-RUN-ENDED TO TRUE
006330     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
006340     ACCEPT WS-LEDGER-CLOCK FROM TIME
006350     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
006360     MOVE RETURN-CODE TO RL-RETURN-CODE
006370     MOVE WS-CANDIDATE-COUNT TO RL-RECORDS-IN
006380     MOVE WS-RESENT-COUNT TO RL-RECORDS-OUT
006390     MOVE WS-ESCALATED-COUNT TO RL-RECORDS-REJECTED
006400     WRITE RUN-LEDGER-RECORD
006410     CLOSE RUN-LEDGER-FILE.
006420 9810-EXIT.
006430     EXIT.
006431
006432*----------------------------------------------------------------
006433* 9820-POST-RESEND-OUTCOMES APPENDS AN OUTCOME ENTRY (STATUS S)
006434* FOR EVERY RUN RESENT THIS PASS, ONCE THE REGISTER RECORDING THE
006435* RESEND HAS BEEN SAVED, SO BatchCloseout SHOWS THE RUN AS
006436* AWAITING THE RECEIVER'S ACKNOWLEDGMENT OF THE RESEND.
006437*----------------------------------------------------------------
006438 9820-POST-RESEND-OUTCOMES.
006439     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
006440     IF NOT WS-RUN-LEDGER-OPEN
006441         GO TO 9820-EXIT
006442     END-IF
006443     PERFORM 9825-POST-RESEND-OUTCOME THRU 9825-EXIT
006444         VARYING WS-REGISTER-IDX FROM 1 BY 1
006445         UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
006446     CLOSE RUN-LEDGER-FILE.
006447 9820-EXIT.
006448     EXIT.
006449
006450 9825-POST-RESEND-OUTCOME.
006451     IF NOT RG-RESENT-THIS-PASS(WS-REGISTER-IDX)
006452         GO TO 9825-EXIT
006453     END-IF
006454     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
006455     SET RL-RUN-OUTCOME TO TRUE
006456     MOVE RG-RUN-ID(WS-REGISTER-IDX) TO RL-RUN-ID
006457     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
006458     ACCEPT WS-LEDGER-CLOCK FROM TIME
006459     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
006460     MOVE RG-ACK-STATUS(WS-REGISTER-IDX) TO RL-OUTCOME
006461     MOVE RG-SENT-COUNT(WS-REGISTER-IDX) TO RL-RECORDS-IN
006462     MOVE RG-RECEIVED-COUNT(WS-REGISTER-IDX) TO RL-RECORDS-OUT
006463     WRITE RUN-LEDGER-RECORD.
006464 9825-EXIT.
006465     EXIT.
006466
006467 9840-BUILD-LEDGER-ENTRY.
006468     IF WS-LEDGER-START-DATE = ZERO
006469         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
006470         ACCEPT WS-LEDGER-CLOCK FROM TIME
006480         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
006490     END-IF
006500     MOVE SPACES TO RUN-LEDGER-RECORD
006510     MOVE "InterchangeRetransmit" TO RL-PROGRAM-ID
006520     MOVE SPACES TO RL-RUN-ID
006530     MOVE SPACES TO RL-OPERATOR-ID
006540     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
006550     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
006560     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
006570         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
006580 9840-EXIT.
006590     EXIT.
006595
006600 9850-OPEN-RUN-LEDGER.
006610     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
006620     OPEN EXTEND RUN-LEDGER-FILE
006630     IF WS-RUN-LEDGER-STATUS NOT = '00'
006640         OPEN OUTPUT RUN-LEDGER-FILE
006650     END-IF
006660     IF WS-RUN-LEDGER-STATUS = '00'
006670         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
006680     ELSE
006690         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
006700             WS-RUN-LEDGER-STATUS "."
006710     END-IF.
006720 9850-EXIT.
006730     EXIT.
