000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BatchCloseout.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. DAY-END CLOSE-OUT. READS THE SHARED
000200*                  RUN LEDGER RUNLEDGR AND PRINTS, FOR EVERY
000210*                  TemperatureConverter RUN STARTED ON THE
000220*                  BUSINESS DATE, WHETHER IT WAS CONVERTED,
000230*                  RECONCILED BY AuditInterchangeRecon AND
000240*                  ACCEPTED BY THE RECEIVER (PER
000250*                  InterchangeAckProcessor), NAMING ANY STAGE
000260*                  MISSING OR FAILED. ANY RUN LEFT OPEN ENDS THE
000270*                  CLOSE-OUT WITH RC 4 SO THE SCHEDULER HOLDS THE
000280*                  NEXT DAY'S CYCLE. REPLACES CHECKING CHKPTFILE,
000290*                  DISCRPT, XMITREG AND THE CONSOLE LOGS BY HAND.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-3090.
000350 OBJECT-COMPUTER. IBM-3090.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000420     SELECT CLOSEOUT-REPORT-FILE ASSIGN TO CLOSERPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG), IN THE
000500* ORDER ENTRIES WERE POSTED. IT IS READ FROM THE TOP, SO A LATER
000510* ENTRY FOR A RUN (A RESTART, A SECOND RECONCILIATION, A NEWER
000520* ACKNOWLEDGMENT) OVERRIDES AN EARLIER ONE. THIS RUN'S OWN
000530* STARTED AND ENDED ENTRIES ARE APPENDED TO IT AS WELL.
000540*----------------------------------------------------------------
000550 FD  RUN-LEDGER-FILE
000560     RECORDING MODE IS F.
000570 01  RUN-LEDGER-RECORD.
000580     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
000590     05  FILLER                  PIC X(02).
000600
000610*----------------------------------------------------------------
000620* CLOSEOUT-REPORT-FILE IS THE PRINTED CHECKLIST. EVERY LINE IS
000630* ALSO DISPLAYED FOR THE CONSOLE LOG.
000640*----------------------------------------------------------------
000650 FD  CLOSEOUT-REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  CLOSEOUT-REPORT-RECORD      PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-RUN-LEDGER-STATUS     PIC X(02).
000710 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
000720     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
000730 01  WS-LEDGER-EOF-SW         PIC X VALUE 'N'.
000740     88  WS-LEDGER-EOF            VALUE 'Y'.
000750 01  WS-REPORT-STATUS         PIC X(02).
000760 01  WS-REPORT-OPEN-SW        PIC X VALUE 'N'.
000770     88  WS-REPORT-OPEN           VALUE 'Y'.
000780 01  WS-CURRENT-DATE          PIC 9(08).
000790 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
000800 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
000810 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
000820*----------------------------------------------------------------
000830* BUSINESS DATE TO CLOSE OUT - TAKEN FROM THE CONSOLE (SYSIN IN
000840* BATCH); BLANK MEANS TODAY. A RUN BELONGS TO THE DATE IT STARTED.
000850*----------------------------------------------------------------
000860 01  WS-BUSINESS-DATE-INPUT   PIC X(08) VALUE SPACES.
000870 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
000880*----------------------------------------------------------------
000890* THE CLOSE-OUT TABLE - ONE ENTRY PER CONVERTER RUN STARTED ON
000900* THE BUSINESS DATE, WITH WHAT THE LEDGER SAYS OF EACH STAGE.
000910*   CR-CONVERT-STATE  S = STARTED, NO ENDED ENTRY YET
000920*                     E = ENDED, CR-CONVERT-RC IS ITS RETURN CODE
000930*   CR-RECON-STATE    SPACE = NOT RECONCILED, S / E AS ABOVE
000940*   CR-ACK-STATUS     SPACE = NO ACKNOWLEDGMENT, ELSE THE XMITREG
000950*                     STATUS FROM THE LATEST OUTCOME ENTRY
000960* A TABLE TOO SMALL FOR THE DAY'S RUNS STOPS THE CLOSE-OUT: A
000970* CHECKLIST THAT LEFT RUNS OFF COULD CLOSE A DAY THAT IS NOT.
000980*----------------------------------------------------------------
000990 01  WS-CLOSE-MAX             PIC 9(04) COMP VALUE 300.
001000 01  WS-CLOSE-COUNT           PIC 9(04) COMP VALUE ZERO.
001010 01  WS-CLOSE-TABLE.
001020     05  WS-CLOSE-ENTRY OCCURS 300 TIMES.
001030         10  CR-RUN-ID            PIC X(08).
001040         10  CR-OPERATOR-ID       PIC X(08).
001050         10  CR-START-TIME        PIC 9(06).
001060         10  CR-END-TIME          PIC 9(06).
001070         10  CR-CONVERT-STATE     PIC X(01).
001080             88  CR-CONVERT-STARTED   VALUE 'S'.
001090             88  CR-CONVERT-ENDED     VALUE 'E'.
001100         10  CR-CONVERT-RC        PIC 9(04) COMP.
001110         10  CR-RECORDS-READ      PIC 9(08) COMP.
001120         10  CR-RECORDS-CONVERTED PIC 9(08) COMP.
001130         10  CR-RECORDS-EXCEPTION PIC 9(08) COMP.
001140         10  CR-RECON-STATE       PIC X(01).
001150             88  CR-RECON-NONE        VALUE SPACE.
001160             88  CR-RECON-STARTED     VALUE 'S'.
001170             88  CR-RECON-ENDED       VALUE 'E'.
001180         10  CR-RECON-RC          PIC 9(04) COMP.
001190         10  CR-ACK-STATUS        PIC X(01).
001200             88  CR-ACK-NONE          VALUE SPACE 'P'.
001210             88  CR-ACK-ACCEPTED      VALUE 'A'.
001220             88  CR-ACK-REJECTED      VALUE 'R'.
001230             88  CR-ACK-MISMATCH      VALUE 'M'.
001240             88  CR-ACK-RESENT        VALUE 'S'.
001250 01  WS-CLOSE-IDX             PIC 9(04) COMP VALUE ZERO.
001260 01  WS-LOOKUP-RUN-ID         PIC X(08) VALUE SPACES.
001270 01  WS-RUN-OPEN-SW           PIC X VALUE 'N'.
001280     88  WS-RUN-IS-OPEN           VALUE 'Y'.
001290 01  WS-ENTRY-COUNT           PIC 9(08) COMP VALUE ZERO.
001300 01  WS-CLOSED-COUNT          PIC 9(04) COMP VALUE ZERO.
001310 01  WS-OPEN-COUNT            PIC 9(04) COMP VALUE ZERO.
001320 01  WS-COUNT-EDIT            PIC Z(4)9 VALUE ZERO.
001330 01  WS-RC-EDIT               PIC Z(2)9 VALUE ZERO.
001340 01  WS-STAGE-TEXT            PIC X(13) VALUE SPACES.
001350 01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
001360 01  WS-HEADING-LINE.
001370     05  FILLER               PIC X(32) VALUE
001380         "RUN ID   OPERATOR START  END    ".
001390     05  FILLER               PIC X(48) VALUE
001400         "CONVERTED     RECONCILED    ACKNOWLEDGED  STATUS".
001410 01  WS-CHECKLIST-LINE.
001420     05  CL-RUN-ID            PIC X(08).
001430     05  FILLER               PIC X(01) VALUE SPACE.
001440     05  CL-OPERATOR-ID       PIC X(08).
001450     05  FILLER               PIC X(01) VALUE SPACE.
001460     05  CL-START-TIME        PIC X(06).
001470     05  FILLER               PIC X(01) VALUE SPACE.
001480     05  CL-END-TIME          PIC X(06).
001490     05  FILLER               PIC X(01) VALUE SPACE.
001500     05  CL-CONVERTED         PIC X(13).
001510     05  FILLER               PIC X(01) VALUE SPACE.
001520     05  CL-RECONCILED        PIC X(13).
001530     05  FILLER               PIC X(01) VALUE SPACE.
001540     05  CL-ACKNOWLEDGED      PIC X(13).
001550     05  FILLER               PIC X(01) VALUE SPACE.
001560     05  CL-RUN-STATUS        PIC X(06).
001570 01  WS-COUNTS-LINE.
001580     05  FILLER               PIC X(09) VALUE SPACES.
001590     05  FILLER               PIC X(06) VALUE "READ ".
001600     05  CN-RECORDS-READ      PIC Z(7)9.
001610     05  FILLER               PIC X(12) VALUE "  CONVERTED ".
001620     05  CN-RECORDS-CONVERTED PIC Z(7)9.
001630     05  FILLER               PIC X(13) VALUE "  EXCEPTIONS ".
001640     05  CN-RECORDS-EXCEPTION PIC Z(7)9.
001650     05  FILLER               PIC X(16) VALUE SPACES.
001660
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     DISPLAY "Batch Close-out".
001700     DISPLAY "Business date to close out (YYYYMMDD, blank for ",
001710         "today): ".
001720     ACCEPT WS-BUSINESS-DATE-INPUT.
001730     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001740     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
001750     PERFORM 0100-SET-BUSINESS-DATE THRU 0100-EXIT.
001760     PERFORM 1000-LOAD-LEDGER THRU 1000-EXIT.
001770     PERFORM 2000-PRINT-CHECKLIST THRU 2000-EXIT.
001780     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001790     IF WS-REPORT-OPEN
001800         CLOSE CLOSEOUT-REPORT-FILE
001810     END-IF.
001820     IF WS-OPEN-COUNT > 0 OR WS-CLOSE-COUNT = 0
001830         MOVE 4 TO RETURN-CODE
001840     END-IF.
001850     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
001860     STOP RUN.
001870
001880 0100-SET-BUSINESS-DATE.
001890     IF WS-BUSINESS-DATE-INPUT = SPACES
001900         MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
001910         GO TO 0100-EXIT
001920     END-IF
001930     IF WS-BUSINESS-DATE-INPUT IS NOT NUMERIC
001940         DISPLAY "Business date " WS-BUSINESS-DATE-INPUT
001950             " is not YYYYMMDD - close-out not run."
001960         MOVE 8 TO RETURN-CODE
001970         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001980         STOP RUN
001990     END-IF
002000     MOVE WS-BUSINESS-DATE-INPUT TO WS-BUSINESS-DATE.
002010 0100-EXIT.
002020     EXIT.
002030
002040*----------------------------------------------------------------
002050* 1000-LOAD-LEDGER READS THE WHOLE LEDGER, BUILDING THE CLOSE-OUT
002060* TABLE FROM THE CONVERTER'S ENTRIES FOR THE BUSINESS DATE AND
002070* FILLING IN RECONCILIATION AND ACKNOWLEDGMENT FROM THE ENTRIES
002080* THAT FOLLOW. WITHOUT A LEDGER THERE IS NOTHING TO CLOSE OUT
002090* AGAINST, AND THE RUN ENDS WITH RC 8.
002100*----------------------------------------------------------------
002110 1000-LOAD-LEDGER.
002120     OPEN INPUT RUN-LEDGER-FILE
002130     IF WS-RUN-LEDGER-STATUS NOT = '00'
002140         DISPLAY "Unable to open run ledger RUNLEDGR - status "
002150             WS-RUN-LEDGER-STATUS " - close-out not run."
002160         MOVE 8 TO RETURN-CODE
002170         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
002180         STOP RUN
002190     END-IF
002200     PERFORM 1010-READ-LEDGER-RECORD THRU 1010-EXIT
002210     PERFORM 1020-APPLY-LEDGER-ENTRY THRU 1020-EXIT
002220         UNTIL WS-LEDGER-EOF
002230     CLOSE RUN-LEDGER-FILE.
002240 1000-EXIT.
002250     EXIT.
002260
002270 1010-READ-LEDGER-RECORD.
002280     READ RUN-LEDGER-FILE
002290         AT END
002300             MOVE 'Y' TO WS-LEDGER-EOF-SW
002310     END-READ.
002320 1010-EXIT.
002330     EXIT.
002340
002350 1020-APPLY-LEDGER-ENTRY.
002360     ADD 1 TO WS-ENTRY-COUNT
002370     IF RL-RUN-ID = SPACES
002380         GO TO 1020-NEXT
002390     END-IF
002400     MOVE RL-RUN-ID TO WS-LOOKUP-RUN-ID
002410     PERFORM 1100-FIND-RUN THRU 1100-EXIT
002420     EVALUATE TRUE
002430         WHEN RL-RUN-OUTCOME
002440             PERFORM 1400-APPLY-OUTCOME-ENTRY THRU 1400-EXIT
002450         WHEN RL-PROGRAM-ID = "TemperatureConverter"
002460             PERFORM 1200-APPLY-CONVERTER-ENTRY THRU 1200-EXIT
002470         WHEN RL-PROGRAM-ID = "AuditInterchangeRecon"
002480             PERFORM 1300-APPLY-RECON-ENTRY THRU 1300-EXIT
002490         WHEN OTHER
002500             CONTINUE
002510     END-EVALUATE.
002520 1020-NEXT.
002530     PERFORM 1010-READ-LEDGER-RECORD THRU 1010-EXIT.
002540 1020-EXIT.
002550     EXIT.
002560
002570 1100-FIND-RUN.
002580     PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
002590         UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
002600            OR CR-RUN-ID(WS-CLOSE-IDX) = WS-LOOKUP-RUN-ID
002610     END-PERFORM
002620     IF WS-CLOSE-IDX > WS-CLOSE-COUNT
002630         MOVE 0 TO WS-CLOSE-IDX
002640     END-IF.
002650 1100-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------------
002690* 1200-APPLY-CONVERTER-ENTRY TAKES A TemperatureConverter STARTED
002700* OR ENDED ENTRY FOR A RUN THAT STARTED ON THE BUSINESS DATE. A
002710* STARTED ENTRY FOR A RUN ALREADY IN THE TABLE IS A RESTART: IT
002720* PRODUCES A FRESH TRANSMISSION, SO THE EARLIER RECONCILIATION
002730* AND ACKNOWLEDGMENT NO LONGER COUNT.
002740*----------------------------------------------------------------
002750 1200-APPLY-CONVERTER-ENTRY.
002760     IF RL-START-DATE NOT = WS-BUSINESS-DATE
002770         GO TO 1200-EXIT
002780     END-IF
002790     IF WS-CLOSE-IDX = 0
002800         IF WS-CLOSE-COUNT >= WS-CLOSE-MAX
002810             DISPLAY "More than " WS-CLOSE-MAX " converter runs "
002820                 "on " WS-BUSINESS-DATE " - close-out aborted."
002830             CLOSE RUN-LEDGER-FILE
002840             MOVE 16 TO RETURN-CODE
002850             PERFORM 9810-POST-RUN-END THRU 9810-EXIT
002860             STOP RUN
002870         END-IF
002880         ADD 1 TO WS-CLOSE-COUNT
002890         MOVE WS-CLOSE-COUNT TO WS-CLOSE-IDX
002900         MOVE RL-RUN-ID TO CR-RUN-ID(WS-CLOSE-IDX)
002910     END-IF
002920     MOVE RL-OPERATOR-ID TO CR-OPERATOR-ID(WS-CLOSE-IDX)
002930     MOVE RL-START-TIME TO CR-START-TIME(WS-CLOSE-IDX)
002940     IF RL-RUN-STARTED
002950         SET CR-CONVERT-STARTED(WS-CLOSE-IDX) TO TRUE
002960         MOVE ZERO TO CR-END-TIME(WS-CLOSE-IDX)
002970         MOVE ZERO TO CR-CONVERT-RC(WS-CLOSE-IDX)
002980         MOVE ZERO TO CR-RECORDS-READ(WS-CLOSE-IDX)
002990         MOVE ZERO TO CR-RECORDS-CONVERTED(WS-CLOSE-IDX)
003000         MOVE ZERO TO CR-RECORDS-EXCEPTION(WS-CLOSE-IDX)
003010         SET CR-RECON-NONE(WS-CLOSE-IDX) TO TRUE
003020         MOVE ZERO TO CR-RECON-RC(WS-CLOSE-IDX)
003030         MOVE SPACE TO CR-ACK-STATUS(WS-CLOSE-IDX)
003040     ELSE
003050         SET CR-CONVERT-ENDED(WS-CLOSE-IDX) TO TRUE
003060         MOVE RL-END-TIME TO CR-END-TIME(WS-CLOSE-IDX)
003070         MOVE RL-RETURN-CODE TO CR-CONVERT-RC(WS-CLOSE-IDX)
003080         MOVE RL-RECORDS-IN TO CR-RECORDS-READ(WS-CLOSE-IDX)
003090         MOVE RL-RECORDS-OUT TO
003100             CR-RECORDS-CONVERTED(WS-CLOSE-IDX)
003110         MOVE RL-RECORDS-REJECTED TO
003120             CR-RECORDS-EXCEPTION(WS-CLOSE-IDX)
003130     END-IF.
003140 1200-EXIT.
003150     EXIT.
003160
003170 1300-APPLY-RECON-ENTRY.
003180     IF WS-CLOSE-IDX = 0
003190         GO TO 1300-EXIT
003200     END-IF
003210     IF RL-RUN-STARTED
003220         SET CR-RECON-STARTED(WS-CLOSE-IDX) TO TRUE
003230         MOVE ZERO TO CR-RECON-RC(WS-CLOSE-IDX)
003240     ELSE
003250         SET CR-RECON-ENDED(WS-CLOSE-IDX) TO TRUE
003260         MOVE RL-RETURN-CODE TO CR-RECON-RC(WS-CLOSE-IDX)
003270     END-IF.
003280 1300-EXIT.
003290     EXIT.
003300
003310 1400-APPLY-OUTCOME-ENTRY.
003320     IF WS-CLOSE-IDX = 0
003330         GO TO 1400-EXIT
003340     END-IF
003350     MOVE RL-OUTCOME TO CR-ACK-STATUS(WS-CLOSE-IDX).
003360 1400-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400* 2000-PRINT-CHECKLIST PRINTS ONE LINE PER RUN, AND UNDER IT THE
003410* COUNTS THE CONVERTER POSTED. A RUN IS CLOSED ONLY WHEN IT ENDED
003420* CLEANLY, RECONCILED CLEAN AND WAS ACCEPTED BY THE RECEIVER.
003430*----------------------------------------------------------------
003440 2000-PRINT-CHECKLIST.
003450     OPEN OUTPUT CLOSEOUT-REPORT-FILE
003460     IF WS-REPORT-STATUS = '00'
003470         MOVE 'Y' TO WS-REPORT-OPEN-SW
003480     ELSE
003490         DISPLAY "Unable to open report file CLOSERPT - ",
003500             "checklist to console only."
003510     END-IF
003520     STRING "Batch close-out for business date " WS-BUSINESS-DATE
003530         DELIMITED BY SIZE INTO WS-REPORT-LINE
003540     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003550     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003560     IF WS-CLOSE-COUNT = 0
003570         GO TO 2000-EXIT
003580     END-IF
003590     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
003600     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003610     PERFORM 2100-PRINT-RUN THRU 2100-EXIT
003620         VARYING WS-CLOSE-IDX FROM 1 BY 1
003630         UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT.
003640 2000-EXIT.
003650     EXIT.
003660
003670 2100-PRINT-RUN.
003680     MOVE 'N' TO WS-RUN-OPEN-SW
003690     MOVE CR-RUN-ID(WS-CLOSE-IDX) TO CL-RUN-ID
003700     MOVE CR-OPERATOR-ID(WS-CLOSE-IDX) TO CL-OPERATOR-ID
003710     MOVE CR-START-TIME(WS-CLOSE-IDX) TO CL-START-TIME
003720     IF CR-CONVERT-ENDED(WS-CLOSE-IDX)
003730         MOVE CR-END-TIME(WS-CLOSE-IDX) TO CL-END-TIME
003740     ELSE
003750         MOVE SPACES TO CL-END-TIME
003760     END-IF
003770     PERFORM 2110-CONVERT-STAGE THRU 2110-EXIT
003780     MOVE WS-STAGE-TEXT TO CL-CONVERTED
003790     PERFORM 2120-RECON-STAGE THRU 2120-EXIT
003800     MOVE WS-STAGE-TEXT TO CL-RECONCILED
003810     PERFORM 2130-ACK-STAGE THRU 2130-EXIT
003820     MOVE WS-STAGE-TEXT TO CL-ACKNOWLEDGED
003830     IF WS-RUN-IS-OPEN
003840         MOVE "OPEN" TO CL-RUN-STATUS
003850         ADD 1 TO WS-OPEN-COUNT
003860     ELSE
003870         MOVE "CLOSED" TO CL-RUN-STATUS
003880         ADD 1 TO WS-CLOSED-COUNT
003890     END-IF
003900     MOVE WS-CHECKLIST-LINE TO WS-REPORT-LINE
003910     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003920     MOVE CR-RECORDS-READ(WS-CLOSE-IDX) TO CN-RECORDS-READ
003930     MOVE CR-RECORDS-CONVERTED(WS-CLOSE-IDX) TO
003940         CN-RECORDS-CONVERTED
003950     MOVE CR-RECORDS-EXCEPTION(WS-CLOSE-IDX) TO
003960         CN-RECORDS-EXCEPTION
003970     MOVE WS-COUNTS-LINE TO WS-REPORT-LINE
003980     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
003990 2100-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* 2110 / 2120 / 2130 SET WS-STAGE-TEXT FOR ONE STAGE OF THE RUN
004040* AND MARK THE RUN OPEN IF THAT STAGE IS MISSING OR FAILED. ONCE
004050* THE CONVERSION ITSELF DID NOT END CLEANLY THE LATER STAGES ARE
004060* NOT DUE AND ARE SHOWN AS SUCH.
004070*----------------------------------------------------------------
004080 2110-CONVERT-STAGE.
004090     IF CR-CONVERT-STARTED(WS-CLOSE-IDX)
004100         MOVE "NOT ENDED" TO WS-STAGE-TEXT
004110         MOVE 'Y' TO WS-RUN-OPEN-SW
004120         GO TO 2110-EXIT
004130     END-IF
004140     IF CR-CONVERT-RC(WS-CLOSE-IDX) < 8
004150         MOVE "OK" TO WS-STAGE-TEXT
004160     ELSE
004170         MOVE CR-CONVERT-RC(WS-CLOSE-IDX) TO WS-RC-EDIT
004180         MOVE SPACES TO WS-STAGE-TEXT
004190         STRING "FAILED RC " WS-RC-EDIT
004200             DELIMITED BY SIZE INTO WS-STAGE-TEXT
004210         MOVE 'Y' TO WS-RUN-OPEN-SW
004220     END-IF.
004230 2110-EXIT.
004240     EXIT.
004250
004260 2120-RECON-STAGE.
004270     IF WS-RUN-IS-OPEN
004280         MOVE "NOT DUE" TO WS-STAGE-TEXT
004290         GO TO 2120-EXIT
004300     END-IF
004310     MOVE 'Y' TO WS-RUN-OPEN-SW
004320     EVALUATE TRUE
004330         WHEN CR-RECON-NONE(WS-CLOSE-IDX)
004340             MOVE "MISSING" TO WS-STAGE-TEXT
004350         WHEN CR-RECON-STARTED(WS-CLOSE-IDX)
004360             MOVE "NOT ENDED" TO WS-STAGE-TEXT
004370         WHEN CR-RECON-RC(WS-CLOSE-IDX) = 0
004380             MOVE "OK" TO WS-STAGE-TEXT
004390             MOVE 'N' TO WS-RUN-OPEN-SW
004400         WHEN CR-RECON-RC(WS-CLOSE-IDX) = 4
004410             MOVE "OUT OF BAL" TO WS-STAGE-TEXT
004420         WHEN OTHER
004430             MOVE CR-RECON-RC(WS-CLOSE-IDX) TO WS-RC-EDIT
004440             MOVE SPACES TO WS-STAGE-TEXT
004450             STRING "FAILED RC " WS-RC-EDIT
004460                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
004470     END-EVALUATE.
004480 2120-EXIT.
004490     EXIT.
004500
004510 2130-ACK-STAGE.
004520     IF CR-CONVERT-STARTED(WS-CLOSE-IDX) OR
004530         CR-CONVERT-RC(WS-CLOSE-IDX) NOT < 8
004540         MOVE "NOT DUE" TO WS-STAGE-TEXT
004550         GO TO 2130-EXIT
004560     END-IF
004570     EVALUATE TRUE
004580         WHEN CR-ACK-ACCEPTED(WS-CLOSE-IDX)
004590             MOVE "ACCEPTED" TO WS-STAGE-TEXT
004600         WHEN CR-ACK-REJECTED(WS-CLOSE-IDX)
004610             MOVE "REJECTED" TO WS-STAGE-TEXT
004620             MOVE 'Y' TO WS-RUN-OPEN-SW
004630         WHEN CR-ACK-MISMATCH(WS-CLOSE-IDX)
004640             MOVE "MISCOUNTED" TO WS-STAGE-TEXT
004650             MOVE 'Y' TO WS-RUN-OPEN-SW
004660         WHEN CR-ACK-RESENT(WS-CLOSE-IDX)
004670             MOVE "RESENT" TO WS-STAGE-TEXT
004680             MOVE 'Y' TO WS-RUN-OPEN-SW
004690         WHEN OTHER
004700             MOVE "MISSING" TO WS-STAGE-TEXT
004710             MOVE 'Y' TO WS-RUN-OPEN-SW
004720     END-EVALUATE.
004730 2130-EXIT.
004740     EXIT.
004750
004760 4100-EMIT-REPORT-LINE.
004770     DISPLAY WS-REPORT-LINE
004780     IF WS-REPORT-OPEN
004790         MOVE WS-REPORT-LINE TO CLOSEOUT-REPORT-RECORD
004800         WRITE CLOSEOUT-REPORT-RECORD
004810     END-IF
004820     MOVE SPACES TO WS-REPORT-LINE.
004830 4100-EXIT.
004840     EXIT.
004850
004860 8000-PRINT-TOTALS.
004870     IF WS-CLOSE-COUNT = 0
004880         STRING "No TemperatureConverter runs on the ledger for "
004890             WS-BUSINESS-DATE " - close-out held."
004900             DELIMITED BY SIZE INTO WS-REPORT-LINE
004910         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004920         GO TO 8000-EXIT
004930     END-IF
004940     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004950     MOVE WS-CLOSE-COUNT TO WS-COUNT-EDIT
004960     STRING "Runs started.............: " WS-COUNT-EDIT
004970         DELIMITED BY SIZE INTO WS-REPORT-LINE
004980     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004990     MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT
005000     STRING "Runs closed..............: " WS-COUNT-EDIT
005010         DELIMITED BY SIZE INTO WS-REPORT-LINE
005020     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
005030     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
005040     STRING "Runs open................: " WS-COUNT-EDIT
005050         DELIMITED BY SIZE INTO WS-REPORT-LINE
005060     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
005070     IF WS-OPEN-COUNT > 0
005080         MOVE "Close-out HELD - open runs above must be cleared."
005090             TO WS-REPORT-LINE
005100     ELSE
005110         MOVE "Close-out COMPLETE - every run closed."
005120             TO WS-REPORT-LINE
005130     END-IF
005140     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
005150 8000-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
005200* SHARED RUN LEDGER. A LEDGER THAT CANNOT BE OPENED FOR POSTING
005210* IS REPORTED BUT DOES NOT STOP THE RUN.
005220*----------------------------------------------------------------
005230 9800-POST-RUN-START.
005240     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
005250     IF NOT WS-RUN-LEDGER-OPEN
005260         GO TO 9800-EXIT
005270     END-IF
005280     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
005290     SET RL-RUN-STARTED TO TRUE
005300     WRITE RUN-LEDGER-RECORD
005310     CLOSE RUN-LEDGER-FILE.
005320 9800-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
005370* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
005380*----------------------------------------------------------------
005390 9810-POST-RUN-END.
005400     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
005410     IF NOT WS-RUN-LEDGER-OPEN
005420         GO TO 9810-EXIT
005430     END-IF
005440     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
005450     SET RL-RUN-ENDED TO TRUE
005460     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
005470     ACCEPT WS-LEDGER-CLOCK FROM TIME
005480     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
005490     MOVE RETURN-CODE TO RL-RETURN-CODE
005500     MOVE WS-CLOSE-COUNT TO RL-RECORDS-IN
005510     MOVE WS-CLOSED-COUNT TO RL-RECORDS-OUT
005520     MOVE WS-OPEN-COUNT TO RL-RECORDS-REJECTED
005530     WRITE RUN-LEDGER-RECORD
005540     CLOSE RUN-LEDGER-FILE.
005550 9810-EXIT.
005560     EXIT.
005570
005580 9840-BUILD-LEDGER-ENTRY.
005590     IF WS-LEDGER-START-DATE = ZERO
005600         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
005610         ACCEPT WS-LEDGER-CLOCK FROM TIME
005620         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
005630     END-IF
005640     MOVE SPACES TO RUN-LEDGER-RECORD
005650     MOVE "BatchCloseout" TO RL-PROGRAM-ID
005660     MOVE SPACES TO RL-RUN-ID
005670     MOVE SPACES TO RL-OPERATOR-ID
005680     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
005690     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
005700     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
005710         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
005720 9840-EXIT.
005730     EXIT.
005740
005750 9850-OPEN-RUN-LEDGER.
005760     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
005770     OPEN EXTEND RUN-LEDGER-FILE
005780     IF WS-RUN-LEDGER-STATUS NOT = '00'
005790         OPEN OUTPUT RUN-LEDGER-FILE
005800     END-IF
005810     IF WS-RUN-LEDGER-STATUS = '00'
005820         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
005830     ELSE
005840         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
005850             WS-RUN-LEDGER-STATUS "."
005860     END-IF.
005870 9850-EXIT.
005880     EXIT.
