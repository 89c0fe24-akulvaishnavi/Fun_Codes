000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RetentionPurge.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. HOUSEKEEPING FOR THE FILES THE BATCH
000200*                  SYSTEM EXTENDS ACROSS RUNS AND NEVER TRIMS -
000210*                  ALERTLOG, EXCPFILE, STNCHLOG, XMITREG AND THE
000220*                  PER-RUN RECORDS IN CHKPTFILE. A
000230*                  RETENTION-POLICY DECK (RETNPOL) SETS HOW MANY
000240*                  DAYS EACH FILE KEEPS. A RECORD PAST ITS
000250*                  RETENTION IS ONLY REMOVED ONCE IT IS SAFE TO: A
000260*                  CHECKPOINT ONCE ITS RUN FINISHED, AN XMITREG
000270*                  ENTRY ONCE IT WAS ACCEPTED, AN EXCEPTION ONCE
000280*                  IT WAS RE-DRIVEN OR PASSED THE HOLD LIMIT.
000290*                  EVERY REMOVED RECORD IS COPIED TO THE DATED
000300*                  PURGE ARCHIVE FIRST, AND THE PURGE REPORT GIVES
000310*                  KEPT AND REMOVED COUNTS PER FILE. REPLACES
000315*                  TRIMMING THE FILES BY HAND.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-3090.
000370 OBJECT-COMPUTER. IBM-3090.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RETENTION-POLICY-FILE ASSIGN TO RETNPOL
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-POLICY-FILE-STATUS.
000440     SELECT ALERT-FILE ASSIGN TO ALERTLOG
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-TARGET-FILE-STATUS.
000470     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-TARGET-FILE-STATUS.
000500     SELECT CHANGE-LOG-FILE ASSIGN TO STNCHLOG
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-TARGET-FILE-STATUS.
000530     SELECT TRANSMIT-REGISTER ASSIGN TO XMITREG
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-TARGET-FILE-STATUS.
000560     SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFILE
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-TARGET-FILE-STATUS.
000590     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS HR-KEY
000630         FILE STATUS IS WS-HISTORY-STATUS.
000640     SELECT PURGE-WORK-FILE ASSIGN TO PURGEWRK
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-WORK-FILE-STATUS.
000670     SELECT PURGE-ARCHIVE-FILE ASSIGN TO PURGEARC
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ARCHIVE-STATUS.
000700     SELECT PURGE-REPORT-FILE ASSIGN TO PURGERPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-STATUS.
000730     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*----------------------------------------------------------------
000800* RETENTION-POLICY-FILE IS THE RETENTION DECK - KEYWORD=VALUE
000810* CARDS IN THE SAME FORM AS TemperatureConverter'S PARMFILE. THE
000820* KEYWORD IS THE DD NAME OF THE FILE AND THE VALUE THE NUMBER OF
000830* DAYS IT KEEPS, E.G. ALERTLOG=90. EXCPHOLD=DAYS IS THE HOLD LIMIT
000840* FOR EXCEPTIONS NEVER RE-DRIVEN. A FILE WITH NO CARD IS NOT
000850* TOUCHED. A CARD WHOSE FIRST COLUMN IS '*' IS A COMMENT.
000860*----------------------------------------------------------------
000870 FD  RETENTION-POLICY-FILE
000880     RECORDING MODE IS F.
000890 01  POLICY-CARD                 PIC X(80).
000900
000910*----------------------------------------------------------------
000920* THE FIVE FILES THIS PROGRAM TRIMS, IN THEIR OWN PROGRAMS'
000930* LAYOUTS. EACH IS READ FRONT TO BACK, THE RECORDS IT KEEPS ARE
000940* STAGED ON PURGE-WORK-FILE, AND - ONLY IF SOMETHING WAS REMOVED -
000950* THE FILE IS REWRITTEN FROM THE WORK FILE. THE JOB MUST RUN WHEN
000960* NO TemperatureConverter, StationMasterMaint,
000970* InterchangeAckProcessor OR InterchangeRetransmit STEP IS
000980* RUNNING, SINCE THOSE EXTEND OR REWRITE THE SAME FILES.
000990*----------------------------------------------------------------
001000 FD  ALERT-FILE
001010     RECORDING MODE IS F.
001020 01  ALERT-RECORD.
001030     05  AL-STATION-ID           PIC X(08).
001040     05  AL-STATION-TYPE         PIC X(01).
001050     05  AL-TIMESTAMP-DATE       PIC X(08).
001060     05  FILLER                  PIC X(33).
001070
001080 FD  EXCEPTION-FILE
001090     RECORDING MODE IS F.
001100 01  EXCEPTION-RECORD.
001110     COPY TEMPREC REPLACING ==:PFX:== BY ==EX==.
001120     05  EX-CHOICE               PIC X(01).
001130     05  EX-REASON               PIC X(01).
001140     05  FILLER                  PIC X(21).
001150
001160 FD  CHANGE-LOG-FILE
001170     RECORDING MODE IS F.
001180 01  CHANGE-LOG-RECORD.
001190     05  CL-CHANGE-DATE          PIC X(08).
001200     05  FILLER                  PIC X(52).
001210
001220 FD  TRANSMIT-REGISTER
001230     RECORDING MODE IS F.
001240 01  TRANSMIT-REGISTER-RECORD.
001250     05  TR-RUN-ID               PIC X(08).
001260     05  TR-SENT-COUNT           PIC 9(08).
001270     05  TR-ACK-STATUS           PIC X(01).
001280         88  TR-ACCEPTED             VALUE 'A'.
001290     05  TR-RECEIVED-COUNT       PIC 9(08).
001300     05  TR-LAST-UPDATE-DATE     PIC X(08).
001310     05  FILLER                  PIC X(07).
001320
001330 FD  CHECKPOINT-FILE
001340     RECORDING MODE IS F.
001350 01  CHECKPOINT-RECORD.
001360     05  CP-RUN-ID               PIC X(08).
001370     05  CP-RECORD-COUNT         PIC X(08).
001380     05  FILLER                  PIC X(118).
001390     05  CP-SAVED-DATE           PIC X(08).
001400     05  FILLER                  PIC X(02).
001410
001420*----------------------------------------------------------------
001430* HISTORY-FILE IS THE READING HISTORY (SEE HISTREC). AN EXCEPTION
001440* COUNTS AS RE-DRIVEN WHEN THE HISTORY ENTRY FOR ITS STATION AND
001450* READING DATE/TIME NO LONGER CARRIES AN EXCEPTION REASON - THE
001460* CORRECTED READING WAS CONVERTED BY A LATER RUN AND ITS POSTING
001470* REPLACED THE EXCEPTION'S. IT IS ONLY READ HERE.
001480*----------------------------------------------------------------
001490 FD  HISTORY-FILE.
001500 01  HISTORY-RECORD.
001510     COPY HISTREC REPLACING ==:PFX:== BY ==HR==.
001520     05  FILLER                  PIC X(05).
001530
001540*----------------------------------------------------------------
001550* PURGE-WORK-FILE STAGES THE RECORDS KEPT FROM ONE FILE WHILE IT
001560* IS SCREENED. IT IS REUSED FOR EACH FILE IN TURN, SO IT IS SIZED
001570* FOR THE LONGEST RECORD (THE 144-BYTE CHECKPOINT).
001580*----------------------------------------------------------------
001590 FD  PURGE-WORK-FILE
001600     RECORDING MODE IS F.
001610 01  PURGE-WORK-RECORD           PIC X(144).
001620
001630*----------------------------------------------------------------
001640* PURGE-ARCHIVE-FILE RECEIVES EVERY REMOVED RECORD, TAGGED WITH
001650* THE FILE IT CAME FROM, THE PURGE DATE AND ITS LENGTH, SO IT CAN
001660* BE PUT BACK. PURGEARC IS SYMBOLIC - THE JCL POINTS IT AT A DATED
001670* DATASET (E.G. A GDG +1) FOR EACH PURGE RUN. IT IS OPENED EXTEND
001680* SO A RERUN THE SAME DAY ADDS TO THE DAY'S ARCHIVE.
001690*----------------------------------------------------------------
001700 FD  PURGE-ARCHIVE-FILE
001710     RECORDING MODE IS F.
001720 01  PURGE-ARCHIVE-RECORD.
001730     05  PA-FILE-NAME            PIC X(09).
001740     05  PA-PURGE-DATE           PIC 9(08).
001750     05  PA-RECORD-LENGTH        PIC 9(03).
001760     05  PA-RECORD-IMAGE         PIC X(144).
001770     05  FILLER                  PIC X(16).
001780
001790*----------------------------------------------------------------
001800* PURGE-REPORT-FILE IS THE PRINTED PURGE REPORT. EVERY LINE ALSO
001810* GOES TO THE CONSOLE LOG.
001820*----------------------------------------------------------------
001830 FD  PURGE-REPORT-FILE
001840     RECORDING MODE IS F.
001850 01  PURGE-REPORT-RECORD         PIC X(80).
001860
001870*----------------------------------------------------------------
001880* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
001890* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
001900*----------------------------------------------------------------
001910 FD  RUN-LEDGER-FILE
001920     RECORDING MODE IS F.
001930 01  RUN-LEDGER-RECORD.
001940     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
001950     05  FILLER                  PIC X(02).
001960
001970 WORKING-STORAGE SECTION.
001980 01  WS-POLICY-FILE-STATUS    PIC X(02).
001990 01  WS-TARGET-FILE-STATUS    PIC X(02).
002000 01  WS-HISTORY-STATUS        PIC X(02).
002010 01  WS-WORK-FILE-STATUS      PIC X(02).
002020 01  WS-ARCHIVE-STATUS        PIC X(02).
002030 01  WS-REPORT-STATUS         PIC X(02).
002040 01  WS-REPORT-OPEN-SW        PIC X VALUE 'N'.
002050     88  WS-REPORT-OPEN           VALUE 'Y'.
002060 01  WS-ARCHIVE-OPEN-SW       PIC X VALUE 'N'.
002070     88  WS-ARCHIVE-OPEN          VALUE 'Y'.
002080 01  WS-HISTORY-OPEN-SW       PIC X VALUE 'N'.
002090     88  WS-HISTORY-OPEN          VALUE 'Y'.
002100 01  WS-INPUT-EOF-SW          PIC X VALUE 'N'.
002110     88  WS-INPUT-EOF             VALUE 'Y'.
002120 01  WS-CURRENT-DATE          PIC 9(08).
002130 01  WS-TODAY-INTEGER         PIC 9(07) COMP VALUE ZERO.
002140 01  WS-RUN-LEDGER-STATUS     PIC X(02).
002150 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
002160     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
002170 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
002180 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
002190 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
002200*----------------------------------------------------------------
002210* POLICY CARD HANDLING - SEE 1100-APPLY-POLICY-CARD.
002220*----------------------------------------------------------------
002230 01  WS-POLICY-EOF-SW         PIC X VALUE 'N'.
002240     88  WS-POLICY-EOF            VALUE 'Y'.
002250 01  WS-POLICY-ERROR-SW       PIC X VALUE 'N'.
002260     88  WS-POLICY-ERROR          VALUE 'Y'.
002270 01  WS-PARM-KEYWORD          PIC X(12).
002280 01  WS-PARM-VALUE            PIC X(20).
002290 01  WS-NUMVAL-CHECK          PIC 9(04) VALUE ZERO.
002300 01  WS-DAYS-VALUE            PIC 9(04) VALUE ZERO.
002310*----------------------------------------------------------------
002320* WS-POLICY-TABLE - ONE ENTRY PER FILE THIS PROGRAM TRIMS, IN
002330* REPORT ORDER: 1 ALERTLOG, 2 EXCPFILE, 3 STNCHLOG, 4 XMITREG,
002340* 5 CHKPTFILE. PF-CUTOFF-DATE IS THE OLDEST DATE STILL INSIDE THE
002350* RETENTION PERIOD; A RECORD DATED BEFORE IT IS PAST RETENTION.
002360* PF-HELD-COUNT IS RECORDS PAST RETENTION BUT NOT YET SAFE TO
002370* REMOVE (ALSO COUNTED AS KEPT).
002380*----------------------------------------------------------------
002390 01  WS-POLICY-FILE-NAMES.
002400     05  FILLER               PIC X(09) VALUE "ALERTLOG".
002410     05  FILLER               PIC X(09) VALUE "EXCPFILE".
002420     05  FILLER               PIC X(09) VALUE "STNCHLOG".
002430     05  FILLER               PIC X(09) VALUE "XMITREG".
002440     05  FILLER               PIC X(09) VALUE "CHKPTFILE".
002450 01  WS-POLICY-NAME-TABLE REDEFINES WS-POLICY-FILE-NAMES.
002460     05  WS-POLICY-NAME       PIC X(09) OCCURS 5 TIMES.
002470 01  WS-POLICY-COUNT          PIC 9(01) COMP VALUE 5.
002480 01  WS-POLICY-TABLE.
002490     05  WS-POLICY-ENTRY OCCURS 5 TIMES.
002500         10  PF-DAYS-SW           PIC X(01).
002510             88  PF-DAYS-SET          VALUE 'Y'.
002520         10  PF-RETAIN-DAYS       PIC 9(04).
002530         10  PF-CUTOFF-DATE       PIC 9(08).
002540         10  PF-READ-COUNT        PIC 9(08) COMP.
002550         10  PF-KEPT-COUNT        PIC 9(08) COMP.
002560         10  PF-REMOVED-COUNT     PIC 9(08) COMP.
002570         10  PF-HELD-COUNT        PIC 9(08) COMP.
002580         10  PF-NOTE              PIC X(60).
002590 01  WS-FILE-IDX              PIC 9(01) COMP VALUE ZERO.
002600 01  WS-HOLD-DAYS-SW          PIC X VALUE 'N'.
002610     88  WS-HOLD-DAYS-SET         VALUE 'Y'.
002620 01  WS-HOLD-DAYS             PIC 9(04) VALUE ZERO.
002630 01  WS-HOLD-CUTOFF-DATE      PIC 9(08) VALUE ZERO.
002640 01  WS-CUTOFF-DAYS           PIC 9(04) VALUE ZERO.
002650 01  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
002660*----------------------------------------------------------------
002670* THE RECORD BEING SCREENED, AS AN IMAGE FOR THE WORK FILE OR THE
002680* ARCHIVE, AND THE DATE IT IS AGED BY. 7500-AGE-RECORD SETS
002690* WS-AGE-SW FROM THAT DATE AND WS-CUTOFF-DATE.
002700*----------------------------------------------------------------
002710 01  WS-RECORD-IMAGE          PIC X(144) VALUE SPACES.
002720 01  WS-RECORD-LENGTH         PIC 9(03) VALUE ZERO.
002730 01  WS-RECORD-DATE           PIC X(08) VALUE SPACES.
002740 01  WS-RECORD-DATE-N REDEFINES WS-RECORD-DATE PIC 9(08).
002750 01  WS-AGE-SW                PIC X VALUE SPACE.
002760     88  WS-AGE-UNDATED           VALUE 'U'.
002770     88  WS-AGE-PAST              VALUE 'P'.
002780     88  WS-AGE-CURRENT           VALUE 'C'.
002790 01  WS-REDRIVEN-SW           PIC X VALUE 'N'.
002800     88  WS-REDRIVEN              VALUE 'Y'.
002810 01  WS-READ-TOTAL            PIC 9(08) COMP VALUE ZERO.
002820 01  WS-REMOVED-TOTAL         PIC 9(08) COMP VALUE ZERO.
002830 01  WS-HELD-TOTAL            PIC 9(08) COMP VALUE ZERO.
002840 01  WS-COUNT-EDIT            PIC Z(7)9 VALUE ZERO.
002850 01  WS-DAYS-EDIT             PIC ZZZ9 VALUE ZERO.
002860 01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
002870 01  WS-HEADING-LINE.
002880     05  FILLER               PIC X(11) VALUE "FILE".
002890     05  FILLER               PIC X(04) VALUE "KEEP".
002900     05  FILLER               PIC X(10) VALUE "  CUTOFF".
002910     05  FILLER               PIC X(10) VALUE "      READ".
002920     05  FILLER               PIC X(10) VALUE "      KEPT".
002930     05  FILLER               PIC X(10) VALUE "   REMOVED".
002940     05  FILLER               PIC X(10) VALUE "      HELD".
002950     05  FILLER               PIC X(15) VALUE SPACES.
002960 01  WS-DETAIL-LINE.
002970     05  DL-FILE-NAME         PIC X(09).
002980     05  FILLER               PIC X(02) VALUE SPACES.
002990     05  DL-DAYS              PIC X(04).
003000     05  FILLER               PIC X(02) VALUE SPACES.
003010     05  DL-CUTOFF-DATE       PIC X(08).
003020     05  FILLER               PIC X(02) VALUE SPACES.
003030     05  DL-READ              PIC Z(7)9.
003040     05  FILLER               PIC X(02) VALUE SPACES.
003050     05  DL-KEPT              PIC Z(7)9.
003060     05  FILLER               PIC X(02) VALUE SPACES.
003070     05  DL-REMOVED           PIC Z(7)9.
003080     05  FILLER               PIC X(02) VALUE SPACES.
003090     05  DL-HELD              PIC Z(7)9.
003100     05  FILLER               PIC X(15) VALUE SPACES.
003110
003120 PROCEDURE DIVISION.
003130 0000-MAINLINE.
003140     DISPLAY "Retention Purge".
003150     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003160     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
003170     PERFORM 1000-LOAD-RETENTION-POLICY THRU 1000-EXIT.
003180     PERFORM 1200-OPEN-PURGE-FILES THRU 1200-EXIT.
003190     MOVE 1 TO WS-FILE-IDX.
003200     PERFORM 2000-PURGE-ALERT-LOG THRU 2000-EXIT.
003210     MOVE 2 TO WS-FILE-IDX.
003220     PERFORM 2100-PURGE-EXCEPTIONS THRU 2100-EXIT.
003230     MOVE 3 TO WS-FILE-IDX.
003240     PERFORM 2200-PURGE-CHANGE-LOG THRU 2200-EXIT.
003250     MOVE 4 TO WS-FILE-IDX.
003260     PERFORM 2300-PURGE-TRANSMIT-REGISTER THRU 2300-EXIT.
003270     MOVE 5 TO WS-FILE-IDX.
003280     PERFORM 2400-PURGE-CHECKPOINTS THRU 2400-EXIT.
003290     PERFORM 9900-FINISH-RUN THRU 9900-EXIT.
003300     STOP RUN.
003310
003320*----------------------------------------------------------------
003330* 1000-LOAD-RETENTION-POLICY READS THE RETENTION DECK AND FIXES
003340* EACH FILE'S CUTOFF DATE. WITHOUT A DECK, OR WITH ANY BAD CARD,
003350* NOTHING IS PURGED AND THE RUN ENDS WITH RC 8 - EVERY CARD IS
003360* STILL READ FIRST SO ONE PASS REPORTS EVERY PROBLEM.
003370*----------------------------------------------------------------
003380 1000-LOAD-RETENTION-POLICY.
003390     INITIALIZE WS-POLICY-TABLE
003400     COMPUTE WS-TODAY-INTEGER =
003410         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
003420     OPEN INPUT RETENTION-POLICY-FILE
003430     IF WS-POLICY-FILE-STATUS NOT = '00'
003440         DISPLAY "Unable to open retention policy RETNPOL - ",
003450             "nothing purged."
003460         MOVE 8 TO RETURN-CODE
003470         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003480         STOP RUN
003490     END-IF
003500     PERFORM 1010-READ-POLICY-CARD THRU 1010-EXIT
003510     PERFORM 1100-APPLY-POLICY-CARD THRU 1100-EXIT
003520         UNTIL WS-POLICY-EOF
003530     CLOSE RETENTION-POLICY-FILE
003540     IF WS-POLICY-ERROR
003550         DISPLAY "Bad retention policy card(s) - nothing purged."
003560         MOVE 8 TO RETURN-CODE
003570         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003580         STOP RUN
003590     END-IF
003600     PERFORM 1150-SET-CUTOFF-DATE THRU 1150-EXIT
003610         VARYING WS-FILE-IDX FROM 1 BY 1
003620         UNTIL WS-FILE-IDX > WS-POLICY-COUNT
003630     IF WS-HOLD-DAYS-SET
003640         MOVE WS-HOLD-DAYS TO WS-CUTOFF-DAYS
003650         PERFORM 7600-COMPUTE-CUTOFF THRU 7600-EXIT
003660         MOVE WS-CUTOFF-DATE TO WS-HOLD-CUTOFF-DATE
003670     END-IF.
003680 1000-EXIT.
003690     EXIT.
003700
003710 1010-READ-POLICY-CARD.
003720     READ RETENTION-POLICY-FILE
003730         AT END
003740             MOVE 'Y' TO WS-POLICY-EOF-SW
003750     END-READ.
003760 1010-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800* 1100-APPLY-POLICY-CARD VALIDATES AND APPLIES ONE KEYWORD=DAYS
003810* CARD. DAYS MUST BE A WHOLE NUMBER FROM 0 TO 9999.
003820*----------------------------------------------------------------
003830 1100-APPLY-POLICY-CARD.
003840     IF POLICY-CARD = SPACES OR POLICY-CARD(1:1) = '*'
003850         GO TO 1100-NEXT
003860     END-IF
003870     MOVE SPACES TO WS-PARM-KEYWORD
003880     MOVE SPACES TO WS-PARM-VALUE
003890     UNSTRING POLICY-CARD DELIMITED BY '='
003900         INTO WS-PARM-KEYWORD
003910              WS-PARM-VALUE
003920     MOVE FUNCTION UPPER-CASE(WS-PARM-KEYWORD) TO WS-PARM-KEYWORD
003930     MOVE FUNCTION TEST-NUMVAL(WS-PARM-VALUE) TO WS-NUMVAL-CHECK
003940     IF WS-PARM-VALUE = SPACES OR WS-NUMVAL-CHECK NOT = 0
003950         DISPLAY "Policy error - days must be a number: "
003960             POLICY-CARD(1:40)
003970         MOVE 'Y' TO WS-POLICY-ERROR-SW
003980         GO TO 1100-NEXT
003990     END-IF
004000     IF FUNCTION NUMVAL(WS-PARM-VALUE) < 0 OR
004010         FUNCTION NUMVAL(WS-PARM-VALUE) > 9999
004020         DISPLAY "Policy error - days must be 0 to 9999: "
004030             POLICY-CARD(1:40)
004040         MOVE 'Y' TO WS-POLICY-ERROR-SW
004050         GO TO 1100-NEXT
004060     END-IF
004070     COMPUTE WS-DAYS-VALUE = FUNCTION NUMVAL(WS-PARM-VALUE)
004080     IF WS-PARM-KEYWORD = 'EXCPHOLD'
004090         MOVE WS-DAYS-VALUE TO WS-HOLD-DAYS
004100         MOVE 'Y' TO WS-HOLD-DAYS-SW
004110         GO TO 1100-NEXT
004120     END-IF
004130     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
004140         UNTIL WS-FILE-IDX > WS-POLICY-COUNT
004150            OR WS-POLICY-NAME(WS-FILE-IDX) = WS-PARM-KEYWORD
004160     END-PERFORM
004170     IF WS-FILE-IDX > WS-POLICY-COUNT
004180         DISPLAY "Policy error - unrecognized card: "
004190             WS-PARM-KEYWORD
004200         MOVE 'Y' TO WS-POLICY-ERROR-SW
004210         GO TO 1100-NEXT
004220     END-IF
004230     MOVE WS-DAYS-VALUE TO PF-RETAIN-DAYS(WS-FILE-IDX)
004240     MOVE 'Y' TO PF-DAYS-SW(WS-FILE-IDX).
004250 1100-NEXT.
004260     PERFORM 1010-READ-POLICY-CARD THRU 1010-EXIT.
004270 1100-EXIT.
004280     EXIT.
004290
004300 1150-SET-CUTOFF-DATE.
004310     IF NOT PF-DAYS-SET(WS-FILE-IDX)
004320         MOVE "No retention card - not purged."
004330             TO PF-NOTE(WS-FILE-IDX)
004340         GO TO 1150-EXIT
004350     END-IF
004360     MOVE PF-RETAIN-DAYS(WS-FILE-IDX) TO WS-CUTOFF-DAYS
004370     PERFORM 7600-COMPUTE-CUTOFF THRU 7600-EXIT
004380     MOVE WS-CUTOFF-DATE TO PF-CUTOFF-DATE(WS-FILE-IDX).
004390 1150-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430* 1200-OPEN-PURGE-FILES OPENS THE REPORT, THE ARCHIVE AND - WHEN
004440* EXCEPTIONS ARE TO BE PURGED - THE READING HISTORY. NOTHING IS
004450* REMOVED WITHOUT THE ARCHIVE, SO A FAILED ARCHIVE OPEN ENDS THE
004460* RUN WITH RC 8. WITHOUT THE HISTORY NO EXCEPTION COUNTS AS
004470* RE-DRIVEN, SO ONLY THE HOLD LIMIT CAN RELEASE ONE; THAT IS
004480* REPORTED WITH RC 4.
004490*----------------------------------------------------------------
004500 1200-OPEN-PURGE-FILES.
004510     OPEN OUTPUT PURGE-REPORT-FILE
004520     IF WS-REPORT-STATUS = '00'
004530         MOVE 'Y' TO WS-REPORT-OPEN-SW
004540     ELSE
004550         DISPLAY "Unable to open report file PURGERPT - report ",
004560             "to console only."
004570     END-IF
004580     STRING "Retention Purge Report - run date " WS-CURRENT-DATE
004590         DELIMITED BY SIZE INTO WS-REPORT-LINE
004600     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004610     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004620     OPEN EXTEND PURGE-ARCHIVE-FILE
004630     IF WS-ARCHIVE-STATUS NOT = '00'
004640         OPEN OUTPUT PURGE-ARCHIVE-FILE
004650     END-IF
004660     IF WS-ARCHIVE-STATUS = '00'
004670         MOVE 'Y' TO WS-ARCHIVE-OPEN-SW
004680     ELSE
004690         MOVE "Unable to open purge archive PURGEARC - nothing "
004700             TO WS-REPORT-LINE
004710         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004720         MOVE "  purged." TO WS-REPORT-LINE
004730         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004740         MOVE 8 TO RETURN-CODE
004750         PERFORM 9900-FINISH-RUN THRU 9900-EXIT
004760         STOP RUN
004770     END-IF
004780     IF NOT PF-DAYS-SET(2)
004790         GO TO 1200-EXIT
004800     END-IF
004810     OPEN INPUT HISTORY-FILE
004820     IF WS-HISTORY-STATUS = '00'
004830         MOVE 'Y' TO WS-HISTORY-OPEN-SW
004840     ELSE
004850         MOVE "Reading history HISTFILE not available - no "
004860             TO WS-REPORT-LINE
004870         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004880         MOVE "  exception counts as re-driven." TO WS-REPORT-LINE
004890         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004900         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
004910         MOVE 4 TO RETURN-CODE
004920     END-IF.
004930 1200-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970* 2000-PURGE-ALERT-LOG - AN IMPLAUSIBLE-READING ALERT IS REMOVED
004980* ONCE ITS READING DATE IS PAST RETENTION. SensorHealthTrend
004990* ANALYZES THIS FILE, SO ITS RETENTION SHOULD COVER THE LONGEST
005000* WINDOW THAT PROGRAM IS ASKED FOR.
005010*----------------------------------------------------------------
005020 2000-PURGE-ALERT-LOG.
005030     IF NOT PF-DAYS-SET(WS-FILE-IDX)
005040         GO TO 2000-EXIT
005050     END-IF
005060     OPEN INPUT ALERT-FILE
005070     IF WS-TARGET-FILE-STATUS NOT = '00'
005080         PERFORM 7050-NOTE-FILE-MISSING THRU 7050-EXIT
005090         GO TO 2000-EXIT
005100     END-IF
005110     PERFORM 7000-OPEN-WORK-FILE THRU 7000-EXIT
005120     IF WS-WORK-FILE-STATUS NOT = '00'
005130         CLOSE ALERT-FILE
005140         GO TO 2000-EXIT
005150     END-IF
005160     MOVE 50 TO WS-RECORD-LENGTH
005170     MOVE 'N' TO WS-INPUT-EOF-SW
005180     PERFORM 2010-SCREEN-ALERT THRU 2010-EXIT
005190         UNTIL WS-INPUT-EOF
005200     CLOSE ALERT-FILE
005210     CLOSE PURGE-WORK-FILE
005220     IF PF-REMOVED-COUNT(WS-FILE-IDX) = 0
005230         GO TO 2000-EXIT
005240     END-IF
005250     OPEN OUTPUT ALERT-FILE
005260     PERFORM 7300-OPEN-REWRITE THRU 7300-EXIT
005270     PERFORM 2020-RESTORE-ALERT THRU 2020-EXIT
005280         UNTIL WS-INPUT-EOF
005290     CLOSE ALERT-FILE
005300     CLOSE PURGE-WORK-FILE.
005310 2000-EXIT.
005320     EXIT.
005330
005340 2010-SCREEN-ALERT.
005350     READ ALERT-FILE
005360         AT END
005370             MOVE 'Y' TO WS-INPUT-EOF-SW
005380             GO TO 2010-EXIT
005390     END-READ
005400     MOVE ALERT-RECORD TO WS-RECORD-IMAGE
005410     MOVE AL-TIMESTAMP-DATE TO WS-RECORD-DATE
005420     PERFORM 7500-AGE-RECORD THRU 7500-EXIT
005430     IF WS-AGE-PAST
005440         PERFORM 7200-REMOVE-RECORD THRU 7200-EXIT
005450         GO TO 2010-EXIT
005460     END-IF
005470     IF WS-AGE-UNDATED
005480         PERFORM 7150-HOLD-RECORD THRU 7150-EXIT
005490     ELSE
005500         PERFORM 7100-KEEP-RECORD THRU 7100-EXIT
005510     END-IF.
005520 2010-EXIT.
005530     EXIT.
005540
005550 2020-RESTORE-ALERT.
005560     MOVE PURGE-WORK-RECORD TO ALERT-RECORD
005570     WRITE ALERT-RECORD
005580     PERFORM 7400-READ-WORK-FILE THRU 7400-EXIT.
005590 2020-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------
005630* 2100-PURGE-EXCEPTIONS - AN EXCEPTION PAST RETENTION IS REMOVED
005640* ONCE IT HAS BEEN RE-DRIVEN (SEE HISTORY-FILE), OR, IF IT NEVER
005650* WAS, ONCE IT IS ALSO PAST THE EXCPHOLD LIMIT. WITH NO EXCPHOLD
005660* CARD AN EXCEPTION NEVER RE-DRIVEN IS HELD INDEFINITELY. ONE
005670* WHOSE READING DATE IS UNREADABLE CANNOT BE AGED AND IS HELD.
005680*----------------------------------------------------------------
005690 2100-PURGE-EXCEPTIONS.
005700     IF NOT PF-DAYS-SET(WS-FILE-IDX)
005710         GO TO 2100-EXIT
005720     END-IF
005730     OPEN INPUT EXCEPTION-FILE
005740     IF WS-TARGET-FILE-STATUS NOT = '00'
005750         PERFORM 7050-NOTE-FILE-MISSING THRU 7050-EXIT
005760         GO TO 2100-EXIT
005770     END-IF
005780     PERFORM 7000-OPEN-WORK-FILE THRU 7000-EXIT
005790     IF WS-WORK-FILE-STATUS NOT = '00'
005800         CLOSE EXCEPTION-FILE
005810         GO TO 2100-EXIT
005820     END-IF
005830     MOVE 52 TO WS-RECORD-LENGTH
005840     MOVE 'N' TO WS-INPUT-EOF-SW
005850     PERFORM 2110-SCREEN-EXCEPTION THRU 2110-EXIT
005860         UNTIL WS-INPUT-EOF
005870     CLOSE EXCEPTION-FILE
005880     CLOSE PURGE-WORK-FILE
005890     IF PF-REMOVED-COUNT(WS-FILE-IDX) = 0
005900         GO TO 2100-EXIT
005910     END-IF
005920     OPEN OUTPUT EXCEPTION-FILE
005930     PERFORM 7300-OPEN-REWRITE THRU 7300-EXIT
005940     PERFORM 2120-RESTORE-EXCEPTION THRU 2120-EXIT
005950         UNTIL WS-INPUT-EOF
005960     CLOSE EXCEPTION-FILE
005970     CLOSE PURGE-WORK-FILE.
005980 2100-EXIT.
005990     EXIT.
006000
006010 2110-SCREEN-EXCEPTION.
006020     READ EXCEPTION-FILE
006030         AT END
006040             MOVE 'Y' TO WS-INPUT-EOF-SW
006050             GO TO 2110-EXIT
006060     END-READ
006070     MOVE EXCEPTION-RECORD TO WS-RECORD-IMAGE
006080     MOVE EX-TIMESTAMP-DATE TO WS-RECORD-DATE
006090     PERFORM 7500-AGE-RECORD THRU 7500-EXIT
006100     IF WS-AGE-CURRENT
006110         PERFORM 7100-KEEP-RECORD THRU 7100-EXIT
006120         GO TO 2110-EXIT
006130     END-IF
006140     IF WS-AGE-UNDATED
006150         PERFORM 7150-HOLD-RECORD THRU 7150-EXIT
006160         GO TO 2110-EXIT
006170     END-IF
006180     PERFORM 2150-CHECK-REDRIVEN THRU 2150-EXIT
006190     IF WS-REDRIVEN
006200         PERFORM 7200-REMOVE-RECORD THRU 7200-EXIT
006210         GO TO 2110-EXIT
006220     END-IF
006230     IF WS-HOLD-DAYS-SET AND
006240         WS-RECORD-DATE-N < WS-HOLD-CUTOFF-DATE
006250         PERFORM 7200-REMOVE-RECORD THRU 7200-EXIT
006260     ELSE
006270         PERFORM 7150-HOLD-RECORD THRU 7150-EXIT
006280     END-IF.
006290 2110-EXIT.
006300     EXIT.
006310
006320 2120-RESTORE-EXCEPTION.
006330     MOVE PURGE-WORK-RECORD TO EXCEPTION-RECORD
006340     WRITE EXCEPTION-RECORD
006350     PERFORM 7400-READ-WORK-FILE THRU 7400-EXIT.
006360 2120-EXIT.
006370     EXIT.
006380
006390 2150-CHECK-REDRIVEN.
006400     MOVE 'N' TO WS-REDRIVEN-SW
006410     IF NOT WS-HISTORY-OPEN
006420         GO TO 2150-EXIT
006430     END-IF
006440     MOVE EX-STATION-ID TO HR-STATION-ID
006450     MOVE EX-TIMESTAMP-DATE TO HR-READING-DATE
006460     MOVE EX-TIMESTAMP-TIME TO HR-READING-TIME
006470     READ HISTORY-FILE
006480         INVALID KEY
006490             CONTINUE
006500         NOT INVALID KEY
006510             IF HR-NO-EXCEPTION
006520                 MOVE 'Y' TO WS-REDRIVEN-SW
006530             END-IF
006540     END-READ.
006550 2150-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 2200-PURGE-CHANGE-LOG - A STATION MASTER CHANGE-LOG ENTRY IS
006600* REMOVED ONCE ITS CHANGE DATE IS PAST RETENTION.
006610*----------------------------------------------------------------
006620 2200-PURGE-CHANGE-LOG.
006630     IF NOT PF-DAYS-SET(WS-FILE-IDX)
006640         GO TO 2200-EXIT
006650     END-IF
006660     OPEN INPUT CHANGE-LOG-FILE
006670     IF WS-TARGET-FILE-STATUS NOT = '00'
006680         PERFORM 7050-NOTE-FILE-MISSING THRU 7050-EXIT
006690         GO TO 2200-EXIT
006700     END-IF
006710     PERFORM 7000-OPEN-WORK-FILE THRU 7000-EXIT
006720     IF WS-WORK-FILE-STATUS NOT = '00'
006730         CLOSE CHANGE-LOG-FILE
006740         GO TO 2200-EXIT
006750     END-IF
006760     MOVE 60 TO WS-RECORD-LENGTH
006770     MOVE 'N' TO WS-INPUT-EOF-SW
006780     PERFORM 2210-SCREEN-CHANGE THRU 2210-EXIT
006790         UNTIL WS-INPUT-EOF
006800     CLOSE CHANGE-LOG-FILE
006810     CLOSE PURGE-WORK-FILE
006820     IF PF-REMOVED-COUNT(WS-FILE-IDX) = 0
006830         GO TO 2200-EXIT
006840     END-IF
006850     OPEN OUTPUT CHANGE-LOG-FILE
006860     PERFORM 7300-OPEN-REWRITE THRU 7300-EXIT
006870     PERFORM 2220-RESTORE-CHANGE THRU 2220-EXIT
006880         UNTIL WS-INPUT-EOF
006890     CLOSE CHANGE-LOG-FILE
006900     CLOSE PURGE-WORK-FILE.
006910 2200-EXIT.
006920     EXIT.
006930
006940 2210-SCREEN-CHANGE.
006950     READ CHANGE-LOG-FILE
006960         AT END
006970             MOVE 'Y' TO WS-INPUT-EOF-SW
006980             GO TO 2210-EXIT
006990     END-READ
007000     MOVE CHANGE-LOG-RECORD TO WS-RECORD-IMAGE
007010     MOVE CL-CHANGE-DATE TO WS-RECORD-DATE
007020     PERFORM 7500-AGE-RECORD THRU 7500-EXIT
007030     IF WS-AGE-PAST
007040         PERFORM 7200-REMOVE-RECORD THRU 7200-EXIT
007050         GO TO 2210-EXIT
007060     END-IF
007070     IF WS-AGE-UNDATED
007080         PERFORM 7150-HOLD-RECORD THRU 7150-EXIT
007090     ELSE
007100         PERFORM 7100-KEEP-RECORD THRU 7100-EXIT
007110     END-IF.
007120 2210-EXIT.
007130     EXIT.
007140
007150 2220-RESTORE-CHANGE.
007160     MOVE PURGE-WORK-RECORD TO CHANGE-LOG-RECORD
007170     WRITE CHANGE-LOG-RECORD
007180     PERFORM 7400-READ-WORK-FILE THRU 7400-EXIT.
007190 2220-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 2300-PURGE-TRANSMIT-REGISTER - A REGISTER ENTRY IS REMOVED ONCE
007240* ITS LAST-UPDATE DATE IS PAST RETENTION AND THE RECEIVER HAS
007250* ACCEPTED THE RUN (STATUS A). AN ENTRY IN ANY OTHER STATUS MAY
007260* STILL BE RESENT OR ACKNOWLEDGED AND IS HELD.
007270*----------------------------------------------------------------
007280 2300-PURGE-TRANSMIT-REGISTER.
007290     IF NOT PF-DAYS-SET(WS-FILE-IDX)
007300         GO TO 2300-EXIT
007310     END-IF
007320     OPEN INPUT TRANSMIT-REGISTER
007330     IF WS-TARGET-FILE-STATUS NOT = '00'
007340         PERFORM 7050-NOTE-FILE-MISSING THRU 7050-EXIT
007350         GO TO 2300-EXIT
007360     END-IF
007370     PERFORM 7000-OPEN-WORK-FILE THRU 7000-EXIT
007380     IF WS-WORK-FILE-STATUS NOT = '00'
007390         CLOSE TRANSMIT-REGISTER
007400         GO TO 2300-EXIT
007410     END-IF
007420     MOVE 40 TO WS-RECORD-LENGTH
007430     MOVE 'N' TO WS-INPUT-EOF-SW
007440     PERFORM 2310-SCREEN-TRANSMISSION THRU 2310-EXIT
007450         UNTIL WS-INPUT-EOF
007460     CLOSE TRANSMIT-REGISTER
007470     CLOSE PURGE-WORK-FILE
007480     IF PF-REMOVED-COUNT(WS-FILE-IDX) = 0
007490         GO TO 2300-EXIT
007500     END-IF
007510     OPEN OUTPUT TRANSMIT-REGISTER
007520     PERFORM 7300-OPEN-REWRITE THRU 7300-EXIT
007530     PERFORM 2320-RESTORE-TRANSMISSION THRU 2320-EXIT
007540         UNTIL WS-INPUT-EOF
007550     CLOSE TRANSMIT-REGISTER
007560     CLOSE PURGE-WORK-FILE.
007570 2300-EXIT.
007580     EXIT.
007590
007600 2310-SCREEN-TRANSMISSION.
007610     READ TRANSMIT-REGISTER
007620         AT END
007630             MOVE 'Y' TO WS-INPUT-EOF-SW
007640             GO TO 2310-EXIT
007650     END-READ
007660     MOVE TRANSMIT-REGISTER-RECORD TO WS-RECORD-IMAGE
007670     MOVE TR-LAST-UPDATE-DATE TO WS-RECORD-DATE
007680     PERFORM 7500-AGE-RECORD THRU 7500-EXIT
007690     IF WS-AGE-CURRENT
007700         PERFORM 7100-KEEP-RECORD THRU 7100-EXIT
007710         GO TO 2310-EXIT
007720     END-IF
007730     IF WS-AGE-PAST AND TR-ACCEPTED
007740         PERFORM 7200-REMOVE-RECORD THRU 7200-EXIT
007750     ELSE
007760         PERFORM 7150-HOLD-RECORD THRU 7150-EXIT
007770     END-IF.
007780 2310-EXIT.
007790     EXIT.
007800
007810 2320-RESTORE-TRANSMISSION.
007820     MOVE PURGE-WORK-RECORD TO TRANSMIT-REGISTER-RECORD
007830     WRITE TRANSMIT-REGISTER-RECORD
007840     PERFORM 7400-READ-WORK-FILE THRU 7400-EXIT.
007850 2320-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007890* 2400-PURGE-CHECKPOINTS - A RUN'S CHECKPOINT RECORD IS REMOVED
007900* ONCE IT IS PAST RETENTION AND THE RUN FINISHED (A SAVED RECORD
007910* COUNT OF ZERO - SEE TemperatureConverter 4200-WRITE-CHECKPOINT).
007920* A RECORD FOR AN UNFINISHED RUN IS STILL NEEDED FOR A RESTART AND
007930* IS HELD. A FINISHED RUN'S RECORD SAVED BEFORE CP-SAVED-DATE
007940* EXISTED HAS NO DATE AND IS TREATED AS PAST RETENTION.
007950*----------------------------------------------------------------
007960 2400-PURGE-CHECKPOINTS.
007970     IF NOT PF-DAYS-SET(WS-FILE-IDX)
007980         GO TO 2400-EXIT
007990     END-IF
008000     OPEN INPUT CHECKPOINT-FILE
008010     IF WS-TARGET-FILE-STATUS NOT = '00'
008020         PERFORM 7050-NOTE-FILE-MISSING THRU 7050-EXIT
008030         GO TO 2400-EXIT
008040     END-IF
008050     PERFORM 7000-OPEN-WORK-FILE THRU 7000-EXIT
008060     IF WS-WORK-FILE-STATUS NOT = '00'
008070         CLOSE CHECKPOINT-FILE
008080         GO TO 2400-EXIT
008090     END-IF
008100     MOVE 144 TO WS-RECORD-LENGTH
008110     MOVE 'N' TO WS-INPUT-EOF-SW
008120     PERFORM 2410-SCREEN-CHECKPOINT THRU 2410-EXIT
008130         UNTIL WS-INPUT-EOF
008140     CLOSE CHECKPOINT-FILE
008150     CLOSE PURGE-WORK-FILE
008160     IF PF-REMOVED-COUNT(WS-FILE-IDX) = 0
008170         GO TO 2400-EXIT
008180     END-IF
008190     OPEN OUTPUT CHECKPOINT-FILE
008200     PERFORM 7300-OPEN-REWRITE THRU 7300-EXIT
008210     PERFORM 2420-RESTORE-CHECKPOINT THRU 2420-EXIT
008220         UNTIL WS-INPUT-EOF
008230     CLOSE CHECKPOINT-FILE
008240     CLOSE PURGE-WORK-FILE.
008250 2400-EXIT.
008260     EXIT.
008270
008280 2410-SCREEN-CHECKPOINT.
008290     READ CHECKPOINT-FILE
008300         AT END
008310             MOVE 'Y' TO WS-INPUT-EOF-SW
008320             GO TO 2410-EXIT
008330     END-READ
008340     MOVE CHECKPOINT-RECORD TO WS-RECORD-IMAGE
008350     MOVE CP-SAVED-DATE TO WS-RECORD-DATE
008360     PERFORM 7500-AGE-RECORD THRU 7500-EXIT
008370     IF WS-AGE-CURRENT
008380         PERFORM 7100-KEEP-RECORD THRU 7100-EXIT
008390         GO TO 2410-EXIT
008400     END-IF
008410     IF CP-RECORD-COUNT = ZERO
008420         PERFORM 7200-REMOVE-RECORD THRU 7200-EXIT
008430     ELSE
008440         PERFORM 7150-HOLD-RECORD THRU 7150-EXIT
008450     END-IF.
008460 2410-EXIT.
008470     EXIT.
008480
008490 2420-RESTORE-CHECKPOINT.
008500     MOVE PURGE-WORK-RECORD TO CHECKPOINT-RECORD
008510     WRITE CHECKPOINT-RECORD
008520     PERFORM 7400-READ-WORK-FILE THRU 7400-EXIT.
008530 2420-EXIT.
008540     EXIT.
008550
008560 4100-EMIT-REPORT-LINE.
008570     DISPLAY WS-REPORT-LINE
008580     IF WS-REPORT-OPEN
008590         MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD
008600         WRITE PURGE-REPORT-RECORD
008610     END-IF
008620     MOVE SPACES TO WS-REPORT-LINE.
008630 4100-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------------
008670* 7000-OPEN-WORK-FILE STARTS A FRESH WORK FILE FOR THE FILE BEING
008680* SCREENED. IF IT CANNOT BE OPENED THE FILE IS LEFT UNTOUCHED AND
008690* THE RUN ENDS WITH RC 8.
008700*----------------------------------------------------------------
008710 7000-OPEN-WORK-FILE.
008720     OPEN OUTPUT PURGE-WORK-FILE
008730     IF WS-WORK-FILE-STATUS NOT = '00'
008740         MOVE "Work file PURGEWRK unavailable - not purged."
008750             TO PF-NOTE(WS-FILE-IDX)
008760         MOVE 8 TO RETURN-CODE
008770     END-IF.
008780 7000-EXIT.
008790     EXIT.
008800
008810 7050-NOTE-FILE-MISSING.
008820     MOVE "File not available - not purged."
008825         TO PF-NOTE(WS-FILE-IDX)
008830     IF RETURN-CODE < 4
008840         MOVE 4 TO RETURN-CODE
008850     END-IF.
008860 7050-EXIT.
008870     EXIT.
008880
008890 7100-KEEP-RECORD.
008900     ADD 1 TO PF-READ-COUNT(WS-FILE-IDX)
008910     ADD 1 TO PF-KEPT-COUNT(WS-FILE-IDX)
008920     MOVE WS-RECORD-IMAGE TO PURGE-WORK-RECORD
008930     WRITE PURGE-WORK-RECORD.
008940 7100-EXIT.
008950     EXIT.
008960
008970 7150-HOLD-RECORD.
008980     ADD 1 TO PF-HELD-COUNT(WS-FILE-IDX)
008990     PERFORM 7100-KEEP-RECORD THRU 7100-EXIT.
009000 7150-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------
009040* 7200-REMOVE-RECORD COPIES THE RECORD TO THE PURGE ARCHIVE. IF
009050* THE ARCHIVE WRITE FAILS THE RECORD IS KEPT INSTEAD, SO NOTHING
009060* LEAVES A FILE WITHOUT A COPY ON THE ARCHIVE.
009070*----------------------------------------------------------------
009080 7200-REMOVE-RECORD.
009090     MOVE SPACES TO PURGE-ARCHIVE-RECORD
009100     MOVE WS-POLICY-NAME(WS-FILE-IDX) TO PA-FILE-NAME
009110     MOVE WS-CURRENT-DATE TO PA-PURGE-DATE
009120     MOVE WS-RECORD-LENGTH TO PA-RECORD-LENGTH
009130     MOVE WS-RECORD-IMAGE TO PA-RECORD-IMAGE
009140     WRITE PURGE-ARCHIVE-RECORD
009150     IF WS-ARCHIVE-STATUS NOT = '00'
009160         MOVE "Archive write failed - records kept."
009170             TO PF-NOTE(WS-FILE-IDX)
009180         MOVE 8 TO RETURN-CODE
009190         PERFORM 7100-KEEP-RECORD THRU 7100-EXIT
009200         GO TO 7200-EXIT
009210     END-IF
009220     ADD 1 TO PF-READ-COUNT(WS-FILE-IDX)
009230     ADD 1 TO PF-REMOVED-COUNT(WS-FILE-IDX).
009240 7200-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------
009280* 7300-OPEN-REWRITE IS PERFORMED JUST AFTER THE SCREENED FILE IS
009290* OPENED OUTPUT FOR REWRITING. IF THAT OPEN FAILED, THE KEPT
009300* RECORDS ARE ONLY ON PURGEWRK AND THE REMOVED ONES ONLY ON THE
009310* ARCHIVE, SO THE RUN STOPS AT ONCE WITH RC 16 - PURGEWRK MUST BE
009320* COPIED BACK BY HAND BEFORE ANY OTHER JOB USES THE FILE. THE
009322* SAME HOLDS IF PURGEWRK ITSELF CANNOT BE REOPENED TO READ THE
009324* KEPT RECORDS BACK - THE SCREENED FILE IS ALREADY EMPTIED.
009330*----------------------------------------------------------------
009340 7300-OPEN-REWRITE.
009350     IF WS-TARGET-FILE-STATUS NOT = '00'
009360         MOVE "Rewrite failed - kept records are on PURGEWRK."
009370             TO PF-NOTE(WS-FILE-IDX)
009380         MOVE 16 TO RETURN-CODE
009390         PERFORM 9900-FINISH-RUN THRU 9900-EXIT
009400         STOP RUN
009410     END-IF
009420     OPEN INPUT PURGE-WORK-FILE
009422     IF WS-WORK-FILE-STATUS NOT = '00'
009424         MOVE "Rewrite failed - kept records are on PURGEWRK."
009426             TO PF-NOTE(WS-FILE-IDX)
009428         MOVE 16 TO RETURN-CODE
009430         PERFORM 9900-FINISH-RUN THRU 9900-EXIT
009432         STOP RUN
009434     END-IF
009436     MOVE 'N' TO WS-INPUT-EOF-SW
009440     PERFORM 7400-READ-WORK-FILE THRU 7400-EXIT.
009450 7300-EXIT.
009460     EXIT.
009470
009480 7400-READ-WORK-FILE.
009490     READ PURGE-WORK-FILE
009500         AT END
009510             MOVE 'Y' TO WS-INPUT-EOF-SW
009520     END-READ.
009530 7400-EXIT.
009540     EXIT.
009550
009560*----------------------------------------------------------------
009570* 7500-AGE-RECORD JUDGES WS-RECORD-DATE AGAINST THE CURRENT FILE'S
009580* CUTOFF: PAST RETENTION, STILL CURRENT, OR UNDATED (NOT A NUMBER,
009590* OR ZERO) WHEN THE DATE CANNOT BE READ.
009600*----------------------------------------------------------------
009610 7500-AGE-RECORD.
009620     IF WS-RECORD-DATE IS NOT NUMERIC OR WS-RECORD-DATE-N = ZERO
009630         MOVE 'U' TO WS-AGE-SW
009640         GO TO 7500-EXIT
009650     END-IF
009660     IF WS-RECORD-DATE-N < PF-CUTOFF-DATE(WS-FILE-IDX)
009670         MOVE 'P' TO WS-AGE-SW
009680     ELSE
009690         MOVE 'C' TO WS-AGE-SW
009700     END-IF.
009710 7500-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750* 7600-COMPUTE-CUTOFF SETS WS-CUTOFF-DATE TO TODAY LESS
009760* WS-CUTOFF-DAYS - THE OLDEST DATE STILL INSIDE THE RETENTION.
009770*----------------------------------------------------------------
009780 7600-COMPUTE-CUTOFF.
009790     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
009800         (WS-TODAY-INTEGER - WS-CUTOFF-DAYS).
009810 7600-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------
009850* 8000-PRINT-REPORT PRINTS ONE LINE PER FILE - READ, KEPT, REMOVED
009860* AND HELD - WITH ANY NOTE UNDER IT, THEN THE EXCEPTION HOLD
009865* LIMIT.
009870*----------------------------------------------------------------
009880 8000-PRINT-REPORT.
009890     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
009900     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
009910     PERFORM 8100-PRINT-FILE-LINE THRU 8100-EXIT
009920         VARYING WS-FILE-IDX FROM 1 BY 1
009930         UNTIL WS-FILE-IDX > WS-POLICY-COUNT
009940     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
009950     IF WS-HOLD-DAYS-SET
009960         MOVE WS-HOLD-DAYS TO WS-DAYS-EDIT
009970         STRING "Exception hold limit.....: " WS-DAYS-EDIT
009980             " days (cutoff " WS-HOLD-CUTOFF-DATE ")"
009990             DELIMITED BY SIZE INTO WS-REPORT-LINE
010000     ELSE
010010         MOVE "Exception hold limit.....: none - exceptions"
010020             TO WS-REPORT-LINE
010030         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010040         MOVE "  never re-driven are held." TO WS-REPORT-LINE
010050     END-IF
010060     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010070     MOVE WS-REMOVED-TOTAL TO WS-COUNT-EDIT
010080     STRING "Records archived to PURGEARC: " WS-COUNT-EDIT
010090         DELIMITED BY SIZE INTO WS-REPORT-LINE
010100     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010110     MOVE "HELD is past retention but not yet safe to remove."
010120         TO WS-REPORT-LINE
010130     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
010140 8000-EXIT.
010150     EXIT.
010160
010170 8100-PRINT-FILE-LINE.
010180     ADD PF-READ-COUNT(WS-FILE-IDX) TO WS-READ-TOTAL
010190     ADD PF-REMOVED-COUNT(WS-FILE-IDX) TO WS-REMOVED-TOTAL
010200     ADD PF-HELD-COUNT(WS-FILE-IDX) TO WS-HELD-TOTAL
010210     MOVE WS-POLICY-NAME(WS-FILE-IDX) TO DL-FILE-NAME
010220     IF PF-DAYS-SET(WS-FILE-IDX)
010230         MOVE PF-RETAIN-DAYS(WS-FILE-IDX) TO WS-DAYS-EDIT
010240         MOVE WS-DAYS-EDIT TO DL-DAYS
010250         MOVE PF-CUTOFF-DATE(WS-FILE-IDX) TO DL-CUTOFF-DATE
010260     ELSE
010270         MOVE SPACES TO DL-DAYS
010280         MOVE SPACES TO DL-CUTOFF-DATE
010290     END-IF
010300     MOVE PF-READ-COUNT(WS-FILE-IDX) TO DL-READ
010310     MOVE PF-KEPT-COUNT(WS-FILE-IDX) TO DL-KEPT
010320     MOVE PF-REMOVED-COUNT(WS-FILE-IDX) TO DL-REMOVED
010330     MOVE PF-HELD-COUNT(WS-FILE-IDX) TO DL-HELD
010340     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
010350     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010360     IF PF-NOTE(WS-FILE-IDX) NOT = SPACES
010370         STRING "  " PF-NOTE(WS-FILE-IDX)
010380             DELIMITED BY SIZE INTO WS-REPORT-LINE
010390         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010400     END-IF.
010410 8100-EXIT.
010420     EXIT.
010430
010440*----------------------------------------------------------------
010450* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
010460* SHARED RUN LEDGER. A LEDGER THAT CANNOT BE OPENED FOR POSTING
010470* IS REPORTED BUT DOES NOT STOP THE RUN.
010480*----------------------------------------------------------------
010490 9800-POST-RUN-START.
010500     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
010510     IF NOT WS-RUN-LEDGER-OPEN
010520         GO TO 9800-EXIT
010530     END-IF
010540     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
010550     SET RL-RUN-STARTED TO TRUE
010560     WRITE RUN-LEDGER-RECORD
010570     CLOSE RUN-LEDGER-FILE.
010580 9800-EXIT.
010590     EXIT.
010600
010610*----------------------------------------------------------------
010620* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
010630* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
010640*----------------------------------------------------------------
010650 9810-POST-RUN-END.
010660     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
010670     IF NOT WS-RUN-LEDGER-OPEN
010680         GO TO 9810-EXIT
010690     END-IF
010700     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
010710     SET RL-RUN-ENDED TO TRUE
010720     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
010730     ACCEPT WS-LEDGER-CLOCK FROM TIME
010740     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
010750     MOVE RETURN-CODE TO RL-RETURN-CODE
010760     MOVE WS-READ-TOTAL TO RL-RECORDS-IN
010770     MOVE WS-REMOVED-TOTAL TO RL-RECORDS-OUT
010780     MOVE WS-HELD-TOTAL TO RL-RECORDS-REJECTED
010790     WRITE RUN-LEDGER-RECORD
010800     CLOSE RUN-LEDGER-FILE.
010810 9810-EXIT.
010820     EXIT.
010830
010840 9840-BUILD-LEDGER-ENTRY.
010850     IF WS-LEDGER-START-DATE = ZERO
010860         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
010870         ACCEPT WS-LEDGER-CLOCK FROM TIME
010880         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
010890     END-IF
010900     MOVE SPACES TO RUN-LEDGER-RECORD
010910     MOVE "RetentionPurge" TO RL-PROGRAM-ID
010920     MOVE SPACES TO RL-RUN-ID
010930     MOVE SPACES TO RL-OPERATOR-ID
010940     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
010950     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
010960     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
010970         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
010980 9840-EXIT.
010990     EXIT.
011000
011010 9850-OPEN-RUN-LEDGER.
011020     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
011030     OPEN EXTEND RUN-LEDGER-FILE
011040     IF WS-RUN-LEDGER-STATUS NOT = '00'
011050         OPEN OUTPUT RUN-LEDGER-FILE
011060     END-IF
011070     IF WS-RUN-LEDGER-STATUS = '00'
011080         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
011090     ELSE
011100         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
011110             WS-RUN-LEDGER-STATUS "."
011120     END-IF.
011130 9850-EXIT.
011140     EXIT.
011150
011160*----------------------------------------------------------------
011170* 9900-FINISH-RUN PRINTS THE PURGE REPORT, CLOSES THE ARCHIVE, THE
011180* HISTORY AND THE REPORT, AND POSTS THE ENDED LEDGER ENTRY. IT
011190* ALSO SERVES AN EARLY STOP, SO THE REPORT SHOWS WHAT WAS DONE.
011200*----------------------------------------------------------------
011210 9900-FINISH-RUN.
011220     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
011230     IF WS-ARCHIVE-OPEN
011240         CLOSE PURGE-ARCHIVE-FILE
011250     END-IF
011260     IF WS-HISTORY-OPEN
011270         CLOSE HISTORY-FILE
011280     END-IF
011290     IF WS-REPORT-OPEN
011300         CLOSE PURGE-REPORT-FILE
011310     END-IF
011320     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
011330 9900-EXIT.
011340     EXIT.
