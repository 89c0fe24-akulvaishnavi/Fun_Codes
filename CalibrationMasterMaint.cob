000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CalibrationMasterMaint.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. CARD-DRIVEN MAINTENANCE FOR THE
000200*                  CALIBMST CALIBRATION MASTER - THE PER-STATION
000210*                  SENSOR CORRECTIONS FIELD TECHNICIANS MEASURE
000220*                  AT SERVICE VISITS, EACH WITH THE DATE IT TAKES
000230*                  EFFECT. SUPPORTS ADD, CHANGE AND DELETE OF AN
000240*                  ENTRY, VALIDATES STATION IDS AGAINST STATNMST,
000250*                  EFFECTIVE DATES AND CORRECTION SIZES, KEEPS
000260*                  THE FILE IN THE STATION/EFFECTIVE-DATE ORDER
000270*                  TemperatureConverter'S LOOKUP DEPENDS ON, AND
000280*                  LOGS EVERY CHANGE (WHO, WHEN, OLD VALUE, NEW
000290*                  VALUE) TO CALCHLOG, THE SAME WAY
000300*                  StationMasterMaint LOGS ROSTER CHANGES TO
000310*                  STNCHLOG.
000312* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
000314*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
000316*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout.
000317* 10-15-2026  RVK  STATION-MASTER FD NAMES THE REGION AND SITE
000318*                  CODES CARVED FROM ITS FILLER (UNUSED HERE).
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-3090.
000370 OBJECT-COMPUTER. IBM-3090.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CALIBRATION-MASTER ASSIGN TO CALIBMST
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-CALIBRATION-MASTER-STATUS.
000440     SELECT STATION-MASTER ASSIGN TO STATNMST
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-STATION-MASTER-STATUS.
000470     SELECT CALIB-TRANS-FILE ASSIGN TO CALMAINT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CALIB-TRANS-STATUS.
000500     SELECT CALIB-CHANGE-LOG-FILE ASSIGN TO CALCHLOG
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CHANGE-LOG-STATUS.
000522     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000524         ORGANIZATION IS SEQUENTIAL
000526         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------
000570* CALIBRATION-MASTER IS THE CALIBREC LAYOUT TemperatureConverter
000580* READS IN 1500-LOAD-CALIBRATION-TABLE. THE FILE IS LOADED INTO
000590* WS-CALIB-TABLE, THE TRANSACTIONS ARE APPLIED IN MEMORY, AND THE
000600* WHOLE FILE IS REWRITTEN - THE SAME READ/MERGE/REWRITE SHAPE
000610* StationMasterMaint USES FOR THE ROSTER.
000620*----------------------------------------------------------------
000630 FD  CALIBRATION-MASTER
000640     RECORDING MODE IS F.
000650 01  CALIBRATION-RECORD.
000660     COPY CALIBREC REPLACING ==:PFX:== BY ==CB==.
000670     05  FILLER                  PIC X(03).
000680
000690*----------------------------------------------------------------
000700* STATION-MASTER IS READ ONLY, TO CONFIRM THAT A STATION BEING
000710* GIVEN A CORRECTION IS ONE WE ACTUALLY OPERATE. SAME 32-BYTE
000720* LAYOUT StationMasterMaint MAINTAINS.
000730*----------------------------------------------------------------
000740 FD  STATION-MASTER
000750     RECORDING MODE IS F.
000760 01  STATION-MASTER-RECORD.
000770     05  SM-STATION-ID           PIC X(08).
000780     05  SM-STATION-TYPE         PIC X(01).
000790     05  SM-STATION-STATUS       PIC X(01).
000800         88  SM-ACTIVE               VALUE 'A'.
000810     05  SM-LAST-READING-DATE    PIC 9(08).
000815     05  SM-REGION-CODE          PIC X(04).
000820     05  SM-SITE-CODE            PIC X(06).
000825     05  FILLER                  PIC X(04).
000830
000840*----------------------------------------------------------------
000850* CALIB-TRANS-FILE IS THE DECK OF CALIBRATION REQUESTS, ONE CARD
000860* PER CHANGE. ACTIONS:
000870*   A = ADD AN ENTRY (STATION, EFFECTIVE DATE, CORRECTION)
000880*   C = CHANGE THE CORRECTION ON AN EXISTING STATION/DATE ENTRY
000890*   D = DELETE AN EXISTING STATION/DATE ENTRY
000900* CM-CORRECTION-C IS IN CELSIUS DEGREES, SIGN FIRST, TWO IMPLIED
000910* DECIMALS - '+0125' ADDS 1.25 C TO EVERY READING FROM THE
000920* EFFECTIVE DATE ON, '-0040' TAKES 0.40 C OFF. A CORRECTION OF
000930* ZERO ENDS AN EARLIER ONE FROM ITS EFFECTIVE DATE. A CARD
000940* OPENING WITH '*' IS A COMMENT. CM-OPERATOR-ID SAYS WHO ASKED
000950* FOR THE CHANGE AND IS CARRIED ONTO THE ENTRY AND THE LOG.
000960*----------------------------------------------------------------
000970 FD  CALIB-TRANS-FILE
000980     RECORDING MODE IS F.
000990 01  CALIB-TRANS-RECORD.
001000     05  CM-ACTION               PIC X(01).
001010         88  CM-ADD                  VALUE 'A'.
001020         88  CM-CHANGE               VALUE 'C'.
001030         88  CM-DELETE               VALUE 'D'.
001040         88  CM-COMMENT              VALUE '*'.
001050     05  CM-KEY.
001060         10  CM-STATION-ID       PIC X(08).
001070         10  CM-EFFECTIVE-DATE   PIC 9(08).
001080     05  CM-KEY-PARTS REDEFINES CM-KEY.
001090         10  FILLER              PIC X(08).
001100         10  CM-EFF-YEAR         PIC 9(04).
001110         10  CM-EFF-MONTH        PIC 9(02).
001120         10  CM-EFF-DAY          PIC 9(02).
001130     05  CM-CORRECTION-C         PIC S9(2)V99 SIGN LEADING
001140                                      SEPARATE CHARACTER.
001150     05  CM-OPERATOR-ID          PIC X(08).
001160     05  FILLER                  PIC X(50).
001170
001180*----------------------------------------------------------------
001190* CALIB-CHANGE-LOG-FILE IS THE CALIBRATION MASTER'S OWN AUDIT
001200* TRAIL - ONE RECORD PER APPLIED CHANGE, CARRYING WHO ASKED FOR
001210* IT, WHEN IT WAS APPLIED, AND THE OLD AND NEW CORRECTION SO A
001220* CORRECTION THAT TURNED OUT TO BE WRONG CAN BE TRACED AND THE
001230* READINGS IT TOUCHED IDENTIFIED. FOR AN ADD THE OLD CORRECTION
001240* IS ZERO; FOR A DELETE THE NEW ONE IS. EXTENDED ACROSS RUNS,
001250* NEVER TRUNCATED, THE SAME WAY STNCHLOG IS.
001260*----------------------------------------------------------------
001270 FD  CALIB-CHANGE-LOG-FILE
001280     RECORDING MODE IS F.
001290 01  CALIB-CHANGE-LOG-RECORD.
001300     05  CC-CHANGE-DATE          PIC 9(08).
001310     05  CC-CHANGE-TIME          PIC 9(06).
001320     05  CC-OPERATOR-ID          PIC X(08).
001330     05  CC-ACTION               PIC X(01).
001340     05  CC-STATION-ID           PIC X(08).
001350     05  CC-EFFECTIVE-DATE       PIC 9(08).
001360     05  CC-OLD-CORRECTION-C     PIC S9(2)V99
001370         SIGN IS TRAILING SEPARATE.
001380     05  CC-NEW-CORRECTION-C     PIC S9(2)V99
001390         SIGN IS TRAILING SEPARATE.
001400     05  FILLER                  PIC X(11).
001410
001411*----------------------------------------------------------------
001412* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
001413* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
001414*----------------------------------------------------------------
001415 FD  RUN-LEDGER-FILE
001416     RECORDING MODE IS F.
001417 01  RUN-LEDGER-RECORD.
001418     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
001419     05  FILLER                  PIC X(02).
001420
001425 WORKING-STORAGE SECTION.
001430 01  WS-CALIBRATION-MASTER-STATUS PIC X(02).
001440 01  WS-STATION-MASTER-STATUS PIC X(02).
001450 01  WS-CALIB-TRANS-STATUS    PIC X(02).
001460 01  WS-CHANGE-LOG-STATUS     PIC X(02).
001470 01  WS-CURRENT-DATE          PIC 9(08).
001480 01  WS-CURRENT-TIME          PIC 9(06).
001490 01  WS-CALIB-EOF-SW          PIC X VALUE 'N'.
001500     88  WS-CALIB-EOF             VALUE 'Y'.
001510 01  WS-MASTER-EOF-SW         PIC X VALUE 'N'.
001520     88  WS-MASTER-EOF            VALUE 'Y'.
001530 01  WS-TRANS-EOF-SW          PIC X VALUE 'N'.
001540     88  WS-TRANS-EOF             VALUE 'Y'.
001550*----------------------------------------------------------------
001560* WS-CALIB-TABLE HOLDS THE WHOLE CALIBRATION MASTER WHILE THE
001570* TRANSACTIONS ARE APPLIED, IN STATION/EFFECTIVE-DATE ORDER. A
001580* STATION ACCUMULATES ONE ENTRY PER SERVICE VISIT, SO THE TABLE
001590* IS SIZED AT SEVERAL ENTRIES PER ROSTER STATION; HITTING THE
001600* LIMIT IS AN EXPLICIT ERROR, NEVER A SILENT DROP.
001610*----------------------------------------------------------------
001620 01  WS-CALIB-MAX             PIC 9(04) COMP VALUE 2000.
001630 01  WS-CALIB-COUNT           PIC 9(04) COMP VALUE ZERO.
001640 01  WS-CALIB-TABLE.
001650     05  WS-CALIB-ENTRY OCCURS 2000 TIMES.
001660         10  CE-KEY.
001670             15  CE-STATION-ID    PIC X(08).
001680             15  CE-EFFECTIVE-DATE
001690                                  PIC 9(08).
001700         10  CE-CORRECTION-C      PIC S9(2)V99.
001710         10  CE-SET-BY-OPERATOR   PIC X(08).
001720         10  CE-SET-DATE          PIC 9(08).
001730 01  WS-CALIB-IDX             PIC 9(04) COMP VALUE ZERO.
001740 01  WS-SHIFT-IDX             PIC 9(04) COMP VALUE ZERO.
001750 01  WS-ENTRY-FOUND-SW        PIC X VALUE 'N'.
001760     88  WS-ENTRY-FOUND           VALUE 'Y'.
001770*----------------------------------------------------------------
001780* WS-ROSTER-TABLE IS THE LIST OF STATION IDS ON STATNMST, USED
001790* ONLY TO REFUSE A CORRECTION FOR A STATION WE DO NOT OPERATE.
001800* SIZED TO MATCH THE ROSTER TABLES IN StationMasterMaint AND
001810* TemperatureConverter.
001820*----------------------------------------------------------------
001830 01  WS-ROSTER-MAX            PIC 9(03) COMP VALUE 500.
001840 01  WS-ROSTER-COUNT          PIC 9(03) COMP VALUE ZERO.
001850 01  WS-ROSTER-TABLE.
001860     05  RS-STATION-ID        PIC X(08) OCCURS 500 TIMES.
001870 01  WS-ROSTER-IDX            PIC 9(03) COMP VALUE ZERO.
001880 01  WS-ROSTER-LOADED-SW      PIC X VALUE 'N'.
001890     88  WS-ROSTER-LOADED         VALUE 'Y'.
001900*----------------------------------------------------------------
001910* A CORRECTION LARGER THAN WS-CORRECTION-LIMIT (CELSIUS DEGREES,
001920* EITHER SIGN) IS REFUSED - A SENSOR THAT FAR OUT NEEDS
001930* REPLACING, NOT CORRECTING, AND A KEYING SLIP ON THE CARD MUST
001940* NOT QUIETLY SHIFT A STATION'S WHOLE RECORD.
001950*----------------------------------------------------------------
001960 01  WS-CORRECTION-LIMIT      PIC S9(2)V99 VALUE +10.00.
001970 01  WS-CARD-VALID-SW         PIC X VALUE 'N'.
001980     88  WS-CARD-VALID            VALUE 'Y'.
001990 01  WS-TRANS-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
002000 01  WS-TRANS-APPLIED-COUNT   PIC 9(05) COMP VALUE ZERO.
002010 01  WS-TRANS-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
002020 01  WS-OLD-CORRECTION-C      PIC S9(2)V99 VALUE ZERO.
002030 01  WS-NEW-CORRECTION-C      PIC S9(2)V99 VALUE ZERO.
002040 01  WS-CORRECTION-EDIT       PIC +(2)9.99.
002050 01  WS-COUNT-EDIT            PIC Z(4)9 VALUE ZERO.
002051 01  WS-RUN-LEDGER-STATUS     PIC X(02).
002052 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
002053     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
002054 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
002055 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
002056 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
002060
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     DISPLAY "Calibration Master Maintenance".
002095     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
002100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002110     ACCEPT WS-CURRENT-TIME FROM TIME.
002120     PERFORM 1000-LOAD-CALIBRATION-MASTER THRU 1000-EXIT.
002130     PERFORM 1100-LOAD-STATION-ROSTER THRU 1100-EXIT.
002140     OPEN EXTEND CALIB-CHANGE-LOG-FILE.
002150     IF WS-CHANGE-LOG-STATUS NOT = '00'
002160         OPEN OUTPUT CALIB-CHANGE-LOG-FILE
002170     END-IF.
002180     IF WS-CHANGE-LOG-STATUS NOT = '00'
002190         DISPLAY "Unable to open change log - no calibration ",
002200             "change may be applied without its audit trail."
002210         MOVE 16 TO RETURN-CODE
002215         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
002220         STOP RUN
002230     END-IF.
002240     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
002250     CLOSE CALIB-CHANGE-LOG-FILE.
002260     IF WS-TRANS-APPLIED-COUNT > 0
002270         PERFORM 3000-REWRITE-CALIBRATION-MASTER THRU 3000-EXIT
002280     ELSE
002290         DISPLAY "No changes applied - calibration master left ",
002300             "untouched."
002310     END-IF.
002320     PERFORM 8000-PRINT-MAINT-SUMMARY THRU 8000-EXIT.
002330     IF WS-TRANS-REJECT-COUNT > 0
002340         MOVE 4 TO RETURN-CODE
002350     END-IF.
002355     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
002360     STOP RUN.
002370
002380*----------------------------------------------------------------
002390* 1000-LOAD-CALIBRATION-MASTER READS CALIBMST INTO WS-CALIB-TABLE
002400* SO THE TRANSACTIONS CAN BE APPLIED IN MEMORY. A MISSING MASTER
002410* IS NOT FATAL - THE FIRST RUN BUILDS IT FROM ADD CARDS. A MASTER
002420* THAT OVERFLOWS THE TABLE IS FATAL: REWRITING A PARTIAL TABLE
002430* WOULD SILENTLY DROP THE ENTRIES PAST THE LIMIT.
002440*----------------------------------------------------------------
002450 1000-LOAD-CALIBRATION-MASTER.
002460     MOVE 0 TO WS-CALIB-COUNT
002470     OPEN INPUT CALIBRATION-MASTER
002480     IF WS-CALIBRATION-MASTER-STATUS = '00'
002490         PERFORM 1010-READ-CALIBRATION-MASTER THRU 1010-EXIT
002500             UNTIL WS-CALIB-EOF
002510         CLOSE CALIBRATION-MASTER
002520         DISPLAY "Calibration master loaded - " WS-CALIB-COUNT
002530             " entry(ies)."
002540     ELSE
002550         DISPLAY "No calibration master found - starting with ",
002560             "no corrections on file."
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600
002610 1010-READ-CALIBRATION-MASTER.
002620     READ CALIBRATION-MASTER
002630         AT END
002640             MOVE 'Y' TO WS-CALIB-EOF-SW
002650         NOT AT END
002660             IF WS-CALIB-COUNT >= WS-CALIB-MAX
002670                 DISPLAY "Calibration master exceeds "
002680                     WS-CALIB-MAX
002685                     " entries - table overflow, run aborted."
002690                 MOVE 16 TO RETURN-CODE
002695                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
002700                 STOP RUN
002710             END-IF
002720             ADD 1 TO WS-CALIB-COUNT
002730             MOVE CB-STATION-ID TO CE-STATION-ID(WS-CALIB-COUNT)
002740             MOVE CB-EFFECTIVE-DATE TO
002750                 CE-EFFECTIVE-DATE(WS-CALIB-COUNT)
002760             MOVE CB-CORRECTION-C TO
002770                 CE-CORRECTION-C(WS-CALIB-COUNT)
002780             MOVE CB-SET-BY-OPERATOR TO
002790                 CE-SET-BY-OPERATOR(WS-CALIB-COUNT)
002800             MOVE CB-SET-DATE TO CE-SET-DATE(WS-CALIB-COUNT)
002810     END-READ.
002820 1010-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------------
002860* 1100-LOAD-STATION-ROSTER READS THE STATION IDS OFF STATNMST.
002870* WITHOUT A ROSTER THERE IS NOTHING TO VALIDATE AN ADD AGAINST,
002880* SO ADD CARDS ARE REFUSED UNTIL IT IS SUPPLIED; CHANGE AND
002890* DELETE ONLY TOUCH ENTRIES ALREADY ON FILE AND STILL PROCEED.
002900*----------------------------------------------------------------
002910 1100-LOAD-STATION-ROSTER.
002920     MOVE 0 TO WS-ROSTER-COUNT
002930     OPEN INPUT STATION-MASTER
002940     IF WS-STATION-MASTER-STATUS = '00'
002950         MOVE 'Y' TO WS-ROSTER-LOADED-SW
002960         PERFORM 1110-READ-STATION-MASTER THRU 1110-EXIT
002970             UNTIL WS-MASTER-EOF
002980         CLOSE STATION-MASTER
002990     ELSE
003000         DISPLAY "Station master not available - add cards ",
003010             "will be rejected."
003020     END-IF.
003030 1100-EXIT.
003040     EXIT.
003050
003060 1110-READ-STATION-MASTER.
003070     READ STATION-MASTER
003080         AT END
003090             MOVE 'Y' TO WS-MASTER-EOF-SW
003100         NOT AT END
003110             IF WS-ROSTER-COUNT >= WS-ROSTER-MAX
003120                 DISPLAY "Station master exceeds " WS-ROSTER-MAX
003130                     " entries - table overflow, run aborted."
003140                 MOVE 16 TO RETURN-CODE
003145                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003150                 STOP RUN
003160             END-IF
003170             ADD 1 TO WS-ROSTER-COUNT
003180             MOVE SM-STATION-ID TO RS-STATION-ID(WS-ROSTER-COUNT)
003190     END-READ.
003200 1110-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240* 2000-PROCESS-TRANSACTIONS READS THE MAINTENANCE DECK AND
003250* APPLIES EACH CARD TO THE IN-MEMORY TABLE. A MISSING DECK IS
003260* REPORTED AND THE RUN ENDS WITH THE MASTER UNTOUCHED.
003270*----------------------------------------------------------------
003280 2000-PROCESS-TRANSACTIONS.
003290     OPEN INPUT CALIB-TRANS-FILE
003300     IF WS-CALIB-TRANS-STATUS NOT = '00'
003310         DISPLAY "Unable to open calibration transaction file - ",
003320             "no changes applied."
003330         GO TO 2000-EXIT
003340     END-IF
003350     PERFORM 2010-READ-TRANSACTION THRU 2010-EXIT
003360     PERFORM 2100-APPLY-TRANSACTION THRU 2100-EXIT
003370         UNTIL WS-TRANS-EOF
003380     CLOSE CALIB-TRANS-FILE.
003390 2000-EXIT.
003400     EXIT.
003410
003420 2010-READ-TRANSACTION.
003430     READ CALIB-TRANS-FILE
003440         AT END
003450             MOVE 'Y' TO WS-TRANS-EOF-SW
003460     END-READ.
003470 2010-EXIT.
003480     EXIT.
003490
003500 2100-APPLY-TRANSACTION.
003510     IF CM-COMMENT OR CALIB-TRANS-RECORD = SPACES
003520         GO TO 2100-NEXT
003530     END-IF
003540     ADD 1 TO WS-TRANS-READ-COUNT
003550     PERFORM 2600-VALIDATE-CARD THRU 2600-EXIT
003560     IF NOT WS-CARD-VALID
003570         ADD 1 TO WS-TRANS-REJECT-COUNT
003580         GO TO 2100-NEXT
003590     END-IF
003600     PERFORM 2500-FIND-ENTRY THRU 2500-EXIT
003610     EVALUATE TRUE
003620         WHEN CM-ADD
003630             PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
003640         WHEN CM-CHANGE
003650             PERFORM 2300-CHANGE-ENTRY THRU 2300-EXIT
003660         WHEN CM-DELETE
003670             PERFORM 2400-DELETE-ENTRY THRU 2400-EXIT
003680         WHEN OTHER
003690             DISPLAY "Transaction rejected - unknown action '"
003700                 CM-ACTION "' for station " CM-STATION-ID
003710             ADD 1 TO WS-TRANS-REJECT-COUNT
003720     END-EVALUATE.
003730 2100-NEXT.
003740     PERFORM 2010-READ-TRANSACTION THRU 2010-EXIT.
003750 2100-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790* 2200-ADD-ENTRY INSERTS A NEW STATION/EFFECTIVE-DATE ENTRY AT
003800* ITS SORTED POSITION SO THE REWRITTEN FILE STAYS IN THE ORDER
003810* TemperatureConverter'S LOOKUP DEPENDS ON. A DUPLICATE KEY IS
003820* REFUSED - TWO CORRECTIONS EFFECTIVE THE SAME DAY WOULD LEAVE
003830* WHICH ONE APPLIES UNDEFINED - AS IS A STATION NOT ON THE
003840* ROSTER.
003850*----------------------------------------------------------------
003860 2200-ADD-ENTRY.
003870     IF WS-ENTRY-FOUND
003880         DISPLAY "Add rejected - station " CM-STATION-ID
003890             " already has an entry effective " CM-EFFECTIVE-DATE
003900             "."
003910         ADD 1 TO WS-TRANS-REJECT-COUNT
003920         GO TO 2200-EXIT
003930     END-IF
003940     PERFORM 2700-FIND-ROSTER-STATION THRU 2700-EXIT
003950     IF WS-ROSTER-IDX = 0
003960         DISPLAY "Add rejected - station " CM-STATION-ID
003970             " is not on the station roster."
003980         ADD 1 TO WS-TRANS-REJECT-COUNT
003990         GO TO 2200-EXIT
004000     END-IF
004010     IF WS-CALIB-COUNT >= WS-CALIB-MAX
004020         DISPLAY "Add rejected - calibration table full at "
004030             WS-CALIB-MAX " entries."
004040         ADD 1 TO WS-TRANS-REJECT-COUNT
004050         GO TO 2200-EXIT
004060     END-IF
004070*    WS-CALIB-IDX WAS LEFT AT THE INSERT POSITION BY 2500.
004080     PERFORM 2210-SHIFT-ENTRIES-DOWN THRU 2210-EXIT
004090         VARYING WS-SHIFT-IDX FROM WS-CALIB-COUNT BY -1
004100         UNTIL WS-SHIFT-IDX < WS-CALIB-IDX
004110     ADD 1 TO WS-CALIB-COUNT
004120     MOVE CM-STATION-ID TO CE-STATION-ID(WS-CALIB-IDX)
004130     MOVE CM-EFFECTIVE-DATE TO CE-EFFECTIVE-DATE(WS-CALIB-IDX)
004140     MOVE CM-CORRECTION-C TO CE-CORRECTION-C(WS-CALIB-IDX)
004150     MOVE CM-OPERATOR-ID TO CE-SET-BY-OPERATOR(WS-CALIB-IDX)
004160     MOVE WS-CURRENT-DATE TO CE-SET-DATE(WS-CALIB-IDX)
004170     MOVE ZERO TO WS-OLD-CORRECTION-C
004180     MOVE CM-CORRECTION-C TO WS-NEW-CORRECTION-C
004190     PERFORM 6000-WRITE-CHANGE-LOG-RECORD THRU 6000-EXIT
004200     ADD 1 TO WS-TRANS-APPLIED-COUNT
004210     MOVE CM-CORRECTION-C TO WS-CORRECTION-EDIT
004220     DISPLAY "Added correction " WS-CORRECTION-EDIT " C for "
004230         "station " CM-STATION-ID " effective "
004240         CM-EFFECTIVE-DATE ".".
004250 2200-EXIT.
004260     EXIT.
004270
004280 2210-SHIFT-ENTRIES-DOWN.
004290     MOVE WS-CALIB-ENTRY(WS-SHIFT-IDX) TO
004300         WS-CALIB-ENTRY(WS-SHIFT-IDX + 1).
004310 2210-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350* 2300-CHANGE-ENTRY REPLACES THE CORRECTION ON AN EXISTING
004360* STATION/EFFECTIVE-DATE ENTRY. A CHANGE THAT WOULD LEAVE THE
004370* CORRECTION AS IT ALREADY IS IS REFUSED SO THE CHANGE LOG NEVER
004380* CARRIES A NO-OP ENTRY.
004390*----------------------------------------------------------------
004400 2300-CHANGE-ENTRY.
004410     IF NOT WS-ENTRY-FOUND
004420         DISPLAY "Change rejected - station " CM-STATION-ID
004430             " has no entry effective " CM-EFFECTIVE-DATE "."
004440         ADD 1 TO WS-TRANS-REJECT-COUNT
004450         GO TO 2300-EXIT
004460     END-IF
004470     MOVE CE-CORRECTION-C(WS-CALIB-IDX) TO WS-OLD-CORRECTION-C
004480     IF WS-OLD-CORRECTION-C = CM-CORRECTION-C
004490         DISPLAY "Change rejected - station " CM-STATION-ID
004500             " already carries that correction."
004510         ADD 1 TO WS-TRANS-REJECT-COUNT
004520         GO TO 2300-EXIT
004530     END-IF
004540     MOVE CM-CORRECTION-C TO CE-CORRECTION-C(WS-CALIB-IDX)
004550     MOVE CM-OPERATOR-ID TO CE-SET-BY-OPERATOR(WS-CALIB-IDX)
004560     MOVE WS-CURRENT-DATE TO CE-SET-DATE(WS-CALIB-IDX)
004570     MOVE CM-CORRECTION-C TO WS-NEW-CORRECTION-C
004580     PERFORM 6000-WRITE-CHANGE-LOG-RECORD THRU 6000-EXIT
004590     ADD 1 TO WS-TRANS-APPLIED-COUNT
004600     MOVE CM-CORRECTION-C TO WS-CORRECTION-EDIT
004610     DISPLAY "Changed correction for station " CM-STATION-ID
004620         " effective " CM-EFFECTIVE-DATE " to "
004630         WS-CORRECTION-EDIT " C.".
004640 2300-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680* 2400-DELETE-ENTRY REMOVES A STATION/EFFECTIVE-DATE ENTRY - ONE
004690* KEYED IN ERROR. A CORRECTION THAT WAS RIGHT BUT HAS SINCE BEEN
004700* OVERTAKEN SHOULD BE ENDED WITH A ZERO ENTRY INSTEAD, SO THE
004710* READINGS IT ALREADY CORRECTED STAY EXPLAINABLE.
004720*----------------------------------------------------------------
004730 2400-DELETE-ENTRY.
004740     IF NOT WS-ENTRY-FOUND
004750         DISPLAY "Delete rejected - station " CM-STATION-ID
004760             " has no entry effective " CM-EFFECTIVE-DATE "."
004770         ADD 1 TO WS-TRANS-REJECT-COUNT
004780         GO TO 2400-EXIT
004790     END-IF
004800     MOVE CE-CORRECTION-C(WS-CALIB-IDX) TO WS-OLD-CORRECTION-C
004810     MOVE ZERO TO WS-NEW-CORRECTION-C
004820     PERFORM 6000-WRITE-CHANGE-LOG-RECORD THRU 6000-EXIT
004830     PERFORM 2410-SHIFT-ENTRIES-UP THRU 2410-EXIT
004840         VARYING WS-SHIFT-IDX FROM WS-CALIB-IDX BY 1
004850         UNTIL WS-SHIFT-IDX >= WS-CALIB-COUNT
004860     SUBTRACT 1 FROM WS-CALIB-COUNT
004870     ADD 1 TO WS-TRANS-APPLIED-COUNT
004880     DISPLAY "Deleted correction for station " CM-STATION-ID
004890         " effective " CM-EFFECTIVE-DATE ".".
004900 2400-EXIT.
004910     EXIT.
004920
004930 2410-SHIFT-ENTRIES-UP.
004940     MOVE WS-CALIB-ENTRY(WS-SHIFT-IDX + 1) TO
004950         WS-CALIB-ENTRY(WS-SHIFT-IDX).
004960 2410-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 2500-FIND-ENTRY SCANS THE ORDERED TABLE FOR THE CARD'S STATION/
005010* EFFECTIVE-DATE KEY. ON A MISS, WS-CALIB-IDX IS LEFT AT THE
005020* POSITION WHERE THE KEY WOULD BELONG, WHICH IS EXACTLY THE
005030* INSERT POSITION 2200 NEEDS.
005040*----------------------------------------------------------------
005050 2500-FIND-ENTRY.
005060     MOVE 'N' TO WS-ENTRY-FOUND-SW
005070     PERFORM VARYING WS-CALIB-IDX FROM 1 BY 1
005080         UNTIL WS-CALIB-IDX > WS-CALIB-COUNT
005090            OR CE-KEY(WS-CALIB-IDX) NOT < CM-KEY
005100     END-PERFORM
005110     IF WS-CALIB-IDX <= WS-CALIB-COUNT AND
005120         CE-KEY(WS-CALIB-IDX) = CM-KEY
005130         MOVE 'Y' TO WS-ENTRY-FOUND-SW
005140     END-IF.
005150 2500-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190* 2600-VALIDATE-CARD CHECKS THE FIELDS EVERY ACTION NEEDS: A
005200* STATION ID, A REAL CALENDAR-SHAPED EFFECTIVE DATE, AND - FOR
005210* ADD AND CHANGE - A NUMERIC CORRECTION INSIDE THE LIMIT. EACH
005220* REFUSAL SAYS WHY, SO THE CARD CAN BE FIXED AND RE-SUBMITTED.
005230*----------------------------------------------------------------
005240 2600-VALIDATE-CARD.
005250     MOVE 'N' TO WS-CARD-VALID-SW
005260     IF CM-STATION-ID = SPACES
005270         DISPLAY "Transaction rejected - blank station ID."
005280         GO TO 2600-EXIT
005290     END-IF
005300     IF CM-EFFECTIVE-DATE IS NOT NUMERIC
005310         DISPLAY "Transaction rejected - station " CM-STATION-ID
005320             " effective date is not numeric."
005330         GO TO 2600-EXIT
005340     END-IF
005350     IF CM-EFF-YEAR < 1900 OR
005360         CM-EFF-MONTH < 01 OR CM-EFF-MONTH > 12 OR
005370         CM-EFF-DAY < 01 OR CM-EFF-DAY > 31
005380         DISPLAY "Transaction rejected - station " CM-STATION-ID
005390             " effective date " CM-EFFECTIVE-DATE
005400             " is not a valid date."
005410         GO TO 2600-EXIT
005420     END-IF
005430     IF CM-ADD OR CM-CHANGE
005440         IF CM-CORRECTION-C IS NOT NUMERIC
005450             DISPLAY "Transaction rejected - station "
005460                 CM-STATION-ID " correction is not numeric."
005470             GO TO 2600-EXIT
005480         END-IF
005490         IF CM-CORRECTION-C > WS-CORRECTION-LIMIT OR
005500             CM-CORRECTION-C < 0 - WS-CORRECTION-LIMIT
005510             MOVE CM-CORRECTION-C TO WS-CORRECTION-EDIT
005520             DISPLAY "Transaction rejected - station "
005530                 CM-STATION-ID " correction " WS-CORRECTION-EDIT
005540                 " C is beyond the allowed limit."
005550             GO TO 2600-EXIT
005560         END-IF
005570     END-IF
005580     MOVE 'Y' TO WS-CARD-VALID-SW.
005590 2600-EXIT.
005600     EXIT.
005610
005620 2700-FIND-ROSTER-STATION.
005630     PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
005640         UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
005650            OR RS-STATION-ID(WS-ROSTER-IDX) = CM-STATION-ID
005660     END-PERFORM
005670     IF WS-ROSTER-IDX > WS-ROSTER-COUNT
005680         MOVE 0 TO WS-ROSTER-IDX
005690     END-IF.
005700 2700-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740* 3000-REWRITE-CALIBRATION-MASTER WRITES THE UPDATED TABLE BACK
005750* OVER CALIBMST, IN THE TABLE'S STATION/EFFECTIVE-DATE ORDER.
005760* ONLY REACHED WHEN AT LEAST ONE CHANGE WAS APPLIED.
005770*----------------------------------------------------------------
005780 3000-REWRITE-CALIBRATION-MASTER.
005790     OPEN OUTPUT CALIBRATION-MASTER
005800     IF WS-CALIBRATION-MASTER-STATUS NOT = '00'
005810         DISPLAY "Unable to rewrite calibration master - ",
005820             "changes were logged but NOT applied to the file."
005830         MOVE 16 TO RETURN-CODE
005835         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
005840         STOP RUN
005850     END-IF
005860     PERFORM 3010-WRITE-CALIBRATION-RECORD THRU 3010-EXIT
005870         VARYING WS-CALIB-IDX FROM 1 BY 1
005880         UNTIL WS-CALIB-IDX > WS-CALIB-COUNT
005890     CLOSE CALIBRATION-MASTER
005900     DISPLAY "Calibration master rewritten - " WS-CALIB-COUNT
005910         " entry(ies).".
005920 3000-EXIT.
005930     EXIT.
005940
005950 3010-WRITE-CALIBRATION-RECORD.
005960     MOVE SPACES TO CALIBRATION-RECORD
005970     MOVE CE-STATION-ID(WS-CALIB-IDX) TO CB-STATION-ID
005980     MOVE CE-EFFECTIVE-DATE(WS-CALIB-IDX) TO CB-EFFECTIVE-DATE
005990     MOVE CE-CORRECTION-C(WS-CALIB-IDX) TO CB-CORRECTION-C
006000     MOVE CE-SET-BY-OPERATOR(WS-CALIB-IDX) TO CB-SET-BY-OPERATOR
006010     MOVE CE-SET-DATE(WS-CALIB-IDX) TO CB-SET-DATE
006020     WRITE CALIBRATION-RECORD.
006030 3010-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------
006070* 6000-WRITE-CHANGE-LOG-RECORD APPENDS THE WHO/WHEN/OLD/NEW
006080* RECORD FOR THE CHANGE JUST APPLIED. THE CALLER SETS
006090* WS-OLD-CORRECTION-C AND WS-NEW-CORRECTION-C.
006100*----------------------------------------------------------------
006110 6000-WRITE-CHANGE-LOG-RECORD.
006120     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
006130     ACCEPT WS-CURRENT-TIME FROM TIME
006140     MOVE SPACES TO CALIB-CHANGE-LOG-RECORD
006150     MOVE WS-CURRENT-DATE TO CC-CHANGE-DATE
006160     MOVE WS-CURRENT-TIME TO CC-CHANGE-TIME
006170     MOVE CM-OPERATOR-ID TO CC-OPERATOR-ID
006180     MOVE CM-ACTION TO CC-ACTION
006190     MOVE CM-STATION-ID TO CC-STATION-ID
006200     MOVE CM-EFFECTIVE-DATE TO CC-EFFECTIVE-DATE
006210     MOVE WS-OLD-CORRECTION-C TO CC-OLD-CORRECTION-C
006220     MOVE WS-NEW-CORRECTION-C TO CC-NEW-CORRECTION-C
006230     WRITE CALIB-CHANGE-LOG-RECORD.
006240 6000-EXIT.
006250     EXIT.
006260
006270 8000-PRINT-MAINT-SUMMARY.
006280     DISPLAY "----------------------------------------"
006290     MOVE WS-TRANS-READ-COUNT TO WS-COUNT-EDIT
006300     DISPLAY "Transactions read......: " WS-COUNT-EDIT
006310     MOVE WS-TRANS-APPLIED-COUNT TO WS-COUNT-EDIT
006320     DISPLAY "Changes applied........: " WS-COUNT-EDIT
006330     MOVE WS-TRANS-REJECT-COUNT TO WS-COUNT-EDIT
006340     DISPLAY "Transactions rejected..: " WS-COUNT-EDIT
006350     DISPLAY "----------------------------------------".
006360 8000-EXIT.
006370     EXIT.
006375
006380*----------------------------------------------------------------
006390* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
006400* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
006410* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
006420* REPORTED BUT DOES NOT STOP THE RUN.
006430*----------------------------------------------------------------
006440 9800-POST-RUN-START.
006450     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
006460     IF NOT WS-RUN-LEDGER-OPEN
006470         GO TO 9800-EXIT
006480     END-IF
006490     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
006500     SET RL-RUN-STARTED TO TRUE
006510     WRITE RUN-LEDGER-RECORD
006520     CLOSE RUN-LEDGER-FILE.
006530 9800-EXIT.
006540     EXIT.
006545
006550*----------------------------------------------------------------
006560* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
006570* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
006580*----------------------------------------------------------------
006590 9810-POST-RUN-END.
006600     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
006610     IF NOT WS-RUN-LEDGER-OPEN
006620         GO TO 9810-EXIT
006630     END-IF
006640     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
006650     SET RL-RUN-ENDED TO TRUE
006660     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
006670     ACCEPT WS-LEDGER-CLOCK FROM TIME
006680     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
006690     MOVE RETURN-CODE TO RL-RETURN-CODE
006700     MOVE WS-TRANS-READ-COUNT TO RL-RECORDS-IN
006710     MOVE WS-TRANS-APPLIED-COUNT TO RL-RECORDS-OUT
006720     MOVE WS-TRANS-REJECT-COUNT TO RL-RECORDS-REJECTED
006730     WRITE RUN-LEDGER-RECORD
006740     CLOSE RUN-LEDGER-FILE.
006750 9810-EXIT.
006760     EXIT.
006765
006770 9840-BUILD-LEDGER-ENTRY.
006780     IF WS-LEDGER-START-DATE = ZERO
006790         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
006800         ACCEPT WS-LEDGER-CLOCK FROM TIME
006810         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
006820     END-IF
006830     MOVE SPACES TO RUN-LEDGER-RECORD
006840     MOVE "CalibrationMasterMaint" TO RL-PROGRAM-ID
006850     MOVE SPACES TO RL-RUN-ID
006860     MOVE SPACES TO RL-OPERATOR-ID
006870     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
006880     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
006890     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
006900         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
006910 9840-EXIT.
006920     EXIT.
006925
006930 9850-OPEN-RUN-LEDGER.
006940     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
006950     OPEN EXTEND RUN-LEDGER-FILE
006960     IF WS-RUN-LEDGER-STATUS NOT = '00'
006970         OPEN OUTPUT RUN-LEDGER-FILE
006980     END-IF
006990     IF WS-RUN-LEDGER-STATUS = '00'
007000         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
007010     ELSE
007020         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
007030             WS-RUN-LEDGER-STATUS "."
007040     END-IF.
007050 9850-EXIT.
007060     EXIT.
