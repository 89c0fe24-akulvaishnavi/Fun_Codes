000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. QualityScorecard.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. MONTHLY STATION DATA-QUALITY
000200*                  SCORECARD FOR THE VENDOR-PERFORMANCE REVIEW.
000210*                  FOR EACH STATION OVER ONE CALENDAR MONTH IT
000220*                  PULLS TOGETHER THE IMPLAUSIBLE READINGS
000230*                  (ALERTLOG), REJECTED READINGS (EXCPFILE),
000240*                  RETRANSMITTED COPIES (DUPRPT) AND SILENT BATCH
000250*                  RUNS (GAPFILE), WEIGHS THEM AGAINST THE
000260*                  READINGS THE STATION DELIVERED, AND SCORES IT
000270*                  OUT OF 100. STATIONS ARE RANKED WORST FIRST AND
000280*                  COMPARED WITH THE PRIOR MONTH'S SCORE FROM THE
000290*                  SCORE HISTORY (SCOREHST), TO WHICH THIS MONTH'S
000300*                  SCORES ARE ADDED. STATIONS SCORING BELOW THE
000310*                  THRESHOLD ARE LISTED AGAIN AS CANDIDATES FOR
000320*                  REPLACEMENT OR A VENDOR CHARGEBACK.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-3090.
000380 OBJECT-COMPUTER. IBM-3090.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STATION-MASTER ASSIGN TO STATNMST
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-STATION-MASTER-STATUS.
000450     SELECT TEMP-OUT-FILE ASSIGN TO TEMPOUT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-TEMP-OUT-STATUS.
000480     SELECT ALERT-FILE ASSIGN TO ALERTLOG
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-ALERT-FILE-STATUS.
000510     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000540     SELECT DUPLICATE-RPT-FILE ASSIGN TO DUPRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-DUPLICATE-RPT-STATUS.
000570     SELECT GAP-FILE ASSIGN TO GAPFILE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-GAP-FILE-STATUS.
000600     SELECT SCORE-HISTORY-FILE ASSIGN TO SCOREHST
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-SCORE-HISTORY-STATUS.
000630     SELECT SCORE-REPORT-FILE ASSIGN TO SCORERPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-STATUS.
000660     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720*----------------------------------------------------------------
000730* STATION-MASTER IS THE SAME 32-BYTE ROSTER StationMasterMaint
000740* KEEPS, IN ASCENDING STATION-ID ORDER. EVERY ACTIVE STATION IS
000750* SCORED, WHETHER OR NOT IT SENT ANYTHING; AN INACTIVE STATION IS
000760* SCORED ONLY IF SOMETHING OF ITS TURNS UP IN THE MONTH.
000770*----------------------------------------------------------------
000780 FD  STATION-MASTER
000790     RECORDING MODE IS F.
000800 01  STATION-MASTER-RECORD.
000810     05  SM-STATION-ID           PIC X(08).
000820     05  SM-STATION-TYPE         PIC X(01).
000830     05  SM-STATION-STATUS       PIC X(01).
000840         88  SM-ACTIVE               VALUE 'A'.
000850     05  SM-LAST-READING-DATE    PIC 9(08).
000860     05  SM-REGION-CODE          PIC X(04).
000870     05  SM-SITE-CODE            PIC X(06).
000880     05  FILLER                  PIC X(04).
000890
000900*----------------------------------------------------------------
000910* TEMP-OUT-FILE IS THE CONVERTED-READINGS OUTPUT OF THE MONTH'S
000920* TemperatureConverter BATCH RUNS (THE JCL CONCATENATES THEM
000930* UNDER THE TEMPOUT DD). EACH READING DATED IN THE SCORECARD
000940* MONTH COUNTS AS DELIVERED. AN ALL-SCALES READING GIVES THREE
000950* CONSECUTIVE RECORDS AND IS COUNTED ONCE.
000960*----------------------------------------------------------------
000970 FD  TEMP-OUT-FILE
000980     RECORDING MODE IS F.
000990 01  TEMP-OUT-RECORD.
001000     COPY TEMPREC REPLACING ==:PFX:== BY ==TO==.
001010     05  TO-CHOICE               PIC X(01).
001020     05  TO-CONVERTED-TEMP       PIC S9(3)V99
001030         SIGN IS TRAILING SEPARATE.
001040     05  TO-CALIBRATED-FLAG      PIC X(01).
001050     05  TO-CORRECTION           PIC S9(3)V99
001060         SIGN IS TRAILING SEPARATE.
001070     05  TO-CALIB-EFFECTIVE-DATE PIC 9(08).
001080     05  FILLER                  PIC X(01).
001090
001100*----------------------------------------------------------------
001110* ALERT-FILE IS THE CONVERTER'S CUMULATIVE IMPLAUSIBLE-READING
001120* LOG. EACH ALERT DATED IN THE MONTH COUNTS AGAINST ITS STATION.
001130*----------------------------------------------------------------
001140 FD  ALERT-FILE
001150     RECORDING MODE IS F.
001160 01  ALERT-RECORD.
001170     05  AL-STATION-ID           PIC X(08).
001180     05  AL-STATION-TYPE         PIC X(01).
001190     05  AL-TIMESTAMP-DATE       PIC 9(08).
001200     05  AL-TIMESTAMP-TIME       PIC 9(06).
001210     05  FILLER                  PIC X(27).
001220
001230*----------------------------------------------------------------
001240* EXCEPTION-FILE IS THE CONVERTER'S CUMULATIVE EXCEPTION FILE. A
001250* REJECTED READING WAS STILL DELIVERED BY THE STATION, SO EACH
001260* ONE DATED IN THE MONTH COUNTS BOTH AS AN EXCEPTION AND AS A
001270* READING DELIVERED.
001280*----------------------------------------------------------------
001290 FD  EXCEPTION-FILE
001300     RECORDING MODE IS F.
001310 01  EXCEPTION-RECORD.
001320     COPY TEMPREC REPLACING ==:PFX:== BY ==EX==.
001330     05  EX-CHOICE               PIC X(01).
001340     05  EX-REASON               PIC X(01).
001350     05  FILLER                  PIC X(21).
001360
001370*----------------------------------------------------------------
001380* DUPLICATE-RPT-FILE IS THE CONVERTER'S LIST OF RETRANSMITTED
001390* READINGS, ONE RECORD PER STATION/TIMESTAMP THAT ARRIVED MORE
001400* THAN ONCE (THE JCL CONCATENATES THE MONTH'S RUNS UNDER THE
001410* DUPRPT DD). THE FIRST COPY WAS CONVERTED AND IS ALREADY ON
001420* TEMPOUT; EVERY COPY AFTER IT COUNTS AS A RETRANSMISSION.
001430*----------------------------------------------------------------
001440 FD  DUPLICATE-RPT-FILE
001450     RECORDING MODE IS F.
001460 01  DUPLICATE-RPT-RECORD.
001470     05  DR-STATION-ID           PIC X(08).
001480     05  DR-TIMESTAMP-DATE       PIC 9(08).
001490     05  DR-TIMESTAMP-TIME       PIC 9(06).
001500     05  DR-COPY-COUNT           PIC 9(05).
001510     05  FILLER                  PIC X(05).
001520
001530*----------------------------------------------------------------
001540* GAP-FILE IS THE CONVERTER'S COVERAGE GAP LIST - THE ACTIVE
001550* STATIONS THAT SENT NOTHING IN A BATCH RUN. IT CARRIES NO DATE,
001560* SO THE JCL MUST CONCATENATE EXACTLY THE MONTH'S RUNS UNDER THE
001570* GAPFILE DD; EVERY RECORD IS ONE SILENT BATCH RUN.
001580*----------------------------------------------------------------
001590 FD  GAP-FILE
001600     RECORDING MODE IS F.
001610 01  GAP-RECORD.
001620     05  GF-STATION-ID           PIC X(08).
001630     05  GF-STATION-TYPE         PIC X(01).
001640     05  GF-LAST-READING-DATE    PIC 9(08).
001650     05  GF-REGION-CODE          PIC X(04).
001660     05  GF-SITE-CODE            PIC X(06).
001670     05  FILLER                  PIC X(05).
001680
001690*----------------------------------------------------------------
001700* SCORE-HISTORY-FILE KEEPS EVERY MONTH'S SCORES, ONE RECORD PER
001710* STATION PER MONTH, AND IS ONLY EVER ADDED TO. A MONTH SCORED
001720* AGAIN IS SIMPLY APPENDED AGAIN, SO WHEN A STATION HAS MORE THAN
001730* ONE RECORD FOR A MONTH THE LAST ONE STANDS.
001740*----------------------------------------------------------------
001750 FD  SCORE-HISTORY-FILE
001760     RECORDING MODE IS F.
001770 01  SCORE-HISTORY-RECORD.
001780     05  SH-SCORE-MONTH          PIC 9(06).
001790     05  SH-STATION-ID           PIC X(08).
001800     05  SH-STATION-TYPE         PIC X(01).
001810     05  SH-SCORE                PIC 9(03)V9.
001820     05  SH-RANK                 PIC 9(04).
001830     05  SH-DELIVERED-COUNT      PIC 9(07).
001840     05  SH-ALERT-COUNT          PIC 9(07).
001850     05  SH-EXCEPTION-COUNT      PIC 9(07).
001860     05  SH-DUPLICATE-COUNT      PIC 9(07).
001870     05  SH-GAP-COUNT            PIC 9(05).
001880     05  SH-SCORED-DATE          PIC 9(08).
001890     05  FILLER                  PIC X(06).
001900
001910*----------------------------------------------------------------
001920* SCORE-REPORT-FILE IS THE DISTRIBUTABLE COPY OF THE SCORECARD.
001930* EVERY LINE ALSO GOES TO THE CONSOLE LOG.
001940*----------------------------------------------------------------
001950 FD  SCORE-REPORT-FILE
001960     RECORDING MODE IS F.
001970 01  SCORE-REPORT-RECORD         PIC X(80).
001980
001990*----------------------------------------------------------------
002000* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
002010* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
002020*----------------------------------------------------------------
002030 FD  RUN-LEDGER-FILE
002040     RECORDING MODE IS F.
002050 01  RUN-LEDGER-RECORD.
002060     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
002070     05  FILLER                  PIC X(02).
002080
002090 WORKING-STORAGE SECTION.
002100 01  WS-STATION-MASTER-STATUS PIC X(02).
002110 01  WS-TEMP-OUT-STATUS       PIC X(02).
002120 01  WS-ALERT-FILE-STATUS     PIC X(02).
002130 01  WS-EXCEPTION-FILE-STATUS PIC X(02).
002140 01  WS-DUPLICATE-RPT-STATUS  PIC X(02).
002150 01  WS-GAP-FILE-STATUS       PIC X(02).
002160 01  WS-SCORE-HISTORY-STATUS  PIC X(02).
002170 01  WS-REPORT-STATUS         PIC X(02).
002180 01  WS-REPORT-OPEN-SW        PIC X VALUE 'N'.
002190     88  WS-REPORT-OPEN           VALUE 'Y'.
002200 01  WS-INPUT-EOF-SW          PIC X VALUE 'N'.
002210     88  WS-INPUT-EOF             VALUE 'Y'.
002220 01  WS-CURRENT-DATE          PIC 9(08).
002230 01  WS-RUN-LEDGER-STATUS     PIC X(02).
002240 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
002250     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
002260 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
002270 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
002280 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
002290*----------------------------------------------------------------
002300* SCORECARD MONTH - TAKEN FROM THE CONSOLE (SYSIN IN BATCH) AS
002310* YYYYMM; BLANK MEANS THE MONTH BEFORE THE CURRENT ONE, SINCE THE
002320* JOB NORMALLY RUNS JUST AFTER MONTH END. THE PRIOR MONTH IS THE
002330* ONE WHOSE SCORES THIS MONTH'S ARE COMPARED WITH.
002340*----------------------------------------------------------------
002350 01  WS-SCORE-MONTH-INPUT     PIC X(06) VALUE SPACES.
002360 01  WS-SCORE-MONTH           PIC 9(06) VALUE ZERO.
002370 01  WS-SCORE-MONTH-PARTS REDEFINES WS-SCORE-MONTH.
002380     05  WS-SCORE-YEAR        PIC 9(04).
002390     05  WS-SCORE-MM          PIC 9(02).
002400 01  WS-PRIOR-MONTH           PIC 9(06) VALUE ZERO.
002410 01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
002420     05  WS-PRIOR-YEAR        PIC 9(04).
002430     05  WS-PRIOR-MM          PIC 9(02).
002440 01  WS-CURRENT-MONTH         PIC 9(06) VALUE ZERO.
002450 01  WS-RECORD-DATE           PIC 9(08) VALUE ZERO.
002460 01  WS-RECORD-DATE-PARTS REDEFINES WS-RECORD-DATE.
002470     05  WS-RECORD-MONTH      PIC 9(06).
002480     05  WS-RECORD-DAY        PIC 9(02).
002490 01  WS-IN-MONTH-SW           PIC X VALUE 'N'.
002500     88  WS-IN-MONTH              VALUE 'Y'.
002510*----------------------------------------------------------------
002520* REPLACEMENT THRESHOLD - ALSO FROM THE CONSOLE. A STATION SCORING
002530* BELOW IT IS LISTED AS A REPLACEMENT / CHARGEBACK CANDIDATE.
002540* BLANK OR UNUSABLE INPUT MEANS THE DEFAULT OF 70.
002550*----------------------------------------------------------------
002560 01  WS-THRESHOLD-INPUT       PIC X(06) VALUE SPACES.
002570 01  WS-THRESHOLD             PIC 9(03)V9 VALUE 70.
002580 01  WS-NUMVAL-CHECK          PIC 9(04) VALUE ZERO.
002590*----------------------------------------------------------------
002600* SCORE WEIGHTS. A STATION STARTS AT 100 AND LOSES, FOR EACH
002610* PERCENT OF ITS DELIVERED READINGS, THE WEIGHT OF EACH KIND OF
002620* FAULT - A REJECTED READING COSTS MOST SINCE ITS DATA IS LOST, AN
002630* IMPLAUSIBLE ONE ARRIVED BUT CANNOT BE TRUSTED, AND A
002640* RETRANSMITTED COPY ONLY COSTS LINE TIME AND RECONCILIATION. EACH
002650* BATCH RUN THE STATION SAT SILENT THROUGH COSTS A FLAT AMOUNT. A
002660* STATION THAT DELIVERED NOTHING ALL MONTH SCORES ZERO, AND NO
002670* SCORE GOES BELOW ZERO.
002680*----------------------------------------------------------------
002690 01  WS-SCORE-WEIGHTS.
002700     05  WS-ALERT-WEIGHT      PIC 9(01)V9 VALUE 2.0.
002710     05  WS-EXCEPTION-WEIGHT  PIC 9(01)V9 VALUE 3.0.
002720     05  WS-DUPLICATE-WEIGHT  PIC 9(01)V9 VALUE 0.5.
002730     05  WS-GAP-WEIGHT        PIC 9(01)V9 VALUE 2.0.
002740 01  WS-FAULT-POINTS          PIC 9(09)V9 VALUE ZERO.
002750 01  WS-PENALTY               PIC 9(09)V9 VALUE ZERO.
002760*----------------------------------------------------------------
002770* WS-SCORE-TABLE HOLDS ONE ENTRY PER STATION, LOADED FROM THE
002780* ROSTER IN STATION-ID ORDER AND SEARCHED WITH SEARCH ALL. A
002790* STATION NOT ON THE ROSTER THAT DELIVERED OR WAS FLAGGED IN THE
002800* MONTH IS INSERTED IN ITS PLACE SO THE ORDER HOLDS. ONCE EVERY
002810* STATION IS SCORED THE TABLE IS RE-SORTED INTO RANK ORDER.
002820*----------------------------------------------------------------
002830 01  WS-STATION-MAX           PIC 9(03) COMP VALUE 500.
002840 01  WS-STATION-COUNT         PIC 9(03) COMP VALUE ZERO.
002850 01  WS-SCORE-TABLE.
002860     05  WS-SCORE-ENTRY OCCURS 1 TO 500 TIMES
002870             DEPENDING ON WS-STATION-COUNT
002880             ASCENDING KEY IS SC-STATION-ID
002890             INDEXED BY WS-STATION-IDX.
002900         10  SC-STATION-ID        PIC X(08).
002910         10  SC-STATION-TYPE      PIC X(01).
002920         10  SC-ROSTER-SW         PIC X(01).
002930             88  SC-ON-ROSTER         VALUE 'Y'.
002940         10  SC-ACTIVE-SW         PIC X(01).
002950             88  SC-ACTIVE            VALUE 'Y'.
002960         10  SC-SCORED-SW         PIC X(01).
002970             88  SC-SCORED            VALUE 'Y'.
002980         10  SC-DELIVERED-COUNT   PIC 9(07) COMP.
002990         10  SC-ALERT-COUNT       PIC 9(07) COMP.
003000         10  SC-EXCEPTION-COUNT   PIC 9(07) COMP.
003010         10  SC-DUPLICATE-COUNT   PIC 9(07) COMP.
003020         10  SC-GAP-COUNT         PIC 9(05) COMP.
003030         10  SC-SCORE             PIC 9(03)V9 COMP-3.
003040         10  SC-PRIOR-SW          PIC X(01).
003050             88  SC-PRIOR-FOUND       VALUE 'Y'.
003060         10  SC-PRIOR-SCORE       PIC 9(03)V9 COMP-3.
003070 01  WS-SWAP-ENTRY            PIC X(60).
003080 01  WS-SWAP-SW               PIC X VALUE 'N'.
003090     88  WS-SWAPPED               VALUE 'Y'.
003100 01  WS-SORT-IDX              PIC 9(03) COMP VALUE ZERO.
003110 01  WS-INSERT-IDX            PIC 9(03) COMP VALUE ZERO.
003120 01  WS-SHIFT-IDX             PIC 9(03) COMP VALUE ZERO.
003130 01  WS-RANK-IDX              PIC 9(03) COMP VALUE ZERO.
003140 01  WS-LOOKUP-STATION-ID     PIC X(08) VALUE SPACES.
003150 01  WS-LOOKUP-STATION-TYPE   PIC X(01) VALUE SPACES.
003160 01  WS-STATION-FOUND-SW      PIC X VALUE 'N'.
003170     88  WS-STATION-FOUND         VALUE 'Y'.
003180 01  WS-ADD-STATION-SW        PIC X VALUE 'N'.
003190     88  WS-ADD-STATION           VALUE 'Y'.
003200 01  WS-TABLE-FULL-SW         PIC X VALUE 'N'.
003210     88  WS-TABLE-FULL            VALUE 'Y'.
003220 01  WS-RESCORE-SW            PIC X VALUE 'N'.
003230     88  WS-RESCORE               VALUE 'Y'.
003240 01  WS-PRIOR-READING-KEY     PIC X(22) VALUE SPACES.
003250 01  WS-DELIVERED-TOTAL       PIC 9(08) COMP VALUE ZERO.
003260 01  WS-SCORED-COUNT          PIC 9(05) COMP VALUE ZERO.
003270 01  WS-CANDIDATE-COUNT       PIC 9(05) COMP VALUE ZERO.
003280 01  WS-PRIOR-LOADED-COUNT    PIC 9(05) COMP VALUE ZERO.
003290 01  WS-UNTRACKED-COUNT       PIC 9(07) COMP VALUE ZERO.
003300 01  WS-COUNT-EDIT            PIC Z(6)9 VALUE ZERO.
003310 01  WS-SCORE-EDIT            PIC ZZ9.9 VALUE ZERO.
003320 01  WS-WEIGHT-EDIT-1         PIC 9.9 VALUE ZERO.
003330 01  WS-WEIGHT-EDIT-2         PIC 9.9 VALUE ZERO.
003340 01  WS-WEIGHT-EDIT-3         PIC 9.9 VALUE ZERO.
003350 01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
003360 01  WS-HEADING-LINE.
003370     05  FILLER               PIC X(04) VALUE "RANK".
003380     05  FILLER               PIC X(09) VALUE " STATION".
003390     05  FILLER               PIC X(04) VALUE " T".
003400     05  FILLER               PIC X(08) VALUE " DELIVRD".
003410     05  FILLER               PIC X(07) VALUE " ALERTS".
003420     05  FILLER               PIC X(07) VALUE "  EXCPS".
003430     05  FILLER               PIC X(07) VALUE "   DUPS".
003440     05  FILLER               PIC X(06) VALUE "  GAPS".
003450     05  FILLER               PIC X(06) VALUE " SCORE".
003460     05  FILLER               PIC X(07) VALUE "  PRIOR".
003470     05  FILLER               PIC X(07) VALUE " CHANGE".
003480     05  FILLER               PIC X(08) VALUE SPACES.
003490 01  WS-DETAIL-LINE.
003500     05  DL-RANK              PIC ZZZ9.
003510     05  FILLER               PIC X(01) VALUE SPACE.
003520     05  DL-STATION-ID        PIC X(08).
003530     05  FILLER               PIC X(01) VALUE SPACE.
003540     05  DL-STATION-TYPE      PIC X(01).
003550     05  FILLER               PIC X(01) VALUE SPACE.
003560     05  DL-ROSTER-FLAG       PIC X(01).
003570     05  FILLER               PIC X(01) VALUE SPACE.
003580     05  DL-DELIVERED         PIC Z(6)9.
003590     05  FILLER               PIC X(01) VALUE SPACE.
003600     05  DL-ALERTS            PIC Z(5)9.
003610     05  FILLER               PIC X(01) VALUE SPACE.
003620     05  DL-EXCEPTIONS        PIC Z(5)9.
003630     05  FILLER               PIC X(01) VALUE SPACE.
003640     05  DL-DUPLICATES        PIC Z(5)9.
003650     05  FILLER               PIC X(01) VALUE SPACE.
003660     05  DL-GAPS              PIC Z(4)9.
003670     05  FILLER               PIC X(01) VALUE SPACE.
003680     05  DL-SCORE             PIC ZZ9.9.
003690     05  FILLER               PIC X(02) VALUE SPACES.
003700     05  DL-PRIOR             PIC ZZ9.9.
003710     05  DL-PRIOR-X REDEFINES DL-PRIOR
003720                              PIC X(05).
003730     05  FILLER               PIC X(01) VALUE SPACE.
003740     05  DL-CHANGE            PIC +++9.9.
003750     05  DL-CHANGE-X REDEFINES DL-CHANGE
003760                              PIC X(06).
003770     05  FILLER               PIC X(08) VALUE SPACES.
003780
003790 PROCEDURE DIVISION.
003800 0000-MAINLINE.
003810     DISPLAY "Station Data-Quality Scorecard".
003820     DISPLAY "Scorecard month (YYYYMM, blank for last month): ".
003830     ACCEPT WS-SCORE-MONTH-INPUT.
003840     DISPLAY "Replacement threshold score (default 70): ".
003850     ACCEPT WS-THRESHOLD-INPUT.
003860     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003870     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
003880     PERFORM 0100-SET-SCORE-MONTH THRU 0100-EXIT.
003890     PERFORM 0200-SET-THRESHOLD THRU 0200-EXIT.
003900     PERFORM 1000-LOAD-STATION-MASTER THRU 1000-EXIT.
003910     OPEN OUTPUT SCORE-REPORT-FILE.
003920     IF WS-REPORT-STATUS = '00'
003930         MOVE 'Y' TO WS-REPORT-OPEN-SW
003940     ELSE
003950         DISPLAY "Unable to open report file SCORERPT - report ",
003960             "to console only."
003970     END-IF.
003980     STRING "Station Data-Quality Scorecard - month "
003990         WS-SCORE-MONTH " (prior month " WS-PRIOR-MONTH ")"
004000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004010     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
004020     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
004030     PERFORM 2000-TALLY-DELIVERED THRU 2000-EXIT.
004040     PERFORM 2100-TALLY-ALERTS THRU 2100-EXIT.
004050     PERFORM 2200-TALLY-EXCEPTIONS THRU 2200-EXIT.
004060     PERFORM 2300-TALLY-DUPLICATES THRU 2300-EXIT.
004070     PERFORM 2400-TALLY-GAPS THRU 2400-EXIT.
004080     PERFORM 3000-LOAD-PRIOR-SCORES THRU 3000-EXIT.
004090     PERFORM 3100-SCORE-STATION THRU 3100-EXIT
004100         VARYING WS-STATION-IDX FROM 1 BY 1
004110         UNTIL WS-STATION-IDX > WS-STATION-COUNT.
004120     PERFORM 3200-RANK-STATIONS THRU 3200-EXIT.
004130     PERFORM 3300-SAVE-SCORES THRU 3300-EXIT.
004140     PERFORM 4000-PRINT-SCORECARD THRU 4000-EXIT.
004150     PERFORM 5000-PRINT-CANDIDATES THRU 5000-EXIT.
004160     PERFORM 8000-PRINT-NOTES THRU 8000-EXIT.
004170     IF WS-REPORT-OPEN
004180         CLOSE SCORE-REPORT-FILE
004190     END-IF.
004200     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
004210     STOP RUN.
004220
004230*----------------------------------------------------------------
004240* 0100-SET-SCORE-MONTH FIXES THE MONTH TO SCORE AND THE MONTH
004250* BEFORE IT. A MONTH THAT IS NOT YYYYMM STOPS THE RUN WITH RC 8.
004260*----------------------------------------------------------------
004270 0100-SET-SCORE-MONTH.
004280     MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH
004290     IF WS-SCORE-MONTH-INPUT = SPACES
004300         MOVE WS-CURRENT-MONTH TO WS-PRIOR-MONTH
004310         PERFORM 0150-STEP-BACK-MONTH THRU 0150-EXIT
004320         MOVE WS-PRIOR-MONTH TO WS-SCORE-MONTH
004330     ELSE
004340         IF WS-SCORE-MONTH-INPUT IS NOT NUMERIC
004350             DISPLAY "Scorecard month " WS-SCORE-MONTH-INPUT
004360                 " is not YYYYMM - scorecard not run."
004370             MOVE 8 TO RETURN-CODE
004380             PERFORM 9810-POST-RUN-END THRU 9810-EXIT
004390             STOP RUN
004400         END-IF
004410         MOVE WS-SCORE-MONTH-INPUT TO WS-SCORE-MONTH
004420     END-IF
004430     IF WS-SCORE-MM < 1 OR WS-SCORE-MM > 12
004440         DISPLAY "Scorecard month " WS-SCORE-MONTH
004450             " is not YYYYMM - scorecard not run."
004460         MOVE 8 TO RETURN-CODE
004470         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
004480         STOP RUN
004490     END-IF
004500     MOVE WS-SCORE-MONTH TO WS-PRIOR-MONTH
004510     PERFORM 0150-STEP-BACK-MONTH THRU 0150-EXIT
004520     DISPLAY "Scoring month " WS-SCORE-MONTH "."
004530     IF WS-SCORE-MONTH NOT < WS-CURRENT-MONTH
004540         DISPLAY "Month " WS-SCORE-MONTH " is not over yet - "
004550             "scores are partial."
004560     END-IF.
004570 0100-EXIT.
004580     EXIT.
004590
004600 0150-STEP-BACK-MONTH.
004610     IF WS-PRIOR-MM = 1
004620         SUBTRACT 1 FROM WS-PRIOR-YEAR
004630         MOVE 12 TO WS-PRIOR-MM
004640     ELSE
004650         SUBTRACT 1 FROM WS-PRIOR-MM
004660     END-IF.
004670 0150-EXIT.
004680     EXIT.
004690
004700 0200-SET-THRESHOLD.
004710     IF WS-THRESHOLD-INPUT = SPACES
004720         GO TO 0200-EXIT
004730     END-IF
004740     MOVE FUNCTION TEST-NUMVAL(WS-THRESHOLD-INPUT)
004750         TO WS-NUMVAL-CHECK
004760     IF WS-NUMVAL-CHECK = 0 AND
004770         FUNCTION NUMVAL(WS-THRESHOLD-INPUT) > 0 AND
004780         FUNCTION NUMVAL(WS-THRESHOLD-INPUT) NOT > 100
004790         COMPUTE WS-THRESHOLD ROUNDED =
004800             FUNCTION NUMVAL(WS-THRESHOLD-INPUT)
004810     ELSE
004820         DISPLAY "Threshold " WS-THRESHOLD-INPUT
004830             " is not a score from 0 to 100 - using 70."
004840     END-IF.
004850 0200-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* 1000-LOAD-STATION-MASTER LOADS THE ROSTER INTO THE SCORE TABLE.
004900* WITHOUT A ROSTER THERE IS NO LIST OF STATIONS TO HOLD TO
004910* ACCOUNT, SO THE RUN ENDS WITH RC 8.
004920*----------------------------------------------------------------
004930 1000-LOAD-STATION-MASTER.
004940     MOVE 0 TO WS-STATION-COUNT
004950     OPEN INPUT STATION-MASTER
004960     IF WS-STATION-MASTER-STATUS NOT = '00'
004970         DISPLAY "Unable to open station master STATNMST - ",
004980             "scorecard not run."
004990         MOVE 8 TO RETURN-CODE
005000         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
005010         STOP RUN
005020     END-IF
005030     MOVE 'N' TO WS-INPUT-EOF-SW
005040     PERFORM 1010-READ-STATION-MASTER THRU 1010-EXIT
005050         UNTIL WS-INPUT-EOF
005060     CLOSE STATION-MASTER
005070     DISPLAY "Station master loaded - " WS-STATION-COUNT
005080         " station(s).".
005090 1000-EXIT.
005100     EXIT.
005110
005120 1010-READ-STATION-MASTER.
005130     READ STATION-MASTER
005140         AT END
005150             MOVE 'Y' TO WS-INPUT-EOF-SW
005160         NOT AT END
005170             IF WS-STATION-COUNT >= WS-STATION-MAX
005180                 DISPLAY "Station master exceeds " WS-STATION-MAX
005190                     " entries - table overflow, run aborted."
005200                 MOVE 16 TO RETURN-CODE
005210                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
005220                 STOP RUN
005230             END-IF
005240             ADD 1 TO WS-STATION-COUNT
005250             SET WS-STATION-IDX TO WS-STATION-COUNT
005260             PERFORM 1150-CLEAR-ENTRY THRU 1150-EXIT
005270             MOVE SM-STATION-ID TO SC-STATION-ID(WS-STATION-IDX)
005280             MOVE SM-STATION-TYPE TO
005290                 SC-STATION-TYPE(WS-STATION-IDX)
005300             MOVE 'Y' TO SC-ROSTER-SW(WS-STATION-IDX)
005310             IF SM-ACTIVE
005320                 MOVE 'Y' TO SC-ACTIVE-SW(WS-STATION-IDX)
005330             END-IF
005340     END-READ.
005350 1010-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390* 1100-FIND-STATION LOOKS UP WS-LOOKUP-STATION-ID. WHEN
005400* WS-ADD-STATION IS SET A STATION NOT IN THE TABLE IS INSERTED IN
005410* STATION-ID ORDER AS AN OFF-ROSTER STATION; IF THE TABLE IS FULL
005420* IT IS LEFT OUT, COUNTED, AND THE RUN ENDS WITH RC 4.
005430*----------------------------------------------------------------
005440 1100-FIND-STATION.
005450     MOVE 'N' TO WS-STATION-FOUND-SW
005460     IF WS-STATION-COUNT > 0
005470         SEARCH ALL WS-SCORE-ENTRY
005480             AT END
005490                 CONTINUE
005500             WHEN SC-STATION-ID(WS-STATION-IDX) =
005510                     WS-LOOKUP-STATION-ID
005520                 MOVE 'Y' TO WS-STATION-FOUND-SW
005530         END-SEARCH
005540     END-IF
005550     IF WS-STATION-FOUND OR NOT WS-ADD-STATION
005560         GO TO 1100-EXIT
005570     END-IF
005580     IF WS-STATION-COUNT >= WS-STATION-MAX
005590         MOVE 'Y' TO WS-TABLE-FULL-SW
005600         ADD 1 TO WS-UNTRACKED-COUNT
005610         GO TO 1100-EXIT
005620     END-IF
005630     PERFORM VARYING WS-INSERT-IDX FROM 1 BY 1
005640         UNTIL WS-INSERT-IDX > WS-STATION-COUNT
005650            OR SC-STATION-ID(WS-INSERT-IDX) > WS-LOOKUP-STATION-ID
005660     END-PERFORM
005670     ADD 1 TO WS-STATION-COUNT
005680     PERFORM 1110-SHIFT-STATIONS-DOWN THRU 1110-EXIT
005690         VARYING WS-SHIFT-IDX FROM WS-STATION-COUNT BY -1
005700         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
005710     SET WS-STATION-IDX TO WS-INSERT-IDX
005720     PERFORM 1150-CLEAR-ENTRY THRU 1150-EXIT
005730     MOVE WS-LOOKUP-STATION-ID TO SC-STATION-ID(WS-STATION-IDX)
005740     MOVE WS-LOOKUP-STATION-TYPE TO
005750         SC-STATION-TYPE(WS-STATION-IDX)
005760     MOVE 'Y' TO WS-STATION-FOUND-SW.
005770 1100-EXIT.
005780     EXIT.
005790
005800 1110-SHIFT-STATIONS-DOWN.
005810     MOVE WS-SCORE-ENTRY(WS-SHIFT-IDX - 1) TO
005820         WS-SCORE-ENTRY(WS-SHIFT-IDX).
005830 1110-EXIT.
005840     EXIT.
005850
005860 1150-CLEAR-ENTRY.
005870     MOVE SPACES TO SC-STATION-TYPE(WS-STATION-IDX)
005880     MOVE 'N' TO SC-ROSTER-SW(WS-STATION-IDX)
005890     MOVE 'N' TO SC-ACTIVE-SW(WS-STATION-IDX)
005900     MOVE 'N' TO SC-SCORED-SW(WS-STATION-IDX)
005910     MOVE 'N' TO SC-PRIOR-SW(WS-STATION-IDX)
005920     MOVE ZERO TO SC-DELIVERED-COUNT(WS-STATION-IDX)
005930         SC-ALERT-COUNT(WS-STATION-IDX)
005940         SC-EXCEPTION-COUNT(WS-STATION-IDX)
005950         SC-DUPLICATE-COUNT(WS-STATION-IDX)
005960         SC-GAP-COUNT(WS-STATION-IDX)
005970         SC-SCORE(WS-STATION-IDX)
005980         SC-PRIOR-SCORE(WS-STATION-IDX).
005990 1150-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------
006030* 1200-CHECK-MONTH SETS WS-IN-MONTH WHEN WS-RECORD-DATE FALLS IN
006040* THE SCORECARD MONTH. THE CALLER HAS ALREADY CHECKED THE DATE IS
006050* NUMERIC.
006060*----------------------------------------------------------------
006070 1200-CHECK-MONTH.
006080     IF WS-RECORD-MONTH = WS-SCORE-MONTH
006090         MOVE 'Y' TO WS-IN-MONTH-SW
006100     ELSE
006110         MOVE 'N' TO WS-IN-MONTH-SW
006120     END-IF.
006130 1200-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------------
006170* 2000-TALLY-DELIVERED COUNTS EACH READING ON TEMPOUT DATED IN THE
006180* MONTH AS DELIVERED BY ITS STATION. WITHOUT TEMPOUT NO STATION
006190* CAN BE SCORED FAIRLY, BUT THE RUN GOES ON SO THE OTHER COUNTS
006200* ARE STILL SEEN; THE REPORT SAYS SO AND THE RUN ENDS WITH RC 4.
006210*----------------------------------------------------------------
006220 2000-TALLY-DELIVERED.
006230     OPEN INPUT TEMP-OUT-FILE
006240     IF WS-TEMP-OUT-STATUS NOT = '00'
006250         MOVE "Converted readings TEMPOUT not available - only "
006260             TO WS-REPORT-LINE
006270         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
006280         MOVE "  rejected readings counted as delivered."
006290             TO WS-REPORT-LINE
006300         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
006310         MOVE 4 TO RETURN-CODE
006320         GO TO 2000-EXIT
006330     END-IF
006340     MOVE 'N' TO WS-INPUT-EOF-SW
006350     MOVE SPACES TO WS-PRIOR-READING-KEY
006360     PERFORM 2010-READ-TEMP-OUT THRU 2010-EXIT
006370         UNTIL WS-INPUT-EOF
006380     CLOSE TEMP-OUT-FILE.
006390 2000-EXIT.
006400     EXIT.
006410
006420 2010-READ-TEMP-OUT.
006430     READ TEMP-OUT-FILE
006440         AT END
006450             MOVE 'Y' TO WS-INPUT-EOF-SW
006460             GO TO 2010-EXIT
006470     END-READ
006480     IF TO-TIMESTAMP-DATE IS NOT NUMERIC
006490         GO TO 2010-EXIT
006500     END-IF
006510     MOVE TO-TIMESTAMP-DATE TO WS-RECORD-DATE
006520     PERFORM 1200-CHECK-MONTH THRU 1200-EXIT
006530     IF NOT WS-IN-MONTH
006540         GO TO 2010-EXIT
006550     END-IF
006560     IF TEMP-OUT-RECORD(1:22) = WS-PRIOR-READING-KEY
006570         GO TO 2010-EXIT
006580     END-IF
006590     MOVE TEMP-OUT-RECORD(1:22) TO WS-PRIOR-READING-KEY
006600     MOVE TO-STATION-ID TO WS-LOOKUP-STATION-ID
006610     MOVE SPACES TO WS-LOOKUP-STATION-TYPE
006620     MOVE 'Y' TO WS-ADD-STATION-SW
006630     PERFORM 1100-FIND-STATION THRU 1100-EXIT
006640     IF WS-STATION-FOUND
006650         ADD 1 TO SC-DELIVERED-COUNT(WS-STATION-IDX)
006660         ADD 1 TO WS-DELIVERED-TOTAL
006670     END-IF.
006680 2010-EXIT.
006690     EXIT.
006700
006710 2100-TALLY-ALERTS.
006720     OPEN INPUT ALERT-FILE
006730     IF WS-ALERT-FILE-STATUS NOT = '00'
006740         MOVE "Alert log ALERTLOG not available - no implausible-"
006750             TO WS-REPORT-LINE
006760         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
006770         MOVE "  reading alerts counted." TO WS-REPORT-LINE
006780         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
006790         MOVE 4 TO RETURN-CODE
006800         GO TO 2100-EXIT
006810     END-IF
006820     MOVE 'N' TO WS-INPUT-EOF-SW
006830     PERFORM 2110-READ-ALERT THRU 2110-EXIT
006840         UNTIL WS-INPUT-EOF
006850     CLOSE ALERT-FILE.
006860 2100-EXIT.
006870     EXIT.
006880
006890 2110-READ-ALERT.
006900     READ ALERT-FILE
006910         AT END
006920             MOVE 'Y' TO WS-INPUT-EOF-SW
006930             GO TO 2110-EXIT
006940     END-READ
006950     IF AL-TIMESTAMP-DATE IS NOT NUMERIC
006960         GO TO 2110-EXIT
006970     END-IF
006980     MOVE AL-TIMESTAMP-DATE TO WS-RECORD-DATE
006990     PERFORM 1200-CHECK-MONTH THRU 1200-EXIT
007000     IF NOT WS-IN-MONTH
007010         GO TO 2110-EXIT
007020     END-IF
007030     MOVE AL-STATION-ID TO WS-LOOKUP-STATION-ID
007040     MOVE AL-STATION-TYPE TO WS-LOOKUP-STATION-TYPE
007050     MOVE 'Y' TO WS-ADD-STATION-SW
007060     PERFORM 1100-FIND-STATION THRU 1100-EXIT
007070     IF WS-STATION-FOUND
007080         ADD 1 TO SC-ALERT-COUNT(WS-STATION-IDX)
007090         IF SC-STATION-TYPE(WS-STATION-IDX) = SPACES
007100             MOVE AL-STATION-TYPE TO
007110                 SC-STATION-TYPE(WS-STATION-IDX)
007120         END-IF
007130     END-IF.
007140 2110-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------
007180* 2200-TALLY-EXCEPTIONS COUNTS EACH EXCEPTION DATED IN THE MONTH
007190* AGAINST ITS STATION, BOTH AS AN EXCEPTION AND AS A READING THE
007200* STATION DELIVERED.
007210*----------------------------------------------------------------
007220 2200-TALLY-EXCEPTIONS.
007230     OPEN INPUT EXCEPTION-FILE
007240     IF WS-EXCEPTION-FILE-STATUS NOT = '00'
007250         MOVE "Exception file EXCPFILE not available - no "
007260             TO WS-REPORT-LINE
007270         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
007280         MOVE "  exceptions counted." TO WS-REPORT-LINE
007290         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
007300         MOVE 4 TO RETURN-CODE
007310         GO TO 2200-EXIT
007320     END-IF
007330     MOVE 'N' TO WS-INPUT-EOF-SW
007340     PERFORM 2210-READ-EXCEPTION THRU 2210-EXIT
007350         UNTIL WS-INPUT-EOF
007360     CLOSE EXCEPTION-FILE.
007370 2200-EXIT.
007380     EXIT.
007390
007400 2210-READ-EXCEPTION.
007410     READ EXCEPTION-FILE
007420         AT END
007430             MOVE 'Y' TO WS-INPUT-EOF-SW
007440             GO TO 2210-EXIT
007450     END-READ
007460     IF EX-TIMESTAMP-DATE IS NOT NUMERIC
007470         GO TO 2210-EXIT
007480     END-IF
007490     MOVE EX-TIMESTAMP-DATE TO WS-RECORD-DATE
007500     PERFORM 1200-CHECK-MONTH THRU 1200-EXIT
007510     IF NOT WS-IN-MONTH
007520         GO TO 2210-EXIT
007530     END-IF
007540     MOVE EX-STATION-ID TO WS-LOOKUP-STATION-ID
007550     MOVE SPACES TO WS-LOOKUP-STATION-TYPE
007560     MOVE 'Y' TO WS-ADD-STATION-SW
007570     PERFORM 1100-FIND-STATION THRU 1100-EXIT
007580     IF WS-STATION-FOUND
007590         ADD 1 TO SC-EXCEPTION-COUNT(WS-STATION-IDX)
007600         ADD 1 TO SC-DELIVERED-COUNT(WS-STATION-IDX)
007610         ADD 1 TO WS-DELIVERED-TOTAL
007620     END-IF.
007630 2210-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------
007670* 2300-TALLY-DUPLICATES COUNTS THE COPIES AFTER THE FIRST OF EACH
007680* RETRANSMITTED READING DATED IN THE MONTH.
007690*----------------------------------------------------------------
007700 2300-TALLY-DUPLICATES.
007710     OPEN INPUT DUPLICATE-RPT-FILE
007720     IF WS-DUPLICATE-RPT-STATUS NOT = '00'
007730         MOVE "Duplicate report DUPRPT not available - no "
007740             TO WS-REPORT-LINE
007750         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
007760         MOVE "  retransmitted copies counted." TO WS-REPORT-LINE
007770         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
007780         MOVE 4 TO RETURN-CODE
007790         GO TO 2300-EXIT
007800     END-IF
007810     MOVE 'N' TO WS-INPUT-EOF-SW
007820     PERFORM 2310-READ-DUPLICATE THRU 2310-EXIT
007830         UNTIL WS-INPUT-EOF
007840     CLOSE DUPLICATE-RPT-FILE.
007850 2300-EXIT.
007860     EXIT.
007870
007880 2310-READ-DUPLICATE.
007890     READ DUPLICATE-RPT-FILE
007900         AT END
007910             MOVE 'Y' TO WS-INPUT-EOF-SW
007920             GO TO 2310-EXIT
007930     END-READ
007940     IF DR-TIMESTAMP-DATE IS NOT NUMERIC
007950         OR DR-COPY-COUNT IS NOT NUMERIC
007960         OR DR-COPY-COUNT < 2
007970         GO TO 2310-EXIT
007980     END-IF
007990     MOVE DR-TIMESTAMP-DATE TO WS-RECORD-DATE
008000     PERFORM 1200-CHECK-MONTH THRU 1200-EXIT
008010     IF NOT WS-IN-MONTH
008020         GO TO 2310-EXIT
008030     END-IF
008040     MOVE DR-STATION-ID TO WS-LOOKUP-STATION-ID
008050     MOVE SPACES TO WS-LOOKUP-STATION-TYPE
008060     MOVE 'Y' TO WS-ADD-STATION-SW
008070     PERFORM 1100-FIND-STATION THRU 1100-EXIT
008080     IF WS-STATION-FOUND
008090         COMPUTE SC-DUPLICATE-COUNT(WS-STATION-IDX) =
008100             SC-DUPLICATE-COUNT(WS-STATION-IDX)
008110                 + DR-COPY-COUNT - 1
008120     END-IF.
008130 2310-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------------
008170* 2400-TALLY-GAPS COUNTS EACH GAP RECORD AS ONE BATCH RUN THE
008180* STATION SAT SILENT THROUGH. ONLY ROSTER STATIONS ARE EVER ON
008190* THE GAP LIST, SO NONE IS ADDED HERE.
008200*----------------------------------------------------------------
008210 2400-TALLY-GAPS.
008220     OPEN INPUT GAP-FILE
008230     IF WS-GAP-FILE-STATUS NOT = '00'
008240         MOVE "Coverage gap list GAPFILE not available - no gaps "
008250             TO WS-REPORT-LINE
008260         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
008270         MOVE "  counted." TO WS-REPORT-LINE
008280         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
008290         MOVE 4 TO RETURN-CODE
008300         GO TO 2400-EXIT
008310     END-IF
008320     MOVE 'N' TO WS-INPUT-EOF-SW
008330     MOVE 'N' TO WS-ADD-STATION-SW
008340     PERFORM 2410-READ-GAP THRU 2410-EXIT
008350         UNTIL WS-INPUT-EOF
008360     CLOSE GAP-FILE.
008370 2400-EXIT.
008380     EXIT.
008390
008400 2410-READ-GAP.
008410     READ GAP-FILE
008420         AT END
008430             MOVE 'Y' TO WS-INPUT-EOF-SW
008440         NOT AT END
008450             MOVE GF-STATION-ID TO WS-LOOKUP-STATION-ID
008460             PERFORM 1100-FIND-STATION THRU 1100-EXIT
008470             IF WS-STATION-FOUND
008480                 ADD 1 TO SC-GAP-COUNT(WS-STATION-IDX)
008490             END-IF
008500     END-READ.
008510 2410-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------------
008550* 3000-LOAD-PRIOR-SCORES READS THE SCORE HISTORY FOR THE PRIOR
008560* MONTH'S SCORE OF EACH STATION IN THE TABLE. A STATION WITH MORE
008570* THAN ONE RECORD FOR THAT MONTH TAKES THE LAST. NO HISTORY AT ALL
008580* IS NORMAL FOR THE FIRST MONTH SCORED AND IS ONLY NOTED.
008590*----------------------------------------------------------------
008600 3000-LOAD-PRIOR-SCORES.
008610     OPEN INPUT SCORE-HISTORY-FILE
008620     IF WS-SCORE-HISTORY-STATUS NOT = '00'
008630         MOVE "No score history SCOREHST yet - no prior-month "
008640             TO WS-REPORT-LINE
008650         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
008660         MOVE "  comparison." TO WS-REPORT-LINE
008670         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
008680         GO TO 3000-EXIT
008690     END-IF
008700     MOVE 'N' TO WS-INPUT-EOF-SW
008710     MOVE 'N' TO WS-ADD-STATION-SW
008720     PERFORM 3010-READ-SCORE-HISTORY THRU 3010-EXIT
008730         UNTIL WS-INPUT-EOF
008740     CLOSE SCORE-HISTORY-FILE.
008750 3000-EXIT.
008760     EXIT.
008770
008780 3010-READ-SCORE-HISTORY.
008790     READ SCORE-HISTORY-FILE
008800         AT END
008810             MOVE 'Y' TO WS-INPUT-EOF-SW
008820             GO TO 3010-EXIT
008830     END-READ
008840     IF SH-SCORE-MONTH = WS-SCORE-MONTH
008850         MOVE 'Y' TO WS-RESCORE-SW
008860         GO TO 3010-EXIT
008870     END-IF
008880     IF SH-SCORE-MONTH NOT = WS-PRIOR-MONTH
008890         GO TO 3010-EXIT
008900     END-IF
008910     MOVE SH-STATION-ID TO WS-LOOKUP-STATION-ID
008920     PERFORM 1100-FIND-STATION THRU 1100-EXIT
008930     IF WS-STATION-FOUND
008940         IF NOT SC-PRIOR-FOUND(WS-STATION-IDX)
008950             ADD 1 TO WS-PRIOR-LOADED-COUNT
008960         END-IF
008970         MOVE 'Y' TO SC-PRIOR-SW(WS-STATION-IDX)
008980         MOVE SH-SCORE TO SC-PRIOR-SCORE(WS-STATION-IDX)
008990     END-IF.
009000 3010-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------
009040* 3100-SCORE-STATION SCORES EVERY ACTIVE STATION, AND ANY OTHER
009050* STATION THAT DELIVERED OR WAS FLAGGED IN THE MONTH, USING THE
009060* WEIGHTS IN WS-SCORE-WEIGHTS.
009070*----------------------------------------------------------------
009080 3100-SCORE-STATION.
009090     IF NOT SC-ACTIVE(WS-STATION-IDX)
009100         AND SC-DELIVERED-COUNT(WS-STATION-IDX) = 0
009110         AND SC-ALERT-COUNT(WS-STATION-IDX) = 0
009120         AND SC-DUPLICATE-COUNT(WS-STATION-IDX) = 0
009130         AND SC-GAP-COUNT(WS-STATION-IDX) = 0
009140         GO TO 3100-EXIT
009150     END-IF
009160     MOVE 'Y' TO SC-SCORED-SW(WS-STATION-IDX)
009170     ADD 1 TO WS-SCORED-COUNT
009180     MOVE ZERO TO SC-SCORE(WS-STATION-IDX)
009190     IF SC-DELIVERED-COUNT(WS-STATION-IDX) = 0
009200         GO TO 3100-EXIT
009210     END-IF
009220     COMPUTE WS-FAULT-POINTS =
009230         SC-ALERT-COUNT(WS-STATION-IDX) * WS-ALERT-WEIGHT
009240     COMPUTE WS-FAULT-POINTS = WS-FAULT-POINTS
009250         + SC-EXCEPTION-COUNT(WS-STATION-IDX)
009260             * WS-EXCEPTION-WEIGHT
009270     COMPUTE WS-FAULT-POINTS = WS-FAULT-POINTS
009280         + SC-DUPLICATE-COUNT(WS-STATION-IDX)
009290             * WS-DUPLICATE-WEIGHT
009300     COMPUTE WS-PENALTY ROUNDED = WS-FAULT-POINTS * 100
009310         / SC-DELIVERED-COUNT(WS-STATION-IDX)
009320         ON SIZE ERROR
009330             MOVE 100 TO WS-PENALTY
009340     END-COMPUTE
009350     COMPUTE WS-PENALTY = WS-PENALTY
009360         + SC-GAP-COUNT(WS-STATION-IDX) * WS-GAP-WEIGHT
009370         ON SIZE ERROR
009380             MOVE 100 TO WS-PENALTY
009390     END-COMPUTE
009400     IF WS-PENALTY < 100
009410         COMPUTE SC-SCORE(WS-STATION-IDX) = 100 - WS-PENALTY
009420     END-IF.
009430 3100-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------------
009470* 3200-RANK-STATIONS SORTS THE TABLE WORST SCORE FIRST, WITH THE
009480* STATIONS NOT SCORED AT THE END. A BUBBLE SORT KEEPS STATIONS
009490* WITH EQUAL SCORES IN STATION-ID ORDER. THE TABLE CANNOT BE
009500* SEARCHED BY STATION ID AFTER THIS.
009510*----------------------------------------------------------------
009520 3200-RANK-STATIONS.
009530     IF WS-STATION-COUNT < 2
009540         GO TO 3200-EXIT
009550     END-IF
009560     MOVE 'Y' TO WS-SWAP-SW
009570     PERFORM 3210-SORT-ONE-PASS THRU 3210-EXIT
009580         UNTIL NOT WS-SWAPPED.
009590 3200-EXIT.
009600     EXIT.
009610
009620 3210-SORT-ONE-PASS.
009630     MOVE 'N' TO WS-SWAP-SW
009640     PERFORM 3220-COMPARE-ADJACENT THRU 3220-EXIT
009650         VARYING WS-SORT-IDX FROM 1 BY 1
009660         UNTIL WS-SORT-IDX >= WS-STATION-COUNT.
009670 3210-EXIT.
009680     EXIT.
009690
009700 3220-COMPARE-ADJACENT.
009710     IF (SC-SCORED(WS-SORT-IDX + 1)
009720         AND NOT SC-SCORED(WS-SORT-IDX))
009730         OR (SC-SCORED(WS-SORT-IDX + 1)
009740             AND SC-SCORE(WS-SORT-IDX + 1) <
009750                 SC-SCORE(WS-SORT-IDX))
009760         MOVE WS-SCORE-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
009770         MOVE WS-SCORE-ENTRY(WS-SORT-IDX + 1) TO
009780             WS-SCORE-ENTRY(WS-SORT-IDX)
009790         MOVE WS-SWAP-ENTRY TO WS-SCORE-ENTRY(WS-SORT-IDX + 1)
009800         MOVE 'Y' TO WS-SWAP-SW
009810     END-IF.
009820 3220-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------------
009860* 3300-SAVE-SCORES ADDS THIS MONTH'S SCORES, WITH EACH STATION'S
009870* RANK, TO THE SCORE HISTORY. IF THE HISTORY CANNOT BE WRITTEN
009880* NEXT MONTH HAS NOTHING TO COMPARE WITH, SO THE RUN ENDS WITH
009890* RC 8 ONCE THE SCORECARD IS PRINTED.
009900*----------------------------------------------------------------
009910 3300-SAVE-SCORES.
009920     OPEN EXTEND SCORE-HISTORY-FILE
009930     IF WS-SCORE-HISTORY-STATUS NOT = '00'
009940         OPEN OUTPUT SCORE-HISTORY-FILE
009950     END-IF
009960     IF WS-SCORE-HISTORY-STATUS NOT = '00'
009970         MOVE "Unable to write score history SCOREHST - this "
009980             TO WS-REPORT-LINE
009990         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010000         MOVE "  month's scores are NOT saved." TO WS-REPORT-LINE
010010         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010020         MOVE 8 TO RETURN-CODE
010030         GO TO 3300-EXIT
010040     END-IF
010050     PERFORM 3310-WRITE-SCORE-HISTORY THRU 3310-EXIT
010060         VARYING WS-RANK-IDX FROM 1 BY 1
010070         UNTIL WS-RANK-IDX > WS-SCORED-COUNT
010080     CLOSE SCORE-HISTORY-FILE.
010090 3300-EXIT.
010100     EXIT.
010110
010120 3310-WRITE-SCORE-HISTORY.
010130     MOVE SPACES TO SCORE-HISTORY-RECORD
010140     MOVE WS-SCORE-MONTH TO SH-SCORE-MONTH
010150     MOVE SC-STATION-ID(WS-RANK-IDX) TO SH-STATION-ID
010160     MOVE SC-STATION-TYPE(WS-RANK-IDX) TO SH-STATION-TYPE
010170     MOVE SC-SCORE(WS-RANK-IDX) TO SH-SCORE
010180     MOVE WS-RANK-IDX TO SH-RANK
010190     MOVE SC-DELIVERED-COUNT(WS-RANK-IDX) TO SH-DELIVERED-COUNT
010200     MOVE SC-ALERT-COUNT(WS-RANK-IDX) TO SH-ALERT-COUNT
010210     MOVE SC-EXCEPTION-COUNT(WS-RANK-IDX) TO SH-EXCEPTION-COUNT
010220     MOVE SC-DUPLICATE-COUNT(WS-RANK-IDX) TO SH-DUPLICATE-COUNT
010230     MOVE SC-GAP-COUNT(WS-RANK-IDX) TO SH-GAP-COUNT
010240     MOVE WS-CURRENT-DATE TO SH-SCORED-DATE
010250     WRITE SCORE-HISTORY-RECORD.
010260 3310-EXIT.
010270     EXIT.
010280
010290*----------------------------------------------------------------
010300* 4000-PRINT-SCORECARD PRINTS EVERY SCORED STATION IN RANK ORDER,
010310* WORST FIRST.
010320*----------------------------------------------------------------
010330 4000-PRINT-SCORECARD.
010340     IF WS-SCORED-COUNT = 0
010350         MOVE "No stations to score for the month." TO
010360             WS-REPORT-LINE
010370         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010380         GO TO 4000-EXIT
010390     END-IF
010400     MOVE "Stations ranked worst to best" TO WS-REPORT-LINE
010410     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010420     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
010430     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010440     PERFORM 4200-PRINT-STATION-LINE THRU 4200-EXIT
010450         VARYING WS-RANK-IDX FROM 1 BY 1
010460         UNTIL WS-RANK-IDX > WS-SCORED-COUNT.
010470 4000-EXIT.
010480     EXIT.
010490
010500 4100-EMIT-REPORT-LINE.
010510     DISPLAY WS-REPORT-LINE
010520     IF WS-REPORT-OPEN
010530         MOVE WS-REPORT-LINE TO SCORE-REPORT-RECORD
010540         WRITE SCORE-REPORT-RECORD
010550     END-IF
010560     MOVE SPACES TO WS-REPORT-LINE.
010570 4100-EXIT.
010580     EXIT.
010590
010600*----------------------------------------------------------------
010610* 4200-PRINT-STATION-LINE PRINTS THE STATION AT RANK WS-RANK-IDX.
010620* A STATION WITH NO PRIOR-MONTH SCORE SHOWS AS NEW; '*' MARKS A
010630* STATION NOT ON THE ROSTER.
010640*----------------------------------------------------------------
010650 4200-PRINT-STATION-LINE.
010660     MOVE WS-RANK-IDX TO DL-RANK
010670     MOVE SC-STATION-ID(WS-RANK-IDX) TO DL-STATION-ID
010680     MOVE SC-STATION-TYPE(WS-RANK-IDX) TO DL-STATION-TYPE
010690     IF SC-ON-ROSTER(WS-RANK-IDX)
010700         MOVE SPACE TO DL-ROSTER-FLAG
010710     ELSE
010720         MOVE '*' TO DL-ROSTER-FLAG
010730     END-IF
010740     MOVE SC-DELIVERED-COUNT(WS-RANK-IDX) TO DL-DELIVERED
010750     MOVE SC-ALERT-COUNT(WS-RANK-IDX) TO DL-ALERTS
010760     MOVE SC-EXCEPTION-COUNT(WS-RANK-IDX) TO DL-EXCEPTIONS
010770     MOVE SC-DUPLICATE-COUNT(WS-RANK-IDX) TO DL-DUPLICATES
010780     MOVE SC-GAP-COUNT(WS-RANK-IDX) TO DL-GAPS
010790     MOVE SC-SCORE(WS-RANK-IDX) TO DL-SCORE
010800     IF SC-PRIOR-FOUND(WS-RANK-IDX)
010810         MOVE SC-PRIOR-SCORE(WS-RANK-IDX) TO DL-PRIOR
010820         COMPUTE DL-CHANGE = SC-SCORE(WS-RANK-IDX)
010830             - SC-PRIOR-SCORE(WS-RANK-IDX)
010840     ELSE
010850         MOVE "  NEW" TO DL-PRIOR-X
010860         MOVE SPACES TO DL-CHANGE-X
010870     END-IF
010880     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
010890     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
010900 4200-EXIT.
010910     EXIT.
010920
010930*----------------------------------------------------------------
010940* 5000-PRINT-CANDIDATES LISTS AGAIN, WORST FIRST, EVERY STATION
010950* SCORING BELOW THE THRESHOLD - THE CANDIDATES FOR REPLACEMENT OR
010960* A VENDOR CHARGEBACK. THE TABLE IS IN RANK ORDER, SO THE LIST
010970* ENDS AT THE FIRST STATION AT OR ABOVE THE THRESHOLD.
010980*----------------------------------------------------------------
010990 5000-PRINT-CANDIDATES.
011000     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011010     MOVE WS-THRESHOLD TO WS-SCORE-EDIT
011020     STRING "Stations scoring below " WS-SCORE-EDIT
011030         " - candidates for replacement or vendor chargeback"
011040         DELIMITED BY SIZE INTO WS-REPORT-LINE
011050     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011060     MOVE 1 TO WS-RANK-IDX
011070     IF WS-SCORED-COUNT = 0
011080         OR SC-SCORE(1) NOT < WS-THRESHOLD
011090         MOVE "  None." TO WS-REPORT-LINE
011100         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011110         GO TO 5000-EXIT
011120     END-IF
011130     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
011140     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011150     PERFORM 5010-PRINT-CANDIDATE THRU 5010-EXIT
011160         VARYING WS-RANK-IDX FROM 1 BY 1
011170         UNTIL WS-RANK-IDX > WS-SCORED-COUNT
011180            OR SC-SCORE(WS-RANK-IDX) NOT < WS-THRESHOLD.
011190 5000-EXIT.
011200     EXIT.
011210
011220 5010-PRINT-CANDIDATE.
011230     ADD 1 TO WS-CANDIDATE-COUNT
011240     PERFORM 4200-PRINT-STATION-LINE THRU 4200-EXIT.
011250 5010-EXIT.
011260     EXIT.
011270
011280 8000-PRINT-NOTES.
011290     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011300     MOVE WS-SCORED-COUNT TO WS-COUNT-EDIT
011310     STRING "Stations scored..........: " WS-COUNT-EDIT
011320         DELIMITED BY SIZE INTO WS-REPORT-LINE
011330     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011340     MOVE WS-CANDIDATE-COUNT TO WS-COUNT-EDIT
011350     STRING "Below threshold...........: " WS-COUNT-EDIT
011360         DELIMITED BY SIZE INTO WS-REPORT-LINE
011370     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011380     MOVE WS-DELIVERED-TOTAL TO WS-COUNT-EDIT
011390     STRING "Readings delivered........: " WS-COUNT-EDIT
011400         DELIMITED BY SIZE INTO WS-REPORT-LINE
011410     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011420     MOVE WS-PRIOR-LOADED-COUNT TO WS-COUNT-EDIT
011430     STRING "With a prior-month score..: " WS-COUNT-EDIT
011440         DELIMITED BY SIZE INTO WS-REPORT-LINE
011450     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011460     IF WS-RESCORE
011470         STRING "Month " WS-SCORE-MONTH " was already on the "
011480             "score history - these scores supersede it."
011490             DELIMITED BY SIZE INTO WS-REPORT-LINE
011500         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011510     END-IF
011520     IF WS-TABLE-FULL
011530         MOVE WS-UNTRACKED-COUNT TO WS-COUNT-EDIT
011540         STRING "Station table full - records for stations left "
011550             "unscored: " WS-COUNT-EDIT
011560             DELIMITED BY SIZE INTO WS-REPORT-LINE
011570         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011580         IF RETURN-CODE < 4
011590             MOVE 4 TO RETURN-CODE
011600         END-IF
011610     END-IF
011620     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011630     MOVE WS-ALERT-WEIGHT TO WS-WEIGHT-EDIT-1
011640     MOVE WS-EXCEPTION-WEIGHT TO WS-WEIGHT-EDIT-2
011650     MOVE WS-DUPLICATE-WEIGHT TO WS-WEIGHT-EDIT-3
011660     MOVE "SCORE is 100 less, for each pct of readings delivered,"
011670         TO WS-REPORT-LINE
011680     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011690     STRING "  " WS-WEIGHT-EDIT-1 " per ALERT, " WS-WEIGHT-EDIT-2
011700         " per EXCP and " WS-WEIGHT-EDIT-3 " per DUP;"
011710         DELIMITED BY SIZE INTO WS-REPORT-LINE
011720     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011730     MOVE WS-GAP-WEIGHT TO WS-WEIGHT-EDIT-1
011740     STRING "  less " WS-WEIGHT-EDIT-1 " per silent batch run "
011750         "(GAPS). No score goes below 0."
011760         DELIMITED BY SIZE INTO WS-REPORT-LINE
011770     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011780     MOVE "DELIVRD is readings converted plus readings rejected. "
011790         TO WS-REPORT-LINE
011800     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011810     MOVE "* = station not on the roster. CHANGE is against the "
011820         TO WS-REPORT-LINE
011830     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
011840     MOVE "prior month's score; NEW = no score last month."
011850         TO WS-REPORT-LINE
011860     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
011870 8000-EXIT.
011880     EXIT.
011890
011900*----------------------------------------------------------------
011910* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
011920* SHARED RUN LEDGER. A LEDGER THAT CANNOT BE OPENED FOR POSTING
011930* IS REPORTED BUT DOES NOT STOP THE RUN.
011940*----------------------------------------------------------------
011950 9800-POST-RUN-START.
011960     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
011970     IF NOT WS-RUN-LEDGER-OPEN
011980         GO TO 9800-EXIT
011990     END-IF
012000     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
012010     SET RL-RUN-STARTED TO TRUE
012020     WRITE RUN-LEDGER-RECORD
012030     CLOSE RUN-LEDGER-FILE.
012040 9800-EXIT.
012050     EXIT.
012060
012070*----------------------------------------------------------------
012080* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
012090* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
012100*----------------------------------------------------------------
012110 9810-POST-RUN-END.
012120     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
012130     IF NOT WS-RUN-LEDGER-OPEN
012140         GO TO 9810-EXIT
012150     END-IF
012160     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
012170     SET RL-RUN-ENDED TO TRUE
012180     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
012190     ACCEPT WS-LEDGER-CLOCK FROM TIME
012200     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
012210     MOVE RETURN-CODE TO RL-RETURN-CODE
012220     MOVE WS-DELIVERED-TOTAL TO RL-RECORDS-IN
012230     MOVE WS-SCORED-COUNT TO RL-RECORDS-OUT
012240     MOVE WS-CANDIDATE-COUNT TO RL-RECORDS-REJECTED
012250     WRITE RUN-LEDGER-RECORD
012260     CLOSE RUN-LEDGER-FILE.
012270 9810-EXIT.
012280     EXIT.
012290
012300 9840-BUILD-LEDGER-ENTRY.
012310     IF WS-LEDGER-START-DATE = ZERO
012320         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
012330         ACCEPT WS-LEDGER-CLOCK FROM TIME
012340         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
012350     END-IF
012360     MOVE SPACES TO RUN-LEDGER-RECORD
012370     MOVE "QualityScorecard" TO RL-PROGRAM-ID
012380     MOVE SPACES TO RL-RUN-ID
012390     MOVE SPACES TO RL-OPERATOR-ID
012400     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
012410     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
012420     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
012430         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
012440 9840-EXIT.
012450     EXIT.
012460
012470 9850-OPEN-RUN-LEDGER.
012480     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
012490     OPEN EXTEND RUN-LEDGER-FILE
012500     IF WS-RUN-LEDGER-STATUS NOT = '00'
012510         OPEN OUTPUT RUN-LEDGER-FILE
012520     END-IF
012530     IF WS-RUN-LEDGER-STATUS = '00'
012540         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
012550     ELSE
012560         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
012570             WS-RUN-LEDGER-STATUS "."
012580     END-IF.
012590 9850-EXIT.
012600     EXIT.
