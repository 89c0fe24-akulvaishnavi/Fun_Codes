000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RegionalOpsReport.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. DAILY REGIONAL OPERATIONS REPORT FOR
000200*                  THE DISTRICT MANAGERS. GROUPS ONE DAY'S
000210*                  CONVERSIONS (TEMPOUT), ALERTS (ALERTLOG AND
000220*                  RATEALRT), EXCEPTIONS (EXCPFILE) AND COVERAGE
000230*                  GAPS (GAPFILE) BY THE REGION AND SITE CODES ON
000240*                  THE STATION MASTER. EACH SITE AND REGION SHOWS
000250*                  ITS HIGH, LOW AND MEAN IN CELSIUS, THE
000260*                  PERCENTAGE OF ACTIVE STATIONS REPORTING, AND
000270*                  ITS ALERT AND EXCEPTION COUNTS.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-3090.
000330 OBJECT-COMPUTER. IBM-3090.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STATION-MASTER ASSIGN TO STATNMST
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-STATION-MASTER-STATUS.
000400     SELECT TEMP-OUT-FILE ASSIGN TO TEMPOUT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-TEMP-OUT-STATUS.
000430     SELECT ALERT-FILE ASSIGN TO ALERTLOG
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-ALERT-FILE-STATUS.
000460     SELECT RATE-ALERT-FILE ASSIGN TO RATEALRT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RATE-ALERT-STATUS.
000490     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000520     SELECT GAP-FILE ASSIGN TO GAPFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-GAP-FILE-STATUS.
000550     SELECT REGION-REPORT-FILE ASSIGN TO REGNRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-STATUS.
000580     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------
000650* STATION-MASTER IS THE SAME 32-BYTE ROSTER StationMasterMaint
000660* KEEPS, IN ASCENDING STATION-ID ORDER. IT SUPPLIES EACH STATION'S
000670* REGION AND SITE AND SAYS WHICH STATIONS ARE ACTIVE - THE BASE
000680* FOR THE PERCENTAGE REPORTING. A STATION WITH NO REGION ASSIGNED
000690* YET IS GROUPED UNDER A BLANK REGION, SHOWN AS UNASSIGNED.
000700*----------------------------------------------------------------
000710 FD  STATION-MASTER
000720     RECORDING MODE IS F.
000730 01  STATION-MASTER-RECORD.
000740     05  SM-STATION-ID           PIC X(08).
000750     05  SM-STATION-TYPE         PIC X(01).
000760     05  SM-STATION-STATUS       PIC X(01).
000770         88  SM-ACTIVE               VALUE 'A'.
000780     05  SM-LAST-READING-DATE    PIC 9(08).
000790     05  SM-REGION-CODE          PIC X(04).
000800     05  SM-SITE-CODE            PIC X(06).
000810     05  FILLER                  PIC X(04).
000820
000830*----------------------------------------------------------------
000840* TEMP-OUT-FILE IS THE CONVERTED-READINGS OUTPUT OF THE DAY'S
000850* TemperatureConverter BATCH RUNS (THE JCL CONCATENATES THEM
000860* UNDER THE TEMPOUT DD). ONLY READINGS DATED THE REPORT DATE ARE
000870* COUNTED. AN ALL-SCALES READING GIVES THREE CONSECUTIVE RECORDS
000880* AND IS COUNTED ONCE. THE CELSIUS VALUE IS TAKEN FROM THE READING
000890* AS RECEIVED PLUS ANY CALIBRATION CORRECTION, AS HistoryLoad
000900* DOES, SO THE TARGET SCALE THE RUN ASKED FOR DOES NOT MATTER.
000910*----------------------------------------------------------------
000920 FD  TEMP-OUT-FILE
000930     RECORDING MODE IS F.
000940 01  TEMP-OUT-RECORD.
000950     COPY TEMPREC REPLACING ==:PFX:== BY ==TO==.
000960     05  TO-CHOICE               PIC X(01).
000970     05  TO-CONVERTED-TEMP       PIC S9(3)V99
000980         SIGN IS TRAILING SEPARATE.
000990     05  TO-CALIBRATED-FLAG      PIC X(01).
001000         88  TO-CALIBRATED           VALUE 'Y'.
001010     05  TO-CORRECTION           PIC S9(3)V99
001020         SIGN IS TRAILING SEPARATE.
001030     05  TO-CALIB-EFFECTIVE-DATE PIC 9(08).
001040     05  FILLER                  PIC X(01).
001050
001060*----------------------------------------------------------------
001070* ALERT-FILE (IMPLAUSIBLE READINGS) AND RATE-ALERT-FILE (SPIKES
001080* AND STEPS) ARE THE CONVERTER'S CUMULATIVE ALERT LOGS. EACH ALERT
001090* DATED THE REPORT DATE COUNTS AGAINST ITS STATION'S SITE, AND THE
001100* ALERTED READING IS KEPT OUT OF THE HIGH/LOW/MEAN THE SAME WAY
001110* THE CONVERTER'S OWN SUMMARY STATISTICS EXCLUDE IT.
001120*----------------------------------------------------------------
001130 FD  ALERT-FILE
001140     RECORDING MODE IS F.
001150 01  ALERT-RECORD.
001160     05  AL-STATION-ID           PIC X(08).
001170     05  AL-STATION-TYPE         PIC X(01).
001180     05  AL-TIMESTAMP-DATE       PIC 9(08).
001190     05  AL-TIMESTAMP-TIME       PIC 9(06).
001200     05  AL-SOURCE-SCALE         PIC X(01).
001210     05  AL-RAW-VALUE            PIC S9(3)V99
001220         SIGN IS TRAILING SEPARATE.
001230     05  AL-LOW-THRESHOLD-C      PIC S9(3)V99
001240         SIGN IS TRAILING SEPARATE.
001250     05  AL-HIGH-THRESHOLD-C     PIC S9(3)V99
001260         SIGN IS TRAILING SEPARATE.
001270     05  AL-CORRECTION           PIC S9(3)V99
001280         SIGN IS TRAILING SEPARATE.
001290     05  FILLER                  PIC X(02).
001300
001310 FD  RATE-ALERT-FILE
001320     RECORDING MODE IS F.
001330 01  RATE-ALERT-RECORD.
001340     05  RA-STATION-ID           PIC X(08).
001350     05  RA-STATION-TYPE         PIC X(01).
001360     05  RA-ALERT-TYPE           PIC X(01).
001370     05  RA-PRIOR-DATE           PIC 9(08).
001380     05  RA-PRIOR-TIME           PIC 9(06).
001390     05  RA-PRIOR-CELSIUS        PIC S9(3)V99
001400         SIGN IS TRAILING SEPARATE.
001410     05  RA-READING-DATE         PIC 9(08).
001420     05  RA-READING-TIME         PIC 9(06).
001430     05  RA-READING-CELSIUS      PIC S9(3)V99
001440         SIGN IS TRAILING SEPARATE.
001450     05  RA-ELAPSED-MINUTES      PIC 9(07).
001460     05  RA-CHANGE-PER-HOUR-C    PIC S9(5)V99
001470         SIGN IS TRAILING SEPARATE.
001480     05  RA-ALLOWED-CHANGE-C     PIC S9(3)V99
001490         SIGN IS TRAILING SEPARATE.
001500     05  RA-RUN-ID               PIC X(08).
001510     05  FILLER                  PIC X(01).
001520
001530*----------------------------------------------------------------
001540* EXCEPTION-FILE IS THE CONVERTER'S CUMULATIVE EXCEPTION FILE.
001550* EACH EXCEPTION DATED THE REPORT DATE COUNTS AGAINST ITS
001560* STATION'S SITE; ONE FOR A STATION NOT ON THE ROSTER CANNOT BE
001570* PLACED IN A REGION AND IS COUNTED SEPARATELY.
001580*----------------------------------------------------------------
001590 FD  EXCEPTION-FILE
001600     RECORDING MODE IS F.
001610 01  EXCEPTION-RECORD.
001620     COPY TEMPREC REPLACING ==:PFX:== BY ==EX==.
001630     05  EX-CHOICE               PIC X(01).
001640     05  EX-REASON               PIC X(01).
001650     05  FILLER                  PIC X(21).
001660
001670*----------------------------------------------------------------
001680* GAP-FILE IS THE COVERAGE GAP LIST FROM THE LATEST CONVERTER
001690* BATCH RUN - THE ACTIVE STATIONS THAT SENT NOTHING. IT CARRIES NO
001700* DATE OF ITS OWN, SO THE JOB MUST RUN AFTER THE DAY'S LAST BATCH
001710* RUN. THE SITE IS TAKEN FROM THE ROSTER, NOT FROM THE GAP RECORD,
001720* SO A STATION MOVED SINCE THE RUN IS REPORTED WHERE IT NOW IS.
001730*----------------------------------------------------------------
001740 FD  GAP-FILE
001750     RECORDING MODE IS F.
001760 01  GAP-RECORD.
001770     05  GF-STATION-ID           PIC X(08).
001780     05  GF-STATION-TYPE         PIC X(01).
001790     05  GF-LAST-READING-DATE    PIC 9(08).
001800     05  GF-REGION-CODE          PIC X(04).
001810     05  GF-SITE-CODE            PIC X(06).
001820     05  FILLER                  PIC X(05).
001830
001840*----------------------------------------------------------------
001850* REGION-REPORT-FILE IS THE DISTRIBUTABLE COPY OF THE REPORT.
001860* EVERY LINE ALSO GOES TO THE CONSOLE LOG.
001870*----------------------------------------------------------------
001880 FD  REGION-REPORT-FILE
001890     RECORDING MODE IS F.
001900 01  REGION-REPORT-RECORD        PIC X(80).
001910
001920*----------------------------------------------------------------
001930* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
001940* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
001950*----------------------------------------------------------------
001960 FD  RUN-LEDGER-FILE
001970     RECORDING MODE IS F.
001980 01  RUN-LEDGER-RECORD.
001990     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
002000     05  FILLER                  PIC X(02).
002010
002020 WORKING-STORAGE SECTION.
002030 01  WS-STATION-MASTER-STATUS PIC X(02).
002040 01  WS-TEMP-OUT-STATUS       PIC X(02).
002050 01  WS-ALERT-FILE-STATUS     PIC X(02).
002060 01  WS-RATE-ALERT-STATUS     PIC X(02).
002070 01  WS-EXCEPTION-FILE-STATUS PIC X(02).
002080 01  WS-GAP-FILE-STATUS       PIC X(02).
002090 01  WS-REPORT-STATUS         PIC X(02).
002100 01  WS-REPORT-OPEN-SW        PIC X VALUE 'N'.
002110     88  WS-REPORT-OPEN           VALUE 'Y'.
002120 01  WS-INPUT-EOF-SW          PIC X VALUE 'N'.
002130     88  WS-INPUT-EOF             VALUE 'Y'.
002140 01  WS-CURRENT-DATE          PIC 9(08).
002150 01  WS-RUN-LEDGER-STATUS     PIC X(02).
002160 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
002170     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
002180 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
002190 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
002200 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
002210*----------------------------------------------------------------
002220* REPORT DATE - TAKEN FROM THE CONSOLE (SYSIN IN BATCH); BLANK
002230* MEANS TODAY. ONLY READINGS, ALERTS AND EXCEPTIONS DATED THIS DAY
002240* ARE COUNTED.
002250*----------------------------------------------------------------
002260 01  WS-REPORT-DATE-INPUT     PIC X(08) VALUE SPACES.
002270 01  WS-REPORT-DATE           PIC 9(08) VALUE ZERO.
002280*----------------------------------------------------------------
002290* WS-STATION-TABLE IS THE ROSTER IN MEMORY, SEARCHED WITH SEARCH
002300* ALL THE SAME WAY TemperatureConverter SEARCHES IT. ST-SITE-IDX
002310* POINTS AT THE STATION'S ENTRY IN WS-SITE-TABLE.
002320*----------------------------------------------------------------
002330 01  WS-STATION-MAX           PIC 9(03) COMP VALUE 500.
002340 01  WS-STATION-COUNT         PIC 9(03) COMP VALUE ZERO.
002350 01  WS-STATION-TABLE.
002360     05  WS-STATION-ENTRY OCCURS 1 TO 500 TIMES
002370             DEPENDING ON WS-STATION-COUNT
002380             ASCENDING KEY IS ST-STATION-ID
002390             INDEXED BY WS-STATION-IDX.
002400         10  ST-STATION-ID        PIC X(08).
002410         10  ST-STATION-STATUS    PIC X(01).
002420             88  ST-ACTIVE            VALUE 'A'.
002430         10  ST-REGION-CODE       PIC X(04).
002440         10  ST-SITE-CODE         PIC X(06).
002450         10  ST-SITE-IDX          PIC 9(03) COMP.
002460         10  ST-REPORTED-SW       PIC X(01).
002470             88  ST-REPORTED          VALUE 'Y'.
002480 01  WS-LOOKUP-STATION-ID     PIC X(08) VALUE SPACES.
002490 01  WS-STATION-FOUND-SW      PIC X VALUE 'N'.
002500     88  WS-STATION-FOUND         VALUE 'Y'.
002510*----------------------------------------------------------------
002520* WS-SITE-TABLE HOLDS ONE ENTRY PER REGION/SITE ON THE ROSTER,
002530* KEPT IN REGION-THEN-SITE ORDER AS ENTRIES ARE INSERTED, SO IT
002540* PRINTS IN REPORT ORDER WITHOUT A SORT. SI-COUNTERS IS LAID OUT
002550* EXACTLY AS A WS-LEVEL-ENTRY SO A SITE'S FIGURES CAN BE MOVED TO
002560* THE PRINT LEVEL AS ONE GROUP.
002570*----------------------------------------------------------------
002580 01  WS-SITE-MAX              PIC 9(03) COMP VALUE 500.
002590 01  WS-SITE-COUNT            PIC 9(03) COMP VALUE ZERO.
002600 01  WS-SITE-TABLE.
002610     05  WS-SITE-ENTRY OCCURS 500 TIMES.
002620         10  SI-SITE-KEY.
002630             15  SI-REGION-CODE   PIC X(04).
002640             15  SI-SITE-CODE     PIC X(06).
002650         10  SI-COUNTERS.
002660             15  SI-ACTIVE-COUNT      PIC 9(05) COMP.
002670             15  SI-REPORTING-COUNT   PIC 9(05) COMP.
002680             15  SI-CONVERSION-COUNT  PIC 9(07) COMP.
002690             15  SI-ALERT-COUNT       PIC 9(07) COMP.
002700             15  SI-EXCEPTION-COUNT   PIC 9(07) COMP.
002710             15  SI-GAP-COUNT         PIC 9(05) COMP.
002720             15  SI-STAT-COUNT        PIC 9(07) COMP.
002730             15  SI-HIGH-C            PIC S9(3)V99 COMP-3.
002740             15  SI-LOW-C             PIC S9(3)V99 COMP-3.
002750             15  SI-TOTAL-C           PIC S9(9)V99 COMP-3.
002760 01  WS-SITE-IDX              PIC 9(03) COMP VALUE ZERO.
002770 01  WS-SHIFT-IDX             PIC 9(03) COMP VALUE ZERO.
002780 01  WS-LOOKUP-SITE-KEY.
002790     05  WS-LOOKUP-REGION-CODE PIC X(04).
002800     05  WS-LOOKUP-SITE-CODE   PIC X(06).
002810*----------------------------------------------------------------
002820* PRINT LEVELS - 1 = THE SITE BEING PRINTED, 2 = ITS REGION SO
002830* FAR, 3 = ALL REGIONS. EACH SITE IS ADDED INTO LEVELS 2 AND 3 AS
002840* IT IS PRINTED; LEVEL 2 IS PRINTED AND CLEARED AT EACH REGION
002850* BREAK. LV-HIGH-C / LV-LOW-C MEAN NOTHING WHILE LV-STAT-COUNT IS
002855* ZERO.
002860*----------------------------------------------------------------
002870 01  WS-LEVEL-TABLE.
002880     05  WS-LEVEL-ENTRY OCCURS 3 TIMES.
002890         10  LV-ACTIVE-COUNT      PIC 9(05) COMP.
002900         10  LV-REPORTING-COUNT   PIC 9(05) COMP.
002910         10  LV-CONVERSION-COUNT  PIC 9(07) COMP.
002920         10  LV-ALERT-COUNT       PIC 9(07) COMP.
002930         10  LV-EXCEPTION-COUNT   PIC 9(07) COMP.
002940         10  LV-GAP-COUNT         PIC 9(05) COMP.
002950         10  LV-STAT-COUNT        PIC 9(07) COMP.
002960         10  LV-HIGH-C            PIC S9(3)V99 COMP-3.
002970         10  LV-LOW-C             PIC S9(3)V99 COMP-3.
002980         10  LV-TOTAL-C           PIC S9(9)V99 COMP-3.
002990 01  WS-LEVEL-IDX             PIC 9(01) COMP VALUE ZERO.
003000 01  WS-CURRENT-REGION        PIC X(04) VALUE SPACES.
003010 01  WS-LEVEL-LABEL           PIC X(10) VALUE SPACES.
003020*----------------------------------------------------------------
003030* WS-ALERT-KEY-TABLE HOLDS THE STATION AND TIME OF EVERY READING
003040* ALERTED ON THE REPORT DATE, SO 2000 CAN KEEP THOSE READINGS OUT
003050* OF THE HIGH/LOW/MEAN. IF IT FILLS, LATER ALERTS ARE STILL
003060* COUNTED BUT THEIR READINGS MAY REACH THE STATISTICS; THE REPORT
003070* SAYS SO AND THE RUN ENDS WITH RC 4.
003080*----------------------------------------------------------------
003090 01  WS-ALERT-KEY-MAX         PIC 9(04) COMP VALUE 2000.
003100 01  WS-ALERT-KEY-COUNT       PIC 9(04) COMP VALUE ZERO.
003110 01  WS-ALERT-KEY-TABLE.
003120     05  WS-ALERT-KEY-ENTRY OCCURS 2000 TIMES.
003130         10  AK-STATION-ID        PIC X(08).
003140         10  AK-READING-TIME      PIC 9(06).
003150 01  WS-ALERT-KEY-IDX         PIC 9(04) COMP VALUE ZERO.
003160 01  WS-ALERT-KEY-FULL-SW     PIC X VALUE 'N'.
003170     88  WS-ALERT-KEY-FULL        VALUE 'Y'.
003180 01  WS-LOOKUP-TIME           PIC 9(06) VALUE ZERO.
003190 01  WS-PRIOR-READING-KEY     PIC X(22) VALUE SPACES.
003200 01  WS-CORRECTED-VALUE       PIC S9(3)V99 VALUE ZERO.
003210 01  WS-CELSIUS               PIC S9(3)V99 VALUE ZERO.
003220 01  WS-MEAN-C                PIC S9(3)V99 VALUE ZERO.
003230 01  WS-PERCENT               PIC 9(03)V9 VALUE ZERO.
003240 01  WS-CONVERSION-TOTAL      PIC 9(07) COMP VALUE ZERO.
003250 01  WS-UNROSTERED-COUNT      PIC 9(07) COMP VALUE ZERO.
003260 01  WS-UNUSABLE-COUNT        PIC 9(07) COMP VALUE ZERO.
003270 01  WS-REPORTING-TOTAL       PIC 9(05) COMP VALUE ZERO.
003280 01  WS-COUNT-EDIT            PIC Z(6)9 VALUE ZERO.
003290 01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
003300 01  WS-HEADING-LINE.
003310     05  FILLER               PIC X(12) VALUE "  SITE".
003320     05  FILLER               PIC X(05) VALUE " STNS".
003330     05  FILLER               PIC X(05) VALUE " RPTG".
003340     05  FILLER               PIC X(06) VALUE "   PCT".
003350     05  FILLER               PIC X(07) VALUE "   CONV".
003360     05  FILLER               PIC X(06) VALUE " ALERT".
003370     05  FILLER               PIC X(06) VALUE "  EXCP".
003380     05  FILLER               PIC X(05) VALUE " GAPS".
003390     05  FILLER               PIC X(08) VALUE "    HIGH".
003400     05  FILLER               PIC X(08) VALUE "     LOW".
003410     05  FILLER               PIC X(08) VALUE "    MEAN".
003420     05  FILLER               PIC X(04) VALUE SPACES.
003430 01  WS-DETAIL-LINE.
003440     05  FILLER               PIC X(02) VALUE SPACES.
003450     05  DL-LABEL             PIC X(10).
003460     05  FILLER               PIC X(01) VALUE SPACE.
003470     05  DL-ACTIVE            PIC Z(3)9.
003480     05  FILLER               PIC X(01) VALUE SPACE.
003490     05  DL-REPORTING         PIC Z(3)9.
003500     05  FILLER               PIC X(01) VALUE SPACE.
003510     05  DL-PERCENT           PIC ZZ9.9.
003520     05  FILLER               PIC X(01) VALUE SPACE.
003530     05  DL-CONVERSIONS       PIC Z(5)9.
003540     05  FILLER               PIC X(01) VALUE SPACE.
003550     05  DL-ALERTS            PIC Z(4)9.
003560     05  FILLER               PIC X(01) VALUE SPACE.
003570     05  DL-EXCEPTIONS        PIC Z(4)9.
003580     05  FILLER               PIC X(01) VALUE SPACE.
003590     05  DL-GAPS              PIC Z(3)9.
003600     05  DL-TEMPERATURES.
003610         10  FILLER           PIC X(01) VALUE SPACE.
003620         10  DL-HIGH-C        PIC -ZZ9.99.
003630         10  FILLER           PIC X(01) VALUE SPACE.
003640         10  DL-LOW-C         PIC -ZZ9.99.
003650         10  FILLER           PIC X(01) VALUE SPACE.
003660         10  DL-MEAN-C        PIC -ZZ9.99.
003670     05  FILLER               PIC X(04) VALUE SPACES.
003680
003690 PROCEDURE DIVISION.
003700 0000-MAINLINE.
003710     DISPLAY "Regional Operations Report".
003720     DISPLAY "Report date (YYYYMMDD, blank for today): ".
003730     ACCEPT WS-REPORT-DATE-INPUT.
003740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003750     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
003760     PERFORM 0100-SET-REPORT-DATE THRU 0100-EXIT.
003770     PERFORM 1000-LOAD-STATION-MASTER THRU 1000-EXIT.
003780     OPEN OUTPUT REGION-REPORT-FILE.
003790     IF WS-REPORT-STATUS = '00'
003800         MOVE 'Y' TO WS-REPORT-OPEN-SW
003810     ELSE
003820         DISPLAY "Unable to open report file REGNRPT - report ",
003830             "to console only."
003840     END-IF.
003850     STRING "Regional Operations Report - readings dated "
003860         WS-REPORT-DATE
003870         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003880     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
003890     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
003900     PERFORM 1200-LOAD-ALERTS THRU 1200-EXIT.
003910     PERFORM 2000-TALLY-CONVERSIONS THRU 2000-EXIT.
003920     PERFORM 2100-TALLY-EXCEPTIONS THRU 2100-EXIT.
003930     PERFORM 2200-TALLY-GAPS THRU 2200-EXIT.
003940     PERFORM 2500-COUNT-STATIONS THRU 2500-EXIT
003950         VARYING WS-STATION-IDX FROM 1 BY 1
003960         UNTIL WS-STATION-IDX > WS-STATION-COUNT.
003970     PERFORM 3000-PRINT-REGIONS THRU 3000-EXIT.
003980     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003990     IF WS-REPORT-OPEN
004000         CLOSE REGION-REPORT-FILE
004010     END-IF.
004020     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
004030     STOP RUN.
004040
004050 0100-SET-REPORT-DATE.
004060     IF WS-REPORT-DATE-INPUT = SPACES
004070         MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
004080         GO TO 0100-EXIT
004090     END-IF
004100     IF WS-REPORT-DATE-INPUT IS NOT NUMERIC
004110         DISPLAY "Report date " WS-REPORT-DATE-INPUT
004120             " is not YYYYMMDD - report not run."
004130         MOVE 8 TO RETURN-CODE
004140         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
004150         STOP RUN
004160     END-IF
004170     MOVE WS-REPORT-DATE-INPUT TO WS-REPORT-DATE.
004180 0100-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------
004220* 1000-LOAD-STATION-MASTER READS THE ROSTER AND BUILDS THE SITE
004230* TABLE FROM IT. WITHOUT A ROSTER NO READING CAN BE PLACED IN A
004240* REGION, SO THE RUN ENDS WITH RC 8. THE SITE TABLE IS BUILT IN
004250* ONE PASS AND EACH STATION'S SITE INDEX SET IN A SECOND, SINCE AN
004260* INSERT MOVES THE ENTRIES BEHIND IT.
004270*----------------------------------------------------------------
004280 1000-LOAD-STATION-MASTER.
004290     MOVE 0 TO WS-STATION-COUNT
004300     OPEN INPUT STATION-MASTER
004310     IF WS-STATION-MASTER-STATUS NOT = '00'
004320         DISPLAY "Unable to open station master STATNMST - ",
004330             "report not run."
004340         MOVE 8 TO RETURN-CODE
004350         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
004360         STOP RUN
004370     END-IF
004380     MOVE 'N' TO WS-INPUT-EOF-SW
004390     PERFORM 1010-READ-STATION-MASTER THRU 1010-EXIT
004400         UNTIL WS-INPUT-EOF
004410     CLOSE STATION-MASTER
004420     DISPLAY "Station master loaded - " WS-STATION-COUNT
004430         " station(s)."
004440     PERFORM 1050-ADD-STATION-SITE THRU 1050-EXIT
004450         VARYING WS-STATION-IDX FROM 1 BY 1
004460         UNTIL WS-STATION-IDX > WS-STATION-COUNT
004470     PERFORM 1060-SET-STATION-SITE THRU 1060-EXIT
004480         VARYING WS-STATION-IDX FROM 1 BY 1
004490         UNTIL WS-STATION-IDX > WS-STATION-COUNT.
004500 1000-EXIT.
004510     EXIT.
004520
004530 1010-READ-STATION-MASTER.
004540     READ STATION-MASTER
004550         AT END
004560             MOVE 'Y' TO WS-INPUT-EOF-SW
004570         NOT AT END
004580             IF WS-STATION-COUNT >= WS-STATION-MAX
004590                 DISPLAY "Station master exceeds " WS-STATION-MAX
004600                     " entries - table overflow, run aborted."
004610                 MOVE 16 TO RETURN-CODE
004620                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
004630                 STOP RUN
004640             END-IF
004650             ADD 1 TO WS-STATION-COUNT
004660             MOVE SM-STATION-ID TO ST-STATION-ID(WS-STATION-COUNT)
004670             MOVE SM-STATION-STATUS TO
004680                 ST-STATION-STATUS(WS-STATION-COUNT)
004690             MOVE SM-REGION-CODE TO
004700                 ST-REGION-CODE(WS-STATION-COUNT)
004710             MOVE SM-SITE-CODE TO ST-SITE-CODE(WS-STATION-COUNT)
004720             MOVE 0 TO ST-SITE-IDX(WS-STATION-COUNT)
004730             MOVE 'N' TO ST-REPORTED-SW(WS-STATION-COUNT)
004740     END-READ.
004750 1010-EXIT.
004760     EXIT.
004770
004780 1050-ADD-STATION-SITE.
004790     MOVE ST-REGION-CODE(WS-STATION-IDX) TO WS-LOOKUP-REGION-CODE
004800     MOVE ST-SITE-CODE(WS-STATION-IDX) TO WS-LOOKUP-SITE-CODE
004810     PERFORM 1100-FIND-SITE THRU 1100-EXIT
004820     IF WS-SITE-IDX <= WS-SITE-COUNT AND
004830         SI-SITE-KEY(WS-SITE-IDX) = WS-LOOKUP-SITE-KEY
004840         GO TO 1050-EXIT
004850     END-IF
004860*    WS-SITE-IDX WAS LEFT AT THE INSERT POSITION BY 1100.
004870     PERFORM 1110-SHIFT-SITES-DOWN THRU 1110-EXIT
004880         VARYING WS-SHIFT-IDX FROM WS-SITE-COUNT BY -1
004890         UNTIL WS-SHIFT-IDX < WS-SITE-IDX
004900     ADD 1 TO WS-SITE-COUNT
004910     MOVE WS-LOOKUP-SITE-KEY TO SI-SITE-KEY(WS-SITE-IDX)
004920     INITIALIZE SI-COUNTERS(WS-SITE-IDX).
004930 1050-EXIT.
004940     EXIT.
004950
004960 1060-SET-STATION-SITE.
004970     MOVE ST-REGION-CODE(WS-STATION-IDX) TO WS-LOOKUP-REGION-CODE
004980     MOVE ST-SITE-CODE(WS-STATION-IDX) TO WS-LOOKUP-SITE-CODE
004990     PERFORM 1100-FIND-SITE THRU 1100-EXIT
005000     MOVE WS-SITE-IDX TO ST-SITE-IDX(WS-STATION-IDX).
005010 1060-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050* 1100-FIND-SITE SCANS THE ORDERED SITE TABLE FOR
005060* WS-LOOKUP-SITE-KEY. ON A MISS WS-SITE-IDX IS LEFT WHERE THE KEY
005070* WOULD BELONG - THE INSERT POSITION 1050 NEEDS. THERE CAN NEVER
005080* BE MORE SITES THAN STATIONS, SO THE TABLE CANNOT OVERFLOW.
005090*----------------------------------------------------------------
005100 1100-FIND-SITE.
005110     PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
005120         UNTIL WS-SITE-IDX > WS-SITE-COUNT
005130            OR SI-SITE-KEY(WS-SITE-IDX) NOT < WS-LOOKUP-SITE-KEY
005140     END-PERFORM.
005150 1100-EXIT.
005160     EXIT.
005170
005180 1110-SHIFT-SITES-DOWN.
005190     MOVE WS-SITE-ENTRY(WS-SHIFT-IDX) TO
005200         WS-SITE-ENTRY(WS-SHIFT-IDX + 1).
005210 1110-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------
005250* 1200-LOAD-ALERTS COUNTS THE REPORT DATE'S IMPLAUSIBLE-READING
005260* AND RATE-OF-CHANGE ALERTS AGAINST THEIR SITES AND REMEMBERS
005270* EACH ALERTED READING FOR 2000. A MISSING ALERT LOG IS REPORTED
005280* AND COUNTED AS NO ALERTS, WITH RC 4.
005290*----------------------------------------------------------------
005300 1200-LOAD-ALERTS.
005310     OPEN INPUT ALERT-FILE
005320     IF WS-ALERT-FILE-STATUS = '00'
005330         MOVE 'N' TO WS-INPUT-EOF-SW
005340         PERFORM 1210-READ-ALERT THRU 1210-EXIT
005350             UNTIL WS-INPUT-EOF
005360         CLOSE ALERT-FILE
005370     ELSE
005380         MOVE "Alert log ALERTLOG not available - no implausible-"
005390             TO WS-REPORT-LINE
005400         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
005410         MOVE "  reading alerts counted." TO WS-REPORT-LINE
005420         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
005430         MOVE 4 TO RETURN-CODE
005440     END-IF
005450     OPEN INPUT RATE-ALERT-FILE
005460     IF WS-RATE-ALERT-STATUS = '00'
005470         MOVE 'N' TO WS-INPUT-EOF-SW
005480         PERFORM 1220-READ-RATE-ALERT THRU 1220-EXIT
005490             UNTIL WS-INPUT-EOF
005500         CLOSE RATE-ALERT-FILE
005510     ELSE
005520         MOVE "Rate alert file RATEALRT not available - no rate-"
005530             TO WS-REPORT-LINE
005540         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
005550         MOVE "  of-change alerts counted." TO WS-REPORT-LINE
005560         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
005570         MOVE 4 TO RETURN-CODE
005580     END-IF.
005590 1200-EXIT.
005600     EXIT.
005610
005620 1210-READ-ALERT.
005630     READ ALERT-FILE
005640         AT END
005650             MOVE 'Y' TO WS-INPUT-EOF-SW
005660         NOT AT END
005670             IF AL-TIMESTAMP-DATE = WS-REPORT-DATE
005680                 MOVE AL-STATION-ID TO WS-LOOKUP-STATION-ID
005690                 MOVE AL-TIMESTAMP-TIME TO WS-LOOKUP-TIME
005700                 PERFORM 1290-NOTE-ALERT THRU 1290-EXIT
005710             END-IF
005720     END-READ.
005730 1210-EXIT.
005740     EXIT.
005750
005760 1220-READ-RATE-ALERT.
005770     READ RATE-ALERT-FILE
005780         AT END
005790             MOVE 'Y' TO WS-INPUT-EOF-SW
005800         NOT AT END
005810             IF RA-READING-DATE = WS-REPORT-DATE
005820                 MOVE RA-STATION-ID TO WS-LOOKUP-STATION-ID
005830                 MOVE RA-READING-TIME TO WS-LOOKUP-TIME
005840                 PERFORM 1290-NOTE-ALERT THRU 1290-EXIT
005850             END-IF
005860     END-READ.
005870 1220-EXIT.
005880     EXIT.
005890
005900 1290-NOTE-ALERT.
005910     PERFORM 1300-FIND-STATION THRU 1300-EXIT
005920     IF WS-STATION-FOUND
005926         MOVE ST-SITE-IDX(WS-STATION-IDX) TO WS-SITE-IDX
005932         ADD 1 TO SI-ALERT-COUNT(WS-SITE-IDX)
005940     END-IF
005950     IF WS-ALERT-KEY-COUNT >= WS-ALERT-KEY-MAX
005960         MOVE 'Y' TO WS-ALERT-KEY-FULL-SW
005970         GO TO 1290-EXIT
005980     END-IF
005990     ADD 1 TO WS-ALERT-KEY-COUNT
006000     MOVE WS-LOOKUP-STATION-ID TO
006005         AK-STATION-ID(WS-ALERT-KEY-COUNT)
006010     MOVE WS-LOOKUP-TIME TO AK-READING-TIME(WS-ALERT-KEY-COUNT).
006020 1290-EXIT.
006030     EXIT.
006040
006050 1300-FIND-STATION.
006060     MOVE 'N' TO WS-STATION-FOUND-SW
006070     IF WS-STATION-COUNT = 0
006080         GO TO 1300-EXIT
006090     END-IF
006100     SEARCH ALL WS-STATION-ENTRY
006110         AT END
006120             CONTINUE
006130         WHEN ST-STATION-ID(WS-STATION-IDX) = WS-LOOKUP-STATION-ID
006140             MOVE 'Y' TO WS-STATION-FOUND-SW
006150     END-SEARCH.
006160 1300-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200* 2000-TALLY-CONVERSIONS COUNTS EACH READING ON TEMPOUT DATED THE
006210* REPORT DATE AGAINST ITS STATION'S SITE, MARKS THE STATION AS
006220* REPORTING, AND - UNLESS THE READING WAS ALERTED - FOOTS ITS
006230* CELSIUS VALUE INTO THE SITE'S HIGH, LOW AND MEAN.
006240*----------------------------------------------------------------
006250 2000-TALLY-CONVERSIONS.
006260     OPEN INPUT TEMP-OUT-FILE
006270     IF WS-TEMP-OUT-STATUS NOT = '00'
006280         MOVE "Converted readings TEMPOUT not available - no "
006290             TO WS-REPORT-LINE
006300         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
006310         MOVE "  conversions counted." TO WS-REPORT-LINE
006320         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
006330         MOVE 4 TO RETURN-CODE
006340         GO TO 2000-EXIT
006350     END-IF
006360     MOVE 'N' TO WS-INPUT-EOF-SW
006370     MOVE SPACES TO WS-PRIOR-READING-KEY
006380     PERFORM 2010-READ-TEMP-OUT THRU 2010-EXIT
006390     PERFORM 2020-TALLY-ONE-READING THRU 2020-EXIT
006400         UNTIL WS-INPUT-EOF
006410     CLOSE TEMP-OUT-FILE.
006420 2000-EXIT.
006430     EXIT.
006440
006450 2010-READ-TEMP-OUT.
006460     READ TEMP-OUT-FILE
006470         AT END
006480             MOVE 'Y' TO WS-INPUT-EOF-SW
006490     END-READ.
006500 2010-EXIT.
006510     EXIT.
006520
006530 2020-TALLY-ONE-READING.
006540     IF TO-TIMESTAMP-DATE NOT = WS-REPORT-DATE
006550         GO TO 2020-NEXT
006560     END-IF
006570     IF TEMP-OUT-RECORD(1:22) = WS-PRIOR-READING-KEY
006580         GO TO 2020-NEXT
006590     END-IF
006600     MOVE TEMP-OUT-RECORD(1:22) TO WS-PRIOR-READING-KEY
006610     MOVE TO-STATION-ID TO WS-LOOKUP-STATION-ID
006620     PERFORM 1300-FIND-STATION THRU 1300-EXIT
006630     IF NOT WS-STATION-FOUND
006640         ADD 1 TO WS-UNROSTERED-COUNT
006650         GO TO 2020-NEXT
006660     END-IF
006670     MOVE ST-SITE-IDX(WS-STATION-IDX) TO WS-SITE-IDX
006680     ADD 1 TO SI-CONVERSION-COUNT(WS-SITE-IDX)
006690     ADD 1 TO WS-CONVERSION-TOTAL
006700     MOVE 'Y' TO ST-REPORTED-SW(WS-STATION-IDX)
006710     MOVE TO-TIMESTAMP-TIME TO WS-LOOKUP-TIME
006720     PERFORM 2030-FIND-ALERT-KEY THRU 2030-EXIT
006730     IF WS-ALERT-KEY-IDX <= WS-ALERT-KEY-COUNT
006740         GO TO 2020-NEXT
006750     END-IF
006760     PERFORM 2040-DERIVE-CELSIUS THRU 2040-EXIT
006770     IF WS-CELSIUS = 999.99
006780         ADD 1 TO WS-UNUSABLE-COUNT
006790         GO TO 2020-NEXT
006800     END-IF
006810     IF SI-STAT-COUNT(WS-SITE-IDX) = 0 OR
006820         WS-CELSIUS > SI-HIGH-C(WS-SITE-IDX)
006830         MOVE WS-CELSIUS TO SI-HIGH-C(WS-SITE-IDX)
006840     END-IF
006850     IF SI-STAT-COUNT(WS-SITE-IDX) = 0 OR
006860         WS-CELSIUS < SI-LOW-C(WS-SITE-IDX)
006870         MOVE WS-CELSIUS TO SI-LOW-C(WS-SITE-IDX)
006880     END-IF
006890     ADD 1 TO SI-STAT-COUNT(WS-SITE-IDX)
006900     ADD WS-CELSIUS TO SI-TOTAL-C(WS-SITE-IDX).
006910 2020-NEXT.
006920     PERFORM 2010-READ-TEMP-OUT THRU 2010-EXIT.
006930 2020-EXIT.
006940     EXIT.
006950
006960 2030-FIND-ALERT-KEY.
006970     PERFORM VARYING WS-ALERT-KEY-IDX FROM 1 BY 1
006980         UNTIL WS-ALERT-KEY-IDX > WS-ALERT-KEY-COUNT
006990            OR (AK-STATION-ID(WS-ALERT-KEY-IDX) =
007000                    WS-LOOKUP-STATION-ID
007010                AND AK-READING-TIME(WS-ALERT-KEY-IDX) =
007020                    WS-LOOKUP-TIME)
007030     END-PERFORM.
007040 2030-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080* 2040-DERIVE-CELSIUS RESTATES THE READING IN CELSIUS FROM THE
007090* VALUE AS RECEIVED PLUS ANY CALIBRATION CORRECTION. A READING
007100* THAT CANNOT BE RESTATED COMES BACK AS 999.99.
007110*----------------------------------------------------------------
007120 2040-DERIVE-CELSIUS.
007130     MOVE 999.99 TO WS-CELSIUS
007140     IF TO-RAW-VALUE IS NOT NUMERIC
007150         GO TO 2040-EXIT
007160     END-IF
007170     MOVE TO-RAW-VALUE TO WS-CORRECTED-VALUE
007180     IF TO-CALIBRATED AND TO-CORRECTION IS NUMERIC
007190         COMPUTE WS-CORRECTED-VALUE = TO-RAW-VALUE + TO-CORRECTION
007200             ON SIZE ERROR
007210                 MOVE TO-RAW-VALUE TO WS-CORRECTED-VALUE
007220         END-COMPUTE
007230     END-IF
007240     EVALUATE TO-SOURCE-SCALE
007250         WHEN 'F'
007260             COMPUTE WS-CELSIUS ROUNDED =
007270                 (WS-CORRECTED-VALUE - 32) * 5 / 9
007280         WHEN 'K'
007290             COMPUTE WS-CELSIUS ROUNDED =
007300                 WS-CORRECTED-VALUE - 273.15
007310         WHEN 'C'
007320             MOVE WS-CORRECTED-VALUE TO WS-CELSIUS
007330         WHEN OTHER
007340             CONTINUE
007350     END-EVALUATE.
007360 2040-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------
007400* 2100-TALLY-EXCEPTIONS COUNTS EACH EXCEPTION DATED THE REPORT
007410* DATE AGAINST ITS STATION'S SITE. A STATION THAT SENT ONLY
007420* REJECTED READINGS STILL REPORTED - IT IS NOT SILENT.
007430*----------------------------------------------------------------
007440 2100-TALLY-EXCEPTIONS.
007450     OPEN INPUT EXCEPTION-FILE
007460     IF WS-EXCEPTION-FILE-STATUS NOT = '00'
007470         MOVE "Exception file EXCPFILE not available - no "
007480             TO WS-REPORT-LINE
007490         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
007500         MOVE "  exceptions counted." TO WS-REPORT-LINE
007510         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
007520         MOVE 4 TO RETURN-CODE
007530         GO TO 2100-EXIT
007540     END-IF
007550     MOVE 'N' TO WS-INPUT-EOF-SW
007560     PERFORM 2110-READ-EXCEPTION THRU 2110-EXIT
007570         UNTIL WS-INPUT-EOF
007580     CLOSE EXCEPTION-FILE.
007590 2100-EXIT.
007600     EXIT.
007610
007620 2110-READ-EXCEPTION.
007630     READ EXCEPTION-FILE
007640         AT END
007650             MOVE 'Y' TO WS-INPUT-EOF-SW
007660             GO TO 2110-EXIT
007670     END-READ
007680     IF EX-TIMESTAMP-DATE NOT = WS-REPORT-DATE
007690         GO TO 2110-EXIT
007700     END-IF
007710     MOVE EX-STATION-ID TO WS-LOOKUP-STATION-ID
007720     PERFORM 1300-FIND-STATION THRU 1300-EXIT
007730     IF WS-STATION-FOUND
007736         MOVE ST-SITE-IDX(WS-STATION-IDX) TO WS-SITE-IDX
007742         ADD 1 TO SI-EXCEPTION-COUNT(WS-SITE-IDX)
007750         MOVE 'Y' TO ST-REPORTED-SW(WS-STATION-IDX)
007760     ELSE
007770         ADD 1 TO WS-UNROSTERED-COUNT
007780     END-IF.
007790 2110-EXIT.
007800     EXIT.
007810
007820 2200-TALLY-GAPS.
007830     OPEN INPUT GAP-FILE
007840     IF WS-GAP-FILE-STATUS NOT = '00'
007850         MOVE "Coverage gap list GAPFILE not available - no gaps "
007860             TO WS-REPORT-LINE
007870         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
007880         MOVE "  counted." TO WS-REPORT-LINE
007890         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
007900         MOVE 4 TO RETURN-CODE
007910         GO TO 2200-EXIT
007920     END-IF
007930     MOVE 'N' TO WS-INPUT-EOF-SW
007940     PERFORM 2210-READ-GAP THRU 2210-EXIT
007950         UNTIL WS-INPUT-EOF
007960     CLOSE GAP-FILE.
007970 2200-EXIT.
007980     EXIT.
007990
008000 2210-READ-GAP.
008010     READ GAP-FILE
008020         AT END
008030             MOVE 'Y' TO WS-INPUT-EOF-SW
008040         NOT AT END
008050             MOVE GF-STATION-ID TO WS-LOOKUP-STATION-ID
008060             PERFORM 1300-FIND-STATION THRU 1300-EXIT
008070             IF WS-STATION-FOUND
008080                 MOVE ST-SITE-IDX(WS-STATION-IDX) TO WS-SITE-IDX
008085                 ADD 1 TO SI-GAP-COUNT(WS-SITE-IDX)
008090             END-IF
008100     END-READ.
008110 2210-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------
008150* 2500-COUNT-STATIONS ADDS EACH ACTIVE STATION TO ITS SITE'S
008160* ACTIVE COUNT, AND TO ITS REPORTING COUNT IF IT SENT ANYTHING
008170* DATED THE REPORT DATE. AN INACTIVE STATION COUNTS IN NEITHER.
008180*----------------------------------------------------------------
008190 2500-COUNT-STATIONS.
008200     IF NOT ST-ACTIVE(WS-STATION-IDX)
008210         GO TO 2500-EXIT
008220     END-IF
008230     MOVE ST-SITE-IDX(WS-STATION-IDX) TO WS-SITE-IDX
008240     ADD 1 TO SI-ACTIVE-COUNT(WS-SITE-IDX)
008250     IF ST-REPORTED(WS-STATION-IDX)
008260         ADD 1 TO SI-REPORTING-COUNT(WS-SITE-IDX)
008270         ADD 1 TO WS-REPORTING-TOTAL
008280     END-IF.
008290 2500-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330* 3000-PRINT-REGIONS WALKS THE SITE TABLE IN REGION/SITE ORDER,
008340* PRINTING A LINE PER SITE AND A TOTAL LINE AT EACH CHANGE OF
008350* REGION, THEN THE ALL-REGIONS TOTAL.
008360*----------------------------------------------------------------
008370 3000-PRINT-REGIONS.
008380     INITIALIZE WS-LEVEL-TABLE
008390     IF WS-SITE-COUNT = 0
008400         MOVE "No stations on the roster - nothing to report."
008410             TO WS-REPORT-LINE
008420         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
008430         GO TO 3000-EXIT
008440     END-IF
008450     MOVE SI-REGION-CODE(1) TO WS-CURRENT-REGION
008460     PERFORM 3400-START-REGION THRU 3400-EXIT
008470     PERFORM 3100-PRINT-SITE THRU 3100-EXIT
008480         VARYING WS-SITE-IDX FROM 1 BY 1
008490         UNTIL WS-SITE-IDX > WS-SITE-COUNT
008500     PERFORM 3500-END-REGION THRU 3500-EXIT
008510     MOVE "All regions" TO WS-REPORT-LINE
008520     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
008530     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
008540     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
008550     MOVE 3 TO WS-LEVEL-IDX
008560     MOVE "TOTAL" TO WS-LEVEL-LABEL
008570     PERFORM 3300-PRINT-LEVEL-LINE THRU 3300-EXIT.
008580 3000-EXIT.
008590     EXIT.
008600
008610 3100-PRINT-SITE.
008620     IF SI-REGION-CODE(WS-SITE-IDX) NOT = WS-CURRENT-REGION
008630         PERFORM 3500-END-REGION THRU 3500-EXIT
008640         MOVE SI-REGION-CODE(WS-SITE-IDX) TO WS-CURRENT-REGION
008650         PERFORM 3400-START-REGION THRU 3400-EXIT
008660     END-IF
008670     MOVE SI-COUNTERS(WS-SITE-IDX) TO WS-LEVEL-ENTRY(1)
008680     MOVE 2 TO WS-LEVEL-IDX
008690     PERFORM 3200-ADD-LEVEL THRU 3200-EXIT
008700     MOVE 3 TO WS-LEVEL-IDX
008710     PERFORM 3200-ADD-LEVEL THRU 3200-EXIT
008720     IF SI-SITE-CODE(WS-SITE-IDX) = SPACES
008730         MOVE "(NO SITE)" TO WS-LEVEL-LABEL
008740     ELSE
008750         MOVE SI-SITE-CODE(WS-SITE-IDX) TO WS-LEVEL-LABEL
008760     END-IF
008770     MOVE 1 TO WS-LEVEL-IDX
008780     PERFORM 3300-PRINT-LEVEL-LINE THRU 3300-EXIT.
008790 3100-EXIT.
008800     EXIT.
008810
008820*----------------------------------------------------------------
008830* 3200-ADD-LEVEL ADDS THE SITE AT LEVEL 1 INTO LEVEL WS-LEVEL-IDX.
008840*----------------------------------------------------------------
008850 3200-ADD-LEVEL.
008860     ADD LV-ACTIVE-COUNT(1) TO LV-ACTIVE-COUNT(WS-LEVEL-IDX)
008870     ADD LV-REPORTING-COUNT(1) TO LV-REPORTING-COUNT(WS-LEVEL-IDX)
008880     ADD LV-CONVERSION-COUNT(1) TO
008890         LV-CONVERSION-COUNT(WS-LEVEL-IDX)
008900     ADD LV-ALERT-COUNT(1) TO LV-ALERT-COUNT(WS-LEVEL-IDX)
008910     ADD LV-EXCEPTION-COUNT(1) TO LV-EXCEPTION-COUNT(WS-LEVEL-IDX)
008920     ADD LV-GAP-COUNT(1) TO LV-GAP-COUNT(WS-LEVEL-IDX)
008930     IF LV-STAT-COUNT(1) = 0
008940         GO TO 3200-EXIT
008950     END-IF
008960     IF LV-STAT-COUNT(WS-LEVEL-IDX) = 0 OR
008970         LV-HIGH-C(1) > LV-HIGH-C(WS-LEVEL-IDX)
008980         MOVE LV-HIGH-C(1) TO LV-HIGH-C(WS-LEVEL-IDX)
008990     END-IF
009000     IF LV-STAT-COUNT(WS-LEVEL-IDX) = 0 OR
009010         LV-LOW-C(1) < LV-LOW-C(WS-LEVEL-IDX)
009020         MOVE LV-LOW-C(1) TO LV-LOW-C(WS-LEVEL-IDX)
009030     END-IF
009040     ADD LV-STAT-COUNT(1) TO LV-STAT-COUNT(WS-LEVEL-IDX)
009050     ADD LV-TOTAL-C(1) TO LV-TOTAL-C(WS-LEVEL-IDX).
009060 3200-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------------
009100* 3300-PRINT-LEVEL-LINE PRINTS LEVEL WS-LEVEL-IDX UNDER THE LABEL
009110* IN WS-LEVEL-LABEL. THE TEMPERATURE COLUMNS ARE LEFT BLANK WHEN
009120* THERE WAS NO UNALERTED READING TO FOOT.
009130*----------------------------------------------------------------
009140 3300-PRINT-LEVEL-LINE.
009150     MOVE WS-LEVEL-LABEL TO DL-LABEL
009160     MOVE LV-ACTIVE-COUNT(WS-LEVEL-IDX) TO DL-ACTIVE
009170     MOVE LV-REPORTING-COUNT(WS-LEVEL-IDX) TO DL-REPORTING
009180     IF LV-ACTIVE-COUNT(WS-LEVEL-IDX) = 0
009190         MOVE ZERO TO WS-PERCENT
009200     ELSE
009210         COMPUTE WS-PERCENT ROUNDED =
009220             LV-REPORTING-COUNT(WS-LEVEL-IDX) * 100
009230                 / LV-ACTIVE-COUNT(WS-LEVEL-IDX)
009240     END-IF
009250     MOVE WS-PERCENT TO DL-PERCENT
009260     MOVE LV-CONVERSION-COUNT(WS-LEVEL-IDX) TO DL-CONVERSIONS
009270     MOVE LV-ALERT-COUNT(WS-LEVEL-IDX) TO DL-ALERTS
009280     MOVE LV-EXCEPTION-COUNT(WS-LEVEL-IDX) TO DL-EXCEPTIONS
009290     MOVE LV-GAP-COUNT(WS-LEVEL-IDX) TO DL-GAPS
009300     IF LV-STAT-COUNT(WS-LEVEL-IDX) = 0
009310         MOVE SPACES TO DL-TEMPERATURES
009320     ELSE
009330         COMPUTE WS-MEAN-C ROUNDED = LV-TOTAL-C(WS-LEVEL-IDX)
009340             / LV-STAT-COUNT(WS-LEVEL-IDX)
009350         MOVE LV-HIGH-C(WS-LEVEL-IDX) TO DL-HIGH-C
009360         MOVE LV-LOW-C(WS-LEVEL-IDX) TO DL-LOW-C
009370         MOVE WS-MEAN-C TO DL-MEAN-C
009380     END-IF
009390     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
009400     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
009410 3300-EXIT.
009420     EXIT.
009430
009440 3400-START-REGION.
009450     IF WS-CURRENT-REGION = SPACES
009460         MOVE "Region (unassigned)" TO WS-REPORT-LINE
009470     ELSE
009480         STRING "Region " WS-CURRENT-REGION
009490             DELIMITED BY SIZE INTO WS-REPORT-LINE
009500     END-IF
009510     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
009520     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
009530     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
009540     INITIALIZE WS-LEVEL-ENTRY(2).
009550 3400-EXIT.
009560     EXIT.
009570
009580 3500-END-REGION.
009590     MOVE 2 TO WS-LEVEL-IDX
009600     MOVE "REGION" TO WS-LEVEL-LABEL
009610     PERFORM 3300-PRINT-LEVEL-LINE THRU 3300-EXIT
009620     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
009630 3500-EXIT.
009640     EXIT.
009650
009660 4100-EMIT-REPORT-LINE.
009670     DISPLAY WS-REPORT-LINE
009680     IF WS-REPORT-OPEN
009690         MOVE WS-REPORT-LINE TO REGION-REPORT-RECORD
009700         WRITE REGION-REPORT-RECORD
009710     END-IF
009720     MOVE SPACES TO WS-REPORT-LINE.
009730 4100-EXIT.
009740     EXIT.
009750
009760 8000-PRINT-TOTALS.
009770     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
009780     IF WS-UNROSTERED-COUNT > 0
009790         MOVE WS-UNROSTERED-COUNT TO WS-COUNT-EDIT
009800         STRING "Readings for stations not on the roster: "
009810             WS-COUNT-EDIT
009820             DELIMITED BY SIZE INTO WS-REPORT-LINE
009830         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
009840     END-IF
009850     IF WS-UNUSABLE-COUNT > 0
009860         MOVE WS-UNUSABLE-COUNT TO WS-COUNT-EDIT
009870         STRING "Readings left out of high/low/mean as "
009880             "unusable: " WS-COUNT-EDIT
009890             DELIMITED BY SIZE INTO WS-REPORT-LINE
009900         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
009910     END-IF
009920     IF WS-ALERT-KEY-FULL
009930         MOVE WS-ALERT-KEY-MAX TO WS-COUNT-EDIT
009940         STRING "More than " WS-COUNT-EDIT " alerts - later "
009950             "alerted readings may be in the statistics."
009960             DELIMITED BY SIZE INTO WS-REPORT-LINE
009970         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
009980         MOVE 4 TO RETURN-CODE
009990     END-IF
010000     MOVE "PCT is active stations reporting; HIGH/LOW/MEAN are "
010010         TO WS-REPORT-LINE
010020     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010030     MOVE "Celsius over unalerted readings; GAPS are from the "
010040         TO WS-REPORT-LINE
010050     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
010060     MOVE "latest batch run's coverage check." TO WS-REPORT-LINE
010070     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
010080 8000-EXIT.
010090     EXIT.
010100
010110*----------------------------------------------------------------
010120* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
010130* SHARED RUN LEDGER. A LEDGER THAT CANNOT BE OPENED FOR POSTING
010140* IS REPORTED BUT DOES NOT STOP THE RUN.
010150*----------------------------------------------------------------
010160 9800-POST-RUN-START.
010170     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
010180     IF NOT WS-RUN-LEDGER-OPEN
010190         GO TO 9800-EXIT
010200     END-IF
010210     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
010220     SET RL-RUN-STARTED TO TRUE
010230     WRITE RUN-LEDGER-RECORD
010240     CLOSE RUN-LEDGER-FILE.
010250 9800-EXIT.
010260     EXIT.
010270
010280*----------------------------------------------------------------
010290* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
010300* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
010310*----------------------------------------------------------------
010320 9810-POST-RUN-END.
010330     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
010340     IF NOT WS-RUN-LEDGER-OPEN
010350         GO TO 9810-EXIT
010360     END-IF
010370     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
010380     SET RL-RUN-ENDED TO TRUE
010390     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
010400     ACCEPT WS-LEDGER-CLOCK FROM TIME
010410     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
010420     MOVE RETURN-CODE TO RL-RETURN-CODE
010430     MOVE WS-CONVERSION-TOTAL TO RL-RECORDS-IN
010440     MOVE WS-REPORTING-TOTAL TO RL-RECORDS-OUT
010450     MOVE WS-UNROSTERED-COUNT TO RL-RECORDS-REJECTED
010460     WRITE RUN-LEDGER-RECORD
010470     CLOSE RUN-LEDGER-FILE.
010480 9810-EXIT.
010490     EXIT.
010500
010510 9840-BUILD-LEDGER-ENTRY.
010520     IF WS-LEDGER-START-DATE = ZERO
010530         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
010540         ACCEPT WS-LEDGER-CLOCK FROM TIME
010550         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
010560     END-IF
010570     MOVE SPACES TO RUN-LEDGER-RECORD
010580     MOVE "RegionalOpsReport" TO RL-PROGRAM-ID
010590     MOVE SPACES TO RL-RUN-ID
010600     MOVE SPACES TO RL-OPERATOR-ID
010610     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
010620     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
010630     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
010640         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
010650 9840-EXIT.
010660     EXIT.
010670
010680 9850-OPEN-RUN-LEDGER.
010690     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
010700     OPEN EXTEND RUN-LEDGER-FILE
010710     IF WS-RUN-LEDGER-STATUS NOT = '00'
010720         OPEN OUTPUT RUN-LEDGER-FILE
010730     END-IF
010740     IF WS-RUN-LEDGER-STATUS = '00'
010750         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
010760     ELSE
010770         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
010780             WS-RUN-LEDGER-STATUS "."
010790     END-IF.
010800 9850-EXIT.
010810     EXIT.
