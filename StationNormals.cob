000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. StationNormals.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. KEEPS A NORMALS FILE (NORMFILE, SEE
000200*                  NORMREC) PER STATION PER CALENDAR MONTH - THE
000210*                  MEAN AND STANDARD DEVIATION OF THE STATION'S
000220*                  DAILY MEAN AND THE YEARS OF HISTORY BEHIND THEM
000230*                  - BUILT FROM THE AUDIT ARCHIVES WITH EACH
000240*                  ENTRY'S STATION RESOLVED FROM THE INTERCHANGE
000250*                  DETAILS AS AuditArchiveRollup DOES. RUN WITH
000260*                  FUNCTION R AT MONTH END TO FOLD THE MONTH JUST
000270*                  ENDED INTO THE NORMALS, OR WITH FUNCTION A FOR
000280*                  THE DAILY ANOMALY REPORT, WHICH FLAGS A STATION
000290*                  WHOSE DAILY MEAN IS MORE THAN N STANDARD
000300*                  DEVIATIONS FROM ITS NORMAL FOR THE MONTH, WITH
000310*                  THE DIRECTION AND SIZE OF THE DEPARTURE. A
000320*                  STATION WITH TOO LITTLE HISTORY IS LABELED, NOT
000325*                  FLAGGED.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-3090.
000380 OBJECT-COMPUTER. IBM-3090.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDITARC
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.
000450     SELECT INTERCHANGE-FILE ASSIGN TO INTRFILE
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-INTERCHANGE-FILE-STATUS.
000480     SELECT NORMALS-FILE ASSIGN TO NORMFILE
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-NORMALS-FILE-STATUS.
000510     SELECT NORMALS-REPORT-FILE ASSIGN TO NORMRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000540     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600*----------------------------------------------------------------
000610* AUDIT-ARCHIVE-FILE IS THE DATED AUDITARC GENERATIONS FOR THE
000620* PERIOD BEING RUN (THE JCL CONCATENATES THEM UNDER THE AUDITARC
000630* DD) - THE WHOLE MONTH FOR A REFRESH, THE DAY FOR THE ANOMALY
000640* REPORT. ENTRIES DATED OUTSIDE THE PERIOD ARE PASSED OVER.
000650*----------------------------------------------------------------
000660 FD  AUDIT-ARCHIVE-FILE
000670     RECORDING MODE IS F.
000680 01  AUDIT-ARCHIVE-RECORD.
000690     COPY AUDITREC REPLACING ==:PFX:== BY ==AR==.
000700     05  FILLER                  PIC X(02).
000710
000720*----------------------------------------------------------------
000730* THE AUDIT ENTRY CARRIES NO STATION ID OF ITS OWN, SO THE
000740* INTERCHANGE DETAILS FOR THE SAME RUNS ARE USED TO RESOLVE ONE,
000750* THE SAME WAY AuditArchiveRollup DOES: A DETAIL WITH THE SAME
000760* RUN, SCALES AND CONVERTED VALUE IS THE SAME CONVERSION SEEN FROM
000770* THE OTHER FEED. ONLY HEADERS AND DETAILS ARE NEEDED HERE.
000780*----------------------------------------------------------------
000790 FD  INTERCHANGE-FILE
000800     RECORDING MODE IS F.
000810 01  INTERCHANGE-RECORD.
000820     05  IX-RECORD-TYPE          PIC X(01).
000830         88  IX-HEADER-RECORD        VALUE 'H'.
000840         88  IX-DETAIL-RECORD        VALUE 'D'.
000850         88  IX-TRAILER-RECORD       VALUE 'T'.
000860     05  IX-RECORD-DATA.
000870         10  IX-HEADER-DATA.
000880             15  IX-RUN-ID           PIC X(08).
000890             15  IX-RUN-DATE         PIC 9(08).
000900             15  IX-RECORD-COUNT     PIC 9(08).
000910             15  FILLER              PIC X(25).
000920         10  IX-DETAIL-DATA REDEFINES IX-HEADER-DATA.
000930             15  IX-STATION-ID       PIC X(08).
000940             15  IX-SOURCE-SCALE     PIC X(01).
000950             15  IX-TARGET-SCALE     PIC X(01).
000960             15  IX-CONVERTED-VALUE  PIC S9(3)V99
000970                 SIGN IS TRAILING SEPARATE.
000980             15  FILLER              PIC X(33).
000990
001000*----------------------------------------------------------------
001010* NORMALS-FILE IS THE NORMALS MASTER (SEE NORMREC). A REFRESH
001020* LOADS IT WHOLE, FOLDS THE MONTH IN AND WRITES IT BACK IN
001030* STATION/MONTH ORDER; THE ANOMALY REPORT ONLY READS IT.
001040*----------------------------------------------------------------
001050 FD  NORMALS-FILE
001060     RECORDING MODE IS F.
001070 01  NORMALS-RECORD.
001080     COPY NORMREC REPLACING ==:PFX:== BY ==NM==.
001090     05  FILLER                  PIC X(12).
001100
001110*----------------------------------------------------------------
001120* NORMALS-REPORT-FILE IS THE DISTRIBUTABLE COPY OF THE REFRESH
001130* LISTING OR ANOMALY REPORT. EVERY LINE ALSO GOES TO THE CONSOLE.
001140*----------------------------------------------------------------
001150 FD  NORMALS-REPORT-FILE
001160     RECORDING MODE IS F.
001170 01  NORMALS-REPORT-RECORD       PIC X(80).
001180
001190*----------------------------------------------------------------
001200* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
001210* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
001220*----------------------------------------------------------------
001230 FD  RUN-LEDGER-FILE
001240     RECORDING MODE IS F.
001250 01  RUN-LEDGER-RECORD.
001260     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
001270     05  FILLER                  PIC X(02).
001280
001290 WORKING-STORAGE SECTION.
001300 01  WS-AUDIT-ARCHIVE-STATUS  PIC X(02).
001310 01  WS-INTERCHANGE-FILE-STATUS PIC X(02).
001320 01  WS-NORMALS-FILE-STATUS   PIC X(02).
001330 01  WS-REPORT-STATUS         PIC X(02).
001340 01  WS-REPORT-OPEN-SW        PIC X VALUE 'N'.
001350     88  WS-REPORT-OPEN           VALUE 'Y'.
001360 01  WS-INPUT-EOF-SW          PIC X VALUE 'N'.
001370     88  WS-INPUT-EOF             VALUE 'Y'.
001380 01  WS-CURRENT-DATE          PIC 9(08).
001390 01  WS-RUN-LEDGER-STATUS     PIC X(02).
001400 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
001410     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
001420 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
001430 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
001440 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
001450*----------------------------------------------------------------
001460* RUN FUNCTION AND PERIOD - FROM THE CONSOLE (SYSIN IN BATCH).
001470*   R = REFRESH THE NORMALS WITH A MONTH (YYYYMM, BLANK FOR LAST
001480*       MONTH) - RUN AT MONTH END, ONE MONTH AT A TIME, OLDEST
001490*       FIRST WHEN LOADING PAST YEARS. ONLY A COMPLETED MONTH
001492*       CAN BE FOLDED IN - THE CURRENT OR A FUTURE MONTH IS
001494*       REFUSED, SINCE ONCE A YEAR'S MONTH IS FOLDED THE REST
001496*       OF IT COULD NEVER BE ADDED.
001500*   A = ANOMALY REPORT FOR A DAY (YYYYMMDD, BLANK FOR TODAY), THEN
001510*       THE NUMBER OF STANDARD DEVIATIONS THAT COUNTS AS ANOMALOUS
001520*       (BLANK FOR 2.0).
001530*----------------------------------------------------------------
001540 01  WS-FUNCTION-INPUT        PIC X(01) VALUE SPACES.
001550     88  WS-REFRESH-RUN           VALUE 'R'.
001560     88  WS-ANOMALY-RUN           VALUE 'A'.
001570 01  WS-PERIOD-INPUT          PIC X(08) VALUE SPACES.
001580 01  WS-SIGMA-INPUT           PIC X(06) VALUE SPACES.
001590 01  WS-NUMVAL-CHECK          PIC 9(04) VALUE ZERO.
001600 01  WS-PERIOD-DATE           PIC 9(08) VALUE ZERO.
001610 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-DATE.
001620     05  WS-PERIOD-YEAR       PIC 9(04).
001630     05  WS-PERIOD-MM         PIC 9(02).
001640     05  WS-PERIOD-DD         PIC 9(02).
001650 01  WS-PERIOD-MONTH-VIEW REDEFINES WS-PERIOD-DATE.
001660     05  WS-PERIOD-MONTH      PIC 9(06).
001670     05  FILLER               PIC 9(02).
001680 01  WS-ENTRY-DATE            PIC 9(08) VALUE ZERO.
001690 01  WS-ENTRY-PARTS REDEFINES WS-ENTRY-DATE.
001700     05  WS-ENTRY-MONTH       PIC 9(06).
001710     05  WS-ENTRY-DD          PIC 9(02).
001720*----------------------------------------------------------------
001730* ANOMALY LIMITS. WS-SIGMA-LIMIT IS THE DEPARTURE, IN STANDARD
001740* DEVIATIONS, BEYOND WHICH A DAY IS FLAGGED. A NORMAL BUILT FROM
001750* FEWER THAN WS-MIN-YEARS YEARS, OR WITH NO SPREAD AT ALL, IS
001760* TOO THIN TO JUDGE BY AND THE STATION IS LABELED SHORT HISTORY.
001770*----------------------------------------------------------------
001780 01  WS-SIGMA-LIMIT           PIC 9(01)V9 VALUE 2.0.
001790 01  WS-MIN-YEARS             PIC 9(03) COMP VALUE 3.
001800*----------------------------------------------------------------
001810* INTERCHANGE DETAIL TABLE, WITH A RUN INDEX OVER IT. DETAILS ARE
001820* KEPT IN FEED ORDER, SO EACH RUN'S DETAILS ARE CONTIGUOUS AND THE
001830* RUN TABLE RECORDS WHERE THEY START AND END. RN-NEXT-DETAIL IS
001840* THE FIRST OF THE RUN'S DETAILS NOT YET USED - AUDIT ENTRIES
001850* ARRIVE IN THE SAME ORDER AS THE DETAILS, SO THE SEARCH FOR A
001860* MATCH NORMALLY STOPS AT ONCE. A MONTH OF FEEDS IS FAR LARGER
001870* THAN AuditArchiveRollup'S RANGE, HENCE THE INDEX.
001880*----------------------------------------------------------------
001890 01  WS-DETAIL-MAX            PIC 9(05) COMP VALUE 30000.
001900 01  WS-DETAIL-COUNT          PIC 9(05) COMP VALUE ZERO.
001910 01  WS-DETAIL-TABLE.
001920     05  WS-DETAIL-ENTRY OCCURS 30000 TIMES.
001930         10  DX-STATION-ID        PIC X(08).
001940         10  DX-SOURCE-SCALE      PIC X(01).
001950         10  DX-TARGET-SCALE      PIC X(01).
001960         10  DX-CONVERTED-VALUE   PIC S9(3)V99 COMP-3.
001970         10  DX-USED-SW           PIC X(01).
001980             88  DX-USED              VALUE 'Y'.
001990 01  WS-DETAIL-IDX            PIC 9(05) COMP VALUE ZERO.
002000 01  WS-DETAIL-FULL-SW        PIC X VALUE 'N'.
002010     88  WS-DETAIL-FULL           VALUE 'Y'.
002020 01  WS-RUN-MAX               PIC 9(04) COMP VALUE 2000.
002030 01  WS-RUN-COUNT             PIC 9(04) COMP VALUE ZERO.
002040 01  WS-RUN-TABLE.
002050     05  WS-RUN-ENTRY OCCURS 2000 TIMES.
002060         10  RN-RUN-ID            PIC X(08).
002070         10  RN-FIRST-DETAIL      PIC 9(05) COMP.
002080         10  RN-LAST-DETAIL       PIC 9(05) COMP.
002090         10  RN-NEXT-DETAIL       PIC 9(05) COMP.
002100 01  WS-RUN-IDX               PIC 9(04) COMP VALUE ZERO.
002110 01  WS-LOAD-RUN-IDX          PIC 9(04) COMP VALUE ZERO.
002120 01  WS-RUN-FULL-SW           PIC X VALUE 'N'.
002130     88  WS-RUN-FULL              VALUE 'Y'.
002140 01  WS-CURRENT-RUN-ID        PIC X(08) VALUE SPACES.
002150 01  WS-RESOLVED-STATION      PIC X(08) VALUE SPACES.
002160 01  WS-RESOLVED-SW           PIC X VALUE 'N'.
002170     88  WS-RESOLVED              VALUE 'Y'.
002180*----------------------------------------------------------------
002190* STATION-DAY TABLE - ONE ENTRY PER STATION, IN STATION-ID ORDER
002200* FOR SEARCH ALL, WITH A SLOT FOR EACH DAY OF THE PERIOD'S MONTH.
002210* ONLY ONE CALENDAR MONTH IS EVER TALLIED IN A RUN, SO THE DAY OF
002220* THE MONTH IS THE SLOT. READINGS ARE FOOTED IN CELSIUS.
002230*----------------------------------------------------------------
002240 01  WS-STATION-MAX           PIC 9(03) COMP VALUE 500.
002250 01  WS-STATION-COUNT         PIC 9(03) COMP VALUE ZERO.
002260 01  WS-STATION-DAY-TABLE.
002270     05  WS-STATION-DAY-ENTRY OCCURS 1 TO 500 TIMES
002280             DEPENDING ON WS-STATION-COUNT
002290             ASCENDING KEY IS SD-STATION-ID
002300             INDEXED BY WS-STATION-IDX.
002310         10  SD-STATION-ID        PIC X(08).
002320         10  SD-DAY OCCURS 31 TIMES.
002330             15  SD-READING-COUNT PIC 9(05) COMP.
002340             15  SD-TOTAL-C       PIC S9(7)V99 COMP-3.
002350 01  WS-INSERT-IDX            PIC 9(05) COMP VALUE ZERO.
002360 01  WS-SHIFT-IDX             PIC 9(05) COMP VALUE ZERO.
002370 01  WS-DAY-IDX               PIC 9(02) COMP VALUE ZERO.
002380 01  WS-STATION-FULL-SW       PIC X VALUE 'N'.
002390     88  WS-STATION-FULL          VALUE 'Y'.
002400 01  WS-STATION-FOUND-SW      PIC X VALUE 'N'.
002410     88  WS-STATION-FOUND         VALUE 'Y'.
002420*----------------------------------------------------------------
002430* NORMALS TABLE - NORMFILE IN MEMORY, IN STATION/MONTH ORDER. A
002440* REFRESH INSERTS A NEW STATION-MONTH IN ITS PLACE SO THE ORDER
002450* HOLDS FOR SEARCH ALL AND FOR THE REWRITE.
002460*----------------------------------------------------------------
002470 01  WS-NORMAL-MAX            PIC 9(05) COMP VALUE 6000.
002480 01  WS-NORMAL-COUNT          PIC 9(05) COMP VALUE ZERO.
002490 01  WS-NORMAL-TABLE.
002500     05  WS-NORMAL-ENTRY OCCURS 1 TO 6000 TIMES
002510             DEPENDING ON WS-NORMAL-COUNT
002520             ASCENDING KEY IS NT-STATION-ID NT-MONTH
002530             INDEXED BY WS-NORMAL-IDX.
002540         10  NT-KEY.
002550             15  NT-STATION-ID    PIC X(08).
002560             15  NT-MONTH         PIC 9(02).
002570         10  NT-DAY-COUNT         PIC 9(05) COMP.
002580         10  NT-YEAR-COUNT        PIC 9(03) COMP.
002590         10  NT-FIRST-YEAR        PIC 9(04).
002600         10  NT-LAST-YEAR         PIC 9(04).
002610         10  NT-REFRESH-DATE      PIC 9(08).
002620         10  NT-MEAN-C            PIC S9(3)V99 COMP-3.
002630         10  NT-STD-DEV-C         PIC 9(3)V99 COMP-3.
002640         10  NT-SUM-C             PIC S9(7)V99 COMP-3.
002650         10  NT-SUM-SQ-C          PIC 9(9)V9(4) COMP-3.
002660 01  WS-LOOKUP-NORMAL-KEY.
002670     05  WS-LOOKUP-STATION-ID PIC X(08).
002680     05  WS-LOOKUP-MONTH      PIC 9(02).
002690 01  WS-NORMAL-FOUND-SW       PIC X VALUE 'N'.
002700     88  WS-NORMAL-FOUND          VALUE 'Y'.
002710 01  WS-NEW-NORMAL-SW         PIC X VALUE 'N'.
002720     88  WS-NEW-NORMAL            VALUE 'Y'.
002730 01  WS-NORMALS-CHANGED-SW    PIC X VALUE 'N'.
002740     88  WS-NORMALS-CHANGED       VALUE 'Y'.
002750*----------------------------------------------------------------
002760* WORK FIELDS FOR THE DAILY MEAN, THE NORMAL AND THE DEPARTURE.
002770*----------------------------------------------------------------
002780 01  WS-RESULT-CELSIUS        PIC S9(4)V99 VALUE ZERO.
002790 01  WS-DAILY-MEAN-C          PIC S9(3)V99 VALUE ZERO.
002800 01  WS-DAYS-FOLDED           PIC 9(02) COMP VALUE ZERO.
002810 01  WS-SQUARE-WORK           PIC 9(9)V9(4) VALUE ZERO.
002820 01  WS-CORRECTION-WORK       PIC S9(14)V9(4) VALUE ZERO.
002830 01  WS-VARIANCE              PIC S9(9)V9(4) VALUE ZERO.
002840 01  WS-DEGREES-OF-FREEDOM    PIC 9(05) VALUE ZERO.
002850 01  WS-DEPARTURE-C           PIC S9(3)V99 VALUE ZERO.
002860 01  WS-SIGMAS                PIC S9(3)V99 VALUE ZERO.
002870 01  WS-ABS-SIGMAS            PIC 9(3)V99 VALUE ZERO.
002880*----------------------------------------------------------------
002890* RUN COUNTS.
002900*----------------------------------------------------------------
002910 01  WS-ENTRIES-READ          PIC 9(08) COMP VALUE ZERO.
002920 01  WS-ENTRIES-USED          PIC 9(08) COMP VALUE ZERO.
002930 01  WS-ENTRIES-OUTSIDE       PIC 9(08) COMP VALUE ZERO.
002940 01  WS-ENTRIES-UNRESOLVED    PIC 9(08) COMP VALUE ZERO.
002950 01  WS-ENTRIES-DROPPED       PIC 9(08) COMP VALUE ZERO.
002960 01  WS-NORMALS-REFRESHED     PIC 9(05) COMP VALUE ZERO.
002970 01  WS-NORMALS-ADDED         PIC 9(05) COMP VALUE ZERO.
002980 01  WS-NORMALS-SKIPPED       PIC 9(05) COMP VALUE ZERO.
002990 01  WS-STATION-DAYS-FOLDED   PIC 9(07) COMP VALUE ZERO.
003000 01  WS-STATIONS-CHECKED      PIC 9(05) COMP VALUE ZERO.
003010 01  WS-FLAGGED-ABOVE         PIC 9(05) COMP VALUE ZERO.
003020 01  WS-FLAGGED-BELOW         PIC 9(05) COMP VALUE ZERO.
003030 01  WS-SHORT-HISTORY         PIC 9(05) COMP VALUE ZERO.
003040 01  WS-COUNT-EDIT            PIC Z(7)9 VALUE ZERO.
003050 01  WS-SIGMA-EDIT            PIC 9.9 VALUE ZERO.
003060 01  WS-YEARS-EDIT            PIC ZZ9 VALUE ZERO.
003070 01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
003080*----------------------------------------------------------------
003090* REFRESH LISTING - ONE LINE PER STATION-MONTH TOUCHED.
003100*----------------------------------------------------------------
003110 01  WS-REFRESH-HEADING.
003120     05  FILLER               PIC X(10) VALUE "STATION".
003130     05  FILLER               PIC X(06) VALUE "  DAYS".
003140     05  FILLER               PIC X(07) VALUE " TOTDAY".
003150     05  FILLER               PIC X(06) VALUE " YEARS".
003160     05  FILLER               PIC X(11) VALUE "  FIRST-LST".
003170     05  FILLER               PIC X(09) VALUE "   NORMAL".
003180     05  FILLER               PIC X(10) VALUE "   STD DEV".
003190     05  FILLER               PIC X(21) VALUE "  NOTE".
003200 01  WS-REFRESH-LINE.
003210     05  RF-STATION-ID        PIC X(08).
003220     05  FILLER               PIC X(02) VALUE SPACES.
003230     05  RF-DAYS              PIC Z(5)9.
003240     05  FILLER               PIC X(01) VALUE SPACE.
003250     05  RF-TOTAL-DAYS        PIC Z(5)9.
003260     05  FILLER               PIC X(01) VALUE SPACE.
003270     05  RF-YEARS             PIC Z(4)9.
003280     05  FILLER               PIC X(02) VALUE SPACES.
003290     05  RF-FIRST-YEAR        PIC 9(04).
003300     05  FILLER               PIC X(01) VALUE "-".
003310     05  RF-LAST-YEAR         PIC 9(04).
003320     05  FILLER               PIC X(01) VALUE SPACE.
003330     05  RF-MEAN-C            PIC -(4)9.99.
003340     05  FILLER               PIC X(01) VALUE SPACE.
003350     05  RF-STD-DEV-C         PIC Z(5)9.99.
003360     05  FILLER               PIC X(02) VALUE SPACES.
003370     05  RF-NOTE              PIC X(19).
003380*----------------------------------------------------------------
003390* ANOMALY REPORT - ONE LINE PER STATION THAT REPORTED ON THE DAY.
003400*----------------------------------------------------------------
003410 01  WS-ANOMALY-HEADING.
003420     05  FILLER               PIC X(09) VALUE "STATION".
003430     05  FILLER               PIC X(06) VALUE "  RDGS".
003440     05  FILLER               PIC X(07) VALUE " MEAN C".
003450     05  FILLER               PIC X(08) VALUE "  NORMAL".
003460     05  FILLER               PIC X(08) VALUE " STD DEV".
003470     05  FILLER               PIC X(04) VALUE " YRS".
003480     05  FILLER               PIC X(08) VALUE "  DEPART".
003490     05  FILLER               PIC X(08) VALUE "  SIGMAS".
003500     05  FILLER               PIC X(22) VALUE "  FLAG".
003510 01  WS-ANOMALY-LINE.
003520     05  AN-STATION-ID        PIC X(08).
003530     05  FILLER               PIC X(01) VALUE SPACE.
003540     05  AN-READINGS          PIC Z(4)9.
003550     05  FILLER               PIC X(01) VALUE SPACE.
003560     05  AN-MEAN-C            PIC -(3)9.99.
003570     05  AN-NORMAL-DATA.
003580         10  FILLER           PIC X(01) VALUE SPACE.
003590         10  AN-NORMAL-C      PIC -(3)9.99.
003600         10  FILLER           PIC X(01) VALUE SPACE.
003610         10  AN-STD-DEV-C     PIC Z(3)9.99.
003620         10  FILLER           PIC X(01) VALUE SPACE.
003630         10  AN-YEARS         PIC ZZ9.
003640     05  AN-DEPARTURE-DATA.
003650         10  FILLER           PIC X(01) VALUE SPACE.
003660         10  AN-DEPARTURE-C   PIC +(3)9.99.
003670         10  FILLER           PIC X(01) VALUE SPACE.
003680         10  AN-SIGMAS        PIC +(3)9.99.
003690     05  FILLER               PIC X(02) VALUE SPACES.
003700     05  AN-FLAG              PIC X(20).
003710
003720 PROCEDURE DIVISION.
003730 0000-MAINLINE.
003740     DISPLAY "Station Monthly Normals".
003750     DISPLAY "Function (R = refresh normals, A = anomaly ",
003760         "report): ".
003770     ACCEPT WS-FUNCTION-INPUT.
003780     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003790     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
003800     PERFORM 0100-GET-RUN-PERIOD THRU 0100-EXIT.
003810     OPEN OUTPUT NORMALS-REPORT-FILE.
003820     IF WS-REPORT-STATUS = '00'
003830         MOVE 'Y' TO WS-REPORT-OPEN-SW
003840     ELSE
003850         DISPLAY "Unable to open report file NORMRPT - report ",
003860             "to console only."
003870     END-IF.
003880     IF WS-REFRESH-RUN
003890         STRING "Station Monthly Normals - refresh with month "
003900             WS-PERIOD-MONTH
003910             DELIMITED BY SIZE INTO WS-REPORT-LINE
003920     ELSE
003930         MOVE WS-SIGMA-LIMIT TO WS-SIGMA-EDIT
003940         STRING "Station Daily Anomaly Report - " WS-PERIOD-DATE
003950             " - flagged beyond " WS-SIGMA-EDIT
003960             " standard deviations"
003970             DELIMITED BY SIZE INTO WS-REPORT-LINE
003980     END-IF.
003990     PERFORM 8150-EMIT-LINE THRU 8150-EXIT.
004000     PERFORM 8150-EMIT-LINE THRU 8150-EXIT.
004010     PERFORM 1000-LOAD-NORMALS THRU 1000-EXIT.
004020     PERFORM 1100-LOAD-INTERCHANGE-DETAILS THRU 1100-EXIT.
004030     PERFORM 2000-SWEEP-AUDIT-ARCHIVE THRU 2000-EXIT.
004040     IF WS-REFRESH-RUN
004050         PERFORM 3000-REFRESH-NORMALS THRU 3000-EXIT
004060     ELSE
004070         PERFORM 4000-REPORT-ANOMALIES THRU 4000-EXIT
004080     END-IF.
004090     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004100     IF WS-REPORT-OPEN
004110         CLOSE NORMALS-REPORT-FILE
004120     END-IF.
004130     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
004140     STOP RUN.
004150
004160*----------------------------------------------------------------
004170* 0100-GET-RUN-PERIOD CHECKS THE FUNCTION AND READS THE PERIOD
004180* (AND, FOR THE ANOMALY REPORT, THE SIGMA LIMIT) THAT GO WITH IT.
004190* ANYTHING UNUSABLE STOPS THE RUN WITH RC 8 BEFORE A FILE IS
004200* TOUCHED.
004210*----------------------------------------------------------------
004220 0100-GET-RUN-PERIOD.
004230     IF NOT WS-REFRESH-RUN AND NOT WS-ANOMALY-RUN
004240         DISPLAY "Function " WS-FUNCTION-INPUT
004250             " is not R or A - run not done."
004260         GO TO 0100-REJECT
004270     END-IF
004280     IF WS-REFRESH-RUN
004290         DISPLAY "Month to fold in (YYYYMM, blank for last ",
004300             "month): "
004310     ELSE
004320         DISPLAY "Report date (YYYYMMDD, blank for today): "
004330     END-IF
004340     ACCEPT WS-PERIOD-INPUT
004350     IF WS-ANOMALY-RUN
004360         DISPLAY "Standard deviations to flag (default 2.0): "
004370         ACCEPT WS-SIGMA-INPUT
004380         PERFORM 0300-SET-SIGMA-LIMIT THRU 0300-EXIT
004390     END-IF
004400     IF WS-PERIOD-INPUT = SPACES
004410         PERFORM 0200-DEFAULT-PERIOD THRU 0200-EXIT
004420         GO TO 0100-EXIT
004430     END-IF
004440     IF WS-REFRESH-RUN
004450         IF WS-PERIOD-INPUT(1:6) IS NOT NUMERIC
004460             OR WS-PERIOD-INPUT(7:2) NOT = SPACES
004470             GO TO 0100-BAD-PERIOD
004480         END-IF
004490         MOVE WS-PERIOD-INPUT(1:6) TO WS-PERIOD-MONTH
004500         MOVE 1 TO WS-PERIOD-DD
004510     ELSE
004520         IF WS-PERIOD-INPUT IS NOT NUMERIC
004530             GO TO 0100-BAD-PERIOD
004540         END-IF
004550         MOVE WS-PERIOD-INPUT TO WS-PERIOD-DATE
004560     END-IF
004570     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
004580         OR WS-PERIOD-DD < 1 OR WS-PERIOD-DD > 31
004590         GO TO 0100-BAD-PERIOD
004600     END-IF
004602     IF WS-REFRESH-RUN
004604         AND WS-PERIOD-MONTH NOT < WS-CURRENT-DATE(1:6)
004606         DISPLAY "Month " WS-PERIOD-MONTH " is not over yet - ",
004608             "normals not refreshed."
004610         GO TO 0100-REJECT
004612     END-IF
004614     GO TO 0100-EXIT.
004620 0100-BAD-PERIOD.
004630     DISPLAY "Period " WS-PERIOD-INPUT " is not a valid "
004640         "YYYYMM / YYYYMMDD - run not done.".
004650 0100-REJECT.
004660     MOVE 8 TO RETURN-CODE
004670     PERFORM 9810-POST-RUN-END THRU 9810-EXIT
004680     STOP RUN.
004690 0100-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 0200-DEFAULT-PERIOD - LAST MONTH FOR A REFRESH, TODAY FOR THE
004740* ANOMALY REPORT.
004750*----------------------------------------------------------------
004760 0200-DEFAULT-PERIOD.
004770     MOVE WS-CURRENT-DATE TO WS-PERIOD-DATE
004780     IF WS-ANOMALY-RUN
004790         GO TO 0200-EXIT
004800     END-IF
004810     MOVE 1 TO WS-PERIOD-DD
004820     IF WS-PERIOD-MM = 1
004830         SUBTRACT 1 FROM WS-PERIOD-YEAR
004840         MOVE 12 TO WS-PERIOD-MM
004850     ELSE
004860         SUBTRACT 1 FROM WS-PERIOD-MM
004870     END-IF.
004880 0200-EXIT.
004890     EXIT.
004900
004910 0300-SET-SIGMA-LIMIT.
004920     IF WS-SIGMA-INPUT = SPACES
004930         GO TO 0300-EXIT
004940     END-IF
004950     MOVE FUNCTION TEST-NUMVAL(WS-SIGMA-INPUT) TO WS-NUMVAL-CHECK
004960     IF WS-NUMVAL-CHECK = 0 AND
004970         FUNCTION NUMVAL(WS-SIGMA-INPUT) > 0 AND
004980         FUNCTION NUMVAL(WS-SIGMA-INPUT) < 10
004990         COMPUTE WS-SIGMA-LIMIT ROUNDED =
005000             FUNCTION NUMVAL(WS-SIGMA-INPUT)
005010     ELSE
005020         DISPLAY "Standard deviations " WS-SIGMA-INPUT
005030             " not usable - using 2.0."
005040     END-IF.
005050 0300-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------
005090* 1000-LOAD-NORMALS READS NORMFILE INTO THE NORMALS TABLE. NONE AT
005100* ALL IS NORMAL FOR THE FIRST REFRESH; FOR THE ANOMALY REPORT IT
005110* MEANS EVERY STATION IS SHORT OF HISTORY, WHICH THE REPORT SHOWS.
005120* A FILE THAT OVERFLOWS THE TABLE IS FATAL, SINCE A REFRESH WOULD
005130* REWRITE IT WITHOUT THE ENTRIES PAST THE LIMIT.
005140*----------------------------------------------------------------
005150 1000-LOAD-NORMALS.
005160     MOVE 0 TO WS-NORMAL-COUNT
005170     OPEN INPUT NORMALS-FILE
005180     IF WS-NORMALS-FILE-STATUS NOT = '00'
005190         MOVE "No normals file NORMFILE yet - starting from none."
005200             TO WS-REPORT-LINE
005210         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
005220         GO TO 1000-EXIT
005230     END-IF
005240     MOVE 'N' TO WS-INPUT-EOF-SW
005250     PERFORM 1010-READ-NORMAL THRU 1010-EXIT
005260         UNTIL WS-INPUT-EOF
005270     CLOSE NORMALS-FILE
005280     DISPLAY "Normals loaded - " WS-NORMAL-COUNT
005290         " station-month(s).".
005300 1000-EXIT.
005310     EXIT.
005320
005330 1010-READ-NORMAL.
005340     READ NORMALS-FILE
005350         AT END
005360             MOVE 'Y' TO WS-INPUT-EOF-SW
005370             GO TO 1010-EXIT
005380     END-READ
005390     IF WS-NORMAL-COUNT >= WS-NORMAL-MAX
005400         DISPLAY "Normals file exceeds " WS-NORMAL-MAX
005410             " entries - table overflow, run aborted."
005420         MOVE 16 TO RETURN-CODE
005430         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
005440         STOP RUN
005450     END-IF
005460     ADD 1 TO WS-NORMAL-COUNT
005470     SET WS-NORMAL-IDX TO WS-NORMAL-COUNT
005480     MOVE NM-STATION-ID TO NT-STATION-ID(WS-NORMAL-IDX)
005490     MOVE NM-MONTH TO NT-MONTH(WS-NORMAL-IDX)
005500     MOVE NM-DAY-COUNT TO NT-DAY-COUNT(WS-NORMAL-IDX)
005510     MOVE NM-YEAR-COUNT TO NT-YEAR-COUNT(WS-NORMAL-IDX)
005520     MOVE NM-FIRST-YEAR TO NT-FIRST-YEAR(WS-NORMAL-IDX)
005530     MOVE NM-LAST-YEAR TO NT-LAST-YEAR(WS-NORMAL-IDX)
005540     MOVE NM-REFRESH-DATE TO NT-REFRESH-DATE(WS-NORMAL-IDX)
005550     MOVE NM-MEAN-C TO NT-MEAN-C(WS-NORMAL-IDX)
005560     MOVE NM-STD-DEV-C TO NT-STD-DEV-C(WS-NORMAL-IDX)
005570     MOVE NM-SUM-C TO NT-SUM-C(WS-NORMAL-IDX)
005580     MOVE NM-SUM-SQ-C TO NT-SUM-SQ-C(WS-NORMAL-IDX).
005590 1010-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------
005630* 1100-LOAD-INTERCHANGE-DETAILS KEEPS EVERY DETAIL RECORD AND
005640* INDEXES THEM BY THE RUN ID OF THE HEADER EACH ARRIVED UNDER.
005650* WITHOUT THE FEED NO AUDIT ENTRY CAN BE PUT TO A STATION, SO THE
005660* RUN ENDS WITH RC 8 AND THE NORMALS ARE LEFT AS THEY WERE.
005670*----------------------------------------------------------------
005680 1100-LOAD-INTERCHANGE-DETAILS.
005690     OPEN INPUT INTERCHANGE-FILE
005700     IF WS-INTERCHANGE-FILE-STATUS NOT = '00'
005710         MOVE "Interchange file INTRFILE not available - no "
005720             TO WS-REPORT-LINE
005730         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
005740         MOVE "  station can be resolved; run not done."
005750             TO WS-REPORT-LINE
005760         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
005770         MOVE 8 TO RETURN-CODE
005780         IF WS-REPORT-OPEN
005790             CLOSE NORMALS-REPORT-FILE
005800         END-IF
005810         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
005820         STOP RUN
005830     END-IF
005840     MOVE 'N' TO WS-INPUT-EOF-SW
005850     PERFORM 1110-READ-INTERCHANGE THRU 1110-EXIT
005860         UNTIL WS-INPUT-EOF
005870     CLOSE INTERCHANGE-FILE
005880     DISPLAY "Interchange details loaded - " WS-DETAIL-COUNT
005890         " record(s) in " WS-RUN-COUNT " run(s).".
005900 1100-EXIT.
005910     EXIT.
005920
005930 1110-READ-INTERCHANGE.
005940     READ INTERCHANGE-FILE
005950         AT END
005960             MOVE 'Y' TO WS-INPUT-EOF-SW
005970             GO TO 1110-EXIT
005980     END-READ
005990     EVALUATE TRUE
006000         WHEN IX-HEADER-RECORD
006010             PERFORM 1120-START-RUN THRU 1120-EXIT
006020         WHEN IX-DETAIL-RECORD
006030             PERFORM 1130-STORE-DETAIL THRU 1130-EXIT
006040         WHEN OTHER
006050             CONTINUE
006060     END-EVALUATE.
006070 1110-EXIT.
006080     EXIT.
006090
006100 1120-START-RUN.
006110     MOVE 0 TO WS-LOAD-RUN-IDX
006120     IF WS-RUN-COUNT >= WS-RUN-MAX
006130         MOVE 'Y' TO WS-RUN-FULL-SW
006140         GO TO 1120-EXIT
006150     END-IF
006160     ADD 1 TO WS-RUN-COUNT
006170     MOVE WS-RUN-COUNT TO WS-LOAD-RUN-IDX
006180     MOVE IX-RUN-ID TO RN-RUN-ID(WS-LOAD-RUN-IDX)
006190     COMPUTE RN-FIRST-DETAIL(WS-LOAD-RUN-IDX) =
006200         WS-DETAIL-COUNT + 1
006210     MOVE RN-FIRST-DETAIL(WS-LOAD-RUN-IDX) TO
006220         RN-NEXT-DETAIL(WS-LOAD-RUN-IDX)
006230     MOVE WS-DETAIL-COUNT TO RN-LAST-DETAIL(WS-LOAD-RUN-IDX).
006240 1120-EXIT.
006250     EXIT.
006260
006270 1130-STORE-DETAIL.
006280     IF WS-LOAD-RUN-IDX = 0
006290         GO TO 1130-EXIT
006300     END-IF
006310     IF WS-DETAIL-COUNT >= WS-DETAIL-MAX
006320         MOVE 'Y' TO WS-DETAIL-FULL-SW
006330         GO TO 1130-EXIT
006340     END-IF
006350     ADD 1 TO WS-DETAIL-COUNT
006360     MOVE IX-STATION-ID TO DX-STATION-ID(WS-DETAIL-COUNT)
006370     MOVE IX-SOURCE-SCALE TO DX-SOURCE-SCALE(WS-DETAIL-COUNT)
006380     MOVE IX-TARGET-SCALE TO DX-TARGET-SCALE(WS-DETAIL-COUNT)
006390     MOVE IX-CONVERTED-VALUE TO
006400         DX-CONVERTED-VALUE(WS-DETAIL-COUNT)
006410     MOVE 'N' TO DX-USED-SW(WS-DETAIL-COUNT)
006420     MOVE WS-DETAIL-COUNT TO RN-LAST-DETAIL(WS-LOAD-RUN-IDX).
006430 1130-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------
006470* 2000-SWEEP-AUDIT-ARCHIVE FOOTS EVERY AUDIT ENTRY DATED IN THE
006480* PERIOD INTO ITS STATION'S DAY SLOT. WITHOUT THE ARCHIVE THERE IS
006490* NOTHING TO DO, SO THE RUN ENDS WITH RC 8.
006500*----------------------------------------------------------------
006510 2000-SWEEP-AUDIT-ARCHIVE.
006520     OPEN INPUT AUDIT-ARCHIVE-FILE
006530     IF WS-AUDIT-ARCHIVE-STATUS NOT = '00'
006540         STRING "Audit archive AUDITARC not available - run not "
006550             "done." DELIMITED BY SIZE INTO WS-REPORT-LINE
006560         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
006570         MOVE 8 TO RETURN-CODE
006580         IF WS-REPORT-OPEN
006590             CLOSE NORMALS-REPORT-FILE
006600         END-IF
006610         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
006620         STOP RUN
006630     END-IF
006640     MOVE 'N' TO WS-INPUT-EOF-SW
006650     PERFORM 2010-READ-ARCHIVE-RECORD THRU 2010-EXIT
006660         UNTIL WS-INPUT-EOF
006670     CLOSE AUDIT-ARCHIVE-FILE.
006680 2000-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------
006720* 2010-READ-ARCHIVE-RECORD TAKES ONE AUDIT ENTRY. AN ENTRY WITH A
006730* NON-NUMERIC DATE (AN OLD-LAYOUT STRAGGLER) OR AN AUTHORIZATION
006740* DENIAL (SOURCE SCALE '*') IS NOT A READING AND IS PASSED OVER,
006750* AS IN AuditArchiveRollup; SO IS ONE DATED OUTSIDE THE PERIOD.
006760* AN ENTRY NO INTERCHANGE DETAIL RESOLVES CANNOT BE PUT TO A
006770* STATION AND IS ONLY COUNTED.
006780*----------------------------------------------------------------
006790 2010-READ-ARCHIVE-RECORD.
006800     READ AUDIT-ARCHIVE-FILE
006810         AT END
006820             MOVE 'Y' TO WS-INPUT-EOF-SW
006830             GO TO 2010-EXIT
006840     END-READ
006850     ADD 1 TO WS-ENTRIES-READ
006860     IF AR-TIMESTAMP-DATE IS NOT NUMERIC
006870         OR AR-SOURCE-SCALE = '*'
006880         ADD 1 TO WS-ENTRIES-OUTSIDE
006890         GO TO 2010-EXIT
006900     END-IF
006910     MOVE AR-TIMESTAMP-DATE TO WS-ENTRY-DATE
006920     IF WS-ENTRY-MONTH NOT = WS-PERIOD-MONTH
006930         OR WS-ENTRY-DD < 1 OR WS-ENTRY-DD > 31
006940         OR (WS-ANOMALY-RUN AND WS-ENTRY-DD NOT = WS-PERIOD-DD)
006950         ADD 1 TO WS-ENTRIES-OUTSIDE
006960         GO TO 2010-EXIT
006970     END-IF
006980     PERFORM 2110-RESOLVE-STATION THRU 2110-EXIT
006990     IF NOT WS-RESOLVED
007000         ADD 1 TO WS-ENTRIES-UNRESOLVED
007010         GO TO 2010-EXIT
007020     END-IF
007030     PERFORM 2140-FIND-STATION THRU 2140-EXIT
007040     IF NOT WS-STATION-FOUND
007050         ADD 1 TO WS-ENTRIES-DROPPED
007060         GO TO 2010-EXIT
007070     END-IF
007080     PERFORM 2130-RESTATE-IN-CELSIUS THRU 2130-EXIT
007090     MOVE WS-ENTRY-DD TO WS-DAY-IDX
007100     ADD 1 TO SD-READING-COUNT(WS-STATION-IDX, WS-DAY-IDX)
007110     ADD WS-RESULT-CELSIUS TO
007120         SD-TOTAL-C(WS-STATION-IDX, WS-DAY-IDX)
007130     ADD 1 TO WS-ENTRIES-USED.
007140 2010-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------
007180* 2110-RESOLVE-STATION LOOKS IN THE ENTRY'S RUN FOR THE FIRST
007190* UNUSED DETAIL WITH THE SAME SCALES AND CONVERTED VALUE, TAKES
007200* ITS STATION ID AND MARKS IT USED SO TWO EQUAL READINGS CONSUME
007210* TWO DETAILS. CONSECUTIVE ENTRIES ARE NORMALLY FROM ONE RUN, SO
007220* THE RUN IS ONLY LOOKED UP AGAIN WHEN THE RUN ID CHANGES.
007230*----------------------------------------------------------------
007240 2110-RESOLVE-STATION.
007250     MOVE 'N' TO WS-RESOLVED-SW
007260     IF AR-RUN-ID NOT = WS-CURRENT-RUN-ID
007270         MOVE AR-RUN-ID TO WS-CURRENT-RUN-ID
007280         PERFORM 2120-FIND-RUN THRU 2120-EXIT
007290     END-IF
007300     IF WS-RUN-IDX = 0
007310         GO TO 2110-EXIT
007320     END-IF
007330     PERFORM VARYING WS-DETAIL-IDX
007340         FROM RN-NEXT-DETAIL(WS-RUN-IDX) BY 1
007350         UNTIL WS-DETAIL-IDX > RN-LAST-DETAIL(WS-RUN-IDX)
007360            OR (NOT DX-USED(WS-DETAIL-IDX)
007370                AND DX-SOURCE-SCALE(WS-DETAIL-IDX) =
007380                    AR-SOURCE-SCALE
007390                AND DX-TARGET-SCALE(WS-DETAIL-IDX) =
007400                    AR-TARGET-SCALE
007410                AND DX-CONVERTED-VALUE(WS-DETAIL-IDX) =
007420                    AR-CONVERTED-RESULT)
007430     END-PERFORM
007440     IF WS-DETAIL-IDX > RN-LAST-DETAIL(WS-RUN-IDX)
007450         GO TO 2110-EXIT
007460     END-IF
007470     MOVE DX-STATION-ID(WS-DETAIL-IDX) TO WS-RESOLVED-STATION
007480     MOVE 'Y' TO DX-USED-SW(WS-DETAIL-IDX)
007490     MOVE 'Y' TO WS-RESOLVED-SW
007500     IF WS-DETAIL-IDX = RN-NEXT-DETAIL(WS-RUN-IDX)
007510         ADD 1 TO RN-NEXT-DETAIL(WS-RUN-IDX)
007520     END-IF.
007530 2110-EXIT.
007540     EXIT.
007550
007560 2120-FIND-RUN.
007570     PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
007580         UNTIL WS-RUN-IDX > WS-RUN-COUNT
007590            OR RN-RUN-ID(WS-RUN-IDX) = WS-CURRENT-RUN-ID
007600     END-PERFORM
007610     IF WS-RUN-IDX > WS-RUN-COUNT
007620         MOVE 0 TO WS-RUN-IDX
007630     END-IF.
007640 2120-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------
007680* 2130-RESTATE-IN-CELSIUS PUTS THE CONVERTED RESULT IN CELSIUS
007690* WHATEVER TARGET SCALE IT WAS CONVERTED TO - THE SAME FORMULAS AS
007700* AuditArchiveRollup, SO A DAILY MEAN HERE MATCHES ITS ROLLUP.
007710*----------------------------------------------------------------
007720 2130-RESTATE-IN-CELSIUS.
007730     EVALUATE AR-TARGET-SCALE
007740         WHEN 'F'
007750             COMPUTE WS-RESULT-CELSIUS ROUNDED =
007760                 (AR-CONVERTED-RESULT - 32) * 5 / 9
007770         WHEN 'K'
007780             COMPUTE WS-RESULT-CELSIUS ROUNDED =
007790                 AR-CONVERTED-RESULT - 273.15
007800         WHEN OTHER
007810             MOVE AR-CONVERTED-RESULT TO WS-RESULT-CELSIUS
007820     END-EVALUATE.
007830 2130-EXIT.
007840     EXIT.
007850
007860*----------------------------------------------------------------
007870* 2140-FIND-STATION FINDS WS-RESOLVED-STATION IN THE STATION-DAY
007880* TABLE, INSERTING IT IN STATION-ID ORDER THE FIRST TIME IT IS
007890* SEEN. IF THE TABLE IS FULL THE ENTRY IS DROPPED AND COUNTED, AND
007900* THE RUN ENDS WITH RC 4.
007910*----------------------------------------------------------------
007920 2140-FIND-STATION.
007930     MOVE 'N' TO WS-STATION-FOUND-SW
007940     IF WS-STATION-COUNT > 0
007950         SEARCH ALL WS-STATION-DAY-ENTRY
007960             AT END
007970                 CONTINUE
007980             WHEN SD-STATION-ID(WS-STATION-IDX) =
007990                     WS-RESOLVED-STATION
008000                 MOVE 'Y' TO WS-STATION-FOUND-SW
008010         END-SEARCH
008020     END-IF
008030     IF WS-STATION-FOUND
008040         GO TO 2140-EXIT
008050     END-IF
008060     IF WS-STATION-COUNT >= WS-STATION-MAX
008070         MOVE 'Y' TO WS-STATION-FULL-SW
008080         GO TO 2140-EXIT
008090     END-IF
008100     PERFORM VARYING WS-INSERT-IDX FROM 1 BY 1
008110         UNTIL WS-INSERT-IDX > WS-STATION-COUNT
008120            OR SD-STATION-ID(WS-INSERT-IDX) > WS-RESOLVED-STATION
008130     END-PERFORM
008140     ADD 1 TO WS-STATION-COUNT
008150     PERFORM 2150-SHIFT-STATIONS-DOWN THRU 2150-EXIT
008160         VARYING WS-SHIFT-IDX FROM WS-STATION-COUNT BY -1
008170         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
008180     SET WS-STATION-IDX TO WS-INSERT-IDX
008190     INITIALIZE WS-STATION-DAY-ENTRY(WS-STATION-IDX)
008200     MOVE WS-RESOLVED-STATION TO SD-STATION-ID(WS-STATION-IDX)
008210     MOVE 'Y' TO WS-STATION-FOUND-SW.
008220 2140-EXIT.
008230     EXIT.
008240
008250 2150-SHIFT-STATIONS-DOWN.
008260     MOVE WS-STATION-DAY-ENTRY(WS-SHIFT-IDX - 1) TO
008270         WS-STATION-DAY-ENTRY(WS-SHIFT-IDX).
008280 2150-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------
008320* 3000-REFRESH-NORMALS FOLDS EACH STATION'S DAILY MEANS FOR THE
008330* MONTH INTO ITS NORMAL FOR THAT CALENDAR MONTH, THEN WRITES THE
008340* NORMALS BACK. A RUN THAT CHANGED NOTHING LEAVES NORMFILE ALONE.
008350*----------------------------------------------------------------
008360 3000-REFRESH-NORMALS.
008370     IF WS-STATION-COUNT = 0
008380         MOVE "No readings resolved to a station for the month - "
008390             TO WS-REPORT-LINE
008400         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
008410         MOVE "  normals not changed." TO WS-REPORT-LINE
008420         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
008430         IF RETURN-CODE < 4
008440             MOVE 4 TO RETURN-CODE
008450         END-IF
008460         GO TO 3000-EXIT
008470     END-IF
008480     MOVE WS-REFRESH-HEADING TO WS-REPORT-LINE
008490     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
008500     PERFORM 3100-FOLD-STATION THRU 3100-EXIT
008510         VARYING WS-STATION-IDX FROM 1 BY 1
008520         UNTIL WS-STATION-IDX > WS-STATION-COUNT
008530     IF WS-NORMALS-CHANGED
008540         PERFORM 3300-REWRITE-NORMALS THRU 3300-EXIT
008550     END-IF.
008560 3000-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------
008600* 3100-FOLD-STATION ADDS THE STATION'S DAILY MEANS TO ITS NORMAL.
008610* IF THE NORMAL ALREADY HOLDS THIS YEAR OR A LATER ONE THE MONTH
008620* WAS FOLDED IN BEFORE (OR IS OUT OF ORDER) AND IS LEFT OUT, SO A
008630* RERUN CANNOT COUNT A MONTH TWICE.
008640*----------------------------------------------------------------
008650 3100-FOLD-STATION.
008660     MOVE SD-STATION-ID(WS-STATION-IDX) TO WS-LOOKUP-STATION-ID
008670     MOVE WS-PERIOD-MM TO WS-LOOKUP-MONTH
008680     PERFORM 3200-FIND-NORMAL THRU 3200-EXIT
008690     IF NOT WS-NORMAL-FOUND
008700         GO TO 3100-EXIT
008710     END-IF
008720     MOVE SPACES TO RF-NOTE
008730     IF NOT WS-NEW-NORMAL
008740         AND NT-LAST-YEAR(WS-NORMAL-IDX) NOT < WS-PERIOD-YEAR
008750         ADD 1 TO WS-NORMALS-SKIPPED
008760         MOVE 0 TO WS-DAYS-FOLDED
008770         MOVE "ALREADY HOLDS YEAR" TO RF-NOTE
008780         GO TO 3100-PRINT
008790     END-IF
008800     MOVE 0 TO WS-DAYS-FOLDED
008810     PERFORM 3110-FOLD-DAY THRU 3110-EXIT
008820         VARYING WS-DAY-IDX FROM 1 BY 1
008830         UNTIL WS-DAY-IDX > 31
008840     ADD 1 TO NT-YEAR-COUNT(WS-NORMAL-IDX)
008850     IF NT-FIRST-YEAR(WS-NORMAL-IDX) = ZERO
008860         MOVE WS-PERIOD-YEAR TO NT-FIRST-YEAR(WS-NORMAL-IDX)
008870     END-IF
008880     MOVE WS-PERIOD-YEAR TO NT-LAST-YEAR(WS-NORMAL-IDX)
008890     MOVE WS-CURRENT-DATE TO NT-REFRESH-DATE(WS-NORMAL-IDX)
008900     PERFORM 7000-DERIVE-NORMAL THRU 7000-EXIT
008910     MOVE 'Y' TO WS-NORMALS-CHANGED-SW
008920     ADD 1 TO WS-NORMALS-REFRESHED
008930     IF WS-NEW-NORMAL
008940         ADD 1 TO WS-NORMALS-ADDED
008950         MOVE "NEW NORMAL" TO RF-NOTE
008960     END-IF
008970     IF NT-YEAR-COUNT(WS-NORMAL-IDX) < WS-MIN-YEARS
008980         MOVE "SHORT HISTORY" TO RF-NOTE
008990     END-IF.
009000 3100-PRINT.
009010     MOVE SD-STATION-ID(WS-STATION-IDX) TO RF-STATION-ID
009020     MOVE WS-DAYS-FOLDED TO RF-DAYS
009030     MOVE NT-DAY-COUNT(WS-NORMAL-IDX) TO RF-TOTAL-DAYS
009040     MOVE NT-YEAR-COUNT(WS-NORMAL-IDX) TO RF-YEARS
009050     MOVE NT-FIRST-YEAR(WS-NORMAL-IDX) TO RF-FIRST-YEAR
009060     MOVE NT-LAST-YEAR(WS-NORMAL-IDX) TO RF-LAST-YEAR
009070     MOVE NT-MEAN-C(WS-NORMAL-IDX) TO RF-MEAN-C
009080     MOVE NT-STD-DEV-C(WS-NORMAL-IDX) TO RF-STD-DEV-C
009090     MOVE WS-REFRESH-LINE TO WS-REPORT-LINE
009100     PERFORM 8150-EMIT-LINE THRU 8150-EXIT.
009110 3100-EXIT.
009120     EXIT.
009130
009140 3110-FOLD-DAY.
009150     IF SD-READING-COUNT(WS-STATION-IDX, WS-DAY-IDX) = 0
009160         GO TO 3110-EXIT
009170     END-IF
009180     COMPUTE WS-DAILY-MEAN-C ROUNDED =
009190         SD-TOTAL-C(WS-STATION-IDX, WS-DAY-IDX)
009200             / SD-READING-COUNT(WS-STATION-IDX, WS-DAY-IDX)
009210     COMPUTE WS-SQUARE-WORK = WS-DAILY-MEAN-C * WS-DAILY-MEAN-C
009220     ADD 1 TO NT-DAY-COUNT(WS-NORMAL-IDX)
009230     ADD WS-DAILY-MEAN-C TO NT-SUM-C(WS-NORMAL-IDX)
009240     ADD WS-SQUARE-WORK TO NT-SUM-SQ-C(WS-NORMAL-IDX)
009250     ADD 1 TO WS-DAYS-FOLDED
009260     ADD 1 TO WS-STATION-DAYS-FOLDED.
009270 3110-EXIT.
009280     EXIT.
009290
009300*----------------------------------------------------------------
009310* 3200-FIND-NORMAL FINDS THE NORMAL FOR WS-LOOKUP-NORMAL-KEY,
009320* INSERTING AN EMPTY ONE IN KEY ORDER IF THE STATION HAS NONE FOR
009330* THE MONTH YET (WS-NEW-NORMAL). IF THE TABLE IS FULL THE STATION
009340* IS LEFT OUT AND THE RUN ENDS WITH RC 4.
009350*----------------------------------------------------------------
009360 3200-FIND-NORMAL.
009370     MOVE 'N' TO WS-NORMAL-FOUND-SW
009380     MOVE 'N' TO WS-NEW-NORMAL-SW
009390     PERFORM 3220-SEARCH-NORMALS THRU 3220-EXIT
009400     IF WS-NORMAL-FOUND
009410         GO TO 3200-EXIT
009420     END-IF
009430     IF WS-NORMAL-COUNT >= WS-NORMAL-MAX
009440         MOVE WS-LOOKUP-STATION-ID TO WS-REPORT-LINE
009450         MOVE "normals table full - station left out of refresh."
009460             TO WS-REPORT-LINE(10:)
009470         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
009480         IF RETURN-CODE < 4
009490             MOVE 4 TO RETURN-CODE
009500         END-IF
009510         GO TO 3200-EXIT
009520     END-IF
009530     PERFORM VARYING WS-INSERT-IDX FROM 1 BY 1
009540         UNTIL WS-INSERT-IDX > WS-NORMAL-COUNT
009550            OR NT-KEY(WS-INSERT-IDX) > WS-LOOKUP-NORMAL-KEY
009560     END-PERFORM
009570     ADD 1 TO WS-NORMAL-COUNT
009580     PERFORM 3210-SHIFT-NORMALS-DOWN THRU 3210-EXIT
009590         VARYING WS-SHIFT-IDX FROM WS-NORMAL-COUNT BY -1
009600         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
009610     SET WS-NORMAL-IDX TO WS-INSERT-IDX
009620     INITIALIZE WS-NORMAL-ENTRY(WS-NORMAL-IDX)
009630     MOVE WS-LOOKUP-NORMAL-KEY TO NT-KEY(WS-NORMAL-IDX)
009640     MOVE 'Y' TO WS-NORMAL-FOUND-SW
009650     MOVE 'Y' TO WS-NEW-NORMAL-SW.
009660 3200-EXIT.
009670     EXIT.
009680
009690 3210-SHIFT-NORMALS-DOWN.
009700     MOVE WS-NORMAL-ENTRY(WS-SHIFT-IDX - 1) TO
009710         WS-NORMAL-ENTRY(WS-SHIFT-IDX).
009720 3210-EXIT.
009730     EXIT.
009740
009750 3220-SEARCH-NORMALS.
009760     MOVE 'N' TO WS-NORMAL-FOUND-SW
009770     IF WS-NORMAL-COUNT = 0
009780         GO TO 3220-EXIT
009790     END-IF
009800     SEARCH ALL WS-NORMAL-ENTRY
009810         AT END
009820             CONTINUE
009830         WHEN NT-STATION-ID(WS-NORMAL-IDX) = WS-LOOKUP-STATION-ID
009840             AND NT-MONTH(WS-NORMAL-IDX) = WS-LOOKUP-MONTH
009850             MOVE 'Y' TO WS-NORMAL-FOUND-SW
009860     END-SEARCH.
009870 3220-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------------
009910* 3300-REWRITE-NORMALS WRITES THE NORMALS TABLE BACK OVER NORMFILE
009920* IN STATION/MONTH ORDER.
009930*----------------------------------------------------------------
009940 3300-REWRITE-NORMALS.
009950     OPEN OUTPUT NORMALS-FILE
009960     IF WS-NORMALS-FILE-STATUS NOT = '00'
009970         MOVE "Unable to rewrite normals file NORMFILE - refresh "
009980             TO WS-REPORT-LINE
009990         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
010000         MOVE "  NOT saved." TO WS-REPORT-LINE
010010         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
010020         MOVE 16 TO RETURN-CODE
010030         IF WS-REPORT-OPEN
010040             CLOSE NORMALS-REPORT-FILE
010050         END-IF
010060         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
010070         STOP RUN
010080     END-IF
010090     PERFORM 3310-WRITE-NORMAL THRU 3310-EXIT
010100         VARYING WS-NORMAL-IDX FROM 1 BY 1
010110         UNTIL WS-NORMAL-IDX > WS-NORMAL-COUNT
010120     CLOSE NORMALS-FILE
010130     DISPLAY "Normals file rewritten - " WS-NORMAL-COUNT
010140         " station-month(s).".
010150 3300-EXIT.
010160     EXIT.
010170
010180 3310-WRITE-NORMAL.
010190     MOVE SPACES TO NORMALS-RECORD
010200     MOVE NT-STATION-ID(WS-NORMAL-IDX) TO NM-STATION-ID
010210     MOVE NT-MONTH(WS-NORMAL-IDX) TO NM-MONTH
010220     MOVE NT-DAY-COUNT(WS-NORMAL-IDX) TO NM-DAY-COUNT
010230     MOVE NT-YEAR-COUNT(WS-NORMAL-IDX) TO NM-YEAR-COUNT
010240     MOVE NT-FIRST-YEAR(WS-NORMAL-IDX) TO NM-FIRST-YEAR
010250     MOVE NT-LAST-YEAR(WS-NORMAL-IDX) TO NM-LAST-YEAR
010260     MOVE NT-REFRESH-DATE(WS-NORMAL-IDX) TO NM-REFRESH-DATE
010270     MOVE NT-MEAN-C(WS-NORMAL-IDX) TO NM-MEAN-C
010280     MOVE NT-STD-DEV-C(WS-NORMAL-IDX) TO NM-STD-DEV-C
010290     MOVE NT-SUM-C(WS-NORMAL-IDX) TO NM-SUM-C
010300     MOVE NT-SUM-SQ-C(WS-NORMAL-IDX) TO NM-SUM-SQ-C
010310     WRITE NORMALS-RECORD.
010320 3310-EXIT.
010330     EXIT.
010340
010350*----------------------------------------------------------------
010360* 4000-REPORT-ANOMALIES COMPARES EACH STATION'S MEAN FOR THE
010370* REPORT DATE WITH ITS NORMAL FOR THE MONTH.
010380*----------------------------------------------------------------
010390 4000-REPORT-ANOMALIES.
010400     IF WS-STATION-COUNT = 0
010410         MOVE "No readings resolved to a station for the day."
010420             TO WS-REPORT-LINE
010430         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
010440         GO TO 4000-EXIT
010450     END-IF
010460     MOVE WS-ANOMALY-HEADING TO WS-REPORT-LINE
010470     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
010480     MOVE WS-PERIOD-DD TO WS-DAY-IDX
010490     PERFORM 4100-CHECK-STATION THRU 4100-EXIT
010500         VARYING WS-STATION-IDX FROM 1 BY 1
010510         UNTIL WS-STATION-IDX > WS-STATION-COUNT.
010520 4000-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------
010560* 4100-CHECK-STATION PRINTS THE STATION'S DAILY MEAN AGAINST ITS
010570* NORMAL. THE DEPARTURE IS THE DAILY MEAN LESS THE NORMAL, IN
010580* CELSIUS AND IN STANDARD DEVIATIONS; BEYOND THE SIGMA LIMIT THE
010590* DAY IS FLAGGED ABOVE OR BELOW NORMAL. A STATION WITH NO NORMAL,
010600* TOO FEW YEARS BEHIND IT OR NO SPREAD IS LABELED SHORT HISTORY
010610* AND NOT JUDGED.
010620*----------------------------------------------------------------
010630 4100-CHECK-STATION.
010640     IF SD-READING-COUNT(WS-STATION-IDX, WS-DAY-IDX) = 0
010650         GO TO 4100-EXIT
010660     END-IF
010670     ADD 1 TO WS-STATIONS-CHECKED
010680     COMPUTE WS-DAILY-MEAN-C ROUNDED =
010690         SD-TOTAL-C(WS-STATION-IDX, WS-DAY-IDX)
010700             / SD-READING-COUNT(WS-STATION-IDX, WS-DAY-IDX)
010710     MOVE SD-STATION-ID(WS-STATION-IDX) TO AN-STATION-ID
010720     MOVE SD-READING-COUNT(WS-STATION-IDX, WS-DAY-IDX) TO
010730         AN-READINGS
010740     MOVE WS-DAILY-MEAN-C TO AN-MEAN-C
010750     MOVE SPACES TO AN-FLAG
010760     MOVE SD-STATION-ID(WS-STATION-IDX) TO WS-LOOKUP-STATION-ID
010770     MOVE WS-PERIOD-MM TO WS-LOOKUP-MONTH
010780     PERFORM 3220-SEARCH-NORMALS THRU 3220-EXIT
010790     IF NOT WS-NORMAL-FOUND
010800         MOVE SPACES TO AN-NORMAL-DATA
010810         MOVE SPACES TO AN-DEPARTURE-DATA
010820         MOVE "SHORT HISTORY - NONE" TO AN-FLAG
010830         ADD 1 TO WS-SHORT-HISTORY
010840         GO TO 4100-PRINT
010850     END-IF
010860     MOVE NT-MEAN-C(WS-NORMAL-IDX) TO AN-NORMAL-C
010870     MOVE NT-STD-DEV-C(WS-NORMAL-IDX) TO AN-STD-DEV-C
010880     MOVE NT-YEAR-COUNT(WS-NORMAL-IDX) TO AN-YEARS
010890     IF NT-YEAR-COUNT(WS-NORMAL-IDX) < WS-MIN-YEARS
010900         OR NT-STD-DEV-C(WS-NORMAL-IDX) = ZERO
010910         MOVE SPACES TO AN-DEPARTURE-DATA
010920         MOVE "SHORT HISTORY" TO AN-FLAG
010930         ADD 1 TO WS-SHORT-HISTORY
010940         GO TO 4100-PRINT
010950     END-IF
010960     COMPUTE WS-DEPARTURE-C =
010970         WS-DAILY-MEAN-C - NT-MEAN-C(WS-NORMAL-IDX)
010980     COMPUTE WS-SIGMAS ROUNDED =
010990         WS-DEPARTURE-C / NT-STD-DEV-C(WS-NORMAL-IDX)
011000         ON SIZE ERROR
011010             MOVE 999.99 TO WS-SIGMAS
011020             IF WS-DEPARTURE-C < 0
011030                 MOVE -999.99 TO WS-SIGMAS
011040             END-IF
011050     END-COMPUTE
011060     MOVE WS-DEPARTURE-C TO AN-DEPARTURE-C
011070     MOVE WS-SIGMAS TO AN-SIGMAS
011080     IF WS-SIGMAS < 0
011090         COMPUTE WS-ABS-SIGMAS = 0 - WS-SIGMAS
011100     ELSE
011110         MOVE WS-SIGMAS TO WS-ABS-SIGMAS
011120     END-IF
011130     IF WS-ABS-SIGMAS > WS-SIGMA-LIMIT
011140         IF WS-DEPARTURE-C > 0
011150             MOVE "*** ABOVE NORMAL" TO AN-FLAG
011160             ADD 1 TO WS-FLAGGED-ABOVE
011170         ELSE
011180             MOVE "*** BELOW NORMAL" TO AN-FLAG
011190             ADD 1 TO WS-FLAGGED-BELOW
011200         END-IF
011210     END-IF.
011220 4100-PRINT.
011230     MOVE WS-ANOMALY-LINE TO WS-REPORT-LINE
011240     PERFORM 8150-EMIT-LINE THRU 8150-EXIT.
011250 4100-EXIT.
011260     EXIT.
011270
011280*----------------------------------------------------------------
011290* 7000-DERIVE-NORMAL RECOMPUTES A NORMAL'S MEAN AND SAMPLE
011300* STANDARD DEVIATION FROM ITS RUNNING TOTALS:
011310*   MEAN     = SUM / N
011320*   VARIANCE = (SUM-SQ - SUM * SUM / N) / (N - 1)
011330* WITH ONE DAY THERE IS NO SPREAD YET AND THE DEVIATION IS ZERO.
011340*----------------------------------------------------------------
011350 7000-DERIVE-NORMAL.
011360     MOVE ZERO TO NT-MEAN-C(WS-NORMAL-IDX)
011370     MOVE ZERO TO NT-STD-DEV-C(WS-NORMAL-IDX)
011380     IF NT-DAY-COUNT(WS-NORMAL-IDX) = 0
011390         GO TO 7000-EXIT
011400     END-IF
011410     COMPUTE NT-MEAN-C(WS-NORMAL-IDX) ROUNDED =
011420         NT-SUM-C(WS-NORMAL-IDX) / NT-DAY-COUNT(WS-NORMAL-IDX)
011430     IF NT-DAY-COUNT(WS-NORMAL-IDX) < 2
011440         GO TO 7000-EXIT
011450     END-IF
011460     COMPUTE WS-CORRECTION-WORK =
011470         NT-SUM-C(WS-NORMAL-IDX) * NT-SUM-C(WS-NORMAL-IDX)
011480     COMPUTE WS-CORRECTION-WORK ROUNDED =
011490         WS-CORRECTION-WORK / NT-DAY-COUNT(WS-NORMAL-IDX)
011500     COMPUTE WS-VARIANCE =
011510         NT-SUM-SQ-C(WS-NORMAL-IDX) - WS-CORRECTION-WORK
011520     IF WS-VARIANCE NOT > ZERO
011530         GO TO 7000-EXIT
011540     END-IF
011550     COMPUTE WS-DEGREES-OF-FREEDOM =
011560         NT-DAY-COUNT(WS-NORMAL-IDX) - 1
011570     COMPUTE WS-VARIANCE ROUNDED =
011580         WS-VARIANCE / WS-DEGREES-OF-FREEDOM
011590     COMPUTE NT-STD-DEV-C(WS-NORMAL-IDX) ROUNDED =
011600         FUNCTION SQRT(WS-VARIANCE).
011610 7000-EXIT.
011620     EXIT.
011630
011640*----------------------------------------------------------------
011650* 8000-PRINT-TOTALS CLOSES THE REPORT WITH THE RUN'S COUNTS.
011660*----------------------------------------------------------------
011670 8000-PRINT-TOTALS.
011680     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
011690     MOVE WS-ENTRIES-READ TO WS-COUNT-EDIT
011700     STRING "Audit entries read.......: " WS-COUNT-EDIT
011710         DELIMITED BY SIZE INTO WS-REPORT-LINE
011720     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
011730     MOVE WS-ENTRIES-USED TO WS-COUNT-EDIT
011740     STRING "Readings used............: " WS-COUNT-EDIT
011750         DELIMITED BY SIZE INTO WS-REPORT-LINE
011760     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
011770     MOVE WS-ENTRIES-OUTSIDE TO WS-COUNT-EDIT
011780     STRING "Outside period/not rdgs..: " WS-COUNT-EDIT
011790         DELIMITED BY SIZE INTO WS-REPORT-LINE
011800     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
011810     MOVE WS-ENTRIES-UNRESOLVED TO WS-COUNT-EDIT
011820     STRING "No station resolved......: " WS-COUNT-EDIT
011830         DELIMITED BY SIZE INTO WS-REPORT-LINE
011840     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
011850     IF WS-REFRESH-RUN
011860         MOVE WS-STATION-DAYS-FOLDED TO WS-COUNT-EDIT
011870         STRING "Station-days folded in...: " WS-COUNT-EDIT
011880             DELIMITED BY SIZE INTO WS-REPORT-LINE
011890         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
011900         MOVE WS-NORMALS-REFRESHED TO WS-COUNT-EDIT
011910         STRING "Normals refreshed........: " WS-COUNT-EDIT
011920             DELIMITED BY SIZE INTO WS-REPORT-LINE
011930         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
011940         MOVE WS-NORMALS-ADDED TO WS-COUNT-EDIT
011950         STRING "  of which new...........: " WS-COUNT-EDIT
011960             DELIMITED BY SIZE INTO WS-REPORT-LINE
011970         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
011980         MOVE WS-NORMALS-SKIPPED TO WS-COUNT-EDIT
011990         STRING "Already held the year....: " WS-COUNT-EDIT
012000             DELIMITED BY SIZE INTO WS-REPORT-LINE
012010         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012020     ELSE
012030         MOVE WS-STATIONS-CHECKED TO WS-COUNT-EDIT
012040         STRING "Stations checked.........: " WS-COUNT-EDIT
012050             DELIMITED BY SIZE INTO WS-REPORT-LINE
012060         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012070         MOVE WS-FLAGGED-ABOVE TO WS-COUNT-EDIT
012080         STRING "Flagged above normal.....: " WS-COUNT-EDIT
012090             DELIMITED BY SIZE INTO WS-REPORT-LINE
012100         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012110         MOVE WS-FLAGGED-BELOW TO WS-COUNT-EDIT
012120         STRING "Flagged below normal.....: " WS-COUNT-EDIT
012130             DELIMITED BY SIZE INTO WS-REPORT-LINE
012140         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012150         MOVE WS-SHORT-HISTORY TO WS-COUNT-EDIT
012160         STRING "Short history, not judged: " WS-COUNT-EDIT
012170             DELIMITED BY SIZE INTO WS-REPORT-LINE
012180         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012190         MOVE WS-MIN-YEARS TO WS-YEARS-EDIT
012200         STRING "A normal needs " WS-YEARS-EDIT
012210             " years of history before a day is judged by it."
012220             DELIMITED BY SIZE INTO WS-REPORT-LINE
012230         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012240     END-IF
012250     IF WS-DETAIL-FULL OR WS-RUN-FULL
012260         MOVE "Interchange tables full - some entries could not "
012270             TO WS-REPORT-LINE
012280         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012290         MOVE "  be resolved to a station." TO WS-REPORT-LINE
012300         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012310         IF RETURN-CODE < 4
012320             MOVE 4 TO RETURN-CODE
012330         END-IF
012340     END-IF
012350     IF WS-STATION-FULL
012360         MOVE WS-ENTRIES-DROPPED TO WS-COUNT-EDIT
012370         STRING "Station table full - readings left out: "
012380             WS-COUNT-EDIT
012390             DELIMITED BY SIZE INTO WS-REPORT-LINE
012400         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012410         IF RETURN-CODE < 4
012420             MOVE 4 TO RETURN-CODE
012430         END-IF
012440     END-IF.
012450 8000-EXIT.
012460     EXIT.
012470
012480*----------------------------------------------------------------
012490* 8150-EMIT-LINE SENDS ONE REPORT LINE TO THE CONSOLE AND, WHEN
012500* NORMRPT OPENED, TO THE DISTRIBUTABLE REPORT, BLANKING THE LINE
012510* AFTERWARD.
012520*----------------------------------------------------------------
012530 8150-EMIT-LINE.
012540     DISPLAY WS-REPORT-LINE
012550     IF WS-REPORT-OPEN
012560         MOVE WS-REPORT-LINE TO NORMALS-REPORT-RECORD
012570         WRITE NORMALS-REPORT-RECORD
012580     END-IF
012590     MOVE SPACES TO WS-REPORT-LINE.
012600 8150-EXIT.
012610     EXIT.
012620
012630*----------------------------------------------------------------
012640* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
012650* SHARED RUN LEDGER. A LEDGER THAT CANNOT BE OPENED FOR POSTING
012660* IS REPORTED BUT DOES NOT STOP THE RUN.
012670*----------------------------------------------------------------
012680 9800-POST-RUN-START.
012690     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
012700     IF NOT WS-RUN-LEDGER-OPEN
012710         GO TO 9800-EXIT
012720     END-IF
012730     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
012740     SET RL-RUN-STARTED TO TRUE
012750     WRITE RUN-LEDGER-RECORD
012760     CLOSE RUN-LEDGER-FILE.
012770 9800-EXIT.
012780     EXIT.
012790
012800*----------------------------------------------------------------
012810* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
012820* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
012830*----------------------------------------------------------------
012840 9810-POST-RUN-END.
012850     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
012860     IF NOT WS-RUN-LEDGER-OPEN
012870         GO TO 9810-EXIT
012880     END-IF
012890     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
012900     SET RL-RUN-ENDED TO TRUE
012910     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
012920     ACCEPT WS-LEDGER-CLOCK FROM TIME
012930     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
012940     MOVE RETURN-CODE TO RL-RETURN-CODE
012950     MOVE WS-ENTRIES-READ TO RL-RECORDS-IN
012960     IF WS-REFRESH-RUN
012970         MOVE WS-NORMALS-REFRESHED TO RL-RECORDS-OUT
012980     ELSE
012990         MOVE WS-STATIONS-CHECKED TO RL-RECORDS-OUT
013000     END-IF
013010     MOVE WS-ENTRIES-UNRESOLVED TO RL-RECORDS-REJECTED
013020     WRITE RUN-LEDGER-RECORD
013030     CLOSE RUN-LEDGER-FILE.
013040 9810-EXIT.
013050     EXIT.
013060
013070 9840-BUILD-LEDGER-ENTRY.
013080     IF WS-LEDGER-START-DATE = ZERO
013090         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
013100         ACCEPT WS-LEDGER-CLOCK FROM TIME
013110         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
013120     END-IF
013130     MOVE SPACES TO RUN-LEDGER-RECORD
013140     MOVE "StationNormals" TO RL-PROGRAM-ID
013150     MOVE SPACES TO RL-RUN-ID
013160     MOVE SPACES TO RL-OPERATOR-ID
013170     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
013180     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
013190     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
013200         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
013210 9840-EXIT.
013220     EXIT.
013230
013240 9850-OPEN-RUN-LEDGER.
013250     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
013260     OPEN EXTEND RUN-LEDGER-FILE
013270     IF WS-RUN-LEDGER-STATUS NOT = '00'
013280         OPEN OUTPUT RUN-LEDGER-FILE
013290     END-IF
013300     IF WS-RUN-LEDGER-STATUS = '00'
013310         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
013320     ELSE
013330         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
013340             WS-RUN-LEDGER-STATUS "."
013350     END-IF.
013360 9850-EXIT.
013370     EXIT.
