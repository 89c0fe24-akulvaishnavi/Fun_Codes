000272*                  (MAINTAINED BY TemperatureConverter'S COVERAGE
000273*                  PASS) THROUGH LOADS AND REWRITES UNCHANGED,
000274*                  ZEROED FOR A NEWLY ADDED STATION.
000275* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
000276*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
000277*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout.
000278* 10-15-2026  RVK  ADDED SM-REGION-CODE AND SM-SITE-CODE (CARVED
000279*                  FROM FILLER) AND A NEW G ACTION THAT ASSIGNS A
000280*                  STATION'S REGION AND SITE. AN ADD CARD MAY GIVE
000281*                  THEM TOO. STNCHLOG GREW FROM 40 TO 60 BYTES TO
000282*                  CARRY THE OLD AND NEW REGION AND SITE.
000286*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000430     SELECT CHANGE-LOG-FILE ASSIGN TO STNCHLOG
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CHANGE-LOG-STATUS.
000452     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000454         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000623*    UNCHANGED SO A ROSTER REWRITE NEVER LOSES A STATION'S
000624*    LAST-READING HISTORY.
000625     05  SM-LAST-READING-DATE    PIC 9(08).
000627*    SM-REGION-CODE / SM-SITE-CODE PLACE THE STATION IN THE REGION
000629*    AND SITE HIERARCHY THE REGIONAL REPORTING GROUPS BY. SPACES
000631*    ON A ROSTER WRITTEN BEFORE THEY EXISTED - NO REGION ASSIGNED
000632*    YET.
000633     05  SM-REGION-CODE          PIC X(04).
000635     05  SM-SITE-CODE            PIC X(06).
000637     05  FILLER                  PIC X(04).
000640
000650*----------------------------------------------------------------
000660* MAINT-TRANS-FILE IS THE DECK OF MAINTENANCE REQUESTS, ONE CARD
000690*   D = DEACTIVATE STATION
000700*   R = REACTIVATE STATION
000710*   T = CHANGE STATION TYPE (MT-STATION-TYPE IS THE NEW TYPE)
000712*   G = ASSIGN REGION AND SITE (MT-REGION-CODE AND MT-SITE-CODE
000714*       BOTH REQUIRED)
000716* AN ADD CARD MAY ALSO CARRY THE NEW STATION'S REGION AND SITE.
000720* A CARD OPENING WITH '*' IS A COMMENT. MT-OPERATOR-ID SAYS WHO
000730* ASKED FOR THE CHANGE AND IS CARRIED ONTO THE CHANGE LOG.
000740*----------------------------------------------------------------
000800         88  MT-DEACTIVATE           VALUE 'D'.
000810         88  MT-REACTIVATE           VALUE 'R'.
000820         88  MT-TYPE-CHANGE          VALUE 'T'.
000825         88  MT-REGION-CHANGE        VALUE 'G'.
000830         88  MT-COMMENT              VALUE '*'.
000840     05  MT-STATION-ID           PIC X(08).
000850     05  MT-STATION-TYPE         PIC X(01).
000860     05  MT-OPERATOR-ID          PIC X(08).
000865     05  MT-REGION-CODE          PIC X(04).
000870     05  MT-SITE-CODE            PIC X(06).
000875     05  FILLER                  PIC X(52).
000880
000890*----------------------------------------------------------------
000900* CHANGE-LOG-FILE IS THE ROSTER'S OWN AUDIT TRAIL - ONE RECORD
000910* PER APPLIED CHANGE, CARRYING WHO ASKED FOR IT, WHEN IT WAS
000915* APPLIED, AND THE OLD AND NEW TYPE/STATUS/REGION/SITE SO A BAD
000920* CHANGE CAN BE TRACED AND BACKED OUT. EXTENDED ACROSS RUNS, NEVER
000925* TRUNCATED, THE SAME WAY ALERT-FILE AND EXCEPTION-FILE ARE. THE
000930* REGION AND SITE COLUMNS LENGTHENED THE RECORD FROM 40 TO 60
000935* BYTES; A LOG WRITTEN BEFORE THEN MUST BE PADDED TO THE NEW
000940* LENGTH BEFORE THIS PROGRAM EXTENDS IT.
000950*----------------------------------------------------------------
000960 FD  CHANGE-LOG-FILE
000970     RECORDING MODE IS F.
001050     05  CL-OLD-STATUS           PIC X(01).
001060     05  CL-NEW-TYPE             PIC X(01).
001070     05  CL-NEW-STATUS           PIC X(01).
001072     05  CL-OLD-REGION-CODE      PIC X(04).
001074     05  CL-OLD-SITE-CODE        PIC X(06).
001076     05  CL-NEW-REGION-CODE      PIC X(04).
001078     05  CL-NEW-SITE-CODE        PIC X(06).
001080     05  FILLER                  PIC X(05).
001090
001091*----------------------------------------------------------------
001092* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
001093* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
001094*----------------------------------------------------------------
001095 FD  RUN-LEDGER-FILE
001096     RECORDING MODE IS F.
001097 01  RUN-LEDGER-RECORD.
001098     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
001099     05  FILLER                  PIC X(02).
001100
001105 WORKING-STORAGE SECTION.
001110 01  WS-STATION-MASTER-STATUS PIC X(02).
001120 01  WS-MAINT-TRANS-STATUS    PIC X(02).
001130 01  WS-CHANGE-LOG-STATUS     PIC X(02).
001310         10  ST-STATION-TYPE      PIC X(01).
001320         10  ST-STATION-STATUS    PIC X(01).
001321         10  ST-LAST-READING-DATE PIC 9(08).
001324         10  ST-REGION-CODE       PIC X(04).
001327         10  ST-SITE-CODE         PIC X(06).
001330 01  WS-STATION-IDX           PIC 9(03) COMP VALUE ZERO.
001340 01  WS-SHIFT-IDX             PIC 9(03) COMP VALUE ZERO.
001350 01  WS-STATION-FOUND-SW      PIC X VALUE 'N'.
001510 01  WS-TRANS-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
001520 01  WS-OLD-TYPE              PIC X(01).
001530 01  WS-OLD-STATUS            PIC X(01).
001533 01  WS-OLD-REGION-CODE       PIC X(04).
001536 01  WS-OLD-SITE-CODE         PIC X(06).
001540 01  WS-COUNT-EDIT            PIC Z(4)9 VALUE ZERO.
001541 01  WS-RUN-LEDGER-STATUS     PIC X(02).
001542 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
001543     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
001544 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
001545 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
001546 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
001550
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001580     DISPLAY "Station Master Maintenance".
001585     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
001590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001600     ACCEPT WS-CURRENT-TIME FROM TIME.
001610     PERFORM 1000-LOAD-STATION-MASTER THRU 1000-EXIT.
001670         DISPLAY "Unable to open change log - no roster change ",
001680             "may be applied without its audit trail."
001690         MOVE 16 TO RETURN-CODE
001695         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001700         STOP RUN
001710     END-IF.
001720     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
001810     IF WS-TRANS-REJECT-COUNT > 0
001820         MOVE 4 TO RETURN-CODE
001830     END-IF.
001835     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
001840     STOP RUN.
001850
001860*----------------------------------------------------------------
002160                 DISPLAY "Station master exceeds " WS-STATION-MAX
002170                     " entries - table overflow, run aborted."
002180                 MOVE 16 TO RETURN-CODE
002185                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
002190                 STOP RUN
002200             END-IF
002210             ADD 1 TO WS-STATION-COUNT
002275                 MOVE ZERO TO
002276                     ST-LAST-READING-DATE(WS-STATION-COUNT)
002277             END-IF
002278             MOVE SM-REGION-CODE TO
002279                 ST-REGION-CODE(WS-STATION-COUNT)
002280             MOVE SM-SITE-CODE TO
002281                 ST-SITE-CODE(WS-STATION-COUNT)
002285     END-READ.
002290 1010-EXIT.
002300     EXIT.
002310
002760             PERFORM 2300-SET-STATION-STATUS THRU 2300-EXIT
002770         WHEN MT-TYPE-CHANGE
002780             PERFORM 2400-CHANGE-STATION-TYPE THRU 2400-EXIT
002783         WHEN MT-REGION-CHANGE
002786             PERFORM 2700-ASSIGN-REGION-SITE THRU 2700-EXIT
002790         WHEN OTHER
002800             DISPLAY "Transaction rejected - unknown action '"
002810                 MT-ACTION "' for station " MT-STATION-ID
002920* SEARCH ALL IN TemperatureConverter'S 1100-VALIDATE-STATION
002930* DEPENDS ON. A DUPLICATE ID OR AN UNKNOWN TYPE IS REFUSED - A
002940* DUPLICATE WOULD MAKE THE BINARY SEARCH'S ANSWER UNDEFINED.
002946* A NEW STATION STARTS ACTIVE, IN WHATEVER REGION AND SITE THE
002952* CARD GIVES (SPACES UNTIL A G CARD ASSIGNS THEM).
002960*----------------------------------------------------------------
002970 2200-ADD-STATION.
002980     IF WS-STATION-FOUND
003230     MOVE MT-STATION-TYPE TO ST-STATION-TYPE(WS-STATION-IDX)
003240     MOVE 'A' TO ST-STATION-STATUS(WS-STATION-IDX)
003241     MOVE ZERO TO ST-LAST-READING-DATE(WS-STATION-IDX)
003244     MOVE MT-REGION-CODE TO ST-REGION-CODE(WS-STATION-IDX)
003247     MOVE MT-SITE-CODE TO ST-SITE-CODE(WS-STATION-IDX)
003250     MOVE SPACES TO WS-OLD-TYPE
003260     MOVE SPACES TO WS-OLD-STATUS
003263     MOVE SPACES TO WS-OLD-REGION-CODE
003266     MOVE SPACES TO WS-OLD-SITE-CODE
003270     PERFORM 6000-WRITE-CHANGE-LOG-RECORD THRU 6000-EXIT
003280     ADD 1 TO WS-TRANS-APPLIED-COUNT
003290     DISPLAY "Added station " MT-STATION-ID " type "
003500         ADD 1 TO WS-TRANS-REJECT-COUNT
003510         GO TO 2300-EXIT
003520     END-IF
003530     PERFORM 2650-SAVE-OLD-VALUES THRU 2650-EXIT
003550     IF MT-DEACTIVATE AND WS-OLD-STATUS NOT = 'A'
003560         DISPLAY "Deactivate rejected - station " MT-STATION-ID
003570             " is already inactive."
003900         ADD 1 TO WS-TRANS-REJECT-COUNT
003910         GO TO 2400-EXIT
003920     END-IF
003930     PERFORM 2650-SAVE-OLD-VALUES THRU 2650-EXIT
003950     IF WS-OLD-TYPE = MT-STATION-TYPE
003960         DISPLAY "Type change rejected - station " MT-STATION-ID
003970             " is already type '" MT-STATION-TYPE "'."
004360     END-IF.
004370 2600-EXIT.
004380     EXIT.
004381
004382*----------------------------------------------------------------
004383* 2650-SAVE-OLD-VALUES KEEPS THE STATION'S VALUES AS THEY STOOD
004384* BEFORE THE CHANGE, FOR THE OLD-VALUE COLUMNS OF THE CHANGE LOG.
004385*----------------------------------------------------------------
004386 2650-SAVE-OLD-VALUES.
004387     MOVE ST-STATION-TYPE(WS-STATION-IDX) TO WS-OLD-TYPE
004388     MOVE ST-STATION-STATUS(WS-STATION-IDX) TO WS-OLD-STATUS
004389     MOVE ST-REGION-CODE(WS-STATION-IDX) TO WS-OLD-REGION-CODE
004390     MOVE ST-SITE-CODE(WS-STATION-IDX) TO WS-OLD-SITE-CODE.
004391 2650-EXIT.
004392     EXIT.
004393
004394*----------------------------------------------------------------
004395* 2700-ASSIGN-REGION-SITE MOVES A STATION TO A REGION AND SITE.
004396* BOTH CODES ARE REQUIRED - A SITE IS ONLY MEANINGFUL WITHIN ITS
004397* REGION. AS WITH THE OTHER ACTIONS, A CARD THAT WOULD LEAVE BOTH
004398* CODES AS THEY ALREADY ARE IS REFUSED SO THE CHANGE LOG NEVER
004399* CARRIES A NO-OP ENTRY.
004400*----------------------------------------------------------------
004401 2700-ASSIGN-REGION-SITE.
004402     IF NOT WS-STATION-FOUND
004403         DISPLAY "Region change rejected - station "
004404             MT-STATION-ID " not on roster."
004405         ADD 1 TO WS-TRANS-REJECT-COUNT
004406         GO TO 2700-EXIT
004407     END-IF
004408     IF MT-REGION-CODE = SPACES OR MT-SITE-CODE = SPACES
004409         DISPLAY "Region change rejected - station "
004410             MT-STATION-ID " needs both a region and a site code."
004411         ADD 1 TO WS-TRANS-REJECT-COUNT
004412         GO TO 2700-EXIT
004413     END-IF
004414     PERFORM 2650-SAVE-OLD-VALUES THRU 2650-EXIT
004415     IF WS-OLD-REGION-CODE = MT-REGION-CODE AND
004416         WS-OLD-SITE-CODE = MT-SITE-CODE
004417         DISPLAY "Region change rejected - station "
004418             MT-STATION-ID " is already in region "
004419             MT-REGION-CODE " site " MT-SITE-CODE "."
004420         ADD 1 TO WS-TRANS-REJECT-COUNT
004421         GO TO 2700-EXIT
004422     END-IF
004423     MOVE MT-REGION-CODE TO ST-REGION-CODE(WS-STATION-IDX)
004424     MOVE MT-SITE-CODE TO ST-SITE-CODE(WS-STATION-IDX)
004425     PERFORM 6000-WRITE-CHANGE-LOG-RECORD THRU 6000-EXIT
004426     ADD 1 TO WS-TRANS-APPLIED-COUNT
004427     DISPLAY "Moved station " MT-STATION-ID " to region "
004428         MT-REGION-CODE " site " MT-SITE-CODE ".".
004429 2700-EXIT.
004430     EXIT.
004431
004432*----------------------------------------------------------------
004433* 3000-REWRITE-STATION-MASTER WRITES THE UPDATED TABLE BACK OVER
004434* STATNMST, IN THE TABLE'S (ASCENDING-ID) ORDER. ONLY REACHED
004435* WHEN AT LEAST ONE CHANGE WAS APPLIED, SO A RUN WHOSE EVERY
004440* CARD WAS REJECTED CANNOT REWRITE THE ROSTER.
004450*----------------------------------------------------------------
004460 3000-REWRITE-STATION-MASTER.
004490         DISPLAY "Unable to rewrite station master - changes ",
004500             "were logged but NOT applied to the file."
004510         MOVE 16 TO RETURN-CODE
004515         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
004520         STOP RUN
004530     END-IF
004540     PERFORM 3010-WRITE-STATION-RECORD THRU 3010-EXIT
004670     MOVE ST-STATION-STATUS(WS-STATION-IDX) TO SM-STATION-STATUS
004671     MOVE ST-LAST-READING-DATE(WS-STATION-IDX) TO
004672         SM-LAST-READING-DATE
004674     MOVE ST-REGION-CODE(WS-STATION-IDX) TO SM-REGION-CODE
004676     MOVE ST-SITE-CODE(WS-STATION-IDX) TO SM-SITE-CODE
004680     WRITE STATION-MASTER-RECORD.
004690 3010-EXIT.
004700     EXIT.
004880     MOVE WS-OLD-STATUS TO CL-OLD-STATUS
004890     MOVE ST-STATION-TYPE(WS-STATION-IDX) TO CL-NEW-TYPE
004900     MOVE ST-STATION-STATUS(WS-STATION-IDX) TO CL-NEW-STATUS
004902     MOVE WS-OLD-REGION-CODE TO CL-OLD-REGION-CODE
004904     MOVE WS-OLD-SITE-CODE TO CL-OLD-SITE-CODE
004906     MOVE ST-REGION-CODE(WS-STATION-IDX) TO CL-NEW-REGION-CODE
004908     MOVE ST-SITE-CODE(WS-STATION-IDX) TO CL-NEW-SITE-CODE
004910     WRITE CHANGE-LOG-RECORD.
004920 6000-EXIT.
004930     EXIT.
005030     DISPLAY "----------------------------------------".
005040 8000-EXIT.
005050     EXIT.
005055
005060*----------------------------------------------------------------
005070* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
005080* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
005090* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
005100* REPORTED BUT DOES NOT STOP THE RUN.
005110*----------------------------------------------------------------
005120 9800-POST-RUN-START.
005130     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
005140     IF NOT WS-RUN-LEDGER-OPEN
005150         GO TO 9800-EXIT
005160     END-IF
005170     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
005180     SET RL-RUN-STARTED TO TRUE
005190     WRITE RUN-LEDGER-RECORD
005200     CLOSE RUN-LEDGER-FILE.
005210 9800-EXIT.
005220     EXIT.
005225
005230*----------------------------------------------------------------
005240* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
005250* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
005260*----------------------------------------------------------------
005270 9810-POST-RUN-END.
005280     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
005290     IF NOT WS-RUN-LEDGER-OPEN
005300         GO TO 9810-EXIT
005310     END-IF
005320     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
005330     SET RL-RUN-ENDED TO TRUE
005340     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
005350     ACCEPT WS-LEDGER-CLOCK FROM TIME
005360     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
005370     MOVE RETURN-CODE TO RL-RETURN-CODE
005380     MOVE WS-TRANS-READ-COUNT TO RL-RECORDS-IN
005390     MOVE WS-TRANS-APPLIED-COUNT TO RL-RECORDS-OUT
005400     MOVE WS-TRANS-REJECT-COUNT TO RL-RECORDS-REJECTED
005410     WRITE RUN-LEDGER-RECORD
005420     CLOSE RUN-LEDGER-FILE.
005430 9810-EXIT.
005440     EXIT.
005445
005450 9840-BUILD-LEDGER-ENTRY.
005460     IF WS-LEDGER-START-DATE = ZERO
005470         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
005480         ACCEPT WS-LEDGER-CLOCK FROM TIME
005490         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
005500     END-IF
005510     MOVE SPACES TO RUN-LEDGER-RECORD
005520     MOVE "StationMasterMaint" TO RL-PROGRAM-ID
005530     MOVE SPACES TO RL-RUN-ID
005540     MOVE SPACES TO RL-OPERATOR-ID
005550     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
005560     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
005570     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
005580         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
005590 9840-EXIT.
005600     EXIT.
005605
005610 9850-OPEN-RUN-LEDGER.
005620     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
005630     OPEN EXTEND RUN-LEDGER-FILE
005640     IF WS-RUN-LEDGER-STATUS NOT = '00'
005650         OPEN OUTPUT RUN-LEDGER-FILE
005660     END-IF
005670     IF WS-RUN-LEDGER-STATUS = '00'
005680         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
005690     ELSE
005700         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
005710             WS-RUN-LEDGER-STATUS "."
005720     END-IF.
005730 9850-EXIT.
005740     EXIT.
