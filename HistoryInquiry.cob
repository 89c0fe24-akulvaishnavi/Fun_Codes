000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HistoryInquiry.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. LISTS ONE STATION'S READINGS FOR A
000200*                  DATE/TIME RANGE FROM THE INDEXED READING
000210*                  HISTORY FILE HISTFILE, IN READING ORDER, WITH
000220*                  A COUNT, MINIMUM, MAXIMUM AND MEAN (CELSIUS)
000230*                  AT THE FOOT. REPLACES SEARCHING OLD TEMPOUT
000240*                  DATASETS AND AUDITARC GENERATIONS BY HAND.
000242* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
000244*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
000246*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-3090.
000300 OBJECT-COMPUTER. IBM-3090.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS HR-KEY
000380         FILE STATUS IS WS-HISTORY-STATUS.
000390     SELECT INQUIRY-REPORT-FILE ASSIGN TO HISTRPT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.
000412     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000414         ORGANIZATION IS SEQUENTIAL
000416         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------------
000460* HISTORY-FILE IS THE PERMANENT READING HISTORY (SEE HISTREC),
000470* KEYED ON STATION ID + READING DATE + READING TIME, SO ONE
000480* STATION'S READINGS FOR A RANGE ARE A SINGLE START AND A RUN OF
000490* SEQUENTIAL READS. IT IS ONLY READ HERE.
000500*----------------------------------------------------------------
000510 FD  HISTORY-FILE.
000520 01  HISTORY-RECORD.
000530     COPY HISTREC REPLACING ==:PFX:== BY ==HR==.
000540     05  FILLER                  PIC X(05).
000550
000560*----------------------------------------------------------------
000570* INQUIRY-REPORT-FILE IS THE PRINTED ANSWER. EVERY LINE IS ALSO
000580* DISPLAYED SO AN ON-REQUEST RUN SHOWS IT ON THE CONSOLE.
000590*----------------------------------------------------------------
000600 FD  INQUIRY-REPORT-FILE
000610     RECORDING MODE IS F.
000620 01  INQUIRY-REPORT-RECORD       PIC X(80).
000630
000631*----------------------------------------------------------------
000632* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
000633* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
000634*----------------------------------------------------------------
000635 FD  RUN-LEDGER-FILE
000636     RECORDING MODE IS F.
000637 01  RUN-LEDGER-RECORD.
000638     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
000639     05  FILLER                  PIC X(02).
000640
000645 WORKING-STORAGE SECTION.
000650 01  WS-HISTORY-STATUS        PIC X(02).
000660 01  WS-REPORT-STATUS         PIC X(02).
000670 01  WS-HISTORY-EOF-SW        PIC X VALUE 'N'.
000680     88  WS-HISTORY-EOF           VALUE 'Y'.
000690 01  WS-REPORT-OPEN-SW        PIC X VALUE 'N'.
000700     88  WS-REPORT-OPEN           VALUE 'Y'.
000710*----------------------------------------------------------------
000720* THE INQUIRY - STATION ID AND A FROM/TO DATE AND TIME, ONE PER
000730* LINE FROM THE CONSOLE (SYSIN IN BATCH). A BLANK FROM TIME IS
000740* THE START OF THE DAY, A BLANK TO DATE IS THE FROM DATE, AND A
000750* BLANK TO TIME IS THE END OF THE DAY.
000760*----------------------------------------------------------------
000770 01  WS-INQ-STATION-ID        PIC X(08) VALUE SPACES.
000780 01  WS-INQ-FROM-DATE         PIC X(08) VALUE SPACES.
000790 01  WS-INQ-FROM-TIME         PIC X(06) VALUE SPACES.
000800 01  WS-INQ-TO-DATE           PIC X(08) VALUE SPACES.
000810 01  WS-INQ-TO-TIME           PIC X(06) VALUE SPACES.
000820 01  WS-INQ-FROM-KEY.
000830     05  WS-FROM-STATION-ID   PIC X(08).
000840     05  WS-FROM-DATE         PIC X(08).
000850     05  WS-FROM-TIME         PIC X(06).
000860 01  WS-INQ-TO-KEY.
000870     05  WS-TO-STATION-ID     PIC X(08).
000880     05  WS-TO-DATE           PIC X(08).
000890     05  WS-TO-TIME           PIC X(06).
000900*----------------------------------------------------------------
000910* TOTALS FOR THE FOOT OF THE REPORT. MINIMUM, MAXIMUM AND MEAN
000920* ARE TAKEN OVER READINGS THAT WERE CONVERTED; ONE THAT WENT TO
000930* THE EXCEPTION FILE IS LISTED AND COUNTED BUT HAS NO VALUE.
000940*----------------------------------------------------------------
000950 01  WS-READING-COUNT         PIC 9(07) COMP VALUE ZERO.
000960 01  WS-VALUED-COUNT          PIC 9(07) COMP VALUE ZERO.
000970 01  WS-ALERTED-COUNT         PIC 9(07) COMP VALUE ZERO.
000980 01  WS-EXCEPTION-COUNT       PIC 9(07) COMP VALUE ZERO.
000990 01  WS-MIN-CELSIUS           PIC S9(3)V99 VALUE ZERO.
001000 01  WS-MAX-CELSIUS           PIC S9(3)V99 VALUE ZERO.
001010 01  WS-SUM-CELSIUS           PIC S9(9)V99 VALUE ZERO.
001020 01  WS-MEAN-CELSIUS          PIC S9(3)V99 VALUE ZERO.
001030 01  WS-COUNT-EDIT            PIC Z(6)9 VALUE ZERO.
001040 01  WS-CELSIUS-EDIT          PIC -(3)9.99 VALUE ZERO.
001050 01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
001060 01  WS-HEADING-LINE.
001070     05  FILLER               PIC X(42) VALUE
001075         "DATE     TIME    S     RAW    CORR CELSIUS".
001080     05  FILLER               PIC X(38) VALUE
001085         "     FAHR   KELVIN  T RUN ID   AE".
001090 01  WS-DETAIL-LINE.
001100     05  DL-READING-DATE      PIC 9(08).
001110     05  FILLER               PIC X(01) VALUE SPACE.
001120     05  DL-READING-TIME      PIC 9(06).
001130     05  FILLER               PIC X(02) VALUE SPACES.
001140     05  DL-SOURCE-SCALE      PIC X(01).
001150     05  FILLER               PIC X(01) VALUE SPACE.
001160     05  DL-RAW-VALUE         PIC -(3)9.99.
001170     05  FILLER               PIC X(01) VALUE SPACE.
001180     05  DL-CORRECTION        PIC -(3)9.99.
001190     05  FILLER               PIC X(01) VALUE SPACE.
001200     05  DL-CELSIUS           PIC -(3)9.99.
001210     05  FILLER               PIC X(01) VALUE SPACE.
001220     05  DL-FAHRENHEIT        PIC -(4)9.99.
001230     05  FILLER               PIC X(01) VALUE SPACE.
001240     05  DL-KELVIN            PIC -(4)9.99.
001250     05  FILLER               PIC X(02) VALUE SPACES.
001260     05  DL-TARGET-SCALE      PIC X(01).
001270     05  FILLER               PIC X(01) VALUE SPACE.
001280     05  DL-RUN-ID            PIC X(08).
001290     05  FILLER               PIC X(01) VALUE SPACE.
001300     05  DL-ALERT-FLAG        PIC X(01).
001310     05  DL-EXCEPTION-FLAG    PIC X(01).
001320     05  FILLER               PIC X(05) VALUE SPACES.
001321 01  WS-RUN-LEDGER-STATUS     PIC X(02).
001322 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
001323     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
001324 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
001325 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
001326 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
001330
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     DISPLAY "Reading History Inquiry".
001365     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
001370     DISPLAY "Station ID: ".
001380     ACCEPT WS-INQ-STATION-ID.
001390     DISPLAY "From date (YYYYMMDD): ".
001400     ACCEPT WS-INQ-FROM-DATE.
001410     DISPLAY "From time (HHMMSS, blank for start of day): ".
001420     ACCEPT WS-INQ-FROM-TIME.
001430     DISPLAY "To date (YYYYMMDD, blank for the from date): ".
001440     ACCEPT WS-INQ-TO-DATE.
001450     DISPLAY "To time (HHMMSS, blank for end of day): ".
001460     ACCEPT WS-INQ-TO-TIME.
001470     PERFORM 1000-VALIDATE-INQUIRY THRU 1000-EXIT.
001480     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001490     PERFORM 3000-LIST-READINGS THRU 3000-EXIT.
001500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001510     CLOSE HISTORY-FILE.
001520     IF WS-REPORT-OPEN
001521         CLOSE INQUIRY-REPORT-FILE
001522     END-IF.
001525     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
001530     STOP RUN.
001540
001550*----------------------------------------------------------------
001560* 1000-VALIDATE-INQUIRY FILLS IN THE DEFAULTS AND BUILDS THE LOW
001570* AND HIGH KEYS OF THE RANGE. AN INQUIRY THAT CANNOT BE RUN AS
001580* GIVEN ENDS WITH RC 8 BEFORE ANY FILE IS OPENED.
001590*----------------------------------------------------------------
001600 1000-VALIDATE-INQUIRY.
001610     IF WS-INQ-FROM-TIME = SPACES
001620         MOVE '000000' TO WS-INQ-FROM-TIME
001630     END-IF
001640     IF WS-INQ-TO-DATE = SPACES
001650         MOVE WS-INQ-FROM-DATE TO WS-INQ-TO-DATE
001660     END-IF
001670     IF WS-INQ-TO-TIME = SPACES
001680         MOVE '235959' TO WS-INQ-TO-TIME
001690     END-IF
001700     IF WS-INQ-STATION-ID = SPACES
001710         DISPLAY "No station ID given - inquiry not run."
001720         MOVE 8 TO RETURN-CODE
001725         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001730         STOP RUN
001740     END-IF
001750     IF WS-INQ-FROM-DATE IS NOT NUMERIC OR
001760         WS-INQ-FROM-TIME IS NOT NUMERIC OR
001770         WS-INQ-TO-DATE IS NOT NUMERIC OR
001780         WS-INQ-TO-TIME IS NOT NUMERIC
001790         DISPLAY "From/to date and time must be numeric "
001800             "(YYYYMMDD / HHMMSS) - inquiry not run."
001810         MOVE 8 TO RETURN-CODE
001815         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001820         STOP RUN
001830     END-IF
001840     MOVE WS-INQ-STATION-ID TO WS-FROM-STATION-ID
001850     MOVE WS-INQ-FROM-DATE  TO WS-FROM-DATE
001860     MOVE WS-INQ-FROM-TIME  TO WS-FROM-TIME
001870     MOVE WS-INQ-STATION-ID TO WS-TO-STATION-ID
001880     MOVE WS-INQ-TO-DATE    TO WS-TO-DATE
001890     MOVE WS-INQ-TO-TIME    TO WS-TO-TIME
001900     IF WS-INQ-TO-KEY < WS-INQ-FROM-KEY
001910         DISPLAY "To date/time is before from date/time - ",
001920             "inquiry not run."
001930         MOVE 8 TO RETURN-CODE
001935         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001940         STOP RUN
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.
001980
001990 2000-OPEN-FILES.
002000     OPEN INPUT HISTORY-FILE
002010     IF WS-HISTORY-STATUS NOT = '00'
002020         DISPLAY "Unable to open history file HISTFILE - status "
002030             WS-HISTORY-STATUS " - inquiry not run."
002040         MOVE 8 TO RETURN-CODE
002045         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
002050         STOP RUN
002060     END-IF
002070     OPEN OUTPUT INQUIRY-REPORT-FILE
002080     IF WS-REPORT-STATUS = '00'
002090         MOVE 'Y' TO WS-REPORT-OPEN-SW
002100     ELSE
002110         DISPLAY "Unable to open report file HISTRPT - listing "
002120             "to console only."
002130     END-IF
002140     STRING "Readings for station " WS-INQ-STATION-ID
002150         " from " WS-INQ-FROM-DATE " " WS-INQ-FROM-TIME
002160         " to " WS-INQ-TO-DATE " " WS-INQ-TO-TIME
002170         DELIMITED BY SIZE INTO WS-REPORT-LINE
002180     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
002190     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
002200     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
002210     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
002220 2000-EXIT.
002230     EXIT.
002240
002250*----------------------------------------------------------------
002260* 3000-LIST-READINGS POSITIONS ON THE FIRST KEY AT OR AFTER THE
002270* LOW END OF THE RANGE AND READS FORWARD UNTIL THE KEY PASSES THE
002280* HIGH END - WHICH ALSO STOPS IT AT THE NEXT STATION'S READINGS.
002290*----------------------------------------------------------------
002300 3000-LIST-READINGS.
002310     MOVE WS-INQ-FROM-KEY TO HR-KEY
002320     START HISTORY-FILE KEY IS NOT LESS THAN HR-KEY
002330         INVALID KEY
002340             MOVE 'Y' TO WS-HISTORY-EOF-SW
002350     END-START
002360     IF NOT WS-HISTORY-EOF
002370         PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT
002380     END-IF
002390     PERFORM 3200-LIST-READING THRU 3200-EXIT
002400         UNTIL WS-HISTORY-EOF.
002410 3000-EXIT.
002420     EXIT.
002430
002440 3100-READ-NEXT-HISTORY.
002450     READ HISTORY-FILE NEXT RECORD
002460         AT END
002470             MOVE 'Y' TO WS-HISTORY-EOF-SW
002480             GO TO 3100-EXIT
002490     END-READ
002500     IF HR-KEY > WS-INQ-TO-KEY
002510         MOVE 'Y' TO WS-HISTORY-EOF-SW
002520     END-IF.
002530 3100-EXIT.
002540     EXIT.
002550
002560 3200-LIST-READING.
002570     ADD 1 TO WS-READING-COUNT
002580     MOVE HR-READING-DATE   TO DL-READING-DATE
002590     MOVE HR-READING-TIME   TO DL-READING-TIME
002600     MOVE HR-SOURCE-SCALE   TO DL-SOURCE-SCALE
002610     MOVE HR-RAW-VALUE      TO DL-RAW-VALUE
002620     MOVE HR-CORRECTION     TO DL-CORRECTION
002630     MOVE HR-CELSIUS        TO DL-CELSIUS
002640     MOVE HR-FAHRENHEIT     TO DL-FAHRENHEIT
002650     MOVE HR-KELVIN         TO DL-KELVIN
002660     MOVE HR-TARGET-SCALE   TO DL-TARGET-SCALE
002670     MOVE HR-RUN-ID         TO DL-RUN-ID
002680     MOVE HR-ALERT-FLAG     TO DL-ALERT-FLAG
002690     MOVE HR-EXCEPTION-FLAG TO DL-EXCEPTION-FLAG
002700     MOVE WS-DETAIL-LINE    TO WS-REPORT-LINE
002710     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
002720     IF NOT HR-NO-ALERT
002730         ADD 1 TO WS-ALERTED-COUNT
002740     END-IF
002750     IF NOT HR-NO-EXCEPTION
002760         ADD 1 TO WS-EXCEPTION-COUNT
002770     ELSE
002780         ADD 1 TO WS-VALUED-COUNT
002790         ADD HR-CELSIUS TO WS-SUM-CELSIUS
002800         IF WS-VALUED-COUNT = 1 OR HR-CELSIUS < WS-MIN-CELSIUS
002810             MOVE HR-CELSIUS TO WS-MIN-CELSIUS
002820         END-IF
002830         IF WS-VALUED-COUNT = 1 OR HR-CELSIUS > WS-MAX-CELSIUS
002840             MOVE HR-CELSIUS TO WS-MAX-CELSIUS
002850         END-IF
002860     END-IF
002870     PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT.
002880 3200-EXIT.
002890     EXIT.
002900
002910 4100-EMIT-REPORT-LINE.
002920     DISPLAY WS-REPORT-LINE
002930     IF WS-REPORT-OPEN
002940         MOVE WS-REPORT-LINE TO INQUIRY-REPORT-RECORD
002950         WRITE INQUIRY-REPORT-RECORD
002960     END-IF
002970     MOVE SPACES TO WS-REPORT-LINE.
002980 4100-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------
003020* 8000-PRINT-TOTALS WRITES THE FOOT OF THE REPORT. WITH NOTHING
003030* IN THE RANGE IT SAYS SO RATHER THAN PRINTING ZERO STATISTICS.
003040*----------------------------------------------------------------
003050 8000-PRINT-TOTALS.
003060     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003070     IF WS-READING-COUNT = 0
003080         MOVE "No readings on file for this station and range."
003090             TO WS-REPORT-LINE
003100         PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003110         GO TO 8000-EXIT
003120     END-IF
003130     MOVE WS-READING-COUNT TO WS-COUNT-EDIT
003140     STRING "Readings.................: " WS-COUNT-EDIT
003150         DELIMITED BY SIZE INTO WS-REPORT-LINE
003160     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003170     MOVE WS-ALERTED-COUNT TO WS-COUNT-EDIT
003180     STRING "Alerted..................: " WS-COUNT-EDIT
003190         DELIMITED BY SIZE INTO WS-REPORT-LINE
003200     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003210     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
003220     STRING "Exceptions (no value)....: " WS-COUNT-EDIT
003230         DELIMITED BY SIZE INTO WS-REPORT-LINE
003240     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003250     IF WS-VALUED-COUNT = 0
003260         GO TO 8000-EXIT
003270     END-IF
003280     COMPUTE WS-MEAN-CELSIUS ROUNDED =
003290         WS-SUM-CELSIUS / WS-VALUED-COUNT
003300     MOVE WS-MIN-CELSIUS TO WS-CELSIUS-EDIT
003310     STRING "Minimum (Celsius)........: " WS-CELSIUS-EDIT
003320         DELIMITED BY SIZE INTO WS-REPORT-LINE
003330     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003340     MOVE WS-MAX-CELSIUS TO WS-CELSIUS-EDIT
003350     STRING "Maximum (Celsius)........: " WS-CELSIUS-EDIT
003360         DELIMITED BY SIZE INTO WS-REPORT-LINE
003370     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT
003380     MOVE WS-MEAN-CELSIUS TO WS-CELSIUS-EDIT
003390     STRING "Mean (Celsius)...........: " WS-CELSIUS-EDIT
003400         DELIMITED BY SIZE INTO WS-REPORT-LINE
003410     PERFORM 4100-EMIT-REPORT-LINE THRU 4100-EXIT.
003420 8000-EXIT.
003430     EXIT.
003435
003440*----------------------------------------------------------------
003450* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
003460* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
003470* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
003480* REPORTED BUT DOES NOT STOP THE RUN.
003490*----------------------------------------------------------------
003500 9800-POST-RUN-START.
003510     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
003520     IF NOT WS-RUN-LEDGER-OPEN
003530         GO TO 9800-EXIT
003540     END-IF
003550     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
003560     SET RL-RUN-STARTED TO TRUE
003570     WRITE RUN-LEDGER-RECORD
003580     CLOSE RUN-LEDGER-FILE.
003590 9800-EXIT.
003600     EXIT.
003605
003610*----------------------------------------------------------------
003620* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
003630* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
003640*----------------------------------------------------------------
003650 9810-POST-RUN-END.
003660     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
003670     IF NOT WS-RUN-LEDGER-OPEN
003680         GO TO 9810-EXIT
003690     END-IF
003700     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
003710     SET RL-RUN-ENDED TO TRUE
003720     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003730     ACCEPT WS-LEDGER-CLOCK FROM TIME
003740     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
003750     MOVE RETURN-CODE TO RL-RETURN-CODE
003760     MOVE WS-READING-COUNT TO RL-RECORDS-IN
003770     MOVE WS-VALUED-COUNT TO RL-RECORDS-OUT
003780     WRITE RUN-LEDGER-RECORD
003790     CLOSE RUN-LEDGER-FILE.
003800 9810-EXIT.
003810     EXIT.
003815
003820 9840-BUILD-LEDGER-ENTRY.
003830     IF WS-LEDGER-START-DATE = ZERO
003840         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
003850         ACCEPT WS-LEDGER-CLOCK FROM TIME
003860         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
003870     END-IF
003880     MOVE SPACES TO RUN-LEDGER-RECORD
003890     MOVE "HistoryInquiry" TO RL-PROGRAM-ID
003900     MOVE SPACES TO RL-RUN-ID
003910     MOVE SPACES TO RL-OPERATOR-ID
003920     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
003930     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
003940     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
003950         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
003960 9840-EXIT.
003970     EXIT.
003975
003980 9850-OPEN-RUN-LEDGER.
003990     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
004000     OPEN EXTEND RUN-LEDGER-FILE
004010     IF WS-RUN-LEDGER-STATUS NOT = '00'
004020         OPEN OUTPUT RUN-LEDGER-FILE
004030     END-IF
004040     IF WS-RUN-LEDGER-STATUS = '00'
004050         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
004060     ELSE
004070         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
004080             WS-RUN-LEDGER-STATUS "."
004090     END-IF.
004100 9850-EXIT.
004110     EXIT.
