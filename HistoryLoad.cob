000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HistoryLoad.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. FIELD-OPERATIONS-SUPPORT.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10-15-2026  RVK  ORIGINAL. SEEDS THE INDEXED READING HISTORY
000200*                  FILE HISTFILE FROM A TEMPOUT FILE WRITTEN
000210*                  BEFORE TemperatureConverter POSTED HISTORY
000220*                  ITSELF. RUN ONCE PER RETAINED TEMPOUT, OLDEST
000230*                  FIRST, GIVING THE RUN ID THAT PRODUCED IT. A
000240*                  READING ALREADY ON HISTFILE IS LEFT AS IT IS.
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
000340     SELECT TEMP-OUT-FILE ASSIGN TO TEMPOUT
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-TEMP-OUT-STATUS.
000370     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS HR-KEY
000410         FILE STATUS IS WS-HISTORY-STATUS.
000412     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000414         ORGANIZATION IS SEQUENTIAL
000416         FILE STATUS IS WS-RUN-LEDGER-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------------
000460* TEMP-OUT-FILE IS A CONVERTED-READINGS FILE AS WRITTEN BY
000470* TemperatureConverter'S BATCH MODE. IN ALL-SCALES MODE ONE
000480* READING GIVES THREE CONSECUTIVE RECORDS (TO-CHOICE C, F, K);
000490* THEY ARE POSTED AS ONE HISTORY ENTRY WITH TARGET SCALE A. THE
000500* CALIBRATION FIELDS ARE SPACES ON A TEMPOUT OLDER THAN THEM.
000510*----------------------------------------------------------------
000520 FD  TEMP-OUT-FILE
000530     RECORDING MODE IS F.
000540 01  TEMP-OUT-RECORD.
000550     COPY TEMPREC REPLACING ==:PFX:== BY ==TO==.
000560     05  TO-CHOICE               PIC X(01).
000570     05  TO-CONVERTED-TEMP       PIC S9(3)V99
000580         SIGN IS TRAILING SEPARATE.
000590     05  TO-CALIBRATED-FLAG      PIC X(01).
000600         88  TO-CALIBRATED           VALUE 'Y'.
000610     05  TO-CORRECTION           PIC S9(3)V99
000620         SIGN IS TRAILING SEPARATE.
000630     05  TO-CALIB-EFFECTIVE-DATE PIC 9(08).
000640     05  FILLER                  PIC X(01).
000650
000660*----------------------------------------------------------------
000670* HISTORY-FILE IS THE PERMANENT READING HISTORY (SEE HISTREC),
000680* KEYED ON STATION ID + READING DATE + READING TIME. A TEMPOUT
000690* DOES NOT SAY WHETHER A READING WAS ALERTED, SO LOADED ENTRIES
000700* CARRY NO ALERT FLAG; EXCEPTIONS NEVER REACHED TEMPOUT AT ALL.
000710*----------------------------------------------------------------
000720 FD  HISTORY-FILE.
000730 01  HISTORY-RECORD.
000740     COPY HISTREC REPLACING ==:PFX:== BY ==HR==.
000750     05  FILLER                  PIC X(05).
000760
000761*----------------------------------------------------------------
000762* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
000763* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
000764*----------------------------------------------------------------
000765 FD  RUN-LEDGER-FILE
000766     RECORDING MODE IS F.
000767 01  RUN-LEDGER-RECORD.
000768     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
000769     05  FILLER                  PIC X(02).
000770
000775 WORKING-STORAGE SECTION.
000780 01  WS-TEMP-OUT-STATUS       PIC X(02).
000790 01  WS-HISTORY-STATUS        PIC X(02).
000800 01  WS-CURRENT-DATE          PIC 9(08).
000810 01  WS-TEMP-OUT-EOF-SW       PIC X VALUE 'N'.
000820     88  WS-TEMP-OUT-EOF          VALUE 'Y'.
000830*----------------------------------------------------------------
000840* RUN ID THE TEMPOUT BEING LOADED CAME FROM. TAKEN FROM THE
000850* CONSOLE (SYSIN IN BATCH); LEFT BLANK IF IT IS NOT KNOWN.
000860*----------------------------------------------------------------
000870 01  WS-LOAD-RUN-ID           PIC X(08) VALUE SPACES.
000880*----------------------------------------------------------------
000890* THE KEY OF THE PREVIOUS TEMPOUT RECORD, AND WHETHER THIS LOAD
000900* WROTE IT, SO THE SECOND AND THIRD RECORDS OF AN ALL-SCALES
000910* READING MARK THE ONE ENTRY INSTEAD OF COUNTING AS REPEATS.
000920*----------------------------------------------------------------
000930 01  WS-PRIOR-KEY             PIC X(22) VALUE SPACES.
000940 01  WS-PRIOR-WRITTEN-SW      PIC X VALUE 'N'.
000950     88  WS-PRIOR-WRITTEN         VALUE 'Y'.
000960 01  WS-CORRECTED-VALUE       PIC S9(3)V99 VALUE ZERO.
000970 01  WS-CELSIUS               PIC S9(3)V99 VALUE ZERO.
000980 01  WS-RECORDS-READ          PIC 9(08) COMP VALUE ZERO.
000990 01  WS-LOADED-COUNT          PIC 9(08) COMP VALUE ZERO.
001000 01  WS-ALL-SCALES-COUNT      PIC 9(08) COMP VALUE ZERO.
001010 01  WS-ON-FILE-COUNT         PIC 9(08) COMP VALUE ZERO.
001020 01  WS-UNUSABLE-COUNT        PIC 9(08) COMP VALUE ZERO.
001030 01  WS-FAILED-COUNT          PIC 9(08) COMP VALUE ZERO.
001040 01  WS-COUNT-EDIT            PIC Z(7)9 VALUE ZERO.
001041 01  WS-RUN-LEDGER-STATUS     PIC X(02).
001042 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
001043     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
001044 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
001045 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
001046 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
001050
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     DISPLAY "Reading History Load".
001090     DISPLAY "Run ID of the TEMPOUT being loaded (blank if not ",
001100         "known): ".
001110     ACCEPT WS-LOAD-RUN-ID.
001115     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
001120     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001130     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001140     PERFORM 2100-READ-TEMP-OUT THRU 2100-EXIT.
001150     PERFORM 2000-LOAD-TEMP-OUT-RECORD THRU 2000-EXIT
001160         UNTIL WS-TEMP-OUT-EOF.
001170     CLOSE TEMP-OUT-FILE.
001180     CLOSE HISTORY-FILE.
001190     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001200     IF WS-FAILED-COUNT > 0 OR WS-UNUSABLE-COUNT > 0
001210         MOVE 4 TO RETURN-CODE
001220     END-IF.
001225     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
001230     STOP RUN.
001240
001250*----------------------------------------------------------------
001260* 1000-OPEN-FILES OPENS TEMPOUT AND HISTFILE. A NEWLY DEFINED,
001270* EMPTY HISTFILE WILL NOT OPEN I-O (STATUS 35), SO IT IS OPENED
001280* OUTPUT ONCE AND REOPENED. ANY OTHER HISTFILE FAILURE LEAVES THE
001285* FILE UNTOUCHED. EITHER FILE UNUSABLE ENDS THE RUN WITH RC 8.
001290*----------------------------------------------------------------
001300 1000-OPEN-FILES.
001310     OPEN INPUT TEMP-OUT-FILE
001320     IF WS-TEMP-OUT-STATUS NOT = '00'
001330         DISPLAY "Unable to open TEMPOUT - status "
001340             WS-TEMP-OUT-STATUS " - nothing loaded."
001350         MOVE 8 TO RETURN-CODE
001355         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001360         STOP RUN
001370     END-IF
001380     OPEN I-O HISTORY-FILE
001390     IF WS-HISTORY-STATUS = '35'
001400         OPEN OUTPUT HISTORY-FILE
001410         IF WS-HISTORY-STATUS = '00'
001420             CLOSE HISTORY-FILE
001430             OPEN I-O HISTORY-FILE
001440         END-IF
001450     END-IF
001460     IF WS-HISTORY-STATUS NOT = '00'
001470         DISPLAY "Unable to open history file HISTFILE - status "
001480             WS-HISTORY-STATUS " - nothing loaded."
001490         CLOSE TEMP-OUT-FILE
001500         MOVE 8 TO RETURN-CODE
001505         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
001510         STOP RUN
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550
001560*----------------------------------------------------------------
001570* 2000-LOAD-TEMP-OUT-RECORD POSTS ONE TEMPOUT RECORD. THE VALUE
001580* AS RECEIVED PLUS ANY CALIBRATION CORRECTION GIVES THE CORRECTED
001590* READING, WHICH IS CARRIED INTO ALL THREE SCALES THE SAME WAY
001600* TemperatureConverter'S OWN POSTING DOES.
001610*----------------------------------------------------------------
001620 2000-LOAD-TEMP-OUT-RECORD.
001630     IF TO-STATION-ID = SPACES OR
001640         TO-TIMESTAMP-DATE IS NOT NUMERIC OR
001650         TO-TIMESTAMP-TIME IS NOT NUMERIC OR
001660         TO-RAW-VALUE IS NOT NUMERIC
001670         ADD 1 TO WS-UNUSABLE-COUNT
001680         MOVE SPACES TO WS-PRIOR-KEY
001690         GO TO 2000-READ-NEXT
001700     END-IF
001710     IF TO-STATION-ID = WS-PRIOR-KEY(1:8) AND
001720         TO-TIMESTAMP-DATE = WS-PRIOR-KEY(9:8) AND
001730         TO-TIMESTAMP-TIME = WS-PRIOR-KEY(17:6)
001740         PERFORM 2200-MARK-ALL-SCALES THRU 2200-EXIT
001750         GO TO 2000-READ-NEXT
001760     END-IF
001770     MOVE 'N' TO WS-PRIOR-WRITTEN-SW
001780     MOVE SPACES TO HISTORY-RECORD
001790     MOVE TO-STATION-ID      TO HR-STATION-ID
001800     MOVE TO-TIMESTAMP-DATE  TO HR-READING-DATE
001810     MOVE TO-TIMESTAMP-TIME  TO HR-READING-TIME
001820     MOVE HR-KEY             TO WS-PRIOR-KEY
001830     MOVE TO-SOURCE-SCALE    TO HR-SOURCE-SCALE
001840     MOVE TO-RAW-VALUE       TO HR-RAW-VALUE
001850     MOVE TO-CHOICE          TO HR-TARGET-SCALE
001860     MOVE WS-LOAD-RUN-ID     TO HR-RUN-ID
001870     SET HR-NO-ALERT         TO TRUE
001880     SET HR-NO-EXCEPTION     TO TRUE
001890     SET HR-POSTED-BY-LOAD   TO TRUE
001900     MOVE WS-CURRENT-DATE    TO HR-POSTED-DATE
001910     IF TO-CALIBRATED AND TO-CORRECTION IS NUMERIC
001920         MOVE TO-CORRECTION  TO HR-CORRECTION
001930     ELSE
001940         MOVE ZERO           TO HR-CORRECTION
001950     END-IF
001960     COMPUTE WS-CORRECTED-VALUE = HR-RAW-VALUE + HR-CORRECTION
001970         ON SIZE ERROR
001980             MOVE HR-RAW-VALUE TO WS-CORRECTED-VALUE
001990             MOVE ZERO TO HR-CORRECTION
002000     END-COMPUTE
002010     EVALUATE HR-SOURCE-SCALE
002020         WHEN 'F'
002030             COMPUTE WS-CELSIUS ROUNDED =
002040                 (WS-CORRECTED-VALUE - 32) * 5 / 9
002050         WHEN 'K'
002060             COMPUTE WS-CELSIUS ROUNDED =
002070                 WS-CORRECTED-VALUE - 273.15
002080         WHEN 'C'
002090             MOVE WS-CORRECTED-VALUE TO WS-CELSIUS
002100         WHEN OTHER
002110             ADD 1 TO WS-UNUSABLE-COUNT
002120             GO TO 2000-READ-NEXT
002130     END-EVALUATE
002140     MOVE WS-CELSIUS TO HR-CELSIUS
002150     COMPUTE HR-FAHRENHEIT ROUNDED = WS-CELSIUS * 9 / 5 + 32
002160     COMPUTE HR-KELVIN ROUNDED = WS-CELSIUS + 273.15
002170     WRITE HISTORY-RECORD
002180         INVALID KEY
002190             CONTINUE
002200     END-WRITE
002210     EVALUATE WS-HISTORY-STATUS
002220         WHEN '00'
002230         WHEN '02'
002240             ADD 1 TO WS-LOADED-COUNT
002250             MOVE 'Y' TO WS-PRIOR-WRITTEN-SW
002260         WHEN '22'
002270             ADD 1 TO WS-ON-FILE-COUNT
002280         WHEN OTHER
002290             ADD 1 TO WS-FAILED-COUNT
002300             DISPLAY "Unable to post reading for station "
002310                 HR-STATION-ID " " HR-READING-DATE " "
002320                 HR-READING-TIME " - status "
002330                 WS-HISTORY-STATUS "."
002340     END-EVALUATE.
002350 2000-READ-NEXT.
002360     ADD 1 TO WS-RECORDS-READ
002370     PERFORM 2100-READ-TEMP-OUT THRU 2100-EXIT.
002380 2000-EXIT.
002390     EXIT.
002400
002410 2100-READ-TEMP-OUT.
002420     READ TEMP-OUT-FILE
002430         AT END
002440             MOVE 'Y' TO WS-TEMP-OUT-EOF-SW
002450     END-READ.
002460 2100-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------------
002500* 2200-MARK-ALL-SCALES HANDLES A FURTHER TEMPOUT RECORD FOR THE
002510* READING JUST POSTED - AN ALL-SCALES RUN. IF THIS LOAD WROTE
002520* THAT ENTRY ITS TARGET SCALE BECOMES A; AN ENTRY ALREADY ON FILE
002530* BEFORE THIS LOAD IS LEFT ALONE.
002540*----------------------------------------------------------------
002550 2200-MARK-ALL-SCALES.
002560     ADD 1 TO WS-ALL-SCALES-COUNT
002570     IF NOT WS-PRIOR-WRITTEN OR HR-TARGET-SCALE = 'A'
002580         GO TO 2200-EXIT
002590     END-IF
002600     MOVE 'A' TO HR-TARGET-SCALE
002610     REWRITE HISTORY-RECORD
002620         INVALID KEY
002630             CONTINUE
002640     END-REWRITE
002650     IF WS-HISTORY-STATUS NOT = '00'
002660         DISPLAY "Unable to mark all-scales reading for station "
002670             HR-STATION-ID " " HR-READING-DATE " "
002680             HR-READING-TIME " - status " WS-HISTORY-STATUS "."
002690     END-IF.
002700 2200-EXIT.
002710     EXIT.
002720
002730 8000-PRINT-SUMMARY.
002740     DISPLAY "----------------------------------------"
002750     DISPLAY "History Load Summary"
002760     DISPLAY "----------------------------------------"
002770     DISPLAY "Run ID.................: " WS-LOAD-RUN-ID
002780     MOVE WS-RECORDS-READ TO WS-COUNT-EDIT
002790     DISPLAY "TEMPOUT records read...: " WS-COUNT-EDIT
002800     MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
002810     DISPLAY "Readings loaded........: " WS-COUNT-EDIT
002820     MOVE WS-ALL-SCALES-COUNT TO WS-COUNT-EDIT
002830     DISPLAY "All-scales repeats.....: " WS-COUNT-EDIT
002840     MOVE WS-ON-FILE-COUNT TO WS-COUNT-EDIT
002850     DISPLAY "Already on history.....: " WS-COUNT-EDIT
002860     MOVE WS-UNUSABLE-COUNT TO WS-COUNT-EDIT
002870     DISPLAY "Unusable records.......: " WS-COUNT-EDIT
002880     MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
002890     DISPLAY "Failed to post.........: " WS-COUNT-EDIT
002900     DISPLAY "----------------------------------------".
002910 8000-EXIT.
002920     EXIT.
002925
002930*----------------------------------------------------------------
002940* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
002950* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
002960* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
002970* REPORTED BUT DOES NOT STOP THE RUN.
002980*----------------------------------------------------------------
002990 9800-POST-RUN-START.
003000     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
003010     IF NOT WS-RUN-LEDGER-OPEN
003020         GO TO 9800-EXIT
003030     END-IF
003040     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
003050     SET RL-RUN-STARTED TO TRUE
003060     WRITE RUN-LEDGER-RECORD
003070     CLOSE RUN-LEDGER-FILE.
003080 9800-EXIT.
003090     EXIT.
003095
003100*----------------------------------------------------------------
003110* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
003120* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
003130*----------------------------------------------------------------
003140 9810-POST-RUN-END.
003150     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
003160     IF NOT WS-RUN-LEDGER-OPEN
003170         GO TO 9810-EXIT
003180     END-IF
003190     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
003200     SET RL-RUN-ENDED TO TRUE
003210     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003220     ACCEPT WS-LEDGER-CLOCK FROM TIME
003230     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
003240     MOVE RETURN-CODE TO RL-RETURN-CODE
003250     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
003260     MOVE WS-LOADED-COUNT TO RL-RECORDS-OUT
003270     COMPUTE RL-RECORDS-REJECTED = WS-UNUSABLE-COUNT +
003280         WS-FAILED-COUNT
003290     WRITE RUN-LEDGER-RECORD
003300     CLOSE RUN-LEDGER-FILE.
003310 9810-EXIT.
003320     EXIT.
003325
003330 9840-BUILD-LEDGER-ENTRY.
003340     IF WS-LEDGER-START-DATE = ZERO
003350         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
003360         ACCEPT WS-LEDGER-CLOCK FROM TIME
003370         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
003380     END-IF
003390     MOVE SPACES TO RUN-LEDGER-RECORD
003400     MOVE "HistoryLoad" TO RL-PROGRAM-ID
003410     MOVE WS-LOAD-RUN-ID TO RL-RUN-ID
003420     MOVE SPACES TO RL-OPERATOR-ID
003430     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
003440     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
003450     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
003460         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
003470 9840-EXIT.
003480     EXIT.
003485
003490 9850-OPEN-RUN-LEDGER.
003500     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
003510     OPEN EXTEND RUN-LEDGER-FILE
003520     IF WS-RUN-LEDGER-STATUS NOT = '00'
003530         OPEN OUTPUT RUN-LEDGER-FILE
003540     END-IF
003550     IF WS-RUN-LEDGER-STATUS = '00'
003560         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
003570     ELSE
003580         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
003590             WS-RUN-LEDGER-STATUS "."
003600     END-IF.
003610 9850-EXIT.
003620     EXIT.
