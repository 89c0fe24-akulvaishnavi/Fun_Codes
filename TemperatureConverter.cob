001050*                  DENIAL CODE IN THE TARGET-SCALE BYTE) SO THE
001051*                  RECORD OF WHO TOUCHED A RUN IS TRUSTWORTHY,
001052*                  NOT SELF-REPORTED.
001053* 10-15-2026  RVK  READINGS ARE NOW CORRECTED FOR KNOWN SENSOR
001054*                  BIAS BEFORE PLAUSIBILITY CHECKING AND
001055*                  CONVERSION. THE CORRECTION IN EFFECT ON THE
001056*                  READING'S OWN DATE IS TAKEN FROM A NEW
001057*                  CALIBMST CALIBRATION MASTER (MAINTAINED BY
001058*                  CalibrationMasterMaint). TEMP-OUT-FILE AND
001059*                  AUDIT-FILE NOW CARRY THE CORRECTION APPLIED
001060*                  AND THE EFFECTIVE DATE OF THE ENTRY USED,
001061*                  ALONGSIDE THE VALUE AS THE SENSOR SENT IT, AND
001062*                  THE SUMMARY REPORT COUNTS CORRECTED READINGS
001063*                  AND LISTS EACH CORRECTION USED THIS RUN.
001064* 10-15-2026  RVK  A BATCH RUN NOW PROVES THE VENDOR FEED BEFORE
001065*                  TOUCHING IT. THE FEED'S OWN HEADER (FILE DATE,
001066*                  SEQUENCE NUMBER) AND TRAILER (RECORD COUNT, SUM
001067*                  OF RAW VALUES) ARE CHECKED AGAINST WHAT IS
001068*                  ACTUALLY ON THE FILE, AND THE FILE AGAINST A
001069*                  NEW FEEDREG INTAKE REGISTER OF EVERY FEED FILE
001070*                  EVER PRESENTED. A FILE OUT OF BALANCE, OUT OF
001071*                  SEQUENCE OR ALREADY TAKEN IS REFUSED WITH
001072*                  RETURN CODE 16 BEFORE ANY CONVERSION, AUDIT OR
001073*                  INTERCHANGE WRITE. THE INPUT FORMAT PROMPT
001074*                  MOVED AHEAD OF THE CHECK INTO
001075*                  4020-OBTAIN-INPUT-FORMAT.
001076* 10-15-2026  RVK  READINGS, BATCH OR KEYED, ARE NOW CHECKED FOR
001077*                  RATE OF CHANGE AGAINST THE STATION'S PREVIOUS
001078*                  READING, EVEN ONE FROM AN EARLIER RUN - THE
001079*                  LAST GOOD READING PER STATION IS KEPT ON A NEW
001080*                  STNLAST FILE. THE ALLOWED CHANGE PER HOUR
001081*                  DEPENDS ON STATION TYPE. A SPIKE, OR A STEP
001082*                  CHANGE THAT DOES NOT SETTLE BACK, GOES TO A NEW
001083*                  RATEALRT FILE WITH BOTH READINGS AND THE
001084*                  ELAPSED TIME, IS COUNTED ON THE SUMMARY, AND IS
001085*                  KEPT OUT OF THE STATISTICS LIKE AN IMPLAUSIBLE
001086*                  READING.
001087* 10-15-2026  RVK  EVERY INTERCHANGE RECORD IS NOW ALSO APPENDED
001088*                  TO A PERMANENT INTRSAVE COPY, AND EACH DETAIL
001089*                  IS STAMPED WITH ITS RUN ID, SO THE NEW
001090*                  InterchangeRetransmit CAN REBUILD A RUN THE
001091*                  RECEIVER REJECTED OR MIS-COUNTED. HEADER
001092*                  AND TRAILER CARRY A RETRANSMISSION SEQUENCE
001093*                  NUMBER, ALWAYS ZERO FROM THIS PROGRAM.
001094* 10-15-2026  RVK  EVERY READING A BATCH RUN PROCESSES IS NOW
001095*                  POSTED TO THE INDEXED READING HISTORY FILE
001096*                  HISTFILE (STATION/DATE/TIME KEY) WITH ITS RAW,
001097*                  CORRECTED AND CONVERTED VALUES, RUN ID AND ANY
001098*                  ALERT OR EXCEPTION FLAG, FOR HistoryInquiry.
001099* 10-15-2026  RVK  EACH RUN NOW POSTS A STARTED ENTRY AND AN ENDED
001100*                  ENTRY (RETURN CODE, KEY COUNTS) TO THE SHARED
001101*                  RUN LEDGER RUNLEDGR READ BY BatchCloseout.
001102* 10-15-2026  RVK  STATION MASTER CARRIES THE NEW SM-REGION-CODE
001103*                  AND SM-SITE-CODE (CARVED FROM FILLER); THEY ARE
001104*                  WRITTEN BACK UNCHANGED AND STAMPED ON GAPFILE.
001105*                  A NEW REGION= PARAMETER CARD (ONE TO FOUR
001106*                  CHARACTERS) LIMITS THE COVERAGE CHECK TO ONE
001107*                  REGION'S STATIONS.
001108* 10-15-2026  RVK  EACH CHECKPOINT RECORD NOW CARRIES THE DATE IT
001109*                  WAS LAST SAVED (CP-SAVED-DATE, CARVED FROM
001110*                  FILLER) SO RetentionPurge CAN AGE OUT FINISHED
001111*                  RUNS' RECORDS.
001112* 10-15-2026  RVK  A BATCH RUN THAT CANNOT OPEN ITS INPUT OR
001113*                  OUTPUT FILE NOW ENDS WITH RETURN CODE 16, SO
001114*                  THE RUN LEDGER NO LONGER SHOWS IT AS A CLEAN
001115*                  RUN. HISTFILE IS REOPENED OUTPUT ONLY WHEN IT
001116*                  HAS NEVER BEEN LOADED (STATUS 35); ANY OTHER
001117*                  OPEN FAILURE LEAVES IT UNTOUCHED.
001118*----------------------------------------------------------------
001119
001120 ENVIRONMENT DIVISION.
001121 CONFIGURATION SECTION.
001122 SOURCE-COMPUTER. IBM-3090.
001123 OBJECT-COMPUTER. IBM-3090.
001124
001125 INPUT-OUTPUT SECTION.
001126 FILE-CONTROL.
001127     SELECT TEMP-IN-FILE ASSIGN TO TEMPIN
001128         ORGANIZATION IS SEQUENTIAL
001129         FILE STATUS IS WS-TEMP-IN-FILE-STATUS.
001130     SELECT TEMP-OUT-FILE ASSIGN TO TEMPOUT
001131         ORGANIZATION IS SEQUENTIAL
001132         FILE STATUS IS WS-TEMP-OUT-FILE-STATUS.
001133     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001134         ORGANIZATION IS SEQUENTIAL
001135         FILE STATUS IS WS-AUDIT-FILE-STATUS.
001136     SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFILE
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
001160     SELECT INTERCHANGE-FILE ASSIGN TO INTRFILE
001170         ORGANIZATION IS SEQUENTIAL
001172         FILE STATUS IS WS-INTERCHANGE-FILE-STATUS.
001174     SELECT INTERCHANGE-SAVE-FILE ASSIGN TO INTRSAVE
001176         ORGANIZATION IS SEQUENTIAL
001178         FILE STATUS IS WS-IX-SAVE-STATUS.
001181     SELECT STATION-MASTER ASSIGN TO STATNMST
001182         ORGANIZATION IS SEQUENTIAL
001183         FILE STATUS IS WS-STATION-MASTER-STATUS.
001209     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
001210         ORGANIZATION IS SEQUENTIAL
001211         FILE STATUS IS WS-OPERATOR-AUTH-STATUS.
001212     SELECT CALIBRATION-MASTER ASSIGN TO CALIBMST
001213         ORGANIZATION IS SEQUENTIAL
001214         FILE STATUS IS WS-CALIBRATION-MASTER-STATUS.
001215     SELECT FEED-REGISTER-FILE ASSIGN TO FEEDREG
001216         ORGANIZATION IS SEQUENTIAL
001217         FILE STATUS IS WS-FEED-REGISTER-STATUS.
001218     SELECT STATION-LAST-FILE ASSIGN TO STNLAST
001219         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS WS-STATION-LAST-STATUS.
001221     SELECT RATE-ALERT-FILE ASSIGN TO RATEALRT
001222         ORGANIZATION IS SEQUENTIAL
001223         FILE STATUS IS WS-RATE-ALERT-STATUS.
001224     SELECT HISTORY-FILE ASSIGN TO HISTFILE
001225         ORGANIZATION IS INDEXED
001226         ACCESS MODE IS DYNAMIC
001227         RECORD KEY IS HR-KEY
001228         FILE STATUS IS WS-HISTORY-STATUS.
001229     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
001230         ORGANIZATION IS SEQUENTIAL
001231         FILE STATUS IS WS-RUN-LEDGER-STATUS.
001190
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  TEMP-IN-FILE
001230     RECORDING MODE IS F.
001231 01  TEMP-IN-RECORD.
001232     COPY TEMPREC REPLACING ==:PFX:== BY ==TI==.
001233     05  TI-CHOICE               PIC X(01).
001234     05  FILLER                  PIC X(22).
001235*----------------------------------------------------------------
001236* THE VENDOR OPENS EVERY FIXED-LAYOUT FEED FILE WITH A '*HEADER*'
001237* RECORD (FILE DATE, FILE SEQUENCE NUMBER) AND CLOSES IT WITH A
001238* '*TRAILR*' RECORD (COUNT OF READINGS AND SUM OF THEIR RAW
001239* VALUES), THE TAG SITTING WHERE A READING CARRIES ITS STATION ID.
001240* SEE 4700-VERIFY-FEED-CONTROL. 4100-READ-TEMP-IN STEPS OVER BOTH.
001241*----------------------------------------------------------------
001242 01  TEMP-IN-CONTROL-RECORD.
001243     05  TC-CONTROL-TAG          PIC X(08).
001244         88  TC-HEADER-RECORD        VALUE '*HEADER*'.
001245         88  TC-TRAILER-RECORD       VALUE '*TRAILR*'.
001246     05  TC-FILE-DATE            PIC 9(08).
001247     05  TC-FILE-SEQUENCE        PIC 9(06).
001248     05  TC-RECORD-COUNT         PIC 9(08).
001249     05  TC-RAW-TOTAL            PIC S9(9)V99
001250         SIGN IS TRAILING SEPARATE.
001251     05  FILLER                  PIC X(10).
001252
001253 FD  TEMP-OUT-FILE
001254     RECORDING MODE IS F.
001255 01  TEMP-OUT-RECORD.
001256     COPY TEMPREC REPLACING ==:PFX:== BY ==TO==.
001257     05  TO-CHOICE               PIC X(01).
001258     05  TO-CONVERTED-TEMP       PIC S9(3)V99
001259         SIGN IS TRAILING SEPARATE.
001260*----------------------------------------------------------------
001261* TO-RAW-VALUE IS THE READING AS THE SENSOR SENT IT. WHEN A
001262* CALIBRATION ENTRY APPLIED (TO-CALIBRATED), TO-CONVERTED-TEMP WAS
001263* COMPUTED FROM TO-RAW-VALUE PLUS TO-CORRECTION (IN THE SOURCE
001264* SCALE), AND TO-CALIB-EFFECTIVE-DATE NAMES THE CALIBMST ENTRY
001265* USED. CARVED FROM FILLER; AN OLDER TEMPOUT CARRIES SPACES HERE.
001266*----------------------------------------------------------------
001267     05  TO-CALIBRATED-FLAG      PIC X(01).
001268         88  TO-CALIBRATED           VALUE 'Y'.
001269     05  TO-CORRECTION           PIC S9(3)V99
001270         SIGN IS TRAILING SEPARATE.
001271     05  TO-CALIB-EFFECTIVE-DATE PIC 9(08).
001272     05  FILLER                  PIC X(01).
001273
001274 FD  AUDIT-FILE
001275     RECORDING MODE IS F.
001276 01  AUDIT-RECORD.
001277     COPY AUDITREC REPLACING ==:PFX:== BY ==AR==.
001278     05  FILLER                  PIC X(02).
001279
001280*----------------------------------------------------------------
001281* CALIBRATION-MASTER IS THE PER-STATION SENSOR CORRECTION FILE
001282* MAINTAINED BY CalibrationMasterMaint - ONE ENTRY PER STATION PER
001283* EFFECTIVE DATE, IN STATION/DATE ORDER. IT IS LOADED INTO
001284* WS-CALIB-TABLE AT STARTUP AND SEARCHED THERE - SEE
001285* 1500-LOAD-CALIBRATION-TABLE AND 1200-APPLY-CALIBRATION.
001286*----------------------------------------------------------------
001287 FD  CALIBRATION-MASTER
001288     RECORDING MODE IS F.
001289 01  CALIBRATION-RECORD.
001290     COPY CALIBREC REPLACING ==:PFX:== BY ==CB==.
001291     05  FILLER                  PIC X(03).
001292*----------------------------------------------------------------
001293* FEED-REGISTER-FILE IS THE INTAKE REGISTER - ONE RECORD PER
001294* VENDOR FEED FILE PRESENTED TO A BATCH RUN, IDENTIFIED BY THE
001295* FILE DATE AND SEQUENCE NUMBER ON THE VENDOR'S OWN HEADER, WITH
001296* THE TRAILER'S COUNT AND TOTAL, THE RUN AND OPERATOR THAT
001297* PRESENTED IT, AND WHAT BECAME OF IT: I = TAKEN, RUN IN
001298* PROGRESS; C = TAKEN, RUN COMPLETE; X = REFUSED, FR-REASON SAYS
001299* WHY. LIKE CHKPTFILE IT IS SMALL AND IS READ WHOLE, MERGED AND
001300* REWRITTEN - SEE 4700-VERIFY-FEED-CONTROL.
001301*----------------------------------------------------------------
001302 FD  FEED-REGISTER-FILE
001303     RECORDING MODE IS F.
001304 01  FEED-REGISTER-RECORD.
001305     05  FR-FILE-DATE            PIC 9(08).
001306     05  FR-FILE-SEQUENCE        PIC 9(06).
001307     05  FR-RECORD-COUNT         PIC 9(08).
001308     05  FR-RAW-TOTAL            PIC S9(9)V99
001309         SIGN IS TRAILING SEPARATE.
001310     05  FR-INPUT-FORMAT         PIC X(01).
001311     05  FR-RUN-ID               PIC X(08).
001312     05  FR-OPERATOR-ID          PIC X(08).
001313     05  FR-INTAKE-DATE          PIC 9(08).
001314     05  FR-INTAKE-TIME          PIC 9(06).
001315     05  FR-STATUS               PIC X(01).
001316         88  FR-FEED-IN-PROGRESS     VALUE 'I'.
001317         88  FR-FEED-COMPLETE        VALUE 'C'.
001318         88  FR-FEED-REFUSED         VALUE 'X'.
001319     05  FR-REASON               PIC X(01).
001320     05  FILLER                  PIC X(13).
001321*----------------------------------------------------------------
001322* STATION-LAST-FILE CARRIES EACH STATION'S RATE-OF-CHANGE STATE
001323* FROM ONE RUN TO THE NEXT: THE BASELINE (THE LAST READING
001324* ACCEPTED AS NORMAL, IN CELSIUS, WITH ITS TIMESTAMP) AND, WHILE
001325* THE STATION IS IN AN UNSETTLED EXCURSION, THE LAST READING THAT
001326* JUMPED AWAY FROM IT. LOADED AT THE START OF THE BATCH OR
001327* INTERACTIVE PASS AND REWRITTEN AT EVERY CHECKPOINT AND AT THE
001328* END OF THE PASS - SEE 1350-CHECK-RATE-OF-CHANGE.
001329*----------------------------------------------------------------
001330 FD  STATION-LAST-FILE
001331     RECORDING MODE IS F.
001332 01  STATION-LAST-RECORD.
001333     05  SL-STATION-ID           PIC X(08).
001334     05  SL-BASE-DATE            PIC 9(08).
001335     05  SL-BASE-TIME            PIC 9(06).
001336     05  SL-BASE-CELSIUS         PIC S9(3)V99
001337         SIGN IS TRAILING SEPARATE.
001338     05  SL-EXCURSION-FLAG       PIC X(01).
001339         88  SL-IN-EXCURSION         VALUE 'Y'.
001340     05  SL-EXCURSION-DATE       PIC 9(08).
001341     05  SL-EXCURSION-TIME       PIC 9(06).
001342     05  SL-EXCURSION-CELSIUS    PIC S9(3)V99
001343         SIGN IS TRAILING SEPARATE.
001344     05  FILLER                  PIC X(11).
001345
001346*----------------------------------------------------------------
001347* RATE-ALERT-FILE CAPTURES READINGS THAT MOVED FASTER THAN THE
001348* STATION'S TYPE ALLOWS: S = SPIKE (A JUMP AWAY FROM THE STATION'S
001349* BASELINE), T = STEP (A SECOND READING HOLDING THE NEW LEVEL
001350* - THE CHANGE DID NOT SETTLE BACK). BOTH READINGS ARE CELSIUS,
001351* THE PRIOR ONE BEING THE BASELINE THE JUMP WAS MEASURED FROM.
001352* RA-ALLOWED-CHANGE-C IS THE MOST THE READING COULD HAVE MOVED IN
001353* RA-ELAPSED-MINUTES - SEE 1350-CHECK-RATE-OF-CHANGE.
001354*----------------------------------------------------------------
001355 FD  RATE-ALERT-FILE
001356     RECORDING MODE IS F.
001357 01  RATE-ALERT-RECORD.
001358     05  RA-STATION-ID           PIC X(08).
001359     05  RA-STATION-TYPE         PIC X(01).
001360     05  RA-ALERT-TYPE           PIC X(01).
001361         88  RA-SPIKE                VALUE 'S'.
001362         88  RA-STEP                 VALUE 'T'.
001363     05  RA-PRIOR-DATE           PIC 9(08).
001364     05  RA-PRIOR-TIME           PIC 9(06).
001365     05  RA-PRIOR-CELSIUS        PIC S9(3)V99
001366         SIGN IS TRAILING SEPARATE.
001367     05  RA-READING-DATE         PIC 9(08).
001368     05  RA-READING-TIME         PIC 9(06).
001369     05  RA-READING-CELSIUS      PIC S9(3)V99
001370         SIGN IS TRAILING SEPARATE.
001371     05  RA-ELAPSED-MINUTES      PIC 9(07).
001372     05  RA-CHANGE-PER-HOUR-C    PIC S9(5)V99
001373         SIGN IS TRAILING SEPARATE.
001374     05  RA-ALLOWED-CHANGE-C     PIC S9(3)V99
001375         SIGN IS TRAILING SEPARATE.
001376     05  RA-RUN-ID               PIC X(08).
001377     05  FILLER                  PIC X(01).
001378
001379*----------------------------------------------------------------
001380* HISTORY-FILE IS THE PERMANENT READING HISTORY, KEYED ON STATION
001381* ID + READING DATE + READING TIME (SEE HISTREC). EVERY READING A
001382* BATCH RUN PROCESSES IS POSTED TO IT BY
001383* 4800-POST-READING-HISTORY; A READING RE-PROCESSED BY A RESTART
001384* OR A RE-RUN REPLACES ITS EARLIER ENTRY RATHER THAN BEING
001385* REJECTED AS A DUPLICATE KEY.
001386*----------------------------------------------------------------
001387 FD  HISTORY-FILE.
001388 01  HISTORY-RECORD.
001389     COPY HISTREC REPLACING ==:PFX:== BY ==HR==.
001390     05  FILLER                  PIC X(05).
001391
001392*----------------------------------------------------------------
001393* AUDIT-ARCHIVE-FILE IS WHERE A PRIOR DAY'S AUDIT-FILE IS ROLLED
001394* OFF TO BY 1400-ARCHIVE-AUDIT-FILE-IF-NEEDED SO AUDITLOG ITSELF
001395* STAYS A SINGLE DAY'S WORTH OF ACTIVITY. ASSIGN TO AUDITARC IS A
001396* SYMBOLIC NAME - THE JCL FOR THIS JOB POINTS IT AT A DATED
001397* GENERATION (E.G. A GDG +1) FOR EACH DAY'S ARCHIVE.
001398*----------------------------------------------------------------
001399 FD  AUDIT-ARCHIVE-FILE
001400     RECORDING MODE IS F.
001401 01  AUDIT-ARCHIVE-RECORD.
001402     COPY AUDITREC REPLACING ==:PFX:== BY ==AA==.
001403     05  FILLER                  PIC X(02).
001404
001405*----------------------------------------------------------------
001406* SUMMARY-FILE IS THE PRINT-FRIENDLY, DISTRIBUTABLE COPY OF THE
001407* END-OF-RUN SUMMARY (SEE 8000-PRINT-SUMMARY / 8150-EMIT-LINE).
001408* ASSIGN TO SUMRPT IS SYMBOLIC - JCL POINTS IT AT A DATED DATASET
001409* (OR GDG GENERATION) PER RUN.
001410*----------------------------------------------------------------
001411 FD  SUMMARY-FILE
001412     RECORDING MODE IS F.
001413 01  SUMMARY-RECORD                  PIC X(80).
001414
001415*----------------------------------------------------------------
001416* TEMP-IN-DELIMITED-FILE IS THE VENDOR'S COMMA-DELIMITED DAILY
001417* EXTRACT, ACCEPTED BY 4000-BATCH-PARA AS AN ALTERNATIVE TO THE
001418* FIXED TEMPREC LAYOUT - SEE 4120-READ-DELIMITED-RECORD. FIELD
001419* ORDER ON THE VENDOR FEED IS RAW-VALUE, SOURCE-SCALE,
001420* STATION-ID, DATE, TIME, TARGET-SCALE - NOT OUR INTERNAL ORDER.
001421* THE FIRST LINE IS THE VENDOR'S HEADER, "H,FILE-DATE,SEQUENCE",
001422* AND THE LAST ITS TRAILER, "T,RECORD-COUNT,RAW-VALUE-TOTAL".
001423*----------------------------------------------------------------
001424 FD  TEMP-IN-DELIMITED-FILE.
001425 01  TEMP-IN-DELIMITED-RECORD        PIC X(120).
001426
001427*----------------------------------------------------------------
001428* PARAMETER-FILE IS THE SCHEDULER-SUPPLIED ANSWER DECK FOR AN
001429* UNATTENDED RUN - KEYWORD=VALUE CARDS, ONE PER LINE, COVERING
001430* EVERYTHING THE CONSOLE PROMPTS WOULD OTHERWISE ASK (MODE,
001431* RUN-ID, FORMAT, DECIMALS, RESTART, OPERATOR). A CARD WHOSE
001432* FIRST COLUMN IS '*' IS A COMMENT. SEE 0100-OBTAIN-RUN-PARMS.
001433* AN OPTIONAL REGION=CODE CARD, WHICH HAS NO CONSOLE PROMPT,
001434* LIMITS THE COVERAGE CHECK TO THAT REGION'S STATIONS.
001443* WHEN THE DATASET IS NOT ALLOCATED THE RUN FALLS BACK TO THE
001444* CONSOLE PROMPTS, SO AN ATTENDED RUN NEEDS NO PARMFILE AT ALL.
001445*----------------------------------------------------------------
001476     05  GF-STATION-ID           PIC X(08).
001477     05  GF-STATION-TYPE         PIC X(01).
001478     05  GF-LAST-READING-DATE    PIC 9(08).
001479     05  GF-REGION-CODE          PIC X(04).
001480     05  GF-SITE-CODE            PIC X(06).
001481     05  FILLER                  PIC X(05).
001482
001483*----------------------------------------------------------------
001484* OPERATOR-AUTH-FILE IS THE OPERATOR AUTHORIZATION ROSTER - ONE
001485* RECORD PER OPERATOR ID THE SHOP RECOGNIZES, WITH Y/N
001486* PRIVILEGE FLAGS FOR INTERACTIVE CONVERSIONS, BATCH RUNS AND
001487* CHECKPOINT RESTARTS. AN ID NOT ON THE FILE IS REFUSED AT
001488* STARTUP - SEE 0200-CHECK-OPERATOR-AUTH - AND EVERY REFUSAL IS
001489* RECORDED TO AUDIT-FILE SO THE RECORD OF WHO TOUCHED A RUN IS
001490* TRUSTWORTHY, NOT SELF-REPORTED.
001491*----------------------------------------------------------------
001492 FD  OPERATOR-AUTH-FILE
001493     RECORDING MODE IS F.
001494 01  OPERATOR-AUTH-RECORD.
001495     05  OA-OPERATOR-ID          PIC X(08).
001496     05  OA-INTERACTIVE-PRIV     PIC X(01).
001497     05  OA-BATCH-PRIV           PIC X(01).
001498     05  OA-RESTART-PRIV         PIC X(01).
001499     05  FILLER                  PIC X(21).
001510
001520 FD  CHECKPOINT-FILE
001530     RECORDING MODE IS F.
001790     05  CP-CONV-TOTAL-K         PIC S9(7)V99
001800         SIGN IS TRAILING SEPARATE.
001810     05  FILLER                  PIC X(02).
001811*----------------------------------------------------------------
001812* CP-CALIBRATED-COUNT AND THE SPARE FILLER AFTER IT LENGTHENED THE
001813* RECORD FROM 124 TO 144 BYTES. A CHECKPOINT SAVED BEFORE THEN
001814* CARRIES SPACES HERE ONCE THE FILE IS RE-ALLOCATED AT THE NEW
001815* LENGTH, SO THE COUNT IS ONLY RESTORED WHEN IT IS NUMERIC.
001816* CP-RATE-ALERT-COUNT WAS LATER CARVED FROM THAT FILLER AND IS
001817* RESTORED ON THE SAME TERMS. CP-SAVED-DATE, ALSO CARVED FROM IT,
001818* IS THE DATE THE RECORD WAS LAST WRITTEN; IT IS NOT RESTORED,
001819* ONLY READ BY RetentionPurge TO AGE OUT FINISHED RUNS' RECORDS.
001820*----------------------------------------------------------------
001821     05  CP-CALIBRATED-COUNT     PIC 9(05).
001822     05  CP-RATE-ALERT-COUNT     PIC 9(05).
001823     05  CP-SAVED-DATE           PIC 9(08).
001824     05  FILLER                  PIC X(02).
001825
001830*----------------------------------------------------------------
001840* INTERCHANGE-FILE IS THE DOWNSTREAM FEED OF CONVERTED READINGS.
001850* A LEADING HEADER RECORD CARRIES THE RUN DATE AND A RECORD-
001880* TRAILING TRAILER RECORD CARRIES THE FINAL COUNT AND A CONTROL
001890* TOTAL OF THE CONVERTED VALUES SO THE RECEIVING SYSTEM CAN
001900* BALANCE THE TRANSMISSION.
001902* EACH DETAIL CARRIES ITS RUN ID, AND HEADER AND TRAILER CARRY A
001904* RETRANSMISSION SEQUENCE NUMBER - ZERO ON THE ORIGINAL SENDING,
001906* 1, 2, ... ON EACH REBUILD BY InterchangeRetransmit - SO THE
001908* RECEIVER CAN TELL A RESEND FROM THE ORIGINAL.
001910*----------------------------------------------------------------
001920 FD  INTERCHANGE-FILE
001930     RECORDING MODE IS F.
002005             15  IX-RUN-ID           PIC X(08).
002010             15  IX-RUN-DATE         PIC 9(08).
002020             15  IX-RECORD-COUNT     PIC 9(08).
002026             15  IX-RETRANSMIT-SEQ   PIC 9(03).
002032             15  FILLER              PIC X(22).
002040         10  IX-DETAIL-DATA REDEFINES IX-HEADER-DATA.
002050             15  IX-STATION-ID       PIC X(08).
002060             15  IX-SOURCE-SCALE     PIC X(01).
002070             15  IX-TARGET-SCALE     PIC X(01).
002080             15  IX-CONVERTED-VALUE  PIC S9(3)V99
002090                 SIGN IS TRAILING SEPARATE.
002096             15  IX-DETAIL-RUN-ID    PIC X(08).
002102             15  FILLER              PIC X(25).
002110         10  IX-TRAILER-DATA REDEFINES IX-HEADER-DATA.
002115             15  IX-TRAILER-RUN-ID   PIC X(08).
002120             15  IX-FINAL-COUNT      PIC 9(08).
002130             15  IX-CONTROL-TOTAL    PIC S9(9)V99
002140                 SIGN IS TRAILING SEPARATE.
002141             15  IX-TRAILER-RETRANSMIT-SEQ
002142                                     PIC 9(03).
002143             15  FILLER              PIC X(18).
002144
002145*----------------------------------------------------------------
002146* INTERCHANGE-SAVE-FILE IS THE PERMANENT COPY OF EVERY INTERCHANGE
002147* RECORD EVER SENT, APPENDED RUN AFTER RUN. INTRFILE ITSELF IS
002148* REBUILT EACH RUN, SO THIS IS THE SAVED DETAIL THAT
002149* InterchangeRetransmit REBUILDS A REJECTED OR MIS-COUNTED
002150* TRANSMISSION FROM.
002152*----------------------------------------------------------------
002154 FD  INTERCHANGE-SAVE-FILE
002156     RECORDING MODE IS F.
002158 01  INTERCHANGE-SAVE-RECORD     PIC X(50).
002160
002141*----------------------------------------------------------------
002142* STATION-MASTER IS THE ROSTER OF STATIONS WE ACTUALLY OPERATE.
002160* CARRIES SPACES HERE AND IS READ AS "NO READING ON RECORD".
002161*----------------------------------------------------------------
002162     05  SM-LAST-READING-DATE    PIC 9(08).
002163*----------------------------------------------------------------
002164* SM-REGION-CODE / SM-SITE-CODE PLACE THE STATION IN THE REGION
002165* AND SITE HIERARCHY MAINTAINED BY StationMasterMaint. THEY ARE
002166* CARRIED THROUGH 4600-UPDATE-MASTER-DATES UNCHANGED. A ROSTER
002167* WRITTEN BEFORE THEY EXISTED CARRIES SPACES - NO REGION YET.
002168*----------------------------------------------------------------
002169     05  SM-REGION-CODE          PIC X(04).
002170     05  SM-SITE-CODE            PIC X(06).
002171     05  FILLER                  PIC X(04).
002172
002173*----------------------------------------------------------------
002174* ALERT-FILE CAPTURES READINGS THAT CONVERTED SUCCESSFULLY BUT
002175* WERE OUTSIDE THE PLAUSIBLE RANGE FOR THE STATION'S TYPE - SEE
002176* 1300-CHECK-PLAUSIBILITY. KEPT SEPARATE FROM AUDIT-FILE SO A
002177* SENSOR-MALFUNCTION LIST CAN BE WORKED WITHOUT WADING THROUGH
002178* EVERY ORDINARY CONVERSION.
002179*----------------------------------------------------------------
002180 FD  ALERT-FILE
002181     RECORDING MODE IS F.
002182 01  ALERT-RECORD.
002183     05  AL-STATION-ID           PIC X(08).
002184     05  AL-STATION-TYPE         PIC X(01).
002185     05  AL-TIMESTAMP-DATE       PIC 9(08).
002186     05  AL-TIMESTAMP-TIME       PIC 9(06).
002187     05  AL-SOURCE-SCALE         PIC X(01).
002188     05  AL-RAW-VALUE            PIC S9(3)V99
002189         SIGN IS TRAILING SEPARATE.
002190     05  AL-LOW-THRESHOLD-C      PIC S9(3)V99
002191         SIGN IS TRAILING SEPARATE.
002192     05  AL-HIGH-THRESHOLD-C     PIC S9(3)V99
002193         SIGN IS TRAILING SEPARATE.
002194*----------------------------------------------------------------
002195* AL-RAW-VALUE IS THE READING AS JUDGED, I.E. AFTER ANY
002196* CALIBRATION CORRECTION; AL-CORRECTION IS THE AMOUNT THAT WAS
002197* ADDED (ZERO WHEN NONE APPLIED), SO THE VALUE AS THE SENSOR SENT
002198* IT IS AL-RAW-VALUE LESS AL-CORRECTION. CARVED FROM FILLER.
002199*----------------------------------------------------------------
002200     05  AL-CORRECTION           PIC S9(3)V99
002201         SIGN IS TRAILING SEPARATE.
002202     05  FILLER                  PIC X(02).
002203
002204*----------------------------------------------------------------
002205* EXCEPTION-FILE IS LAID OUT IDENTICALLY TO TEMP-IN-RECORD SO A
002206* SKIPPED READING (BAD SOURCE/TARGET SCALE COMBINATION, UNKNOWN
002207* STATION ID, OR AN UNREADABLE RAW VALUE ON THE VENDOR FEED)
002208* CAN BE COPIED STRAIGHT BACK INTO A TEMPIN DATASET FOR A
002209* FOLLOW-UP RUN ONCE THE BAD FIELD HAS BEEN CORRECTED - SEE
002210* 6100-WRITE-EXCEPTION-RECORD.
002211*----------------------------------------------------------------
002212 FD  EXCEPTION-FILE
002213     RECORDING MODE IS F.
002214 01  EXCEPTION-RECORD.
002215     COPY TEMPREC REPLACING ==:PFX:== BY ==EX==.
002216     05  EX-CHOICE               PIC X(01).
002217     05  EX-REASON               PIC X(01).
002218         88  EX-REASON-BAD-SCALE     VALUE '1'.
002219         88  EX-REASON-BAD-STATION   VALUE '2'.
002220         88  EX-REASON-BAD-VALUE     VALUE '3'.
002221     05  FILLER                  PIC X(21).
002222
002223*----------------------------------------------------------------
002224* RUN-LEDGER-FILE IS THE SHARED RUN LEDGER (SEE RUNLEDG). THIS RUN
002225* APPENDS A STARTED ENTRY AND AN ENDED ENTRY TO IT.
002226*----------------------------------------------------------------
002227 FD  RUN-LEDGER-FILE
002228     RECORDING MODE IS F.
002229 01  RUN-LEDGER-RECORD.
002230     COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
002231     05  FILLER                  PIC X(02).
002232
002233 WORKING-STORAGE SECTION.
002234 01  WS-TEMP-RECORD-IN.
002235     COPY TEMPREC REPLACING ==:PFX:== BY ==IR==.
002236 01  WS-TEMPERATURE           PIC S9(3)V99.
002237 01  WS-TEMPERATURE-INPUT     PIC X(10).
002238 01  WS-NUMVAL-CHECK          PIC S9(4).
002239 01  WS-VALID-INPUT-SW        PIC X VALUE 'N'.
002240     88  WS-VALID-INPUT          VALUE 'Y'.
002250 01  WS-INPUT-ABORT-SW        PIC X VALUE 'N'.
002260     88  WS-INPUT-ABORTED        VALUE 'Y'.
003040 01  WS-INTERCHANGE-OPEN-SW   PIC X VALUE 'Y'.
003050     88  WS-INTERCHANGE-FILE-OPEN VALUE 'Y'.
003060 01  WS-IX-EXTENDED-SW        PIC X VALUE 'N'.
003061     88  WS-IX-EXTENDED          VALUE 'Y'.
003062 01  WS-IX-SAVE-STATUS        PIC X(02).
003063 01  WS-IX-SAVE-OPEN-SW       PIC X VALUE 'N'.
003064     88  WS-IX-SAVE-OPEN          VALUE 'Y'.
003065 01  WS-STATION-MASTER-STATUS PIC X(02).
003066 01  WS-ALERT-FILE-STATUS     PIC X(02).
003067 01  WS-EXCEPTION-FILE-STATUS PIC X(02).
003068*----------------------------------------------------------------
003069* WS-STATION-TABLE IS STATION-MASTER LOADED INTO MEMORY BY
003070* 1000-LOAD-STATION-MASTER. THE MASTER IS A SMALL REFERENCE FILE
003071* (THE ROSTER OF STATIONS WE OPERATE), SO IT IS READ ONCE AND
003072* SEARCHED IN WORKING STORAGE RATHER THAN RANDOM-READ PER
003073* READING. SIZED WELL PAST THE POST-MERGER NETWORK (ROUGHLY 340
003074* STATIONS); A MASTER THAT OUTGROWS THE TABLE IS A HARD ERROR
003075* AT LOAD TIME, NEVER A SILENT STOP AT THE CAP.
003076*----------------------------------------------------------------
003077 01  WS-STATION-MAX           PIC 9(03) COMP VALUE 500.
003078 01  WS-STATION-COUNT         PIC 9(03) COMP VALUE ZERO.
003079 01  WS-STATION-TABLE.
003080     05  WS-STATION-ENTRY OCCURS 1 TO 500 TIMES
003081             DEPENDING ON WS-STATION-COUNT
003082             ASCENDING KEY IS ST-STATION-ID
003083             INDEXED BY WS-STATION-IDX.
003084         10  ST-STATION-ID        PIC X(08).
003085         10  ST-STATION-TYPE      PIC X(01).
003086         10  ST-STATION-STATUS    PIC X(01).
003087             88  ST-ACTIVE            VALUE 'A'.
003088         10  ST-LAST-READING-DATE PIC 9(08).
003089         10  ST-REGION-CODE       PIC X(04).
003090         10  ST-SITE-CODE         PIC X(06).
003095         10  ST-SEEN-SW           PIC X(01).
003096             88  ST-SEEN              VALUE 'Y'.
003097 01  WS-STATION-FOUND-SW      PIC X VALUE 'N'.
003205 01  WS-CHECKPOINT-SLOT-IDX   PIC 9(02) COMP VALUE ZERO.
003206 01  WS-CHECKPOINT-MATCH-IDX  PIC 9(02) COMP VALUE ZERO.
003207 01  WS-CHECKPOINT-TABLE.
003208     05  WS-CHECKPOINT-SLOT   PIC X(144) OCCURS 10 TIMES.
003209 01  WS-CHECKPOINT-EOF-SW     PIC X VALUE 'N'.
003210     88  WS-CHECKPOINT-EOF        VALUE 'Y'.
003211 01  WS-CHECKPOINT-FOUND-SW   PIC X VALUE 'N'.
003273*----------------------------------------------------------------
003275 01  WS-GAP-FILE-STATUS       PIC X(02).
003276 01  WS-SILENT-COUNT          PIC 9(03) COMP VALUE ZERO.
003277*----------------------------------------------------------------
003278* WS-COVERAGE-REGION IS SET BY A REGION= PARAMETER CARD. WHEN IT
003279* IS NOT SPACES ONLY THAT REGION'S STATIONS ARE CHECKED FOR
003280* COVERAGE - ON THE SUMMARY REPORT AND ON GAPFILE ALIKE.
003281*----------------------------------------------------------------
003282 01  WS-COVERAGE-REGION       PIC X(04) VALUE SPACES.
003283 01  WS-COVERAGE-CHECK-SW     PIC X VALUE 'N'.
003284     88  WS-COVERAGE-CHECKED      VALUE 'Y'.
003285 01  WS-REGION-STATION-COUNT  PIC 9(03) COMP VALUE ZERO.
003295*----------------------------------------------------------------
003305* OPERATOR AUTHORIZATION STATE - SEE 0200-CHECK-OPERATOR-AUTH.
003315* THE MATCHED OPERATOR'S PRIVILEGES ARE COPIED TO THE THREE
003325* SWITCHES SO 4050-DETERMINE-RESTART CAN CHECK THE RESTART
003335* PRIVILEGE WITHOUT RE-SEARCHING THE TABLE. A DENIAL IS STAMPED
003345* INTO AUDIT-FILE WITH '*' AS THE SOURCE SCALE ('*' IS NEVER A
003355* VALID SCALE, SO A DENIAL ENTRY CANNOT BE MISTAKEN FOR A
003365* CONVERSION) AND THE DENIAL CODE IN THE TARGET-SCALE BYTE:
003375*   U = OPERATOR ID NOT ON THE AUTHORIZATION FILE
003385*   M = OPERATOR NOT AUTHORIZED FOR THE REQUESTED RUN MODE
003395*   R = OPERATOR NOT AUTHORIZED TO RESTART FROM A CHECKPOINT
003405*----------------------------------------------------------------
003415 01  WS-OPERATOR-AUTH-STATUS  PIC X(02).
003425 01  WS-AUTH-EOF-SW           PIC X VALUE 'N'.
003435     88  WS-AUTH-EOF              VALUE 'Y'.
003445 01  WS-AUTH-MAX              PIC 9(03) COMP VALUE 100.
003455 01  WS-AUTH-COUNT            PIC 9(03) COMP VALUE ZERO.
003465 01  WS-AUTH-TABLE.
003475     05  WS-AUTH-ENTRY OCCURS 100 TIMES.
003485         10  AU-OPERATOR-ID       PIC X(08).
003495         10  AU-INTERACTIVE-PRIV  PIC X(01).
003505         10  AU-BATCH-PRIV        PIC X(01).
003515         10  AU-RESTART-PRIV      PIC X(01).
003525 01  WS-AUTH-IDX              PIC 9(03) COMP VALUE ZERO.
003535 01  WS-OPER-INTERACTIVE-SW   PIC X VALUE 'N'.
003545     88  WS-OPER-MAY-INTERACT     VALUE 'Y'.
003555 01  WS-OPER-BATCH-SW         PIC X VALUE 'N'.
003565     88  WS-OPER-MAY-BATCH        VALUE 'Y'.
003575 01  WS-OPER-RESTART-SW       PIC X VALUE 'N'.
003585     88  WS-OPER-MAY-RESTART      VALUE 'Y'.
003595 01  WS-DENIAL-CODE           PIC X(01) VALUE SPACE.
003605*----------------------------------------------------------------
003615* CALIBRATION STATE - SEE 1500-LOAD-CALIBRATION-TABLE AND
003625* 1200-APPLY-CALIBRATION. WS-CALIB-TABLE IS CALIBMST LOADED INTO
003635* MEMORY IN ITS STATION/EFFECTIVE-DATE ORDER. FOR THE READING IN
003645* HAND, WS-RAW-AS-READ KEEPS THE VALUE AS THE SENSOR SENT IT,
003655* WS-CORRECTION-APPLIED THE AMOUNT ADDED (IN THE READING'S SOURCE
003665* SCALE - THE MASTER HOLDS CELSIUS DEGREES, SO A FAHRENHEIT
003675* READING GETS 9/5 OF IT, A KELVIN READING THE SAME AMOUNT) AND
003685* WS-CORRECTION-DATE THE EFFECTIVE DATE OF THE ENTRY USED.
003695*----------------------------------------------------------------
003705 01  WS-CALIBRATION-MASTER-STATUS PIC X(02).
003715 01  WS-CALIB-MAX             PIC 9(04) COMP VALUE 2000.
003725 01  WS-CALIB-COUNT           PIC 9(04) COMP VALUE ZERO.
003735 01  WS-CALIB-TABLE.
003745     05  WS-CALIB-ENTRY OCCURS 2000 TIMES.
003755         10  CA-KEY.
003765             15  CA-STATION-ID    PIC X(08).
003775             15  CA-EFFECTIVE-DATE
003785                                  PIC 9(08).
003795         10  CA-CORRECTION-C      PIC S9(2)V99.
003805 01  WS-CALIB-IDX             PIC 9(04) COMP VALUE ZERO.
003815 01  WS-CALIB-MATCH-IDX       PIC 9(04) COMP VALUE ZERO.
003825 01  WS-CALIB-PRIOR-KEY       PIC X(16) VALUE LOW-VALUES.
003835 01  WS-CALIBRATED-SW         PIC X VALUE 'N'.
003845     88  WS-READING-CALIBRATED    VALUE 'Y'.
003855 01  WS-RAW-AS-READ           PIC S9(3)V99 VALUE ZERO.
003865 01  WS-CORRECTION-APPLIED    PIC S9(3)V99 VALUE ZERO.
003875 01  WS-CORRECTION-DATE       PIC 9(08) VALUE ZERO.
003885 01  WS-CORRECTION-EDIT       PIC -(3)9.99.
003895 01  WS-CALIBRATED-COUNT      PIC 9(05) COMP VALUE ZERO.
003905*----------------------------------------------------------------
003915* WS-CALIB-USED-TABLE RECORDS EACH CALIBRATION ENTRY ACTUALLY
003925* APPLIED THIS RUN AND HOW MANY READINGS IT CORRECTED, FOR THE
003935* SUMMARY REPORT'S CALIBRATION SECTION. NOT CHECKPOINTED - ON A
003945* RESTART IT COVERS THE RESUMED TAIL ONLY, THE SAME AS THE
003955* PER-STATION BREAKDOWN; THE OVERALL CORRECTED-READING COUNT IS
003965* CHECKPOINTED AND COVERS THE WHOLE RUN.
003975*----------------------------------------------------------------
003985 01  WS-CALIB-USED-MAX        PIC 9(03) COMP VALUE 500.
003995 01  WS-CALIB-USED-COUNT      PIC 9(03) COMP VALUE ZERO.
004005 01  WS-CALIB-USED-TABLE.
004015     05  WS-CALIB-USED-ENTRY OCCURS 500 TIMES.
004025         10  CU-STATION-ID        PIC X(08).
004035         10  CU-EFFECTIVE-DATE    PIC 9(08).
004045         10  CU-CORRECTION-C      PIC S9(2)V99.
004055         10  CU-READING-COUNT     PIC 9(05) COMP.
004065 01  WS-CU-IDX                PIC 9(03) COMP VALUE ZERO.
004075 01  WS-CALIB-USED-FULL-SW    PIC X VALUE 'N'.
004085     88  WS-CALIB-USED-FULL       VALUE 'Y'.
004095*----------------------------------------------------------------
004105* VENDOR FEED CONTROL STATE - SEE 4700-VERIFY-FEED-CONTROL. THE
004115* WS-FEED- FIGURES ARE WHAT THE PRE-PASS FOUND ON THE FILE: THE
004125* VENDOR'S HEADER AND TRAILER VALUES, AND THE READINGS IT COUNTED
004135* AND FOOTED ITSELF. WS-FEEDREG-TABLE IS FEEDREG LOADED INTO
004145* MEMORY, ONE RAW FEED-REGISTER-RECORD IMAGE PER SLOT, THE SAME
004155* WAY WS-CHECKPOINT-TABLE HOLDS CHKPTFILE. ONLY TAKEN FILES
004165* (STATUS I OR C) COUNT TOWARD THE HIGHEST SEQUENCE AND DATE AND
004175* THE ALREADY-TAKEN MATCH; A REFUSED FILE MAY BE SENT AGAIN.
004185* REFUSAL REASONS (WS-FEED-REFUSAL-CODE / FR-REASON):
004195*   H = NO VALID HEADER AT THE FRONT OF THE FILE
004205*   T = NO VALID TRAILER AT THE END OF THE FILE
004215*   C = READINGS COUNTED DISAGREE WITH THE TRAILER COUNT
004225*   S = SUM OF RAW VALUES DISAGREES WITH THE TRAILER TOTAL
004235*   Q = SEQUENCE NUMBER NOT NEXT, OR FILE DATE EARLIER THAN THE
004245*       LATEST FILE ALREADY TAKEN
004255*   D = FILE ALREADY TAKEN (SAME DATE AND SEQUENCE, OR SAME DATE,
004265*       COUNT AND TOTAL UNDER ANOTHER SEQUENCE NUMBER)
004275*----------------------------------------------------------------
004285 01  WS-FEED-REGISTER-STATUS  PIC X(02).
004295 01  WS-FEED-SCAN-EOF-SW      PIC X VALUE 'N'.
004305     88  WS-FEED-SCAN-EOF         VALUE 'Y'.
004315 01  WS-FEED-HEADER-SW        PIC X VALUE 'N'.
004325     88  WS-FEED-HEADER-FOUND     VALUE 'Y'.
004335 01  WS-FEED-TRAILER-SW       PIC X VALUE 'N'.
004345     88  WS-FEED-TRAILER-FOUND    VALUE 'Y'.
004355 01  WS-FEED-CONTROL-REC-SW   PIC X VALUE 'N'.
004365     88  WS-FEED-CONTROL-REC      VALUE 'Y'.
004375 01  WS-FEED-RECORD-KIND      PIC X(01) VALUE SPACE.
004385     88  WS-FEED-KIND-HEADER      VALUE 'H'.
004395     88  WS-FEED-KIND-TRAILER     VALUE 'T'.
004405 01  WS-FEED-LAYOUT-ERROR     PIC X(01) VALUE SPACE.
004415 01  WS-FEED-REFUSAL-CODE     PIC X(01) VALUE SPACE.
004425     88  WS-FEED-ACCEPTED         VALUE SPACE.
004435 01  WS-FEED-RESUMED-SW       PIC X VALUE 'N'.
004445     88  WS-FEED-RESUMED          VALUE 'Y'.
004455 01  WS-FEED-FILE-DATE        PIC 9(08) VALUE ZERO.
004465 01  WS-FEED-FILE-SEQUENCE    PIC 9(06) VALUE ZERO.
004475 01  WS-FEED-TRAILER-COUNT    PIC 9(08) VALUE ZERO.
004485 01  WS-FEED-TRAILER-TOTAL    PIC S9(9)V99 VALUE ZERO.
004495 01  WS-FEED-PHYSICAL-COUNT   PIC 9(08) COMP VALUE ZERO.
004505 01  WS-FEED-DETAIL-COUNT     PIC 9(08) COMP VALUE ZERO.
004515 01  WS-FEED-RAW-TOTAL        PIC S9(9)V99 VALUE ZERO.
004525 01  WS-FEED-RAW-VALUE        PIC S9(7)V99 VALUE ZERO.
004535 01  WS-FEED-CONTROL-VALID-SW PIC X VALUE 'N'.
004545     88  WS-FEED-CONTROL-VALID    VALUE 'Y'.
004555 01  WS-FEED-EXPECTED-SEQUENCE PIC 9(06) VALUE ZERO.
004565 01  WS-FEED-COUNT-EDIT       PIC Z(7)9.
004575 01  WS-FEED-TOTAL-EDIT       PIC -(9)9.99.
004585 01  WS-CSV-CONTROL-TAG       PIC X(01).
004595 01  WS-CSV-CONTROL-FIELD-1   PIC X(12).
004605 01  WS-CSV-CONTROL-FIELD-2   PIC X(16).
004615 01  WS-FEEDREG-MAX           PIC 9(04) COMP VALUE 3000.
004625 01  WS-FEEDREG-COUNT         PIC 9(04) COMP VALUE ZERO.
004635 01  WS-FEEDREG-IDX           PIC 9(04) COMP VALUE ZERO.
004645 01  WS-FEEDREG-MATCH-IDX     PIC 9(04) COMP VALUE ZERO.
004655 01  WS-FEEDREG-CONTENT-IDX   PIC 9(04) COMP VALUE ZERO.
004665 01  WS-FEEDREG-TABLE.
004675     05  WS-FEEDREG-SLOT      PIC X(80) OCCURS 3000 TIMES.
004685 01  WS-FEEDREG-EOF-SW        PIC X VALUE 'N'.
004695     88  WS-FEEDREG-EOF           VALUE 'Y'.
004705 01  WS-FEEDREG-HIGH-SEQUENCE PIC 9(06) VALUE ZERO.
004715 01  WS-FEEDREG-HIGH-DATE     PIC 9(08) VALUE ZERO.
004725*----------------------------------------------------------------
004735* RATE-OF-CHANGE STATE - SEE 1350-CHECK-RATE-OF-CHANGE. THE RATE
004745* TABLE GIVES, PER STATION TYPE, THE MOST A READING MAY MOVE PER
004755* HOUR (CELSIUS DEGREES) PLUS A FIXED ALLOWANCE FOR SENSOR NOISE,
004765* SO TWO READINGS A MINUTE APART ARE NOT HELD TO A FEW HUNDREDTHS
004775* OF A DEGREE. SAME TYPE CODES AS WS-THRESHOLD-TABLE, 'X' LAST AS
004785* THE CATCH-ALL. WS-LAST-TABLE IS STNLAST LOADED INTO MEMORY.
004795* READINGS MORE THAN WS-RATE-MAX-GAP-SECONDS AFTER THE BASELINE
004805* (A STATION SILENT FOR A DAY OR MORE) START A NEW BASELINE
004815* UNCHECKED - A RATE OVER THAT SPAN MEANS NOTHING.
004825*----------------------------------------------------------------
004835 01  WS-RATE-TABLE-VALUES.
004845     05  FILLER               PIC X(13) VALUE 'O+01000+00100'.
004855     05  FILLER               PIC X(13) VALUE 'W+00200+00050'.
004865     05  FILLER               PIC X(13) VALUE 'I+00800+00100'.
004875     05  FILLER               PIC X(13) VALUE 'X+05000+00500'.
004885 01  WS-RATE-TABLE REDEFINES WS-RATE-TABLE-VALUES.
004895     05  WS-RATE-ENTRY OCCURS 4 TIMES.
004905         10  RT-STATION-TYPE      PIC X(01).
004915         10  RT-RATE-PER-HOUR-C   PIC S9(3)V99 SIGN LEADING
004925                                      SEPARATE CHARACTER.
004935         10  RT-ALLOWANCE-C       PIC S9(3)V99 SIGN LEADING
004945                                      SEPARATE CHARACTER.
004955 01  WS-RATE-COUNT            PIC 9(01) VALUE 4.
004965 01  WS-RATE-IDX              PIC 9(01) COMP VALUE ZERO.
004975 01  WS-RATE-MAX-GAP-SECONDS  PIC 9(07) COMP VALUE 86400.
004985 01  WS-RATE-OK-SW            PIC X VALUE 'Y'.
004995     88  WS-READING-RATE-OK       VALUE 'Y'.
005005 01  WS-RATE-ALERT-STATUS     PIC X(02).
005015 01  WS-RATE-ALERT-COUNT      PIC 9(05) COMP VALUE ZERO.
005025 01  WS-RATE-ALERT-TYPE       PIC X(01) VALUE SPACE.
005035 01  WS-HISTORY-STATUS        PIC X(02).
005045 01  WS-HISTORY-OPEN-SW       PIC X VALUE 'N'.
005055     88  WS-HISTORY-OPEN          VALUE 'Y'.
005065 01  WS-HISTORY-POSTED-COUNT  PIC 9(05) COMP VALUE ZERO.
005075 01  WS-HISTORY-FAILED-COUNT  PIC 9(05) COMP VALUE ZERO.
005085 01  WS-HIST-EXCEPTION-FLAG   PIC X(01) VALUE SPACE.
005095 01  WS-RATE-FROM-DATE        PIC 9(08) VALUE ZERO.
005105 01  WS-RATE-FROM-TIME        PIC 9(06) VALUE ZERO.
005115 01  WS-RATE-TIME-WORK        PIC 9(06) VALUE ZERO.
005125 01  WS-RATE-TIME-PARTS REDEFINES WS-RATE-TIME-WORK.
005135     05  WS-RATE-HH           PIC 9(02).
005145     05  WS-RATE-MM           PIC 9(02).
005155     05  WS-RATE-SS           PIC 9(02).
005165 01  WS-RATE-FROM-DAY         PIC 9(07) COMP VALUE ZERO.
005175 01  WS-RATE-TO-DAY           PIC 9(07) COMP VALUE ZERO.
005185 01  WS-RATE-FROM-SECONDS     PIC 9(05) COMP VALUE ZERO.
005195 01  WS-RATE-TO-SECONDS       PIC 9(05) COMP VALUE ZERO.
005205 01  WS-RATE-ELAPSED-SECONDS  PIC S9(11) COMP VALUE ZERO.
005215 01  WS-RATE-TIMED-SW         PIC X VALUE 'N'.
005225     88  WS-RATE-TIMED            VALUE 'Y'.
005235 01  WS-RATE-FROM-CELSIUS     PIC S9(3)V99 VALUE ZERO.
005245 01  WS-RATE-CHANGE-C         PIC S9(3)V99 VALUE ZERO.
005255 01  WS-RATE-ALLOWED-C        PIC S9(5)V99 VALUE ZERO.
005265 01  WS-RATE-WITHIN-SW        PIC X VALUE 'N'.
005275     88  WS-RATE-WITHIN           VALUE 'Y'.
005285 01  WS-STATION-LAST-STATUS   PIC X(02).
005295 01  WS-LAST-EOF-SW           PIC X VALUE 'N'.
005305     88  WS-LAST-EOF              VALUE 'Y'.
005315 01  WS-LAST-MAX              PIC 9(04) COMP VALUE 1000.
005325 01  WS-LAST-COUNT            PIC 9(04) COMP VALUE ZERO.
005335 01  WS-LAST-IDX              PIC 9(04) COMP VALUE ZERO.
005345 01  WS-LAST-TABLE.
005355     05  WS-LAST-ENTRY OCCURS 1000 TIMES.
005365         10  LR-STATION-ID        PIC X(08).
005375         10  LR-BASE-DATE         PIC 9(08).
005385         10  LR-BASE-TIME         PIC 9(06).
005395         10  LR-BASE-CELSIUS      PIC S9(3)V99.
005405         10  LR-EXCURSION-FLAG    PIC X(01).
005415             88  LR-IN-EXCURSION      VALUE 'Y'.
005425         10  LR-EXCURSION-DATE    PIC 9(08).
005435         10  LR-EXCURSION-TIME    PIC 9(06).
005445         10  LR-EXCURSION-CELSIUS PIC S9(3)V99.
005455 01  WS-LAST-TABLE-FULL-SW    PIC X VALUE 'N'.
005465     88  WS-LAST-TABLE-FULL       VALUE 'Y'.
005475 01  WS-LAST-SAVE-FAILED-SW   PIC X VALUE 'N'.
005485     88  WS-LAST-SAVE-FAILED      VALUE 'Y'.
005495 01  WS-RUN-LEDGER-STATUS     PIC X(02).
005505 01  WS-RUN-LEDGER-OPEN-SW    PIC X VALUE 'N'.
005515     88  WS-RUN-LEDGER-OPEN       VALUE 'Y'.
005525 01  WS-LEDGER-START-DATE     PIC 9(08) VALUE ZERO.
005535 01  WS-LEDGER-START-TIME     PIC 9(06) VALUE ZERO.
005545 01  WS-LEDGER-CLOCK          PIC 9(08) VALUE ZERO.
005555 01  WS-READING-CLOCK         PIC 9(08) VALUE ZERO.
003080 PROCEDURE DIVISION.
003090 0000-MAINLINE.
003100     DISPLAY "Temperature Converter".
003151     END-IF.
003160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003170     PERFORM 1450-ESTABLISH-RUN-ID THRU 1450-EXIT.
003175     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
003180     PERFORM 1400-ARCHIVE-AUDIT-FILE-IF-NEEDED THRU 1400-EXIT.
003190     OPEN EXTEND AUDIT-FILE.
003200     IF WS-AUDIT-FILE-STATUS NOT = '00'
003210         OPEN OUTPUT AUDIT-FILE
003220     END-IF.
003230     PERFORM 1000-LOAD-STATION-MASTER THRU 1000-EXIT.
003235     PERFORM 1500-LOAD-CALIBRATION-TABLE THRU 1500-EXIT.
003240     OPEN EXTEND ALERT-FILE.
003241     IF WS-ALERT-FILE-STATUS NOT = '00'
003242         OPEN OUTPUT ALERT-FILE
003352     PERFORM 0200-CHECK-OPERATOR-AUTH THRU 0200-EXIT.
003360     IF WS-BATCH-MODE
003370         PERFORM 4050-DETERMINE-RESTART THRU 4050-EXIT
003373         PERFORM 4020-OBTAIN-INPUT-FORMAT THRU 4020-EXIT
003376         PERFORM 4700-VERIFY-FEED-CONTROL THRU 4700-EXIT
003380     ELSE
003390         MOVE 0 TO WS-CHECKPOINT-COUNT
003400     END-IF.
003500     CLOSE EXCEPTION-FILE.
003510     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003520     DISPLAY "Thank you for using the Temperature Converter.".
003525     PERFORM 9810-POST-RUN-END THRU 9810-EXIT.
003530     STOP RUN.
003531
003532*----------------------------------------------------------------
003533* 0100-OBTAIN-RUN-PARMS LOOKS FOR THE SCHEDULER'S PARMFILE. IF
003534* THE DATASET IS NOT ALLOCATED THE RUN STAYS ATTENDED AND EVERY
003535* ANSWER COMES FROM THE CONSOLE PROMPTS, EXACTLY AS BEFORE. IF
003536* IT IS, EVERY CARD IS READ, VALIDATED AND APPLIED, AND ANY BAD,
003537* UNRECOGNIZED OR MISSING-BUT-REQUIRED CARD FAILS THE JOB WITH
003538* RETURN CODE 16 BEFORE ANY FILE IS TOUCHED - AN UNATTENDED RUN
003539* MUST NEVER STALL ON A PROMPT. MODE AND OPERATOR ARE ALWAYS
003540* REQUIRED; FORMAT AND RESTART ARE REQUIRED FOR A BATCH RUN;
003541* RUN-ID AND DECIMALS ARE OPTIONAL (A RUN ID IS DERIVED AND
003542* DECIMALS DEFAULT TO 2, AS THE PROMPTS ALWAYS ALLOWED). THE
003543* EFFECTIVE PARAMETERS ARE ECHOED ONTO SUMMARY-FILE BY
003544* 8400-PRINT-RUN-PARAMETERS SO THE MORNING SHIFT CAN SEE WHAT
003545* THE RUN WAS TOLD TO DO.
003546*----------------------------------------------------------------
003547 0100-OBTAIN-RUN-PARMS.
003548     OPEN INPUT PARAMETER-FILE
003549     IF WS-PARAMETER-FILE-STATUS NOT = '00'
003550         GO TO 0100-EXIT
003551     END-IF
003552     MOVE 'Y' TO WS-PARM-DRIVEN-SW
003553     DISPLAY "Run parameters taken from PARMFILE."
003554     MOVE SPACES TO WS-OPERATOR-ID
003555     MOVE SPACES TO WS-RUN-ID-INPUT
003556     PERFORM 0110-READ-PARAMETER-CARD THRU 0110-EXIT
003557     PERFORM 0120-APPLY-PARAMETER-CARD THRU 0120-EXIT
003558         UNTIL WS-PARM-EOF
003559     CLOSE PARAMETER-FILE
003560     IF NOT WS-PARM-MODE-SEEN
003561         DISPLAY "Parameter error - MODE card is required."
003562         MOVE 'Y' TO WS-PARM-ERROR-SW
003563     END-IF
003564     IF NOT WS-PARM-OPER-SEEN
003565         DISPLAY "Parameter error - OPERATOR card is required."
003566         MOVE 'Y' TO WS-PARM-ERROR-SW
003567     END-IF
003568     IF WS-BATCH-MODE AND NOT WS-PARM-FORMAT-SEEN
003569         DISPLAY "Parameter error - FORMAT card is required ",
003570             "for a batch run."
003571         MOVE 'Y' TO WS-PARM-ERROR-SW
003572     END-IF
003573     IF WS-BATCH-MODE AND NOT WS-PARM-RESTART-SEEN
003574         DISPLAY "Parameter error - RESTART card is required ",
003575             "for a batch run."
003576         MOVE 'Y' TO WS-PARM-ERROR-SW
003577     END-IF
003578     IF WS-PARM-ERROR
003579         DISPLAY "Bad or missing run parameter(s) - run aborted."
003580         MOVE 16 TO RETURN-CODE
003581         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003590         STOP RUN
003591     END-IF.
003592 0100-EXIT.
003670                     MOVE WS-PARM-VALUE(1:8) TO WS-OPERATOR-ID
003671                     MOVE 'Y' TO WS-PARM-OPER-SEEN-SW
003672                 END-IF
003673             WHEN 'REGION'
003674                 IF WS-PARM-VALUE = SPACES
003675                     DISPLAY "Parameter error - REGION value ",
003676                         "is blank."
003677                     MOVE 'Y' TO WS-PARM-ERROR-SW
003678                 ELSE
003679                     IF WS-PARM-VALUE(5:) NOT = SPACES
003680                         DISPLAY "Parameter error - REGION ",
003681                             "value is over 4 characters: "
003682                             WS-PARM-VALUE
003683                         MOVE 'Y' TO WS-PARM-ERROR-SW
003684                     ELSE
003685                         MOVE WS-PARM-VALUE(1:4)
003686                             TO WS-COVERAGE-REGION
003687                     END-IF
003688                 END-IF
003689             WHEN OTHER
003690                 DISPLAY "Parameter error - unrecognized card: "
003691                     WS-PARM-KEYWORD
003692                 MOVE 'Y' TO WS-PARM-ERROR-SW
003693         END-EVALUATE
003694     END-IF
003695     PERFORM 0110-READ-PARAMETER-CARD THRU 0110-EXIT.
003696 0120-EXIT.
003697     EXIT.
003698
003699*----------------------------------------------------------------
003700* 0200-CHECK-OPERATOR-AUTH VERIFIES THE OPERATOR AGAINST THE
003701* OPERAUTH ROSTER ONCE THE RUN MODE IS KNOWN AND AUDIT-FILE IS
003702* OPEN. AN UNKNOWN ID, A MODE THE OPERATOR IS NOT PRIVILEGED
003703* FOR, OR A MISSING AUTHORIZATION FILE REFUSES THE RUN WITH
003704* RETURN CODE 16 - THE FILE FAILS CLOSED, SINCE AN AUTHORIZATION
003705* CHECK THAT WAVES EVERYONE THROUGH WHEN ITS ROSTER IS ABSENT IS
003706* NO CHECK AT ALL. EVERY DENIAL IS WRITTEN TO AUDIT-FILE FIRST
003707* (SEE 6200-WRITE-DENIAL-AUDIT-RECORD) SO THE ATTEMPT IS ON THE
003708* SAME RECORD AS THE CONVERSIONS IT WAS REFUSED.
003709*----------------------------------------------------------------
003710 0200-CHECK-OPERATOR-AUTH.
003711     PERFORM 0210-LOAD-OPERATOR-AUTH THRU 0210-EXIT
003712     IF WS-AUTH-COUNT = 0
003713         DISPLAY "Operator authorization file not available - ",
003714             "run refused."
003715         CLOSE AUDIT-FILE ALERT-FILE EXCEPTION-FILE
003716         MOVE 16 TO RETURN-CODE
003717         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003718         STOP RUN
003719     END-IF
003720     PERFORM 0230-FIND-OPERATOR THRU 0230-EXIT
003721     IF WS-AUTH-IDX = 0
003722         MOVE 'U' TO WS-DENIAL-CODE
003723         PERFORM 6200-WRITE-DENIAL-AUDIT-RECORD THRU 6200-EXIT
003724         DISPLAY "Operator " WS-OPERATOR-ID " is not on the ",
003725             "authorization file - run refused."
003726         CLOSE AUDIT-FILE ALERT-FILE EXCEPTION-FILE
003727         MOVE 16 TO RETURN-CODE
003728         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003729         STOP RUN
003730     END-IF
003731     MOVE AU-INTERACTIVE-PRIV(WS-AUTH-IDX)
003732         TO WS-OPER-INTERACTIVE-SW
003733     MOVE AU-BATCH-PRIV(WS-AUTH-IDX) TO WS-OPER-BATCH-SW
003734     MOVE AU-RESTART-PRIV(WS-AUTH-IDX) TO WS-OPER-RESTART-SW
003735     IF (WS-BATCH-MODE AND NOT WS-OPER-MAY-BATCH) OR
003736         (NOT WS-BATCH-MODE AND NOT WS-OPER-MAY-INTERACT)
003737         MOVE 'M' TO WS-DENIAL-CODE
003738         PERFORM 6200-WRITE-DENIAL-AUDIT-RECORD THRU 6200-EXIT
003739         DISPLAY "Operator " WS-OPERATOR-ID " is not ",
003740             "authorized for this run mode - run refused."
003741         CLOSE AUDIT-FILE ALERT-FILE EXCEPTION-FILE
003742         MOVE 16 TO RETURN-CODE
003743         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003744         STOP RUN
003745     END-IF.
003746 0200-EXIT.
003747     EXIT.
003748
003749 0210-LOAD-OPERATOR-AUTH.
003750     MOVE 0 TO WS-AUTH-COUNT
003751     OPEN INPUT OPERATOR-AUTH-FILE
003752     IF WS-OPERATOR-AUTH-STATUS = '00'
003753         PERFORM 0220-READ-OPERATOR-AUTH THRU 0220-EXIT
003754             UNTIL WS-AUTH-EOF
003755         CLOSE OPERATOR-AUTH-FILE
003756     END-IF.
003757 0210-EXIT.
003758     EXIT.
003759
003760 0220-READ-OPERATOR-AUTH.
003761     READ OPERATOR-AUTH-FILE
003762         AT END
003763             MOVE 'Y' TO WS-AUTH-EOF-SW
003764         NOT AT END
003765             IF WS-AUTH-COUNT < WS-AUTH-MAX
003766                 ADD 1 TO WS-AUTH-COUNT
003767                 MOVE OA-OPERATOR-ID TO
003768                     AU-OPERATOR-ID(WS-AUTH-COUNT)
003769                 MOVE FUNCTION UPPER-CASE(OA-INTERACTIVE-PRIV)
003770                     TO AU-INTERACTIVE-PRIV(WS-AUTH-COUNT)
003771                 MOVE FUNCTION UPPER-CASE(OA-BATCH-PRIV)
003772                     TO AU-BATCH-PRIV(WS-AUTH-COUNT)
003773                 MOVE FUNCTION UPPER-CASE(OA-RESTART-PRIV)
003774                     TO AU-RESTART-PRIV(WS-AUTH-COUNT)
003775             ELSE
003776                 DISPLAY "Operator authorization table full - ",
003777                     "entry for " OA-OPERATOR-ID " ignored."
003778             END-IF
003779     END-READ.
003780 0220-EXIT.
003781     EXIT.
003782
003783 0230-FIND-OPERATOR.
003784     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
003785         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
003786            OR AU-OPERATOR-ID(WS-AUTH-IDX) = WS-OPERATOR-ID
003787     END-PERFORM
003788     IF WS-AUTH-IDX > WS-AUTH-COUNT
003789         MOVE 0 TO WS-AUTH-IDX
003790     END-IF.
003791 0230-EXIT.
003792     EXIT.
003793
003794*----------------------------------------------------------------
003795* 1000-LOAD-STATION-MASTER READS THE STATION ROSTER INTO
003796* WS-STATION-TABLE ONCE AT STARTUP SO 1100-VALIDATE-STATION CAN
003797* SEARCH IT IN WORKING STORAGE INSTEAD OF RANDOM-READING THE
003798* MASTER PER READING. STATION-MASTER IS ASSUMED TO BE SORTED
003799* ASCENDING BY STATION ID (AS A ROSTER FILE NORMALLY IS KEPT)
003800* SO SEARCH ALL CAN BE USED. IF THE MASTER IS MISSING, EVERY
003801* STATION ID IS TREATED AS UNKNOWN AND READINGS ARE REJECTED
003802* RATHER THAN LET THEM THROUGH UNVALIDATED.
003803*----------------------------------------------------------------
003804 1000-LOAD-STATION-MASTER.
003805     MOVE 0 TO WS-STATION-COUNT
003806     OPEN INPUT STATION-MASTER
003807     IF WS-STATION-MASTER-STATUS = '00'
003808         PERFORM 1010-READ-STATION-MASTER THRU 1010-EXIT
003809             UNTIL WS-STATION-MASTER-STATUS NOT = '00'
003810         CLOSE STATION-MASTER
003811         DISPLAY "Station master loaded - " WS-STATION-COUNT
003812             " station(s)."
003813     ELSE
003814         DISPLAY
003815             "Station master file not available - all station ",
003816             "IDs will be rejected until it is supplied."
003817     END-IF.
003818 1000-EXIT.
003819     EXIT.
003820
003830 1010-READ-STATION-MASTER.
003840     READ STATION-MASTER
003872                 DISPLAY "Station master exceeds " WS-STATION-MAX
003873                     " entries - table overflow, run aborted."
003874                 MOVE 16 TO RETURN-CODE
003875                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
003876                 STOP RUN
003877             END-IF
003880             ADD 1 TO WS-STATION-COUNT
003890             MOVE SM-STATION-ID TO
003900                 ST-STATION-ID(WS-STATION-COUNT)
003945                 MOVE ZERO
003946                     TO ST-LAST-READING-DATE(WS-STATION-COUNT)
003947             END-IF
003948             MOVE SM-REGION-CODE
003949                 TO ST-REGION-CODE(WS-STATION-COUNT)
003950             MOVE SM-SITE-CODE
003951                 TO ST-SITE-CODE(WS-STATION-COUNT)
003954             MOVE 'N' TO ST-SEEN-SW(WS-STATION-COUNT)
003957     END-READ.
003960 1010-EXIT.
003970     EXIT.
003980
004230 1100-EXIT.
004240     EXIT.
004250
004251*----------------------------------------------------------------
004252* 1200-APPLY-CALIBRATION CORRECTS A VALIDATED STATION'S READING
004253* FOR KNOWN SENSOR BIAS BEFORE 1300-CHECK-PLAUSIBILITY JUDGES IT
004254* AND 5850-CONVERT-FOR-CHOICE CONVERTS IT, SO A RECALIBRATED
004255* SENSOR STOPS RAISING FALSE ALERTS. THE ENTRY USED IS THE ONE
004256* IN EFFECT ON THE READING'S OWN DATE - THE LATEST EFFECTIVE DATE
004257* NOT AFTER IT - SO A RE-RUN OF AN OLD DAY USES THE CORRECTION
004258* THAT WAS IN FORCE THAT DAY, NOT TODAY'S. THE CORRECTED VALUE
004259* REPLACES IR-RAW-VALUE AND WS-TEMPERATURE; THE VALUE AS READ IS
004260* KEPT IN WS-RAW-AS-READ FOR TEMP-OUT-FILE, AUDIT-FILE AND
004261* EXCEPTION-FILE. A READING WITH A SCALE CODE THAT IS NOT C, F
004262* OR K IS LEFT ALONE - IT IS ABOUT TO BE REJECTED ANYWAY - AS IS
004263* ONE WHOSE DATE IS UNREADABLE.
004264*----------------------------------------------------------------
004265 1200-APPLY-CALIBRATION.
004266     MOVE 'N' TO WS-CALIBRATED-SW
004267     MOVE IR-RAW-VALUE TO WS-RAW-AS-READ
004268     MOVE ZERO TO WS-CORRECTION-APPLIED
004269     MOVE ZERO TO WS-CORRECTION-DATE
004270     IF WS-CALIB-COUNT = 0 OR IR-TIMESTAMP-DATE IS NOT NUMERIC
004271         GO TO 1200-EXIT
004272     END-IF
004273     IF IR-SOURCE-SCALE NOT = 'C' AND
004274         IR-SOURCE-SCALE NOT = 'F' AND
004275         IR-SOURCE-SCALE NOT = 'K'
004276         GO TO 1200-EXIT
004277     END-IF
004278     PERFORM 1210-FIND-CALIBRATION-ENTRY THRU 1210-EXIT
004279     IF WS-CALIB-MATCH-IDX = 0
004280         GO TO 1200-EXIT
004281     END-IF
004282     IF CA-CORRECTION-C(WS-CALIB-MATCH-IDX) = ZERO
004283         GO TO 1200-EXIT
004284     END-IF
004285     IF IR-SOURCE-SCALE = 'F'
004286         COMPUTE WS-CORRECTION-APPLIED ROUNDED =
004287             CA-CORRECTION-C(WS-CALIB-MATCH-IDX) * 9 / 5
004288     ELSE
004289         MOVE CA-CORRECTION-C(WS-CALIB-MATCH-IDX) TO
004290             WS-CORRECTION-APPLIED
004291     END-IF
004292     COMPUTE IR-RAW-VALUE = WS-RAW-AS-READ + WS-CORRECTION-APPLIED
004293         ON SIZE ERROR
004294             DISPLAY "Calibration correction would overflow the "
004295                 "reading for station " IR-STATION-ID
004296                 " - left uncorrected."
004297             MOVE WS-RAW-AS-READ TO IR-RAW-VALUE
004298             MOVE ZERO TO WS-CORRECTION-APPLIED
004299             GO TO 1200-EXIT
004300     END-COMPUTE
004301     MOVE IR-RAW-VALUE TO WS-TEMPERATURE
004302     MOVE CA-EFFECTIVE-DATE(WS-CALIB-MATCH-IDX) TO
004303         WS-CORRECTION-DATE
004304     MOVE 'Y' TO WS-CALIBRATED-SW
004305     ADD 1 TO WS-CALIBRATED-COUNT
004306     PERFORM 1220-NOTE-CALIBRATION-USE THRU 1220-EXIT
004307     IF WS-INTERACTIVE-MODE
004308         MOVE WS-CORRECTION-APPLIED TO WS-CORRECTION-EDIT
004309         DISPLAY "Calibration correction " WS-CORRECTION-EDIT
004310             " applied (entry effective " WS-CORRECTION-DATE ")."
004311     END-IF.
004312 1200-EXIT.
004313     EXIT.
004314
004315*----------------------------------------------------------------
004316* 1210-FIND-CALIBRATION-ENTRY WALKS THE ORDERED TABLE UP TO THE
004317* END OF THE READING'S STATION, LEAVING WS-CALIB-MATCH-IDX ON THE
004318* LAST ENTRY WHOSE EFFECTIVE DATE IS NOT AFTER THE READING DATE
004319* (ZERO WHEN THE STATION HAS NO ENTRY IN EFFECT YET).
004320*----------------------------------------------------------------
004321 1210-FIND-CALIBRATION-ENTRY.
004322     MOVE 0 TO WS-CALIB-MATCH-IDX
004323     PERFORM 1215-TEST-CALIBRATION-ENTRY THRU 1215-EXIT
004324         VARYING WS-CALIB-IDX FROM 1 BY 1
004325         UNTIL WS-CALIB-IDX > WS-CALIB-COUNT
004326            OR CA-STATION-ID(WS-CALIB-IDX) > IR-STATION-ID.
004327 1210-EXIT.
004328     EXIT.
004329
004330 1215-TEST-CALIBRATION-ENTRY.
004331     IF CA-STATION-ID(WS-CALIB-IDX) = IR-STATION-ID AND
004332         CA-EFFECTIVE-DATE(WS-CALIB-IDX) NOT > IR-TIMESTAMP-DATE
004333         MOVE WS-CALIB-IDX TO WS-CALIB-MATCH-IDX
004334     END-IF.
004335 1215-EXIT.
004336     EXIT.
004337
004338*----------------------------------------------------------------
004339* 1220-NOTE-CALIBRATION-USE COUNTS THE READING AGAINST THE
004340* CALIBRATION ENTRY JUST APPLIED, ADDING THE ENTRY TO
004341* WS-CALIB-USED-TABLE THE FIRST TIME IT IS USED THIS RUN. IF THAT
004342* TABLE EVER FILLS, THE REPORT SECTION IS INCOMPLETE (WITH A
004343* WARNING) BUT THE READINGS ARE STILL CORRECTED AND COUNTED.
004344*----------------------------------------------------------------
004345 1220-NOTE-CALIBRATION-USE.
004346     PERFORM VARYING WS-CU-IDX FROM 1 BY 1
004347         UNTIL WS-CU-IDX > WS-CALIB-USED-COUNT
004348            OR (CU-STATION-ID(WS-CU-IDX) = IR-STATION-ID
004349                AND CU-EFFECTIVE-DATE(WS-CU-IDX) =
004350                    WS-CORRECTION-DATE)
004351     END-PERFORM
004352     IF WS-CU-IDX <= WS-CALIB-USED-COUNT
004353         ADD 1 TO CU-READING-COUNT(WS-CU-IDX)
004354     ELSE
004355         IF WS-CALIB-USED-COUNT < WS-CALIB-USED-MAX
004356             ADD 1 TO WS-CALIB-USED-COUNT
004357             MOVE IR-STATION-ID TO
004358                 CU-STATION-ID(WS-CALIB-USED-COUNT)
004359             MOVE WS-CORRECTION-DATE TO
004360                 CU-EFFECTIVE-DATE(WS-CALIB-USED-COUNT)
004361             MOVE CA-CORRECTION-C(WS-CALIB-MATCH-IDX) TO
004362                 CU-CORRECTION-C(WS-CALIB-USED-COUNT)
004363             MOVE 1 TO CU-READING-COUNT(WS-CALIB-USED-COUNT)
004364         ELSE
004365             IF NOT WS-CALIB-USED-FULL
004366                 MOVE 'Y' TO WS-CALIB-USED-FULL-SW
004367                 DISPLAY "Calibration usage table full - ",
004368                     "summary will not list every correction ",
004369                     "used."
004370             END-IF
004371         END-IF
004372     END-IF.
004373 1220-EXIT.
004374     EXIT.
004375
004376*----------------------------------------------------------------
004377* 1300-CHECK-PLAUSIBILITY CONVERTS THE RAW READING TO CELSIUS AND
004378* COMPARES IT AGAINST THE THRESHOLD FOR THE STATION'S TYPE. AN
004379* IMPLAUSIBLE READING IS FLAGGED TO ALERT-FILE AND EXCLUDED FROM
004380* THE END-OF-RUN STATISTICS (SEE 5800-PROCESS-ONE-CONVERSION) BUT
004381* IS STILL CONVERTED, AUDITED AND FED TO INTERCHANGE-FILE LIKE
004382* ANY
004383* OTHER READING - A SENSOR GLITCH IS NOT THE SAME THING AS AN
004384* INVALID SCALE COMBINATION.
004385*----------------------------------------------------------------
004386 1300-CHECK-PLAUSIBILITY.
004387     MOVE 'Y' TO WS-PLAUSIBLE-SW
004388     EVALUATE IR-SOURCE-SCALE
004390         WHEN 'F'
004400             COMPUTE WS-PLAUSIBILITY-CELSIUS ROUNDED =
004410                 (IR-RAW-VALUE - 32) * 5 / 9
004470     END-EVALUATE
004480     PERFORM 1310-FIND-THRESHOLD THRU 1310-EXIT
004490     IF WS-PLAUSIBILITY-CELSIUS < TT-LOW-C(WS-THRESHOLD-IDX)
004491             OR WS-PLAUSIBILITY-CELSIUS >
004492                 TT-HIGH-C(WS-THRESHOLD-IDX)
004493         MOVE 'N' TO WS-PLAUSIBLE-SW
004494         PERFORM 1320-WRITE-ALERT-RECORD THRU 1320-EXIT
004495     END-IF.
004496 1300-EXIT.
004497     EXIT.
004498
004499 1310-FIND-THRESHOLD.
004500     PERFORM VARYING WS-THRESHOLD-IDX FROM 1 BY 1
004501         UNTIL WS-THRESHOLD-IDX > WS-THRESHOLD-COUNT
004502            OR TT-STATION-TYPE(WS-THRESHOLD-IDX) =
004503                WS-CURRENT-STATION-TYPE
004504     END-PERFORM
004505     IF WS-THRESHOLD-IDX > WS-THRESHOLD-COUNT
004506         MOVE WS-THRESHOLD-COUNT TO WS-THRESHOLD-IDX
004507     END-IF.
004508 1310-EXIT.
004509     EXIT.
004510
004511 1320-WRITE-ALERT-RECORD.
004512     MOVE IR-STATION-ID TO AL-STATION-ID
004513     MOVE WS-CURRENT-STATION-TYPE TO AL-STATION-TYPE
004514     MOVE IR-TIMESTAMP-DATE TO AL-TIMESTAMP-DATE
004515     MOVE IR-TIMESTAMP-TIME TO AL-TIMESTAMP-TIME
004516     MOVE IR-SOURCE-SCALE TO AL-SOURCE-SCALE
004517     MOVE IR-RAW-VALUE TO AL-RAW-VALUE
004518     MOVE WS-CORRECTION-APPLIED TO AL-CORRECTION
004519     MOVE TT-LOW-C(WS-THRESHOLD-IDX) TO AL-LOW-THRESHOLD-C
004520     MOVE TT-HIGH-C(WS-THRESHOLD-IDX) TO AL-HIGH-THRESHOLD-C
004521     WRITE ALERT-RECORD
004522     ADD 1 TO WS-ALERT-COUNT
004523     DISPLAY "Implausible reading flagged for station "
004524         IR-STATION-ID.
004525 1320-EXIT.
004526     EXIT.
004527*----------------------------------------------------------------
004528* 1350-CHECK-RATE-OF-CHANGE COMPARES A PLAUSIBLE READING, BATCH
004529* OR KEYED (WS-PLAUSIBILITY-CELSIUS, SO AFTER ANY CALIBRATION
004530* CORRECTION) WITH ITS STATION'S BASELINE - THE LAST READING
004531* ACCEPTED AS NORMAL, WHICH MAY BE FROM AN EARLIER RUN (STNLAST).
004532* THE MOST IT MAY HAVE MOVED IS THE TYPE'S RATE PER HOUR OVER THE
004533* TIME SINCE THE BASELINE, PLUS THE TYPE'S NOISE ALLOWANCE.
004534*   - WITHIN THAT: THE READING BECOMES THE NEW BASELINE, AND ANY
004535*     EXCURSION IS OVER (IT WAS A SPIKE THAT SETTLED BACK).
004536*   - OUTSIDE IT, WITH THE STATION ALREADY IN AN EXCURSION AND THE
004537*     READING HOLDING THE EXCURSION'S NEW LEVEL: A STEP THAT DID
004538*     NOT SETTLE - ALERT T, AND THE NEW LEVEL BECOMES THE BASELINE
004539*     SO THE STEP IS REPORTED ONCE, NOT ON EVERY READING AFTER.
004540*   - OTHERWISE: A SPIKE - ALERT S, THE BASELINE STAYS PUT, AND
004541*     THE READING IS KEPT AS THE EXCURSION LEVEL.
004542* A FLAGGED READING IS STILL CONVERTED, AUDITED AND FED TO
004543* INTERCHANGE-FILE, BUT IS KEPT OUT OF THE STATISTICS
004544* (WS-RATE-OK-SW), THE SAME AS AN IMPLAUSIBLE ONE. A STATION'S
004545* FIRST READING, A READING WITH AN UNUSABLE TIMESTAMP, ONE TIMED
004546* AT OR BEFORE ITS BASELINE, AND ONE A DAY OR MORE AFTER IT ARE
004547* NOT JUDGED; THE LAST KIND STARTS A NEW BASELINE.
004548*----------------------------------------------------------------
004549 1350-CHECK-RATE-OF-CHANGE.
004550     PERFORM 1355-FIND-LAST-READING THRU 1355-EXIT
004551     IF WS-LAST-IDX = 0
004552         GO TO 1350-EXIT
004553     END-IF
004554     IF LR-BASE-DATE(WS-LAST-IDX) = ZERO
004555         PERFORM 1368-SET-BASELINE THRU 1368-EXIT
004556         GO TO 1350-EXIT
004557     END-IF
004558     MOVE LR-BASE-DATE(WS-LAST-IDX) TO WS-RATE-FROM-DATE
004559     MOVE LR-BASE-TIME(WS-LAST-IDX) TO WS-RATE-FROM-TIME
004560     MOVE LR-BASE-CELSIUS(WS-LAST-IDX) TO WS-RATE-FROM-CELSIUS
004561     PERFORM 1360-MEASURE-CHANGE THRU 1360-EXIT
004562     IF NOT WS-RATE-TIMED OR WS-RATE-ELAPSED-SECONDS <= 0
004563         GO TO 1350-EXIT
004564     END-IF
004565     IF WS-RATE-ELAPSED-SECONDS > WS-RATE-MAX-GAP-SECONDS
004566         PERFORM 1368-SET-BASELINE THRU 1368-EXIT
004567         GO TO 1350-EXIT
004568     END-IF
004569     IF WS-RATE-WITHIN
004570         PERFORM 1368-SET-BASELINE THRU 1368-EXIT
004571         GO TO 1350-EXIT
004572     END-IF
004573     MOVE 'N' TO WS-RATE-OK-SW
004574     MOVE 'S' TO WS-RATE-ALERT-TYPE
004575     IF LR-IN-EXCURSION(WS-LAST-IDX)
004576         MOVE LR-EXCURSION-DATE(WS-LAST-IDX) TO WS-RATE-FROM-DATE
004577         MOVE LR-EXCURSION-TIME(WS-LAST-IDX) TO WS-RATE-FROM-TIME
004578         MOVE LR-EXCURSION-CELSIUS(WS-LAST-IDX) TO
004579             WS-RATE-FROM-CELSIUS
004580         PERFORM 1360-MEASURE-CHANGE THRU 1360-EXIT
004581         IF WS-RATE-TIMED AND WS-RATE-ELAPSED-SECONDS > 0 AND
004582             WS-RATE-WITHIN
004583             MOVE 'T' TO WS-RATE-ALERT-TYPE
004584         END-IF
004585         MOVE LR-BASE-DATE(WS-LAST-IDX) TO WS-RATE-FROM-DATE
004586         MOVE LR-BASE-TIME(WS-LAST-IDX) TO WS-RATE-FROM-TIME
004587         MOVE LR-BASE-CELSIUS(WS-LAST-IDX) TO WS-RATE-FROM-CELSIUS
004588         PERFORM 1360-MEASURE-CHANGE THRU 1360-EXIT
004589     END-IF
004590     PERFORM 1367-WRITE-RATE-ALERT THRU 1367-EXIT
004591     IF WS-RATE-ALERT-TYPE = 'T'
004592         PERFORM 1368-SET-BASELINE THRU 1368-EXIT
004593     ELSE
004594         MOVE 'Y' TO LR-EXCURSION-FLAG(WS-LAST-IDX)
004595         MOVE IR-TIMESTAMP-DATE TO LR-EXCURSION-DATE(WS-LAST-IDX)
004596         MOVE IR-TIMESTAMP-TIME TO LR-EXCURSION-TIME(WS-LAST-IDX)
004597         MOVE WS-PLAUSIBILITY-CELSIUS TO
004598             LR-EXCURSION-CELSIUS(WS-LAST-IDX)
004599     END-IF.
004600 1350-EXIT.
004601     EXIT.
004602
004603*----------------------------------------------------------------
004604* 1355-FIND-LAST-READING LEAVES WS-LAST-IDX ON THE STATION'S ENTRY
004605* IN WS-LAST-TABLE, ADDING AN EMPTY ONE (BASE DATE ZERO) FOR A
004606* STATION NOT SEEN BEFORE. IF THE TABLE IS FULL THE INDEX IS LEFT
004607* AT ZERO AND THE STATION GOES UNCHECKED, WITH A ONE-TIME WARNING.
004608*----------------------------------------------------------------
004609 1355-FIND-LAST-READING.
004610     PERFORM VARYING WS-LAST-IDX FROM 1 BY 1
004611         UNTIL WS-LAST-IDX > WS-LAST-COUNT
004612            OR LR-STATION-ID(WS-LAST-IDX) = IR-STATION-ID
004613     END-PERFORM
004614     IF WS-LAST-IDX > WS-LAST-COUNT
004615         IF WS-LAST-COUNT < WS-LAST-MAX
004616             ADD 1 TO WS-LAST-COUNT
004617             MOVE WS-LAST-COUNT TO WS-LAST-IDX
004618             MOVE IR-STATION-ID TO LR-STATION-ID(WS-LAST-IDX)
004619             MOVE ZERO TO LR-BASE-DATE(WS-LAST-IDX)
004620                          LR-BASE-TIME(WS-LAST-IDX)
004621                          LR-BASE-CELSIUS(WS-LAST-IDX)
004622             PERFORM 1369-CLEAR-EXCURSION THRU 1369-EXIT
004623         ELSE
004624             MOVE 0 TO WS-LAST-IDX
004625             IF NOT WS-LAST-TABLE-FULL
004626                 MOVE 'Y' TO WS-LAST-TABLE-FULL-SW
004627                 DISPLAY "Station last-reading table full - ",
004628                     "further new stations will not be ",
004629                     "rate-checked."
004630             END-IF
004631         END-IF
004632     END-IF.
004633 1355-EXIT.
004634     EXIT.
004635
004636*----------------------------------------------------------------
004637* 1360-MEASURE-CHANGE MEASURES THE READING IN HAND AGAINST THE
004638* EARLIER READING IN WS-RATE-FROM-DATE/-TIME/-CELSIUS: THE
004639* SECONDS BETWEEN THEM, THE SIZE OF THE CHANGE, AND WHETHER THAT
004640* CHANGE IS WITHIN WHAT THE STATION'S TYPE ALLOWS OVER THAT TIME.
004641* WS-RATE-TIMED IS LEFT OFF WHEN EITHER TIMESTAMP IS NOT A REAL
004642* DATE AND TIME.
004643*----------------------------------------------------------------
004644 1360-MEASURE-CHANGE.
004645     MOVE 'N' TO WS-RATE-TIMED-SW
004646     MOVE 'N' TO WS-RATE-WITHIN-SW
004647     MOVE 0 TO WS-RATE-ELAPSED-SECONDS
004648     IF IR-TIMESTAMP-DATE IS NOT NUMERIC OR
004649         IR-TIMESTAMP-TIME IS NOT NUMERIC
004650         GO TO 1360-EXIT
004651     END-IF
004652     COMPUTE WS-RATE-FROM-DAY =
004653         FUNCTION INTEGER-OF-DATE(WS-RATE-FROM-DATE)
004654     COMPUTE WS-RATE-TO-DAY =
004655         FUNCTION INTEGER-OF-DATE(IR-TIMESTAMP-DATE)
004656     IF WS-RATE-FROM-DAY = 0 OR WS-RATE-TO-DAY = 0
004657         GO TO 1360-EXIT
004658     END-IF
004659     MOVE WS-RATE-FROM-TIME TO WS-RATE-TIME-WORK
004660     COMPUTE WS-RATE-FROM-SECONDS =
004661         WS-RATE-HH * 3600 + WS-RATE-MM * 60 + WS-RATE-SS
004662     MOVE IR-TIMESTAMP-TIME TO WS-RATE-TIME-WORK
004663     COMPUTE WS-RATE-TO-SECONDS =
004664         WS-RATE-HH * 3600 + WS-RATE-MM * 60 + WS-RATE-SS
004665     COMPUTE WS-RATE-ELAPSED-SECONDS =
004666         (WS-RATE-TO-DAY - WS-RATE-FROM-DAY) * 86400
004667         + WS-RATE-TO-SECONDS - WS-RATE-FROM-SECONDS
004668     MOVE 'Y' TO WS-RATE-TIMED-SW
004669     PERFORM 1365-FIND-RATE-LIMIT THRU 1365-EXIT
004670     COMPUTE WS-RATE-CHANGE-C =
004671         WS-PLAUSIBILITY-CELSIUS - WS-RATE-FROM-CELSIUS
004672     IF WS-RATE-CHANGE-C < 0
004673         COMPUTE WS-RATE-CHANGE-C = 0 - WS-RATE-CHANGE-C
004674     END-IF
004675     COMPUTE WS-RATE-ALLOWED-C ROUNDED =
004676         RT-RATE-PER-HOUR-C(WS-RATE-IDX) * WS-RATE-ELAPSED-SECONDS
004677             / 3600
004678         + RT-ALLOWANCE-C(WS-RATE-IDX)
004679         ON SIZE ERROR
004680             MOVE 99999.99 TO WS-RATE-ALLOWED-C
004681     END-COMPUTE
004682     IF WS-RATE-CHANGE-C <= WS-RATE-ALLOWED-C
004683         MOVE 'Y' TO WS-RATE-WITHIN-SW
004684     END-IF.
004685 1360-EXIT.
004686     EXIT.
004687
004688 1365-FIND-RATE-LIMIT.
004689     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
004690         UNTIL WS-RATE-IDX > WS-RATE-COUNT
004691            OR RT-STATION-TYPE(WS-RATE-IDX) =
004692                WS-CURRENT-STATION-TYPE
004693     END-PERFORM
004694     IF WS-RATE-IDX > WS-RATE-COUNT
004695         MOVE WS-RATE-COUNT TO WS-RATE-IDX
004696     END-IF.
004697 1365-EXIT.
004698     EXIT.
004699
004700*----------------------------------------------------------------
004701* 1367-WRITE-RATE-ALERT WRITES THE READING IN HAND TO RATEALRT,
004702* MEASURED AGAINST THE STATION'S BASELINE (LEFT IN WS-RATE-FROM-
004703* AND THE WS-RATE- RESULTS BY 1360-MEASURE-CHANGE).
004704*----------------------------------------------------------------
004705 1367-WRITE-RATE-ALERT.
004706     MOVE SPACES TO RATE-ALERT-RECORD
004707     MOVE IR-STATION-ID TO RA-STATION-ID
004708     MOVE WS-CURRENT-STATION-TYPE TO RA-STATION-TYPE
004709     MOVE WS-RATE-ALERT-TYPE TO RA-ALERT-TYPE
004710     MOVE WS-RATE-FROM-DATE TO RA-PRIOR-DATE
004711     MOVE WS-RATE-FROM-TIME TO RA-PRIOR-TIME
004712     MOVE WS-RATE-FROM-CELSIUS TO RA-PRIOR-CELSIUS
004713     MOVE IR-TIMESTAMP-DATE TO RA-READING-DATE
004714     MOVE IR-TIMESTAMP-TIME TO RA-READING-TIME
004715     MOVE WS-PLAUSIBILITY-CELSIUS TO RA-READING-CELSIUS
004716     COMPUTE RA-ELAPSED-MINUTES = WS-RATE-ELAPSED-SECONDS / 60
004717     COMPUTE RA-CHANGE-PER-HOUR-C ROUNDED =
004718         WS-RATE-CHANGE-C * 3600 / WS-RATE-ELAPSED-SECONDS
004719         ON SIZE ERROR
004720             MOVE 99999.99 TO RA-CHANGE-PER-HOUR-C
004721     END-COMPUTE
004722     MOVE WS-RATE-ALLOWED-C TO RA-ALLOWED-CHANGE-C
004723     MOVE WS-RUN-ID TO RA-RUN-ID
004724     WRITE RATE-ALERT-RECORD
004725     ADD 1 TO WS-RATE-ALERT-COUNT
004726     IF WS-RATE-ALERT-TYPE = 'T'
004727         DISPLAY "Unsettled step change flagged for station "
004728             IR-STATION-ID
004729     ELSE
004730         DISPLAY "Rate-of-change spike flagged for station "
004731             IR-STATION-ID
004732     END-IF.
004733 1367-EXIT.
004734     EXIT.
004735
004736 1368-SET-BASELINE.
004737     MOVE IR-TIMESTAMP-DATE TO LR-BASE-DATE(WS-LAST-IDX)
004738     MOVE IR-TIMESTAMP-TIME TO LR-BASE-TIME(WS-LAST-IDX)
004739     MOVE WS-PLAUSIBILITY-CELSIUS TO LR-BASE-CELSIUS(WS-LAST-IDX)
004740     PERFORM 1369-CLEAR-EXCURSION THRU 1369-EXIT.
004741 1368-EXIT.
004742     EXIT.
004743
004744 1369-CLEAR-EXCURSION.
004745     MOVE 'N' TO LR-EXCURSION-FLAG(WS-LAST-IDX)
004746     MOVE ZERO TO LR-EXCURSION-DATE(WS-LAST-IDX)
004747                  LR-EXCURSION-TIME(WS-LAST-IDX)
004748                  LR-EXCURSION-CELSIUS(WS-LAST-IDX).
004749 1369-EXIT.
004750     EXIT.
004751
004752*----------------------------------------------------------------
004753* 1370-LOAD-STATION-LAST READS STNLAST INTO WS-LAST-TABLE AT THE
004754* START OF THE BATCH OR INTERACTIVE PASS. A MISSING FILE MEANS NO
004755* STATION HAS A BASELINE YET. A FILE TOO BIG FOR THE TABLE IS A
004756* HARD ERROR (RETURN CODE 16), NEVER A SILENT STOP AT THE CAP -
004757* THE ENTRIES DROPPED WOULD BE LOST WHEN THE FILE IS NEXT
004758* REWRITTEN.
004759*----------------------------------------------------------------
004760 1370-LOAD-STATION-LAST.
004761     MOVE 0 TO WS-LAST-COUNT
004762     MOVE 'N' TO WS-LAST-EOF-SW
004763     OPEN INPUT STATION-LAST-FILE
004764     IF WS-STATION-LAST-STATUS = '00'
004765         PERFORM 1375-READ-STATION-LAST THRU 1375-EXIT
004766             UNTIL WS-LAST-EOF
004767         CLOSE STATION-LAST-FILE
004768     ELSE
004769         DISPLAY "No station last-reading file - rate-of-change ",
004770             "baselines start with this run."
004771     END-IF.
004772 1370-EXIT.
004773     EXIT.
004774
004775 1375-READ-STATION-LAST.
004776     READ STATION-LAST-FILE
004777         AT END
004778             MOVE 'Y' TO WS-LAST-EOF-SW
004779         NOT AT END
004780             IF WS-LAST-COUNT >= WS-LAST-MAX
004781                 DISPLAY "Station last-reading file exceeds "
004782                     WS-LAST-MAX " entries - run aborted."
004783                 MOVE 16 TO RETURN-CODE
004784                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
004785                 STOP RUN
004786             END-IF
004787             ADD 1 TO WS-LAST-COUNT
004788             MOVE SL-STATION-ID TO LR-STATION-ID(WS-LAST-COUNT)
004789             MOVE SL-BASE-DATE TO LR-BASE-DATE(WS-LAST-COUNT)
004790             MOVE SL-BASE-TIME TO LR-BASE-TIME(WS-LAST-COUNT)
004791             MOVE SL-BASE-CELSIUS TO
004792                 LR-BASE-CELSIUS(WS-LAST-COUNT)
004793             MOVE SL-EXCURSION-FLAG TO
004794                 LR-EXCURSION-FLAG(WS-LAST-COUNT)
004795             MOVE SL-EXCURSION-DATE TO
004796                 LR-EXCURSION-DATE(WS-LAST-COUNT)
004797             MOVE SL-EXCURSION-TIME TO
004798                 LR-EXCURSION-TIME(WS-LAST-COUNT)
004799             MOVE SL-EXCURSION-CELSIUS TO
004800                 LR-EXCURSION-CELSIUS(WS-LAST-COUNT)
004801     END-READ.
004802 1375-EXIT.
004803     EXIT.
004804
004805*----------------------------------------------------------------
004806* 1380-SAVE-STATION-LAST REWRITES STNLAST FROM WS-LAST-TABLE. IT
004807* RUNS WITH EVERY CHECKPOINT (SEE 4200-WRITE-CHECKPOINT), SO A
004808* RESTARTED RUN PICKS UP THE BASELINES AS THEY STOOD AT THE
004809* CHECKPOINT IT RESUMES FROM, AND AT THE END OF THE BATCH OR
004810* INTERACTIVE PASS.
004811*----------------------------------------------------------------
004812 1380-SAVE-STATION-LAST.
004813     OPEN OUTPUT STATION-LAST-FILE
004814     IF WS-STATION-LAST-STATUS NOT = '00'
004815         IF NOT WS-LAST-SAVE-FAILED
004816             MOVE 'Y' TO WS-LAST-SAVE-FAILED-SW
004817             DISPLAY "Unable to write station last-reading file ",
004818                 "- rate-of-change baselines not saved."
004819         END-IF
004820         GO TO 1380-EXIT
004821     END-IF
004822     PERFORM 1385-WRITE-STATION-LAST THRU 1385-EXIT
004823         VARYING WS-LAST-IDX FROM 1 BY 1
004824         UNTIL WS-LAST-IDX > WS-LAST-COUNT
004825     CLOSE STATION-LAST-FILE.
004826 1380-EXIT.
004827     EXIT.
004828
004829 1385-WRITE-STATION-LAST.
004830     MOVE SPACES TO STATION-LAST-RECORD
004831     MOVE LR-STATION-ID(WS-LAST-IDX) TO SL-STATION-ID
004832     MOVE LR-BASE-DATE(WS-LAST-IDX) TO SL-BASE-DATE
004833     MOVE LR-BASE-TIME(WS-LAST-IDX) TO SL-BASE-TIME
004834     MOVE LR-BASE-CELSIUS(WS-LAST-IDX) TO SL-BASE-CELSIUS
004835     MOVE LR-EXCURSION-FLAG(WS-LAST-IDX) TO SL-EXCURSION-FLAG
004836     MOVE LR-EXCURSION-DATE(WS-LAST-IDX) TO SL-EXCURSION-DATE
004837     MOVE LR-EXCURSION-TIME(WS-LAST-IDX) TO SL-EXCURSION-TIME
004838     MOVE LR-EXCURSION-CELSIUS(WS-LAST-IDX) TO
004839         SL-EXCURSION-CELSIUS
004840     WRITE STATION-LAST-RECORD.
004841 1385-EXIT.
004842     EXIT.
004850
004860*----------------------------------------------------------------
004870* 1400-ARCHIVE-AUDIT-FILE-IF-NEEDED RUNS AT THE START OF EVERY
005270         MOVE AR-SOURCE-SCALE      TO AA-SOURCE-SCALE
005280         MOVE AR-TARGET-SCALE      TO AA-TARGET-SCALE
005290         MOVE AR-CONVERTED-RESULT  TO AA-CONVERTED-RESULT
005291         MOVE AR-CORRECTION        TO AA-CORRECTION
005292         MOVE AR-CORRECTION-DATE   TO AA-CORRECTION-DATE
005296     END-IF
005300     WRITE AUDIT-ARCHIVE-RECORD
005310     READ AUDIT-FILE
005320         AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
005570 1450-EXIT.
005580     EXIT.
005590
005593*----------------------------------------------------------------
005596* 1500-LOAD-CALIBRATION-TABLE READS CALIBMST INTO WS-CALIB-TABLE
005599* ONCE AT STARTUP. A MISSING FILE MEANS NO CORRECTIONS ARE ON
005602* RECORD AND READINGS CONVERT AS SENT. A FILE THAT IS OUT OF
005605* STATION/EFFECTIVE-DATE ORDER OR OVERFLOWS THE TABLE ABORTS THE
005608* RUN: EITHER WOULD MEAN SOME READINGS GET THE WRONG CORRECTION,
005611* OR NONE, WITH NOTHING ON THE RECORD TO SAY SO.
005614*----------------------------------------------------------------
005617 1500-LOAD-CALIBRATION-TABLE.
005620     MOVE 0 TO WS-CALIB-COUNT
005623     MOVE LOW-VALUES TO WS-CALIB-PRIOR-KEY
005626     OPEN INPUT CALIBRATION-MASTER
005629     IF WS-CALIBRATION-MASTER-STATUS = '00'
005632         PERFORM 1510-READ-CALIBRATION-MASTER THRU 1510-EXIT
005635             UNTIL WS-CALIBRATION-MASTER-STATUS NOT = '00'
005638         CLOSE CALIBRATION-MASTER
005641         DISPLAY "Calibration master loaded - " WS-CALIB-COUNT
005644             " entry(ies)."
005647     ELSE
005650         DISPLAY "Calibration master not available - readings ",
005653             "will be converted uncorrected."
005656     END-IF.
005659 1500-EXIT.
005662     EXIT.
005665
005668 1510-READ-CALIBRATION-MASTER.
005671     READ CALIBRATION-MASTER
005674         AT END
005677             MOVE '10' TO WS-CALIBRATION-MASTER-STATUS
005680         NOT AT END
005683             IF CB-KEY NOT > WS-CALIB-PRIOR-KEY
005686                 DISPLAY "Calibration master out of sequence at "
005689                     "station " CB-STATION-ID " effective "
005692                     CB-EFFECTIVE-DATE " - run aborted."
005695                 MOVE 16 TO RETURN-CODE
005696                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
005698                 STOP RUN
005701             END-IF
005704             IF WS-CALIB-COUNT >= WS-CALIB-MAX
005707                 DISPLAY "Calibration master exceeds "
005710                     WS-CALIB-MAX
005713                     " entries - table overflow, run aborted."
005716                 MOVE 16 TO RETURN-CODE
005717                 PERFORM 9810-POST-RUN-END THRU 9810-EXIT
005719                 STOP RUN
005722             END-IF
005725             ADD 1 TO WS-CALIB-COUNT
005728             MOVE CB-STATION-ID TO CA-STATION-ID(WS-CALIB-COUNT)
005731             MOVE CB-EFFECTIVE-DATE TO
005734                 CA-EFFECTIVE-DATE(WS-CALIB-COUNT)
005737             MOVE CB-CORRECTION-C TO
005740                 CA-CORRECTION-C(WS-CALIB-COUNT)
005743             MOVE CB-KEY TO WS-CALIB-PRIOR-KEY
005746     END-READ.
005749 1510-EXIT.
005752     EXIT.
005755
005762
005770 3000-INTERACTIVE-PARA.
005771     PERFORM 1370-LOAD-STATION-LAST THRU 1370-EXIT
005772     OPEN EXTEND RATE-ALERT-FILE
005773     IF WS-RATE-ALERT-STATUS NOT = '00'
005774         OPEN OUTPUT RATE-ALERT-FILE
005775     END-IF
005780     PERFORM UNTIL WS-REPEAT NOT = 'Y'
005790         DISPLAY "Station ID for this reading: "
005800         ACCEPT IR-STATION-ID
005805         MOVE 'N' TO WS-CALIBRATED-SW
005807         MOVE 'Y' TO WS-RATE-OK-SW
005810         PERFORM 3100-VALIDATE-TEMPERATURE THRU 3100-EXIT
005820         IF WS-INPUT-ABORTED
005830             MOVE 'N' TO WS-REPEAT
005880             MOVE FUNCTION UPPER-CASE(WS-SOURCE-SCALE)
005890                 TO WS-VALID-SOURCE-SCALE
005900             ACCEPT IR-TIMESTAMP-DATE FROM DATE YYYYMMDD
005910             ACCEPT WS-READING-CLOCK FROM TIME
005915             MOVE WS-READING-CLOCK(1:6) TO IR-TIMESTAMP-TIME
005920             MOVE WS-TEMPERATURE TO IR-RAW-VALUE
005930             MOVE WS-VALID-SOURCE-SCALE TO IR-SOURCE-SCALE
005940             DISPLAY
006000                 TO WS-VALID-CHOICE
006010             PERFORM 1100-VALIDATE-STATION THRU 1100-EXIT
006020             IF WS-STATION-VALID
006025                 PERFORM 1200-APPLY-CALIBRATION THRU 1200-EXIT
006030                 PERFORM 1300-CHECK-PLAUSIBILITY THRU 1300-EXIT
006032                 IF WS-READING-PLAUSIBLE
006034                     PERFORM 1350-CHECK-RATE-OF-CHANGE THRU
006036                         1350-EXIT
006038                 END-IF
006040                 PERFORM 5850-CONVERT-FOR-CHOICE THRU 5850-EXIT
006050             ELSE
006060                 ADD 1 TO WS-STATION-REJECT-COUNT
006150             ACCEPT WS-REPEAT
006160             MOVE FUNCTION UPPER-CASE(WS-REPEAT) TO WS-REPEAT
006170         END-IF
006180     END-PERFORM
006183     CLOSE RATE-ALERT-FILE
006186     PERFORM 1380-SAVE-STATION-LAST THRU 1380-EXIT.
006190 3000-EXIT.
006200     EXIT.
006210
006610* COMMA-DELIMITED EXTRACT (TEMP-IN-DELIMITED-FILE), OPERATOR'S
006620* CHOICE - AND WRITES THE CONVERTED VALUES TO TEMP-OUT-FILE, ONE
006630* OUTPUT RECORD PER TARGET SCALE CONVERTED TO.
006632* THE FILE HAS ALREADY BEEN PROVED AND TAKEN ON THE INTAKE
006634* REGISTER BY 4700-VERIFY-FEED-CONTROL; ONCE EVERY READING IS
006636* PROCESSED ITS REGISTER ENTRY IS MARKED COMPLETE.
006640*----------------------------------------------------------------
006650 4000-BATCH-PARA.
006740     IF WS-INPUT-FIXED
006750         OPEN INPUT TEMP-IN-FILE
006760     ELSE
006790     END-IF
006800     IF WS-TEMP-IN-FILE-STATUS NOT = '00'
006810         DISPLAY "Unable to open input file - batch run aborted."
006815         MOVE 16 TO RETURN-CODE
006820         GO TO 4000-EXIT
006830     END-IF
006840     IF WS-CHECKPOINT-COUNT > 0
007000         ELSE
007010             CLOSE TEMP-IN-DELIMITED-FILE
007020         END-IF
007025         MOVE 16 TO RETURN-CODE
007030         GO TO 4000-EXIT
007040     END-IF.
007041     PERFORM 1370-LOAD-STATION-LAST THRU 1370-EXIT
007042     OPEN EXTEND RATE-ALERT-FILE
007043     IF WS-RATE-ALERT-STATUS NOT = '00'
007044         OPEN OUTPUT RATE-ALERT-FILE
007045     END-IF
007047     PERFORM 4810-OPEN-HISTORY-FILE THRU 4810-EXIT
007050     PERFORM 4100-READ-TEMP-IN THRU 4100-EXIT
007060     PERFORM UNTIL WS-TEMP-IN-EOF
007070         MOVE IR-RAW-VALUE TO WS-TEMPERATURE
007086             IF WS-DUP-READING
007087                 CONTINUE
007088             ELSE
007089                 MOVE SPACE TO WS-HIST-EXCEPTION-FLAG
007090                 PERFORM 1100-VALIDATE-STATION THRU 1100-EXIT
007091                 PERFORM 4160-MARK-STATION-SEEN THRU 4160-EXIT
007100                 IF WS-STATION-VALID
007103                     PERFORM 1200-APPLY-CALIBRATION THRU
007106                         1200-EXIT
007110                     PERFORM 1300-CHECK-PLAUSIBILITY THRU
007111                         1300-EXIT
007112                     IF WS-READING-PLAUSIBLE
007113                         PERFORM 1350-CHECK-RATE-OF-CHANGE THRU
007114                             1350-EXIT
007115                     END-IF
007120                     PERFORM 5850-CONVERT-FOR-CHOICE THRU
007121                         5850-EXIT
007130                 ELSE
007180                     PERFORM 6100-WRITE-EXCEPTION-RECORD THRU
007181                         6100-EXIT
007190                 END-IF
007191                 PERFORM 4800-POST-READING-HISTORY THRU 4800-EXIT
007192             END-IF
007193         END-IF
007200         ADD 1 TO WS-CHECKPOINT-COUNT
007290     END-PERFORM
007300     MOVE 0 TO WS-CHECKPOINT-COUNT
007310     PERFORM 4200-WRITE-CHECKPOINT THRU 4200-EXIT
007315     PERFORM 4790-MARK-FEED-COMPLETE THRU 4790-EXIT
007320     IF WS-INPUT-FIXED
007330         CLOSE TEMP-IN-FILE
007340     ELSE
007350         CLOSE TEMP-IN-DELIMITED-FILE
007360     END-IF
007361     CLOSE TEMP-OUT-FILE
007362     CLOSE RATE-ALERT-FILE
007363     IF WS-HISTORY-OPEN
007364         CLOSE HISTORY-FILE
007365     END-IF
007371     PERFORM 4400-WRITE-DUPLICATE-REPORT THRU 4400-EXIT
007372     PERFORM 4500-WRITE-COVERAGE-GAP-FILE THRU 4500-EXIT
007373     PERFORM 4600-UPDATE-MASTER-DATES THRU 4600-EXIT.
007380 4000-EXIT.
007390     EXIT.
007391*----------------------------------------------------------------
007392* 4020-OBTAIN-INPUT-FORMAT ASKS WHICH OF THE TWO FEED LAYOUTS THIS
007393* BATCH RUN IS READING, UNLESS A FORMAT CARD ALREADY SAID. IT RUNS
007394* AHEAD OF 4700-VERIFY-FEED-CONTROL, WHICH MUST KNOW WHICH FILE TO
007395* PROVE BEFORE 4000-BATCH-PARA EVER OPENS IT.
007396*----------------------------------------------------------------
007397 4020-OBTAIN-INPUT-FORMAT.
007398     IF NOT WS-PARM-DRIVEN
007399         DISPLAY "Input format - (F)ixed TEMPREC layout or ",
007400             "(D)elimited extract: "
007401         ACCEPT WS-INPUT-FORMAT-SW
007402         MOVE FUNCTION UPPER-CASE(WS-INPUT-FORMAT-SW) TO
007403             WS-INPUT-FORMAT-SW
007404         IF WS-INPUT-FORMAT-SW NOT = 'D'
007405             MOVE 'F' TO WS-INPUT-FORMAT-SW
007406         END-IF
007407     END-IF.
007408 4020-EXIT.
007409     EXIT.
007412*----------------------------------------------------------------
007415* 4050-DETERMINE-RESTART ASKS WHETHER THIS BATCH RUN SHOULD PICK
007420* UP AFTER THE LAST SAVED CHECKPOINT AND, IF SO, LOADS IT. THIS
007430* RUNS BEFORE THE INTERCHANGE FILE IS OPENED SO THAT FILE CAN
007440* BE EXTENDED (NOT REBUILT) ON A RESTARTED RUN.
007507                 "authorized to restart - run aborted."
007508             CLOSE AUDIT-FILE ALERT-FILE EXCEPTION-FILE
007509             MOVE 16 TO RETURN-CODE
007510             PERFORM 9810-POST-RUN-END THRU 9810-EXIT
007511             STOP RUN
007512         ELSE
007513             DISPLAY "Operator " WS-OPERATOR-ID " is not ",
007514                 "authorized to restart - starting from the ",
007515                 "beginning instead."
007516             MOVE 'N' TO WS-RESTART-ANSWER
007517         END-IF
007518     END-IF
007519     IF WS-RESTART-REQUESTED
007520         PERFORM 4300-LOAD-CHECKPOINT THRU 4300-EXIT
007530     ELSE
007540         MOVE 0 TO WS-CHECKPOINT-COUNT
007630* LEAVES IT IN THE SHARED WS-TEMP-RECORD-IN (IR-) FIELDS SO THE
007640* REST OF THE BATCH PARAGRAPH DOESN'T CARE WHICH FORMAT THE
007650* READING ARRIVED IN.
007652* THE VENDOR'S HEADER AND TRAILER RECORDS ARE STEPPED OVER HERE
007654* (4700-VERIFY-FEED-CONTROL HAS ALREADY CHECKED THEM), SO THEY ARE
007656* NEVER CONVERTED, NEVER CAPTURED AS EXCEPTIONS AND NEVER COUNTED
007658* IN THE CHECKPOINT'S RECORD COUNT.
007660*----------------------------------------------------------------
007670 4100-READ-TEMP-IN.
007675     MOVE 'Y' TO WS-READING-USABLE-SW
007677     MOVE 'N' TO WS-CALIBRATED-SW
007678     MOVE 'Y' TO WS-RATE-OK-SW
007679     MOVE 'Y' TO WS-FEED-CONTROL-REC-SW
007680     PERFORM 4105-READ-NEXT-RECORD THRU 4105-EXIT
007681         UNTIL NOT WS-FEED-CONTROL-REC.
007682 4100-EXIT.
007683     EXIT.
007684 4105-READ-NEXT-RECORD.
007685     MOVE 'N' TO WS-FEED-CONTROL-REC-SW
007686     IF WS-INPUT-FIXED
007690         PERFORM 4110-READ-FIXED-RECORD THRU 4110-EXIT
007700     ELSE
007710         PERFORM 4120-READ-DELIMITED-RECORD THRU 4120-EXIT
007720     END-IF.
007730 4105-EXIT.
007740     EXIT.
007750
007760 4110-READ-FIXED-RECORD.
007780         AT END
007790             MOVE 'Y' TO WS-TEMP-IN-EOF-SW
007800         NOT AT END
007802             IF TC-HEADER-RECORD OR TC-TRAILER-RECORD
007804                 MOVE 'Y' TO WS-FEED-CONTROL-REC-SW
007806             ELSE
007810                 MOVE TI-STATION-ID TO IR-STATION-ID
007820                 MOVE TI-TIMESTAMP-DATE TO IR-TIMESTAMP-DATE
007830                 MOVE TI-TIMESTAMP-TIME TO IR-TIMESTAMP-TIME
007840                 MOVE FUNCTION UPPER-CASE(TI-SOURCE-SCALE) TO
007845                     IR-SOURCE-SCALE
007850                 MOVE TI-RAW-VALUE TO IR-RAW-VALUE
007860                 MOVE FUNCTION UPPER-CASE(TI-CHOICE) TO
007870                     WS-VALID-CHOICE
007875             END-IF
007880     END-READ.
007890 4110-EXIT.
007900     EXIT.
007972* THE PRIOR RECORD'S LEFTOVER FIELD VALUES, AND A NON-NUMERIC
007973* RAW VALUE MARKS THE READING UNUSABLE SO THE CALLER CAPTURES
007974* IT TO EXCEPTION-FILE INSTEAD OF CONVERTING A FABRICATED ZERO.
007976* THE VENDOR'S HEADER AND TRAILER LINES ("H," AND "T,") ARE NOT
007978* PARSED - THEY ARE FLAGGED FOR 4100-READ-TEMP-IN TO STEP OVER.
007980*----------------------------------------------------------------
007990 4120-READ-DELIMITED-RECORD.
008000     READ TEMP-IN-DELIMITED-FILE
008010         AT END
008020             MOVE 'Y' TO WS-TEMP-IN-EOF-SW
008030         NOT AT END
008040             IF TEMP-IN-DELIMITED-RECORD(1:2) = 'H,' OR 'T,'
008050                 MOVE 'Y' TO WS-FEED-CONTROL-REC-SW
008060             ELSE
008070                 PERFORM 4125-PARSE-DELIMITED-RECORD THRU
008071                     4125-EXIT
008072             END-IF
008073     END-READ.
008074 4120-EXIT.
008075     EXIT.
008076
008077*----------------------------------------------------------------
008078* 4125-PARSE-DELIMITED-RECORD SPLITS ONE READING LINE OF THE CSV
008079* EXTRACT INTO THE IR- FIELDS - SEE 4120-READ-DELIMITED-RECORD.
008080*----------------------------------------------------------------
008081 4125-PARSE-DELIMITED-RECORD.
008082     MOVE SPACES TO WS-CSV-RAW-VALUE
008083                    WS-CSV-SOURCE-SCALE
008084                    WS-CSV-STATION-ID
008085                    WS-CSV-DATE
008086                    WS-CSV-TIME
008087                    WS-CSV-CHOICE
008088     MOVE 0 TO WS-CSV-FIELD-COUNT
008089     UNSTRING TEMP-IN-DELIMITED-RECORD DELIMITED BY ","
008090         INTO WS-CSV-RAW-VALUE
008091              WS-CSV-SOURCE-SCALE
008092              WS-CSV-STATION-ID
008093              WS-CSV-DATE
008094              WS-CSV-TIME
008100              WS-CSV-CHOICE
008101         TALLYING IN WS-CSV-FIELD-COUNT
008102     IF WS-CSV-FIELD-COUNT < 6
008103         MOVE 'N' TO WS-READING-USABLE-SW
008104         DISPLAY "Short delimited record - captured to ",
008105             "exception file."
008106     END-IF
008110     MOVE FUNCTION TEST-NUMVAL(WS-CSV-RAW-VALUE)
008120         TO WS-CSV-NUMVAL-CHECK
008130     IF WS-CSV-NUMVAL-CHECK = 0
008140         COMPUTE IR-RAW-VALUE =
008150             FUNCTION NUMVAL(WS-CSV-RAW-VALUE)
008160     ELSE
008170         MOVE 0 TO IR-RAW-VALUE
008171         MOVE 'N' TO WS-READING-USABLE-SW
008180         DISPLAY "Non-numeric raw value in delimited ",
008190             "record - captured to exception file: "
008200                 WS-CSV-RAW-VALUE
008210     END-IF
008220     MOVE FUNCTION UPPER-CASE(WS-CSV-SOURCE-SCALE)
008230         TO IR-SOURCE-SCALE
008240     MOVE WS-CSV-STATION-ID TO IR-STATION-ID
008250     MOVE WS-CSV-DATE TO IR-TIMESTAMP-DATE
008260     MOVE WS-CSV-TIME TO IR-TIMESTAMP-TIME
008270     MOVE FUNCTION UPPER-CASE(WS-CSV-CHOICE) TO
008280         WS-VALID-CHOICE.
008290 4125-EXIT.
008300     EXIT.
008311
008312*----------------------------------------------------------------
008313* 4150-CHECK-DUPLICATE-READING LOOKS THE READING'S STATION ID AND
008560     MOVE WS-CONV-MIN-K TO CP-CONV-MIN-K
008570     MOVE WS-CONV-MAX-K TO CP-CONV-MAX-K
008580     MOVE WS-CONV-TOTAL-K TO CP-CONV-TOTAL-K
008585     MOVE WS-CALIBRATED-COUNT TO CP-CALIBRATED-COUNT
008587     MOVE WS-RATE-ALERT-COUNT TO CP-RATE-ALERT-COUNT
008588     ACCEPT CP-SAVED-DATE FROM DATE YYYYMMDD
008590     IF WS-CHECKPOINT-MATCH-IDX > 0
008591         MOVE CHECKPOINT-RECORD TO
008592             WS-CHECKPOINT-SLOT(WS-CHECKPOINT-MATCH-IDX)
008605     PERFORM 4220-WRITE-CHECKPOINT-SLOT THRU 4220-EXIT
008606         VARYING WS-CHECKPOINT-SLOT-IDX FROM 1 BY 1
008607         UNTIL WS-CHECKPOINT-SLOT-IDX > WS-CHECKPOINT-SLOT-COUNT
008610     CLOSE CHECKPOINT-FILE
008615     PERFORM 1380-SAVE-STATION-LAST THRU 1380-EXIT.
008620 4200-EXIT.
008630     EXIT.
008631
008765         MOVE CP-CONV-MIN-K TO WS-CONV-MIN-K
008766         MOVE CP-CONV-MAX-K TO WS-CONV-MAX-K
008767         MOVE CP-CONV-TOTAL-K TO WS-CONV-TOTAL-K
008768         IF CP-CALIBRATED-COUNT IS NUMERIC
008769             MOVE CP-CALIBRATED-COUNT TO WS-CALIBRATED-COUNT
008770         END-IF
008771         IF CP-RATE-ALERT-COUNT IS NUMERIC
008772             MOVE CP-RATE-ALERT-COUNT TO WS-RATE-ALERT-COUNT
008773         END-IF
008774     END-IF.
008775 4320-EXIT.
008776     EXIT.
008777
008778*----------------------------------------------------------------
008779* 4400-WRITE-DUPLICATE-REPORT WRITES ONE DUPRPT RECORD PER
008780* STATION/TIMESTAMP KEY THAT ARRIVED MORE THAN ONCE THIS RUN -
008781* STATION, TIMESTAMP AND THE TOTAL COPIES SEEN - SO THE
008782* INTERCHANGE RECEIVER'S QUERIES ABOUT PADDED CONTROL TOTALS CAN
008783* BE ANSWERED FROM A REPORT INSTEAD OF A FILE TRAWL. THE FILE IS
008784* WRITTEN EVEN WHEN EMPTY SO ITS ABSENCE IS NEVER AMBIGUOUS.
008785*----------------------------------------------------------------
008786 4400-WRITE-DUPLICATE-REPORT.
008787     OPEN OUTPUT DUPLICATE-RPT-FILE
008788     IF WS-DUPLICATE-RPT-STATUS NOT = '00'
008789         DISPLAY "Unable to open duplicates report file - ",
008790             "duplicate detail not written."
008791         GO TO 4400-EXIT
008792     END-IF
008793     PERFORM 4410-WRITE-DUPLICATE-RECORD THRU 4410-EXIT
008794         VARYING WS-DUP-IDX FROM 1 BY 1
008795         UNTIL WS-DUP-IDX > WS-DUP-KEY-COUNT
008796     CLOSE DUPLICATE-RPT-FILE.
008797 4400-EXIT.
008798     EXIT.
008799
008800 4410-WRITE-DUPLICATE-RECORD.
008801     IF DK-COPY-COUNT(WS-DUP-IDX) > 1
008802         MOVE SPACES TO DUPLICATE-RPT-RECORD
008803         MOVE DK-STATION-ID(WS-DUP-IDX) TO DR-STATION-ID
008804         MOVE DK-TIMESTAMP-DATE(WS-DUP-IDX) TO DR-TIMESTAMP-DATE
008805         MOVE DK-TIMESTAMP-TIME(WS-DUP-IDX) TO DR-TIMESTAMP-TIME
008806         MOVE DK-COPY-COUNT(WS-DUP-IDX) TO DR-COPY-COUNT
008807         WRITE DUPLICATE-RPT-RECORD
008808     END-IF.
008809 4410-EXIT.
008810     EXIT.
008811
008812*----------------------------------------------------------------
008813* 4500-WRITE-COVERAGE-GAP-FILE WRITES ONE GAPFILE RECORD PER
008814* ACTIVE ROSTER STATION THAT SENT NOTHING THIS RUN - STATION ID,
008815* TYPE AND THE LAST DATE A READING IS ON RECORD FOR IT - SO THE
008816* DISPATCH DESK HAS A WORKABLE LIST THE NEXT MORNING. A DEAD
008817* SENSOR IS AT LEAST AS IMPORTANT AS AN IMPLAUSIBLE ONE. THE
008818* FILE IS WRITTEN EVEN WHEN EMPTY SO ITS ABSENCE IS NEVER
008819* AMBIGUOUS, BUT NOT AT ALL WHEN NO ROSTER WAS LOADED - AN
008820* EMPTY ROSTER HAS NO COVERAGE TO MEASURE.
008821*----------------------------------------------------------------
008822 4500-WRITE-COVERAGE-GAP-FILE.
008823     IF WS-STATION-COUNT = 0
008824         GO TO 4500-EXIT
008825     END-IF
008826     OPEN OUTPUT GAP-FILE
008827     IF WS-GAP-FILE-STATUS NOT = '00'
008828         DISPLAY "Unable to open coverage gap file - gap list ",
008829             "not written."
008830         GO TO 4500-EXIT
008831     END-IF
008832     PERFORM 4510-WRITE-GAP-RECORD THRU 4510-EXIT
008833         VARYING WS-STATION-IDX FROM 1 BY 1
008834         UNTIL WS-STATION-IDX > WS-STATION-COUNT
008835     CLOSE GAP-FILE.
008836 4500-EXIT.
008837     EXIT.
008838
008839 4510-WRITE-GAP-RECORD.
008840     PERFORM 4520-CHECK-COVERAGE-REGION THRU 4520-EXIT
008841     IF ST-ACTIVE(WS-STATION-IDX) AND NOT
008842         ST-SEEN(WS-STATION-IDX) AND WS-COVERAGE-CHECKED
008843         MOVE SPACES TO GAP-RECORD
008844         MOVE ST-STATION-ID(WS-STATION-IDX) TO GF-STATION-ID
008845         MOVE ST-STATION-TYPE(WS-STATION-IDX) TO GF-STATION-TYPE
008846         MOVE ST-LAST-READING-DATE(WS-STATION-IDX) TO
008847             GF-LAST-READING-DATE
008848         MOVE ST-REGION-CODE(WS-STATION-IDX) TO GF-REGION-CODE
008849         MOVE ST-SITE-CODE(WS-STATION-IDX) TO GF-SITE-CODE
008850         WRITE GAP-RECORD
008851     END-IF.
008852 4510-EXIT.
008853     EXIT.
008854
008855*----------------------------------------------------------------
008856* 4520-CHECK-COVERAGE-REGION SAYS WHETHER THE STATION AT
008857* WS-STATION-IDX IS WITHIN THIS RUN'S COVERAGE CHECK - EVERY
008858* STATION WHEN NO REGION= CARD WAS GIVEN, ELSE ONLY THAT REGION'S.
008859*----------------------------------------------------------------
008860 4520-CHECK-COVERAGE-REGION.
008861     IF WS-COVERAGE-REGION = SPACES OR
008862         ST-REGION-CODE(WS-STATION-IDX) = WS-COVERAGE-REGION
008863         MOVE 'Y' TO WS-COVERAGE-CHECK-SW
008864     ELSE
008865         MOVE 'N' TO WS-COVERAGE-CHECK-SW
008866     END-IF.
008867 4520-EXIT.
008868     EXIT.
008869
008870*----------------------------------------------------------------
008871* 4600-UPDATE-MASTER-DATES WRITES THE ROSTER BACK OVER STATNMST
008872* SO THE LAST-READING DATES ROLLED UP THIS RUN SURVIVE TO THE
008873* NEXT ONE - THAT DATE IS WHAT LETS THE COVERAGE REPORT SAY HOW
008874* LONG A SILENT STATION HAS BEEN QUIET. IDS, TYPES AND STATUSES
008875* ARE WRITTEN BACK EXACTLY AS LOADED; ROSTER CONTENT CHANGES
008876* BELONG TO StationMasterMaint. A LOAD THAT WOULD HAVE
008877* TRUNCATED THE TABLE HAS ALREADY ABORTED THE RUN, SO THE TABLE
008878* HERE IS ALWAYS THE WHOLE FILE.
008879*----------------------------------------------------------------
008880 4600-UPDATE-MASTER-DATES.
008881     IF WS-STATION-COUNT = 0
008882         GO TO 4600-EXIT
008883     END-IF
008884     OPEN OUTPUT STATION-MASTER
008885     IF WS-STATION-MASTER-STATUS NOT = '00'
008886         DISPLAY "Unable to rewrite station master - ",
008887             "last-reading dates not saved."
008888         GO TO 4600-EXIT
008889     END-IF
008890     PERFORM 4610-WRITE-MASTER-RECORD THRU 4610-EXIT
008891         VARYING WS-STATION-IDX FROM 1 BY 1
008892         UNTIL WS-STATION-IDX > WS-STATION-COUNT
008893     CLOSE STATION-MASTER.
008894 4600-EXIT.
008895     EXIT.
008896
008897 4610-WRITE-MASTER-RECORD.
008898     MOVE SPACES TO STATION-MASTER-RECORD
008899     MOVE ST-STATION-ID(WS-STATION-IDX) TO SM-STATION-ID
008900     MOVE ST-STATION-TYPE(WS-STATION-IDX) TO SM-STATION-TYPE
008901     MOVE ST-STATION-STATUS(WS-STATION-IDX) TO SM-STATION-STATUS
008902     MOVE ST-LAST-READING-DATE(WS-STATION-IDX) TO
008903         SM-LAST-READING-DATE
008904     MOVE ST-REGION-CODE(WS-STATION-IDX) TO SM-REGION-CODE
008905     MOVE ST-SITE-CODE(WS-STATION-IDX) TO SM-SITE-CODE
008906     WRITE STATION-MASTER-RECORD.
008907 4610-EXIT.
008908     EXIT.
008909*----------------------------------------------------------------
008910* 4700-VERIFY-FEED-CONTROL PROVES THE VENDOR FEED FILE BEFORE THE
008911* BATCH RUN TOUCHES IT. A PRE-PASS (4705/4710) READS THE WHOLE
008912* FILE, CHECKS THAT IT OPENS WITH A VALID HEADER AND CLOSES WITH A
008913* VALID TRAILER, AND COUNTS AND FOOTS THE READINGS BETWEEN THEM
008914* AGAINST THE TRAILER'S FIGURES. THE FILE IS THEN CHECKED AGAINST
008915* THE FEEDREG INTAKE REGISTER: IT MUST NOT ALREADY BE THERE, ITS
008916* SEQUENCE NUMBER MUST BE THE NEXT AFTER THE HIGHEST FILE TAKEN,
008917* AND ITS DATE MUST NOT BE EARLIER THAN THE LATEST FILE TAKEN. A
008918* FILE THAT FAILS ANY CHECK IS RECORDED ON THE REGISTER AS REFUSED
008919* AND THE RUN STOPS WITH RETURN CODE 16 (4760-REFUSE-FEED) - THIS
008920* RUNS BEFORE THE INTERCHANGE FILE IS OPENED, SO A REFUSED FILE
008921* LEAVES NO CONVERSION, AUDIT OR INTERCHANGE RECORD BEHIND. A FILE
008922* THAT PASSES IS TAKEN ON THE REGISTER AS IN PROGRESS. A RESTART,
008923* OR A RERUN UNDER THE SAME RUN ID, OF A FILE THIS RUN ID ALREADY
008924* HAS IN PROGRESS IS LET THROUGH AS A RESUMPTION. IF THE INPUT
008925* FILE WILL NOT OPEN, 4000-BATCH-PARA REPORTS IT AS BEFORE.
008926*----------------------------------------------------------------
008927 4700-VERIFY-FEED-CONTROL.
008928     MOVE 'N' TO WS-FEED-HEADER-SW
008929     MOVE 'N' TO WS-FEED-TRAILER-SW
008930     MOVE 'N' TO WS-FEED-SCAN-EOF-SW
008931     MOVE 'N' TO WS-FEED-RESUMED-SW
008932     MOVE SPACE TO WS-FEED-LAYOUT-ERROR
008933     MOVE SPACE TO WS-FEED-REFUSAL-CODE
008934     MOVE 0 TO WS-FEED-PHYSICAL-COUNT
008935     MOVE 0 TO WS-FEED-DETAIL-COUNT
008936     MOVE 0 TO WS-FEED-RAW-TOTAL
008937     IF WS-INPUT-FIXED
008938         OPEN INPUT TEMP-IN-FILE
008939     ELSE
008940         OPEN INPUT TEMP-IN-DELIMITED-FILE
008941         MOVE WS-TEMP-IN-DELIM-STATUS TO WS-TEMP-IN-FILE-STATUS
008942     END-IF
008943     IF WS-TEMP-IN-FILE-STATUS NOT = '00'
008944         GO TO 4700-EXIT
008945     END-IF
008946     PERFORM 4705-READ-FEED-RECORD THRU 4705-EXIT
008947     PERFORM 4710-TALLY-FEED-RECORD THRU 4710-EXIT
008948         UNTIL WS-FEED-SCAN-EOF
008949     IF WS-INPUT-FIXED
008950         CLOSE TEMP-IN-FILE
008951     ELSE
008952         CLOSE TEMP-IN-DELIMITED-FILE
008953     END-IF
008954     EVALUATE TRUE
008955         WHEN WS-FEED-LAYOUT-ERROR NOT = SPACE
008956             MOVE WS-FEED-LAYOUT-ERROR TO WS-FEED-REFUSAL-CODE
008957         WHEN NOT WS-FEED-HEADER-FOUND
008958             MOVE 'H' TO WS-FEED-REFUSAL-CODE
008959         WHEN NOT WS-FEED-TRAILER-FOUND
008960             MOVE 'T' TO WS-FEED-REFUSAL-CODE
008961         WHEN WS-FEED-DETAIL-COUNT NOT = WS-FEED-TRAILER-COUNT
008962             MOVE 'C' TO WS-FEED-REFUSAL-CODE
008963         WHEN WS-FEED-RAW-TOTAL NOT = WS-FEED-TRAILER-TOTAL
008964             MOVE 'S' TO WS-FEED-REFUSAL-CODE
008965         WHEN OTHER
008966             CONTINUE
008967     END-EVALUATE
008968     PERFORM 4720-LOAD-FEED-REGISTER THRU 4720-EXIT
008969     IF WS-FEED-ACCEPTED
008970         PERFORM 4730-CHECK-FEED-REGISTER THRU 4730-EXIT
008971     END-IF
008972     IF NOT WS-FEED-ACCEPTED
008973         PERFORM 4760-REFUSE-FEED THRU 4760-EXIT
008974     END-IF
008975     IF WS-FEED-RESUMED
008976         DISPLAY "Feed file dated " WS-FEED-FILE-DATE " sequence "
008977             WS-FEED-FILE-SEQUENCE " resumed under run " WS-RUN-ID
008978     ELSE
008979         PERFORM 4740-TAKE-FEED THRU 4740-EXIT
008980     END-IF.
008981 4700-EXIT.
008982     EXIT.
008983
008984 4705-READ-FEED-RECORD.
008985     IF WS-INPUT-FIXED
008986         READ TEMP-IN-FILE
008987             AT END MOVE 'Y' TO WS-FEED-SCAN-EOF-SW
008988         END-READ
008989     ELSE
008990         READ TEMP-IN-DELIMITED-FILE
008991             AT END MOVE 'Y' TO WS-FEED-SCAN-EOF-SW
008992         END-READ
008993     END-IF.
008994 4705-EXIT.
008995     EXIT.
008996
008997*----------------------------------------------------------------
008998* 4710-TALLY-FEED-RECORD CLASSIFIES ONE RECORD OF THE PRE-PASS AS
008999* HEADER, TRAILER OR READING AND ROLLS IT INTO THE CONTROL
009000* FIGURES.
009001* A HEADER ANYWHERE BUT THE FIRST RECORD (TWO FILES RUN TOGETHER)
009002* IS A HEADER ERROR; A SECOND TRAILER, OR A READING AFTER THE
009003* TRAILER, IS A TRAILER ERROR. THE FIRST SUCH ERROR IS THE ONE
009004* REPORTED. EVERY READING IS COUNTED, BUT ONLY A NUMERIC RAW VALUE
009005* CAN BE ADDED TO THE FOOTING.
009006*----------------------------------------------------------------
009007 4710-TALLY-FEED-RECORD.
009008     ADD 1 TO WS-FEED-PHYSICAL-COUNT
009009     IF WS-INPUT-FIXED
009010         PERFORM 4712-CLASSIFY-FIXED-RECORD THRU 4712-EXIT
009011     ELSE
009012         PERFORM 4714-CLASSIFY-DELIMITED-RECORD THRU 4714-EXIT
009013     END-IF
009014     EVALUATE TRUE
009015         WHEN WS-FEED-KIND-HEADER
009016             IF WS-FEED-PHYSICAL-COUNT = 1 AND
009017                 WS-FEED-CONTROL-VALID
009018                 MOVE 'Y' TO WS-FEED-HEADER-SW
009019             ELSE
009020                 IF WS-FEED-LAYOUT-ERROR = SPACE
009021                     MOVE 'H' TO WS-FEED-LAYOUT-ERROR
009022                 END-IF
009023             END-IF
009024         WHEN WS-FEED-KIND-TRAILER
009025             IF WS-FEED-TRAILER-FOUND OR NOT WS-FEED-CONTROL-VALID
009026                 IF WS-FEED-LAYOUT-ERROR = SPACE
009027                     MOVE 'T' TO WS-FEED-LAYOUT-ERROR
009028                 END-IF
009029             ELSE
009030                 MOVE 'Y' TO WS-FEED-TRAILER-SW
009031             END-IF
009032         WHEN OTHER
009033             IF WS-FEED-TRAILER-FOUND AND
009034                 WS-FEED-LAYOUT-ERROR = SPACE
009035                 MOVE 'T' TO WS-FEED-LAYOUT-ERROR
009036             END-IF
009037             ADD 1 TO WS-FEED-DETAIL-COUNT
009038             ADD WS-FEED-RAW-VALUE TO WS-FEED-RAW-TOTAL
009039     END-EVALUATE
009040     PERFORM 4705-READ-FEED-RECORD THRU 4705-EXIT.
009041 4710-EXIT.
009042     EXIT.
009043
009044 4712-CLASSIFY-FIXED-RECORD.
009045     MOVE 'N' TO WS-FEED-CONTROL-VALID-SW
009046     MOVE ZERO TO WS-FEED-RAW-VALUE
009047     EVALUATE TRUE
009048         WHEN TC-HEADER-RECORD
009049             MOVE 'H' TO WS-FEED-RECORD-KIND
009050             IF TC-FILE-DATE IS NUMERIC AND
009051                 TC-FILE-SEQUENCE IS NUMERIC
009052                 MOVE 'Y' TO WS-FEED-CONTROL-VALID-SW
009053                 MOVE TC-FILE-DATE TO WS-FEED-FILE-DATE
009054                 MOVE TC-FILE-SEQUENCE TO WS-FEED-FILE-SEQUENCE
009055             END-IF
009056         WHEN TC-TRAILER-RECORD
009057             MOVE 'T' TO WS-FEED-RECORD-KIND
009058             IF TC-RECORD-COUNT IS NUMERIC AND
009059                 TC-RAW-TOTAL IS NUMERIC
009060                 MOVE 'Y' TO WS-FEED-CONTROL-VALID-SW
009061                 MOVE TC-RECORD-COUNT TO WS-FEED-TRAILER-COUNT
009062                 MOVE TC-RAW-TOTAL TO WS-FEED-TRAILER-TOTAL
009063             END-IF
009064         WHEN OTHER
009065             MOVE 'D' TO WS-FEED-RECORD-KIND
009066             IF TI-RAW-VALUE IS NUMERIC
009067                 MOVE TI-RAW-VALUE TO WS-FEED-RAW-VALUE
009068             END-IF
009069     END-EVALUATE.
009070 4712-EXIT.
009071     EXIT.
009072
009073 4714-CLASSIFY-DELIMITED-RECORD.
009074     MOVE 'N' TO WS-FEED-CONTROL-VALID-SW
009075     MOVE ZERO TO WS-FEED-RAW-VALUE
009076     MOVE SPACES TO WS-CSV-CONTROL-TAG
009077                    WS-CSV-CONTROL-FIELD-1
009078                    WS-CSV-CONTROL-FIELD-2
009079     UNSTRING TEMP-IN-DELIMITED-RECORD DELIMITED BY ","
009080         INTO WS-CSV-CONTROL-TAG
009081              WS-CSV-CONTROL-FIELD-1
009082              WS-CSV-CONTROL-FIELD-2
009083     IF WS-CSV-CONTROL-FIELD-1 NOT = SPACES AND
009084         WS-CSV-CONTROL-FIELD-2 NOT = SPACES AND
009085         FUNCTION TEST-NUMVAL(WS-CSV-CONTROL-FIELD-1) = 0 AND
009086         FUNCTION TEST-NUMVAL(WS-CSV-CONTROL-FIELD-2) = 0
009087         MOVE 'Y' TO WS-FEED-CONTROL-VALID-SW
009088     END-IF
009089     EVALUATE TRUE
009090         WHEN TEMP-IN-DELIMITED-RECORD(1:2) = 'H,'
009091             MOVE 'H' TO WS-FEED-RECORD-KIND
009092             IF WS-FEED-CONTROL-VALID
009093                 COMPUTE WS-FEED-FILE-DATE =
009094                     FUNCTION NUMVAL(WS-CSV-CONTROL-FIELD-1)
009095                 COMPUTE WS-FEED-FILE-SEQUENCE =
009096                     FUNCTION NUMVAL(WS-CSV-CONTROL-FIELD-2)
009097             END-IF
009098         WHEN TEMP-IN-DELIMITED-RECORD(1:2) = 'T,'
009099             MOVE 'T' TO WS-FEED-RECORD-KIND
009100             IF WS-FEED-CONTROL-VALID
009101                 COMPUTE WS-FEED-TRAILER-COUNT =
009102                     FUNCTION NUMVAL(WS-CSV-CONTROL-FIELD-1)
009103                 COMPUTE WS-FEED-TRAILER-TOTAL =
009104                     FUNCTION NUMVAL(WS-CSV-CONTROL-FIELD-2)
009105             END-IF
009106         WHEN OTHER
009107             MOVE 'D' TO WS-FEED-RECORD-KIND
009108             MOVE SPACES TO WS-CSV-RAW-VALUE
009109             UNSTRING TEMP-IN-DELIMITED-RECORD DELIMITED BY ","
009110                 INTO WS-CSV-RAW-VALUE
009111             IF WS-CSV-RAW-VALUE NOT = SPACES AND
009112                 FUNCTION TEST-NUMVAL(WS-CSV-RAW-VALUE) = 0
009113                 COMPUTE WS-FEED-RAW-VALUE =
009114                     FUNCTION NUMVAL(WS-CSV-RAW-VALUE)
009115             END-IF
009116     END-EVALUATE.
009117 4714-EXIT.
009118     EXIT.
009119
009120*----------------------------------------------------------------
009121* 4720-LOAD-FEED-REGISTER READS FEEDREG INTO WS-FEEDREG-TABLE AND,
009122* OVER THE FILES ALREADY TAKEN (STATUS I OR C), NOTES THE HIGHEST
009123* SEQUENCE NUMBER AND LATEST FILE DATE, THE ENTRY (IF ANY) WITH
009124* THIS FILE'S DATE AND SEQUENCE, AND THE ENTRY (IF ANY) WITH THIS
009125* FILE'S DATE, COUNT AND TOTAL UNDER ANOTHER SEQUENCE NUMBER. A
009126* MISSING REGISTER IS AN EMPTY ONE - THE FIRST FILE STARTS IT. A
009127* REGISTER TOO BIG FOR THE TABLE STOPS THE RUN (RETURN CODE 16)
009128* RATHER THAN DROP ENTRIES THE DUPLICATE CHECK DEPENDS ON.
009129*----------------------------------------------------------------
009130 4720-LOAD-FEED-REGISTER.
009131     MOVE 0 TO WS-FEEDREG-COUNT
009132     MOVE 0 TO WS-FEEDREG-MATCH-IDX
009133     MOVE 0 TO WS-FEEDREG-CONTENT-IDX
009134     MOVE 0 TO WS-FEEDREG-HIGH-SEQUENCE
009135     MOVE 0 TO WS-FEEDREG-HIGH-DATE
009136     MOVE 'N' TO WS-FEEDREG-EOF-SW
009137     OPEN INPUT FEED-REGISTER-FILE
009138     IF WS-FEED-REGISTER-STATUS = '00'
009139         PERFORM 4722-READ-FEED-REGISTER THRU 4722-EXIT
009140         PERFORM 4724-STORE-FEED-REGISTER THRU 4724-EXIT
009141             UNTIL WS-FEEDREG-EOF
009142         CLOSE FEED-REGISTER-FILE
009143     END-IF.
009144 4720-EXIT.
009145     EXIT.
009146
009147 4722-READ-FEED-REGISTER.
009148     READ FEED-REGISTER-FILE
009149         AT END MOVE 'Y' TO WS-FEEDREG-EOF-SW
009150     END-READ.
009151 4722-EXIT.
009152     EXIT.
009153
009154 4724-STORE-FEED-REGISTER.
009155     IF WS-FEEDREG-COUNT >= WS-FEEDREG-MAX
009156         DISPLAY "Intake register FEEDREG holds more than "
009157             WS-FEEDREG-MAX " entries - run refused."
009158         CLOSE FEED-REGISTER-FILE
009159         CLOSE AUDIT-FILE ALERT-FILE EXCEPTION-FILE
009160         MOVE 16 TO RETURN-CODE
009161         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
009162         STOP RUN
009163     END-IF
009164     ADD 1 TO WS-FEEDREG-COUNT
009165     MOVE FEED-REGISTER-RECORD TO
009166         WS-FEEDREG-SLOT(WS-FEEDREG-COUNT)
009167     IF FR-FEED-IN-PROGRESS OR FR-FEED-COMPLETE
009168         IF FR-FILE-SEQUENCE > WS-FEEDREG-HIGH-SEQUENCE
009169             MOVE FR-FILE-SEQUENCE TO WS-FEEDREG-HIGH-SEQUENCE
009170         END-IF
009171         IF FR-FILE-DATE > WS-FEEDREG-HIGH-DATE
009172             MOVE FR-FILE-DATE TO WS-FEEDREG-HIGH-DATE
009173         END-IF
009174         IF FR-FILE-DATE = WS-FEED-FILE-DATE AND
009175             FR-FILE-SEQUENCE = WS-FEED-FILE-SEQUENCE
009176             MOVE WS-FEEDREG-COUNT TO WS-FEEDREG-MATCH-IDX
009177         ELSE
009178             IF FR-FILE-DATE = WS-FEED-FILE-DATE AND
009179                 FR-RECORD-COUNT = WS-FEED-TRAILER-COUNT AND
009180                 FR-RAW-TOTAL = WS-FEED-TRAILER-TOTAL
009181                 MOVE WS-FEEDREG-COUNT TO WS-FEEDREG-CONTENT-IDX
009182             END-IF
009183         END-IF
009184     END-IF
009185     PERFORM 4722-READ-FEED-REGISTER THRU 4722-EXIT.
009186 4724-EXIT.
009187     EXIT.
009188
009189*----------------------------------------------------------------
009190* 4730-CHECK-FEED-REGISTER APPLIES THE REGISTER RULES TO A FILE
009191* THAT HAS ALREADY BALANCED TO ITS OWN TRAILER. ONCE ANY FILE HAS
009192* BEEN TAKEN, EACH NEW FILE MUST CARRY THE NEXT SEQUENCE NUMBER
009193* AND A DATE NO EARLIER THAN THE LATEST FILE TAKEN.
009194*----------------------------------------------------------------
009195 4730-CHECK-FEED-REGISTER.
009196     IF WS-FEEDREG-MATCH-IDX > 0
009197         MOVE WS-FEEDREG-SLOT(WS-FEEDREG-MATCH-IDX) TO
009198             FEED-REGISTER-RECORD
009199         IF FR-FEED-IN-PROGRESS AND FR-RUN-ID = WS-RUN-ID
009200             MOVE 'Y' TO WS-FEED-RESUMED-SW
009201         ELSE
009202             MOVE 'D' TO WS-FEED-REFUSAL-CODE
009203         END-IF
009204         GO TO 4730-EXIT
009205     END-IF
009206     IF WS-FEEDREG-CONTENT-IDX > 0
009207         MOVE WS-FEEDREG-SLOT(WS-FEEDREG-CONTENT-IDX) TO
009208             FEED-REGISTER-RECORD
009209         MOVE 'D' TO WS-FEED-REFUSAL-CODE
009210         GO TO 4730-EXIT
009211     END-IF
009212     IF WS-FEEDREG-HIGH-DATE > 0
009213         COMPUTE WS-FEED-EXPECTED-SEQUENCE =
009214             WS-FEEDREG-HIGH-SEQUENCE + 1
009215         IF WS-FEED-FILE-SEQUENCE NOT = WS-FEED-EXPECTED-SEQUENCE
009216             OR WS-FEED-FILE-DATE < WS-FEEDREG-HIGH-DATE
009217             MOVE 'Q' TO WS-FEED-REFUSAL-CODE
009218         END-IF
009219     END-IF.
009220 4730-EXIT.
009221     EXIT.
009222
009223*----------------------------------------------------------------
009224* 4740-TAKE-FEED ENTERS A FILE THAT PASSED EVERY CHECK ON THE
009225* INTAKE REGISTER AS IN PROGRESS UNDER THIS RUN ID. IF THE ENTRY
009226* CANNOT BE WRITTEN THE RUN IS REFUSED - A FILE TAKEN WITHOUT A
009227* REGISTER ENTRY COULD BE TAKEN AGAIN TOMORROW.
009228*----------------------------------------------------------------
009229 4740-TAKE-FEED.
009230     IF WS-FEEDREG-COUNT >= WS-FEEDREG-MAX
009231         DISPLAY "Intake register FEEDREG is full - run refused."
009232         CLOSE AUDIT-FILE ALERT-FILE EXCEPTION-FILE
009233         MOVE 16 TO RETURN-CODE
009234         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
009235         STOP RUN
009236     END-IF
009237     PERFORM 4745-BUILD-REGISTER-ENTRY THRU 4745-EXIT
009238     ADD 1 TO WS-FEEDREG-COUNT
009239     MOVE FEED-REGISTER-RECORD TO
009240         WS-FEEDREG-SLOT(WS-FEEDREG-COUNT)
009241     PERFORM 4750-REWRITE-FEED-REGISTER THRU 4750-EXIT
009242     IF WS-FEED-REGISTER-STATUS NOT = '00'
009243         DISPLAY "Unable to update intake register FEEDREG - ",
009244             "run refused."
009245         CLOSE AUDIT-FILE ALERT-FILE EXCEPTION-FILE
009246         MOVE 16 TO RETURN-CODE
009247         PERFORM 9810-POST-RUN-END THRU 9810-EXIT
009248         STOP RUN
009249     END-IF
009250     MOVE WS-FEED-TRAILER-COUNT TO WS-FEED-COUNT-EDIT
009251     DISPLAY "Feed file dated " WS-FEED-FILE-DATE " sequence "
009252         WS-FEED-FILE-SEQUENCE " in balance - " WS-FEED-COUNT-EDIT
009253         " readings taken.".
009254 4740-EXIT.
009255     EXIT.
009256
009257 4745-BUILD-REGISTER-ENTRY.
009258     MOVE SPACES TO FEED-REGISTER-RECORD
009259     MOVE WS-FEED-FILE-DATE TO FR-FILE-DATE
009260     MOVE WS-FEED-FILE-SEQUENCE TO FR-FILE-SEQUENCE
009261     MOVE WS-FEED-TRAILER-COUNT TO FR-RECORD-COUNT
009262     MOVE WS-FEED-TRAILER-TOTAL TO FR-RAW-TOTAL
009263     MOVE WS-INPUT-FORMAT-SW TO FR-INPUT-FORMAT
009264     MOVE WS-RUN-ID TO FR-RUN-ID
009265     MOVE WS-OPERATOR-ID TO FR-OPERATOR-ID
009266     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009267     ACCEPT WS-CURRENT-TIME FROM TIME
009268     MOVE WS-CURRENT-DATE TO FR-INTAKE-DATE
009269     MOVE WS-CURRENT-TIME TO FR-INTAKE-TIME
009270     IF WS-FEED-ACCEPTED
009271         MOVE 'I' TO FR-STATUS
009272     ELSE
009273         MOVE 'X' TO FR-STATUS
009274         MOVE WS-FEED-REFUSAL-CODE TO FR-REASON
009275     END-IF.
009276 4745-EXIT.
009277     EXIT.
009278
009279 4750-REWRITE-FEED-REGISTER.
009280     OPEN OUTPUT FEED-REGISTER-FILE
009281     IF WS-FEED-REGISTER-STATUS NOT = '00'
009282         GO TO 4750-EXIT
009283     END-IF
009284     PERFORM 4755-WRITE-FEED-REGISTER-SLOT THRU 4755-EXIT
009285         VARYING WS-FEEDREG-IDX FROM 1 BY 1
009286         UNTIL WS-FEEDREG-IDX > WS-FEEDREG-COUNT
009287     CLOSE FEED-REGISTER-FILE.
009288 4750-EXIT.
009289     EXIT.
009290
009291 4755-WRITE-FEED-REGISTER-SLOT.
009292     MOVE WS-FEEDREG-SLOT(WS-FEEDREG-IDX) TO FEED-REGISTER-RECORD
009293     WRITE FEED-REGISTER-RECORD.
009294 4755-EXIT.
009295     EXIT.
009296
009297*----------------------------------------------------------------
009298* 4760-REFUSE-FEED RECORDS THE REFUSED FILE ON THE INTAKE REGISTER
009299* (STATUS X, WITH THE REASON), TELLS THE OPERATOR EXACTLY WHY, AND
009300* STOPS THE RUN WITH RETURN CODE 16. NOTHING HAS BEEN CONVERTED,
009301* AUDITED OR WRITTEN TO THE INTERCHANGE FILE AT THIS POINT.
009302*----------------------------------------------------------------
009303 4760-REFUSE-FEED.
009304     EVALUATE WS-FEED-REFUSAL-CODE
009305         WHEN 'H'
009306             DISPLAY "Feed file has no valid vendor header ",
009307                 "record at the front of the file."
009308         WHEN 'T'
009309             DISPLAY "Feed file has no valid vendor trailer ",
009310                 "record at the end of the file - possible ",
009311                 "truncated transfer."
009312         WHEN 'C'
009313             MOVE WS-FEED-TRAILER-COUNT TO WS-FEED-COUNT-EDIT
009314             DISPLAY "Feed file out of balance - trailer count "
009315                 WS-FEED-COUNT-EDIT
009316             MOVE WS-FEED-DETAIL-COUNT TO WS-FEED-COUNT-EDIT
009317             DISPLAY "    readings on file " WS-FEED-COUNT-EDIT
009318         WHEN 'S'
009319             MOVE WS-FEED-TRAILER-TOTAL TO WS-FEED-TOTAL-EDIT
009320             DISPLAY "Feed file out of balance - trailer ",
009321                 "raw-value total " WS-FEED-TOTAL-EDIT
009322             MOVE WS-FEED-RAW-TOTAL TO WS-FEED-TOTAL-EDIT
009323             DISPLAY "    readings on file total "
009324                 WS-FEED-TOTAL-EDIT
009325         WHEN 'Q'
009326             DISPLAY "Feed file dated " WS-FEED-FILE-DATE
009327                 " sequence " WS-FEED-FILE-SEQUENCE
009328                 " is out of sequence - expected sequence "
009329                 WS-FEED-EXPECTED-SEQUENCE
009330             DISPLAY "    dated no earlier than "
009331                 WS-FEEDREG-HIGH-DATE
009332         WHEN 'D'
009333             DISPLAY "Feed file dated " WS-FEED-FILE-DATE
009334                 " sequence " WS-FEED-FILE-SEQUENCE
009335                 " is already on the intake register"
009336             DISPLAY "    taken by run " FR-RUN-ID " on "
009337                 FR-INTAKE-DATE " as sequence " FR-FILE-SEQUENCE
009338     END-EVALUATE
009339     IF WS-FEEDREG-COUNT < WS-FEEDREG-MAX
009340         PERFORM 4745-BUILD-REGISTER-ENTRY THRU 4745-EXIT
009341         ADD 1 TO WS-FEEDREG-COUNT
009342         MOVE FEED-REGISTER-RECORD TO
009343             WS-FEEDREG-SLOT(WS-FEEDREG-COUNT)
009344         PERFORM 4750-REWRITE-FEED-REGISTER THRU 4750-EXIT
009345     END-IF
009346     IF WS-FEEDREG-COUNT >= WS-FEEDREG-MAX OR
009347         WS-FEED-REGISTER-STATUS NOT = '00'
009348         DISPLAY "Refusal could not be recorded on intake ",
009349             "register FEEDREG."
009350     END-IF
009351     DISPLAY "Feed file refused (reason " WS-FEED-REFUSAL-CODE
009352         ") - batch run aborted, no readings converted."
009353     CLOSE AUDIT-FILE ALERT-FILE EXCEPTION-FILE
009354     MOVE 16 TO RETURN-CODE
009355     PERFORM 9810-POST-RUN-END THRU 9810-EXIT
009356     STOP RUN.
009357 4760-EXIT.
009358     EXIT.
009359
009360*----------------------------------------------------------------
009361* 4790-MARK-FEED-COMPLETE MARKS THIS RUN'S FEED FILE COMPLETE ON
009362* THE INTAKE REGISTER ONCE EVERY READING ON IT HAS BEEN PROCESSED.
009363* THE REGISTER IS RE-READ FIRST SO AN ENTRY ANOTHER RUN MADE WHILE
009364* THIS ONE WAS CONVERTING IS NOT LOST IN THE REWRITE.
009365*----------------------------------------------------------------
009366 4790-MARK-FEED-COMPLETE.
009367     PERFORM 4720-LOAD-FEED-REGISTER THRU 4720-EXIT
009368     IF WS-FEEDREG-MATCH-IDX = 0
009369         DISPLAY "Intake register entry for this feed file not ",
009370             "found - not marked complete."
009371         GO TO 4790-EXIT
009372     END-IF
009373     MOVE WS-FEEDREG-SLOT(WS-FEEDREG-MATCH-IDX) TO
009374         FEED-REGISTER-RECORD
009375     MOVE 'C' TO FR-STATUS
009376     MOVE FEED-REGISTER-RECORD TO
009377         WS-FEEDREG-SLOT(WS-FEEDREG-MATCH-IDX)
009378     PERFORM 4750-REWRITE-FEED-REGISTER THRU 4750-EXIT
009379     IF WS-FEED-REGISTER-STATUS NOT = '00'
009380         DISPLAY "Unable to update intake register FEEDREG - ",
009381             "feed file left in progress."
009382     END-IF.
009383 4790-EXIT.
009384     EXIT.
009385
009386*----------------------------------------------------------------
009387* 4800-POST-READING-HISTORY RECORDS THE READING JUST PROCESSED ON
009388* HISTORY-FILE: THE VALUE AS RECEIVED, THE CALIBRATION CORRECTION
009389* APPLIED, THE CORRECTED READING IN ALL THREE SCALES (WORKED FROM
009390* THE CELSIUS FIGURE 1300-CHECK-PLAUSIBILITY ALREADY HOLDS), AND
009391* WHETHER IT WAS ALERTED OR SENT TO EXCEPTION-FILE. AN EXCEPTION
009392* READING WAS NEVER CONVERTED, SO IT IS POSTED WITH ZERO VALUES.
009393* A KEY ALREADY ON FILE - A RESTART OR RE-RUN OF THE SAME
009394* READING - IS REWRITTEN WITH THIS RUN'S RESULT.
009395*----------------------------------------------------------------
009396 4800-POST-READING-HISTORY.
009397     IF NOT WS-HISTORY-OPEN
009398         GO TO 4800-EXIT
009399     END-IF
009400     MOVE SPACES TO HISTORY-RECORD
009401     MOVE IR-STATION-ID      TO HR-STATION-ID
009402     MOVE IR-TIMESTAMP-DATE  TO HR-READING-DATE
009403     MOVE IR-TIMESTAMP-TIME  TO HR-READING-TIME
009404     MOVE IR-SOURCE-SCALE    TO HR-SOURCE-SCALE
009405     MOVE WS-VALID-CHOICE    TO HR-TARGET-SCALE
009406     MOVE WS-RUN-ID          TO HR-RUN-ID
009407     MOVE WS-HIST-EXCEPTION-FLAG TO HR-EXCEPTION-FLAG
009408     SET HR-POSTED-BY-RUN TO TRUE
009409     ACCEPT HR-POSTED-DATE FROM DATE YYYYMMDD
009410     IF WS-READING-CALIBRATED AND WS-STATION-VALID
009411         MOVE WS-RAW-AS-READ        TO HR-RAW-VALUE
009412         MOVE WS-CORRECTION-APPLIED TO HR-CORRECTION
009413     ELSE
009414         MOVE IR-RAW-VALUE          TO HR-RAW-VALUE
009415         MOVE ZERO                  TO HR-CORRECTION
009416     END-IF
009417     IF NOT HR-NO-EXCEPTION
009418         MOVE ZERO TO HR-CELSIUS HR-FAHRENHEIT HR-KELVIN
009419     ELSE
009420         MOVE WS-PLAUSIBILITY-CELSIUS TO HR-CELSIUS
009421         COMPUTE HR-FAHRENHEIT ROUNDED =
009422             WS-PLAUSIBILITY-CELSIUS * 9 / 5 + 32
009423         COMPUTE HR-KELVIN ROUNDED =
009424             WS-PLAUSIBILITY-CELSIUS + 273.15
009425         IF NOT WS-READING-PLAUSIBLE
009426             SET HR-IMPLAUSIBLE TO TRUE
009427         ELSE
009428             IF NOT WS-READING-RATE-OK
009429                 MOVE WS-RATE-ALERT-TYPE TO HR-ALERT-FLAG
009430             END-IF
009431         END-IF
009432     END-IF
009433     WRITE HISTORY-RECORD
009434         INVALID KEY
009435             REWRITE HISTORY-RECORD
009436                 INVALID KEY
009437                     CONTINUE
009438             END-REWRITE
009439     END-WRITE
009440     IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '02'
009441         ADD 1 TO WS-HISTORY-POSTED-COUNT
009442     ELSE
009443         ADD 1 TO WS-HISTORY-FAILED-COUNT
009444         DISPLAY "Unable to post reading for station "
009445             HR-STATION-ID " " HR-READING-DATE " " HR-READING-TIME
009446             " to history file HISTFILE - status "
009447             WS-HISTORY-STATUS "."
009448     END-IF.
009449 4800-EXIT.
009450     EXIT.
009451
009452*----------------------------------------------------------------
009453* 4810-OPEN-HISTORY-FILE OPENS HISTFILE FOR UPDATE. ON THE FIRST
009454* RUN AGAINST A NEWLY DEFINED, EMPTY CLUSTER THE I-O OPEN FAILS
009455* WITH STATUS 35, SO THE FILE IS OPENED OUTPUT ONCE TO LOAD IT AND
009456* THEN REOPENED I-O. ANY OTHER FAILURE (E.G. THE FILE IS HELD BY
009457* ANOTHER JOB) MUST NOT EMPTY IT: THE RUN CARRIES ON WITHOUT
009458* POSTING HISTORY; THE READINGS ARE STILL ON TEMPOUT FOR
009459* HistoryLoad.
009460*----------------------------------------------------------------
009461 4810-OPEN-HISTORY-FILE.
009462     MOVE 'N' TO WS-HISTORY-OPEN-SW
009463     OPEN I-O HISTORY-FILE
009464     IF WS-HISTORY-STATUS = '35'
009465         OPEN OUTPUT HISTORY-FILE
009466         IF WS-HISTORY-STATUS = '00'
009467             CLOSE HISTORY-FILE
009468             OPEN I-O HISTORY-FILE
009469         END-IF
009470     END-IF
009471     IF WS-HISTORY-STATUS = '00'
009472         MOVE 'Y' TO WS-HISTORY-OPEN-SW
009473     ELSE
009474         DISPLAY "Unable to open history file HISTFILE - status "
009475             WS-HISTORY-STATUS " - readings will not be posted "
009476             "to history this run."
009477     END-IF.
009478 4810-EXIT.
009479     EXIT.
009480
009481 5000-FAHRENHEIT-TO-CELSIUS.
009482     COMPUTE WS-CONVERTED-TEMP ROUNDED =
009483         (WS-TEMPERATURE - 32) * 5 / 9.
009484 5000-EXIT.
009485     EXIT.
009486
009487 5010-CELSIUS-TO-FAHRENHEIT.
009488     COMPUTE WS-CONVERTED-TEMP ROUNDED =
009489         (WS-TEMPERATURE * 9 / 5) + 32.
009490 5010-EXIT.
009491     EXIT.
009492
009493 5020-CELSIUS-TO-KELVIN.
009494     COMPUTE WS-CONVERTED-TEMP ROUNDED =
009495         WS-TEMPERATURE + 273.15.
009496 5020-EXIT.
009497     EXIT.
009498
009499 5030-FAHRENHEIT-TO-KELVIN.
009500     COMPUTE WS-CONVERTED-TEMP ROUNDED =
009501         (WS-TEMPERATURE - 32) * 5 / 9 + 273.15.
009502 5030-EXIT.
009503     EXIT.
009504
009505 5040-KELVIN-TO-CELSIUS.
009506     COMPUTE WS-CONVERTED-TEMP ROUNDED =
009507         WS-TEMPERATURE - 273.15.
009510 5040-EXIT.
009520     EXIT.
009530
009710*----------------------------------------------------------------
009720* 5800-PROCESS-ONE-CONVERSION DRIVES ONE SOURCE-TO-TARGET
009730* CONVERSION THROUGH DISPATCH, AUDIT, STATISTICS (SKIPPED FOR AN
009740* IMPLAUSIBLE READING - SEE 1300-CHECK-PLAUSIBILITY - AND FOR
009745* ONE FLAGGED BY 1350-CHECK-RATE-OF-CHANGE), THE
009750* INTERCHANGE FEED, AND EITHER THE BATCH OUTPUT FILE OR THE
009760* INTERACTIVE DISPLAY. CALLED ONCE PER TARGET SCALE, SO THE
009770* "CONVERT TO ALL SCALES" FAN-OUT MODE (5950-CONVERT-ALL-SCALES)
009820     IF WS-CONVERSION-OK
009830         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
009835         MOVE IR-STATION-ID TO WS-CURRENT-STATION-ID
009840         IF WS-READING-PLAUSIBLE AND WS-READING-RATE-OK
009850             PERFORM 7000-ACCUMULATE-STATISTICS THRU 7000-EXIT
009860             PERFORM 7100-ACCUMULATE-STATION-STATISTICS THRU
009870                 7100-EXIT
010070     MOVE IR-STATION-ID TO TO-STATION-ID
010080     MOVE IR-TIMESTAMP-DATE TO TO-TIMESTAMP-DATE
010090     MOVE IR-TIMESTAMP-TIME TO TO-TIMESTAMP-TIME
010100     MOVE WS-RAW-AS-READ TO TO-RAW-VALUE
010110     MOVE IR-SOURCE-SCALE TO TO-SOURCE-SCALE
010120     MOVE WS-VALID-CHOICE TO TO-CHOICE
010130     MOVE WS-CONVERTED-TEMP TO TO-CONVERTED-TEMP
010132     MOVE WS-CALIBRATED-SW TO TO-CALIBRATED-FLAG
010134     MOVE WS-CORRECTION-APPLIED TO TO-CORRECTION
010136     MOVE WS-CORRECTION-DATE TO TO-CALIB-EFFECTIVE-DATE
010140     WRITE TEMP-OUT-RECORD.
010150 5810-EXIT.
010160     EXIT.
010850     MOVE WS-CURRENT-DATE       TO AR-TIMESTAMP-DATE
010860     MOVE WS-CURRENT-TIME       TO AR-TIMESTAMP-TIME
010870     MOVE WS-OPERATOR-ID        TO AR-OPERATOR-ID
010880     MOVE WS-RAW-AS-READ        TO AR-INPUT-TEMPERATURE
010890     MOVE IR-SOURCE-SCALE       TO AR-SOURCE-SCALE
010900     MOVE WS-VALID-CHOICE       TO AR-TARGET-SCALE
010910     MOVE WS-CONVERTED-TEMP     TO AR-CONVERTED-RESULT
010913     MOVE WS-CORRECTION-APPLIED TO AR-CORRECTION
010916     MOVE WS-CORRECTION-DATE    TO AR-CORRECTION-DATE
010920     WRITE AUDIT-RECORD.
010930 6000-EXIT.
010940     EXIT.
011070     MOVE IR-TIMESTAMP-DATE TO EX-TIMESTAMP-DATE
011080     MOVE IR-TIMESTAMP-TIME TO EX-TIMESTAMP-TIME
011090     MOVE IR-SOURCE-SCALE   TO EX-SOURCE-SCALE
011100     IF WS-READING-CALIBRATED
011102         MOVE WS-RAW-AS-READ TO EX-RAW-VALUE
011104     ELSE
011106         MOVE IR-RAW-VALUE  TO EX-RAW-VALUE
011108     END-IF
011110     MOVE WS-VALID-CHOICE   TO EX-CHOICE
011115     MOVE EX-REASON         TO WS-HIST-EXCEPTION-FLAG
011120     WRITE EXCEPTION-RECORD
011130     ADD 1 TO WS-EXCEPTION-COUNT.
011140 6100-EXIT.
011168     MOVE '*'                   TO AR-SOURCE-SCALE
011169     MOVE WS-DENIAL-CODE        TO AR-TARGET-SCALE
011170     MOVE ZERO                  TO AR-CONVERTED-RESULT
011171     MOVE ZERO                  TO AR-CORRECTION
011172     MOVE ZERO                  TO AR-CORRECTION-DATE
011173     WRITE AUDIT-RECORD.
011174 6200-EXIT.
011175     EXIT.
011176
011177*----------------------------------------------------------------
011180* 7000-ACCUMULATE-STATISTICS ROLLS THE JUST-COMPLETED CONVERSION
011190* INTO THE RUNNING COUNT, AND INTO THE MIN/MAX/TOTAL FOR THE
011200* TARGET SCALE JUST CONVERTED TO, USED TO BUILD THE END-OF-RUN
012300                 WS-STATION-SUMMARY-MAX " stations - run ",
012310                 "aborted."
012311             MOVE 16 TO RETURN-CODE
012312             PERFORM 9810-POST-RUN-END THRU 9810-EXIT
012316             STOP RUN
012320         END-IF
012330     END-IF.
012340 7110-EXIT.
012962         STRING "Duplicates suppressed....: " WS-COUNT-EDIT
012963             DELIMITED BY SIZE INTO WS-REPORT-LINE
012964         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012965         MOVE WS-CALIBRATED-COUNT TO WS-COUNT-EDIT
012966         STRING "Calibrated readings......: " WS-COUNT-EDIT
012967             DELIMITED BY SIZE INTO WS-REPORT-LINE
012968         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012969         MOVE WS-RATE-ALERT-COUNT TO WS-COUNT-EDIT
012970         STRING "Rate-of-change alerts....: " WS-COUNT-EDIT
012971             DELIMITED BY SIZE INTO WS-REPORT-LINE
012972         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012973         MOVE WS-HISTORY-POSTED-COUNT TO WS-COUNT-EDIT
012974         STRING "History records posted...: " WS-COUNT-EDIT
012975             DELIMITED BY SIZE INTO WS-REPORT-LINE
012976         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
012978         PERFORM 8200-PRINT-SCALE-SUMMARY THRU 8200-EXIT
012980         PERFORM 8300-PRINT-STATION-SUMMARY THRU 8300-EXIT
012985         PERFORM 8600-PRINT-CALIBRATION-SECTION THRU 8600-EXIT
012990     END-IF.
012991     IF WS-BATCH-MODE
012992         PERFORM 8700-PRINT-FEED-CONTROL THRU 8700-EXIT
012993         PERFORM 8500-PRINT-COVERAGE-SECTION THRU 8500-EXIT
012994     END-IF.
012995     IF WS-SUMMARY-FILE-STATUS = '00'
013000         CLOSE SUMMARY-FILE
013005     END-IF.
014746         STRING "  Restart..........: " WS-RESTART-ANSWER
014747             DELIMITED BY SIZE INTO WS-REPORT-LINE
014748         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014749         IF WS-COVERAGE-REGION NOT = SPACES
014750             STRING "  Coverage region..: " WS-COVERAGE-REGION
014751                 DELIMITED BY SIZE INTO WS-REPORT-LINE
014752             PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014753         END-IF
014754     END-IF
014755     STRING "  Decimal places...: " WS-DISPLAY-DECIMALS
014756         DELIMITED BY SIZE INTO WS-REPORT-LINE
014757     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014758     MOVE "----------------------------------------" TO
014759         WS-REPORT-LINE
014760     PERFORM 8150-EMIT-LINE THRU 8150-EXIT.
014761 8400-EXIT.
014762     EXIT.
014763
014764*----------------------------------------------------------------
014765* 8500-PRINT-COVERAGE-SECTION LISTS, ON THE SUMMARY REPORT, THE
014766* ACTIVE ROSTER STATIONS THAT SENT NOTHING THIS BATCH RUN -
014767* STATION ID, TYPE AND THE LAST DATE A READING IS ON RECORD FOR
014768* THEM. THE SAME STATIONS GO TO GAPFILE IN FIXED LAYOUT FOR THE
014769* DISPATCH DESK - SEE 4500-WRITE-COVERAGE-GAP-FILE. A REGION= RUN
014770* CHECKS ONLY THAT REGION'S STATIONS AND SAYS SO.
014771*----------------------------------------------------------------
014772 8500-PRINT-COVERAGE-SECTION.
014773     MOVE "----------------------------------------" TO
014774         WS-REPORT-LINE
014775     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014776     MOVE "Station Coverage" TO WS-REPORT-LINE
014777     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014778     MOVE "----------------------------------------" TO
014779         WS-REPORT-LINE
014780     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014781     IF WS-STATION-COUNT = 0
014782         MOVE "No station roster loaded - coverage not checked."
014783             TO WS-REPORT-LINE
014784         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014785         GO TO 8500-EXIT
014786     END-IF
014787     MOVE 0 TO WS-SILENT-COUNT
014788     MOVE 0 TO WS-REGION-STATION-COUNT
014789     IF WS-COVERAGE-REGION NOT = SPACES
014790         STRING "Coverage checked for region " WS-COVERAGE-REGION
014791             " only."
014792             DELIMITED BY SIZE INTO WS-REPORT-LINE
014793         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014794     END-IF
014795     PERFORM 8510-PRINT-SILENT-STATION THRU 8510-EXIT
014796         VARYING WS-STATION-IDX FROM 1 BY 1
014797         UNTIL WS-STATION-IDX > WS-STATION-COUNT
014798     IF WS-REGION-STATION-COUNT = 0
014799         STRING "No stations on the roster for region "
014800             WS-COVERAGE-REGION " - coverage not checked."
014801             DELIMITED BY SIZE INTO WS-REPORT-LINE
014802         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014803         GO TO 8500-EXIT
014804     END-IF
014805     IF WS-SILENT-COUNT = 0
014806         MOVE "All active stations reported this run." TO
014807             WS-REPORT-LINE
014808         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014809     ELSE
014810         MOVE WS-SILENT-COUNT TO WS-COUNT-EDIT
014811         STRING "Silent stations..........: " WS-COUNT-EDIT
014812             DELIMITED BY SIZE INTO WS-REPORT-LINE
014813         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014814     END-IF.
014815 8500-EXIT.
014816     EXIT.
014817
014818 8510-PRINT-SILENT-STATION.
014819     PERFORM 4520-CHECK-COVERAGE-REGION THRU 4520-EXIT
014820     IF NOT WS-COVERAGE-CHECKED
014821         GO TO 8510-EXIT
014822     END-IF
014823     ADD 1 TO WS-REGION-STATION-COUNT
014824     IF ST-ACTIVE(WS-STATION-IDX) AND NOT
014825         ST-SEEN(WS-STATION-IDX)
014826         ADD 1 TO WS-SILENT-COUNT
014827         IF ST-LAST-READING-DATE(WS-STATION-IDX) = ZERO
014828             STRING "  " ST-STATION-ID(WS-STATION-IDX)
014829                 " type " ST-STATION-TYPE(WS-STATION-IDX)
014830                 " no reading on record"
014831                 DELIMITED BY SIZE INTO WS-REPORT-LINE
014832         ELSE
014833             STRING "  " ST-STATION-ID(WS-STATION-IDX)
014834                 " type " ST-STATION-TYPE(WS-STATION-IDX)
014835                 " last reading "
014836                 ST-LAST-READING-DATE(WS-STATION-IDX)
014837                 DELIMITED BY SIZE INTO WS-REPORT-LINE
014838         END-IF
014839         PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014840     END-IF.
014841 8510-EXIT.
014842     EXIT.
014843
014844*----------------------------------------------------------------
014845* 8600-PRINT-CALIBRATION-SECTION LISTS EACH CALIBRATION ENTRY
014846* APPLIED THIS RUN - STATION, EFFECTIVE DATE, CORRECTION IN
014847* CELSIUS DEGREES AND HOW MANY READINGS IT CORRECTED - SO WHICH
014848* CORRECTION WAS USED ON ANY GIVEN DAY IS ON THE DISTRIBUTED
014849* REPORT, NOT JUST IN THE AUDIT TRAIL.
014850*----------------------------------------------------------------
014851 8600-PRINT-CALIBRATION-SECTION.
014852     IF WS-CALIB-USED-COUNT = 0
014853         GO TO 8600-EXIT
014854     END-IF
014855     MOVE "----------------------------------------" TO
014856         WS-REPORT-LINE
014857     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014858     MOVE "Calibration Corrections" TO WS-REPORT-LINE
014859     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014860     MOVE "----------------------------------------" TO
014861         WS-REPORT-LINE
014862     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014863     PERFORM 8610-PRINT-CALIBRATION-ENTRY THRU 8610-EXIT
014864         VARYING WS-CU-IDX FROM 1 BY 1
014865         UNTIL WS-CU-IDX > WS-CALIB-USED-COUNT.
014866 8600-EXIT.
014867     EXIT.
014868
014869 8610-PRINT-CALIBRATION-ENTRY.
014870     MOVE CU-CORRECTION-C(WS-CU-IDX) TO WS-CORRECTION-EDIT
014871     MOVE CU-READING-COUNT(WS-CU-IDX) TO WS-COUNT-EDIT
014872     STRING "  " CU-STATION-ID(WS-CU-IDX)
014873         " effective " CU-EFFECTIVE-DATE(WS-CU-IDX)
014874         " correction " WS-CORRECTION-EDIT " C"
014875         " readings " WS-COUNT-EDIT
014876         DELIMITED BY SIZE INTO WS-REPORT-LINE
014877     PERFORM 8150-EMIT-LINE THRU 8150-EXIT.
014878 8610-EXIT.
014879     EXIT.
014880*----------------------------------------------------------------
014881* 8700-PRINT-FEED-CONTROL PUTS THE VENDOR FEED FILE THIS BATCH RUN
014882* TOOK - ITS DATE, SEQUENCE NUMBER AND THE TRAILER FIGURES IT
014883* BALANCED TO - ON THE SUMMARY REPORT. A REFUSED FILE NEVER GETS
014884* THIS FAR (SEE 4760-REFUSE-FEED).
014885*----------------------------------------------------------------
014886 8700-PRINT-FEED-CONTROL.
014887     IF NOT WS-FEED-HEADER-FOUND
014888         GO TO 8700-EXIT
014889     END-IF
014890     MOVE "----------------------------------------" TO
014891         WS-REPORT-LINE
014892     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014893     MOVE "Feed Control" TO WS-REPORT-LINE
014894     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014895     MOVE "----------------------------------------" TO
014896         WS-REPORT-LINE
014897     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014898     STRING "Feed file date...........: " WS-FEED-FILE-DATE
014899         DELIMITED BY SIZE INTO WS-REPORT-LINE
014900     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014901     STRING "Feed file sequence.......: " WS-FEED-FILE-SEQUENCE
014902         DELIMITED BY SIZE INTO WS-REPORT-LINE
014903     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014904     MOVE WS-FEED-TRAILER-COUNT TO WS-FEED-COUNT-EDIT
014905     STRING "Trailer reading count....: " WS-FEED-COUNT-EDIT
014906         DELIMITED BY SIZE INTO WS-REPORT-LINE
014907     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014908     MOVE WS-FEED-TRAILER-TOTAL TO WS-FEED-TOTAL-EDIT
014909     STRING "Trailer raw-value total..: " WS-FEED-TOTAL-EDIT
014910         DELIMITED BY SIZE INTO WS-REPORT-LINE
014911     PERFORM 8150-EMIT-LINE THRU 8150-EXIT
014912     IF WS-FEED-RESUMED
014913         STRING "Intake register..........: " "RESUMED"
014914             DELIMITED BY SIZE INTO WS-REPORT-LINE
014915     ELSE
014916         STRING "Intake register..........: " "TAKEN"
014917             DELIMITED BY SIZE INTO WS-REPORT-LINE
014918     END-IF
014919     PERFORM 8150-EMIT-LINE THRU 8150-EXIT.
014920 8700-EXIT.
014921     EXIT.
014922
014923*----------------------------------------------------------------
014924* 9000-OPEN-INTERCHANGE-FILE OPENS THE DOWNSTREAM INTERCHANGE
014925* FEED AND WRITES ITS LEADING HEADER RECORD. THE HEADER'S
014926* RECORD-COUNT FIELD IS ONLY A PLACEHOLDER - THE TRUE COUNT IS
014927* NOT KNOWN UNTIL THE RUN FINISHES AND IS CARRIED IN THE
014928* TRAILER RECORD INSTEAD. ON A RESTARTED BATCH RUN (CHECKPOINT
014929* COUNT ALREADY POSITIVE) THE FILE IS EXTENDED INSTEAD OF
014930* REBUILT, AND NO NEW HEADER IS WRITTEN, SO THE FEED REMAINS A
014931* SINGLE COMPLETE EXTRACT ACROSS THE INTERRUPTED AND RESUMED RUN.
014932* IF THE PRIOR FILE IS MISSING AT RESTART TIME, EXTEND FALLS
014933* BACK TO OUTPUT (AND A FRESH HEADER IS WRITTEN), THE SAME WAY
014934* AUDIT-FILE FALLS BACK TO OUTPUT IN 0000-MAINLINE. THE HEADER
014935* AND TRAILER ARE BOTH STAMPED WITH THIS RUN'S RUN ID.
014936* INTRSAVE IS ALWAYS EXTENDED (OUTPUT THE FIRST TIME) AND GETS A
014937* COPY OF EVERY RECORD WRITTEN HERE. IF IT CANNOT BE OPENED THE
014938* RUN GOES ON, WITH A WARNING THAT IT CANNOT BE RETRANSMITTED.
014939*----------------------------------------------------------------
014940 9000-OPEN-INTERCHANGE-FILE.
014941     MOVE 'Y' TO WS-INTERCHANGE-OPEN-SW
014942     MOVE 'Y' TO WS-IX-EXTENDED-SW
014943     IF WS-CHECKPOINT-COUNT > 0
014944         OPEN EXTEND INTERCHANGE-FILE
014945         IF WS-INTERCHANGE-FILE-STATUS NOT = '00'
014946             MOVE 'N' TO WS-IX-EXTENDED-SW
014950             OPEN OUTPUT INTERCHANGE-FILE
014960         END-IF
014970     ELSE
015030         DISPLAY "Unable to open interchange file - ",
015040             "downstream feed will not be produced this run."
015050     ELSE
015051         MOVE 'Y' TO WS-IX-SAVE-OPEN-SW
015052         OPEN EXTEND INTERCHANGE-SAVE-FILE
015053         IF WS-IX-SAVE-STATUS NOT = '00'
015054             OPEN OUTPUT INTERCHANGE-SAVE-FILE
015055         END-IF
015056         IF WS-IX-SAVE-STATUS NOT = '00'
015057             MOVE 'N' TO WS-IX-SAVE-OPEN-SW
015058             DISPLAY "Unable to open interchange save file - ",
015059                 "this run cannot be retransmitted later."
015060         END-IF
015065         IF NOT WS-IX-EXTENDED
015070             MOVE 'H' TO IX-RECORD-TYPE
015080             MOVE WS-RUN-ID TO IX-RUN-ID
015090             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
015100             MOVE WS-CURRENT-DATE TO IX-RUN-DATE
015110             MOVE ZERO TO IX-RECORD-COUNT
015115             MOVE ZERO TO IX-RETRANSMIT-SEQ
015120             WRITE INTERCHANGE-RECORD
015125             PERFORM 9030-SAVE-INTERCHANGE-RECORD THRU 9030-EXIT
015130         END-IF
015140     END-IF.
015150 9000-EXIT.
015330         MOVE WS-VALID-SOURCE-SCALE TO IX-SOURCE-SCALE
015340         MOVE WS-VALID-CHOICE TO IX-TARGET-SCALE
015350         MOVE WS-CONVERTED-TEMP TO IX-CONVERTED-VALUE
015355         MOVE WS-RUN-ID TO IX-DETAIL-RUN-ID
015360         WRITE INTERCHANGE-RECORD
015365         PERFORM 9030-SAVE-INTERCHANGE-RECORD THRU 9030-EXIT
015370         ADD 1 TO WS-INTERCHANGE-COUNT
015380         ADD WS-CONVERTED-TEMP TO WS-CONTROL-TOTAL
015390     END-IF.
015520         MOVE WS-RUN-ID TO IX-TRAILER-RUN-ID
015530         MOVE WS-INTERCHANGE-COUNT TO IX-FINAL-COUNT
015540         MOVE WS-CONTROL-TOTAL TO IX-CONTROL-TOTAL
015545         MOVE ZERO TO IX-TRAILER-RETRANSMIT-SEQ
015550         WRITE INTERCHANGE-RECORD
015555         PERFORM 9030-SAVE-INTERCHANGE-RECORD THRU 9030-EXIT
015560         CLOSE INTERCHANGE-FILE
015562         IF WS-IX-SAVE-OPEN
015564             CLOSE INTERCHANGE-SAVE-FILE
015566         END-IF
015570     END-IF.
015580 9020-EXIT.
015590     EXIT.
015591
015592*----------------------------------------------------------------
015593* 9030-SAVE-INTERCHANGE-RECORD APPENDS THE INTERCHANGE RECORD JUST
015594* WRITTEN TO THE PERMANENT INTRSAVE COPY.
015595*----------------------------------------------------------------
015600 9030-SAVE-INTERCHANGE-RECORD.
015610     IF WS-IX-SAVE-OPEN
015620         WRITE INTERCHANGE-SAVE-RECORD FROM INTERCHANGE-RECORD
015630     END-IF.
015640 9030-EXIT.
015650     EXIT.
015655
015660*----------------------------------------------------------------
015670* 9800-POST-RUN-START APPENDS THIS RUN'S STARTED ENTRY TO THE
015680* SHARED RUN LEDGER, SO A RUN THAT NEVER REACHES ITS END IS STILL
015690* SEEN BY BatchCloseout. A LEDGER THAT CANNOT BE OPENED IS
015700* REPORTED BUT DOES NOT STOP THE RUN.
015710*----------------------------------------------------------------
015720 9800-POST-RUN-START.
015730     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
015740     IF NOT WS-RUN-LEDGER-OPEN
015750         GO TO 9800-EXIT
015760     END-IF
015770     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
015780     SET RL-RUN-STARTED TO TRUE
015790     WRITE RUN-LEDGER-RECORD
015800     CLOSE RUN-LEDGER-FILE.
015810 9800-EXIT.
015820     EXIT.
015825
015830*----------------------------------------------------------------
015840* 9810-POST-RUN-END APPENDS THE ENDED ENTRY - THE RETURN CODE AND
015850* THIS RUN'S KEY COUNTS. IT IS PERFORMED AHEAD OF EVERY STOP RUN.
015860*----------------------------------------------------------------
015870 9810-POST-RUN-END.
015880     PERFORM 9850-OPEN-RUN-LEDGER THRU 9850-EXIT
015890     IF NOT WS-RUN-LEDGER-OPEN
015900         GO TO 9810-EXIT
015910     END-IF
015920     PERFORM 9840-BUILD-LEDGER-ENTRY THRU 9840-EXIT
015930     SET RL-RUN-ENDED TO TRUE
015940     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
015950     ACCEPT WS-LEDGER-CLOCK FROM TIME
015960     MOVE WS-LEDGER-CLOCK(1:6) TO RL-END-TIME
015970     MOVE RETURN-CODE TO RL-RETURN-CODE
015980     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
015990     MOVE WS-CONV-COUNT TO RL-RECORDS-OUT
016000     MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED
016010     WRITE RUN-LEDGER-RECORD
016020     CLOSE RUN-LEDGER-FILE.
016030 9810-EXIT.
016040     EXIT.
016045
016050 9840-BUILD-LEDGER-ENTRY.
016060     IF WS-LEDGER-START-DATE = ZERO
016070         ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD
016080         ACCEPT WS-LEDGER-CLOCK FROM TIME
016090         MOVE WS-LEDGER-CLOCK(1:6) TO WS-LEDGER-START-TIME
016100     END-IF
016110     MOVE SPACES TO RUN-LEDGER-RECORD
016120     MOVE "TemperatureConverter" TO RL-PROGRAM-ID
016130     MOVE WS-RUN-ID TO RL-RUN-ID
016140     MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
016150     MOVE WS-LEDGER-START-DATE TO RL-START-DATE
016160     MOVE WS-LEDGER-START-TIME TO RL-START-TIME
016170     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
016180         RL-RECORDS-IN RL-RECORDS-OUT RL-RECORDS-REJECTED.
016190 9840-EXIT.
016200     EXIT.
016205
016210 9850-OPEN-RUN-LEDGER.
016220     MOVE 'N' TO WS-RUN-LEDGER-OPEN-SW
016230     OPEN EXTEND RUN-LEDGER-FILE
016240     IF WS-RUN-LEDGER-STATUS NOT = '00'
016250         OPEN OUTPUT RUN-LEDGER-FILE
016260     END-IF
016270     IF WS-RUN-LEDGER-STATUS = '00'
016280         MOVE 'Y' TO WS-RUN-LEDGER-OPEN-SW
016290     ELSE
016300         DISPLAY "Unable to post to run ledger RUNLEDGR - status "
016310             WS-RUN-LEDGER-STATUS "."
016320     END-IF.
016330 9850-EXIT.
016340     EXIT.
