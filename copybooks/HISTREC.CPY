000100*----------------------------------------------------------------
000200* HISTREC.CPY
000300*----------------------------------------------------------------
000400* READING HISTORY LAYOUT - ONE ENTRY PER STATION PER READING
000500* DATE/TIME, KEYED ON STATION ID + READING DATE + READING TIME.
000600* POSTED BY TemperatureConverter FOR EVERY READING A BATCH RUN
000700* PROCESSES (CONVERTED OR SENT TO THE EXCEPTION FILE), SEEDED
000800* ONCE FROM PAST TEMPOUT FILES BY HistoryLoad, AND READ BY
000900* HistoryInquiry TO ANSWER "WHAT DID STATION X READ BETWEEN
001000* THESE TWO TIMES" WITHOUT RE-RUNNING OLD OUTPUT FILES.
001100*
001200* RAW-VALUE IS THE READING AS RECEIVED, IN SOURCE-SCALE.
001300* CORRECTION IS THE CALIBRATION OFFSET APPLIED TO IT, IN THE
001400* SOURCE SCALE, AND CELSIUS / FAHRENHEIT / KELVIN ARE THE
001500* CORRECTED READING IN ALL THREE SCALES REGARDLESS OF WHICH
001600* TARGET THE RUN ASKED FOR. A READING THAT WENT TO THE EXCEPTION
001700* FILE CARRIES THE EXCEPTION REASON CODE AND ZERO CONVERTED
001750* VALUES.
001800*
001900* INCLUDE UNDER THE CALLER'S OWN 01-LEVEL, REPLACING THE :PFX:
002000* TAG WITH A TWO-CHARACTER RECORD PREFIX, E.G.
002100*
002200*     01  HISTORY-RECORD.
002300*         COPY HISTREC REPLACING ==:PFX:== BY ==HR==.
002400*         05  FILLER             PIC X(05).
002500*----------------------------------------------------------------
002600     05  :PFX:-KEY.
002700         10  :PFX:-STATION-ID    PIC X(08).
002800         10  :PFX:-READING-DATE  PIC 9(08).
002900         10  :PFX:-READING-TIME  PIC 9(06).
003000     05  :PFX:-SOURCE-SCALE      PIC X(01).
003100     05  :PFX:-RAW-VALUE         PIC S9(3)V99
003200         SIGN IS TRAILING SEPARATE.
003300     05  :PFX:-CORRECTION        PIC S9(3)V99
003400         SIGN IS TRAILING SEPARATE.
003500     05  :PFX:-CELSIUS           PIC S9(3)V99
003600         SIGN IS TRAILING SEPARATE.
003700     05  :PFX:-FAHRENHEIT        PIC S9(4)V99
003800         SIGN IS TRAILING SEPARATE.
003900     05  :PFX:-KELVIN            PIC S9(4)V99
004000         SIGN IS TRAILING SEPARATE.
004100     05  :PFX:-TARGET-SCALE      PIC X(01).
004200     05  :PFX:-RUN-ID            PIC X(08).
004300     05  :PFX:-ALERT-FLAG        PIC X(01).
004400         88  :PFX:-NO-ALERT          VALUE SPACE.
004500         88  :PFX:-IMPLAUSIBLE       VALUE 'P'.
004600         88  :PFX:-RATE-SPIKE        VALUE 'S'.
004700         88  :PFX:-RATE-STEP         VALUE 'T'.
004800     05  :PFX:-EXCEPTION-FLAG    PIC X(01).
004900         88  :PFX:-NO-EXCEPTION      VALUE SPACE.
005000     05  :PFX:-POSTED-BY         PIC X(01).
005100         88  :PFX:-POSTED-BY-RUN     VALUE 'R'.
005200         88  :PFX:-POSTED-BY-LOAD    VALUE 'L'.
005300     05  :PFX:-POSTED-DATE       PIC 9(08).
