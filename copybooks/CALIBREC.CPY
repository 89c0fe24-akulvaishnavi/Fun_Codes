000100*----------------------------------------------------------------
000200* CALIBREC.CPY
000300*----------------------------------------------------------------
000400* SHARED CALIBRATION MASTER LAYOUT - ONE ENTRY PER STATION PER
000500* EFFECTIVE DATE, CARRYING THE CORRECTION (IN CELSIUS DEGREES)
000600* FIELD TECHNICIANS MEASURED FOR THAT STATION'S SENSOR. WRITTEN
000700* BY CalibrationMasterMaint, READ BY TemperatureConverter, WHICH
000800* APPLIES THE ENTRY IN EFFECT ON A READING'S OWN DATE (THE LATEST
000900* EFFECTIVE DATE NOT AFTER IT) BEFORE PLAUSIBILITY CHECKING AND
001000* CONVERSION. A ZERO CORRECTION ENDS AN EARLIER ONE - A SENSOR
001100* THAT WAS REPLACED OR RE-CALIBRATED BACK TO TRUE.
001200*
001300* THE FILE IS KEPT IN ASCENDING STATION ID / EFFECTIVE DATE
001400* ORDER; TemperatureConverter'S LOOKUP DEPENDS ON IT.
001500*
001600* INCLUDE UNDER THE CALLER'S OWN 01-LEVEL, REPLACING THE :PFX:
001700* TAG WITH A TWO-CHARACTER RECORD PREFIX, E.G.
001800*
001900*     01  CALIBRATION-RECORD.
002000*         COPY CALIBREC REPLACING ==:PFX:== BY ==CB==.
002100*         05  FILLER             PIC X(03).
002200*----------------------------------------------------------------
002300     05  :PFX:-KEY.
002400         10  :PFX:-STATION-ID    PIC X(08).
002500         10  :PFX:-EFFECTIVE-DATE
002600                                 PIC 9(08).
002700     05  :PFX:-CORRECTION-C      PIC S9(2)V99
002800         SIGN IS TRAILING SEPARATE.
002900     05  :PFX:-SET-BY-OPERATOR   PIC X(08).
003000     05  :PFX:-SET-DATE          PIC 9(08).
