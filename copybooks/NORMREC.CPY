000100*----------------------------------------------------------------
000200* NORMREC.CPY
000300*----------------------------------------------------------------
000400* STATION MONTHLY NORMALS LAYOUT (NORMFILE) - ONE ENTRY PER
000500* STATION PER CALENDAR MONTH (01-12), IN STATION-ID THEN MONTH
000600* ORDER. KEPT BY StationNormals, WHICH FOLDS EACH MONTH'S DAILY
000700* MEANS IN AT MONTH END AND READS THE FILE BACK FOR ITS DAILY
000800* ANOMALY REPORT.
000900*
001000* ALL TEMPERATURES ARE CELSIUS. MEAN-C AND STD-DEV-C ARE THE
001100* MEAN AND (SAMPLE) STANDARD DEVIATION OF THE STATION'S DAILY
001200* MEAN TEMPERATURE OVER EVERY DAY OF THIS CALENDAR MONTH FOLDED
001300* IN SO FAR. DAY-COUNT, SUM-C AND SUM-SQ-C ARE THE RUNNING
001400* TOTALS THEY ARE DERIVED FROM, SO A REFRESH ADDS ONE MONTH
001500* WITHOUT RE-READING THE YEARS BEFORE IT. YEAR-COUNT IS THE
001600* NUMBER OF YEARS THAT CONTRIBUTED; LAST-YEAR IS THE LATEST, AND
001700* A MONTH OF A YEAR NOT AFTER IT IS TAKEN AS ALREADY FOLDED IN.
001800*
001900* INCLUDE UNDER THE CALLER'S OWN 01-LEVEL, REPLACING THE :PFX:
002000* TAG WITH A TWO-CHARACTER RECORD PREFIX, E.G.
002100*
002200*     01  NORMALS-RECORD.
002300*         COPY NORMREC REPLACING ==:PFX:== BY ==NM==.
002400*         05  FILLER             PIC X(12).
002500*----------------------------------------------------------------
002600     05  :PFX:-KEY.
002700         10  :PFX:-STATION-ID    PIC X(08).
002800         10  :PFX:-MONTH         PIC 9(02).
002900     05  :PFX:-DAY-COUNT         PIC 9(05).
003000     05  :PFX:-YEAR-COUNT        PIC 9(03).
003100     05  :PFX:-FIRST-YEAR        PIC 9(04).
003200     05  :PFX:-LAST-YEAR         PIC 9(04).
003300     05  :PFX:-REFRESH-DATE      PIC 9(08).
003400     05  :PFX:-MEAN-C            PIC S9(3)V99
003500         SIGN IS TRAILING SEPARATE.
003600     05  :PFX:-STD-DEV-C         PIC 9(3)V99.
003700     05  :PFX:-SUM-C             PIC S9(7)V99
003800         SIGN IS TRAILING SEPARATE.
003900     05  :PFX:-SUM-SQ-C          PIC 9(9)V9(4).
