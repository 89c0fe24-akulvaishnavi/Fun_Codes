000100*----------------------------------------------------------------
000200* RUNLEDG.CPY
000300*----------------------------------------------------------------
000400* SHARED RUN LEDGER LAYOUT (RUNLEDGR). EVERY BATCH PROGRAM IN THE
000500* SYSTEM APPENDS A STARTED ENTRY WHEN IT BEGINS AND AN ENDED
000600* ENTRY, WITH ITS RETURN CODE AND KEY COUNTS, ON EVERY WAY OUT.
000700* A RUN WITH A STARTED ENTRY AND NO ENDED ENTRY DID NOT FINISH.
000800* InterchangeAckProcessor AND InterchangeRetransmit ALSO APPEND
000900* AN OUTCOME ENTRY FOR EACH TemperatureConverter RUN WHOSE
001000* TRANSMISSION STATUS THEY CHANGED, CARRYING THE NEW XMITREG
001100* STATUS (A/R/M/S). READ BY BatchCloseout, WHICH BUILDS THE DAY'S
001200* CHECKLIST FROM IT.
001300*
001400* RUN-ID IS THE TemperatureConverter RUN THE ENTRY CONCERNS - THE
001500* CONVERTER'S OWN RUN ID, THE RUN AuditInterchangeRecon WAS ASKED
001600* TO RECONCILE, OR THE RUN AN OUTCOME IS FOR. IT IS SPACES FOR A
001700* JOB THAT IS NOT TIED TO ONE RUN. START DATE/TIME ARE REPEATED
001800* ON THE ENDED ENTRY SO IT STANDS ON ITS OWN.
001900*
002000* THE THREE COUNTS MEAN, FOR EACH PROGRAM:
002100*   PROGRAM                  RECORDS-IN   RECORDS-OUT  REJECTED
002200*   TemperatureConverter     READ         CONVERTED    EXCEPTIONS
002300*   AuditInterchangeRecon    AUDIT ENTRY  DETAILS      UNMATCHED
002400*   InterchangeAckProcessor  ACKS READ    TRAILERS     PROBLEMS
002500*   InterchangeRetransmit    CANDIDATES   RESENT       ESCALATED
002600*   AuditArchiveRollup       DETAILS      ROLLUP ROWS  -
002700*   SensorHealthTrend        ALERTS READ  STATIONS     SKIPPED
002800*   StationMasterMaint,
002900*   CalibrationMasterMaint   TRANSACTIONS APPLIED      REJECTED
003000*   HistoryLoad              READ         LOADED       UNUSABLE
003100*   HistoryInquiry           LISTED       WITH VALUE   -
003200*   BatchCloseout            RUNS         CLOSED       OPEN
003210*   RegionalOpsReport        READINGS     REPORTING    UNROSTERED
003220*   RetentionPurge           READ         REMOVED      HELD
003230*   QualityScorecard         DELIVERED    SCORED       BELOW LIMIT
003240*   StationNormals R         AUDIT ENTRY  REFRESHED    UNRESOLVED
003250*   StationNormals A         AUDIT ENTRY  CHECKED      UNRESOLVED
003300* ON AN OUTCOME ENTRY THEY ARE THE SENT AND RECEIVED COUNTS.
003400*
003500* INCLUDE UNDER THE CALLER'S OWN 01-LEVEL, REPLACING THE :PFX:
003600* TAG WITH A TWO-CHARACTER RECORD PREFIX, E.G.
003700*
003800*     01  RUN-LEDGER-RECORD.
003900*         COPY RUNLEDG REPLACING ==:PFX:== BY ==RL==.
004000*         05  FILLER             PIC X(02).
004100*----------------------------------------------------------------
004200     05  :PFX:-ENTRY-TYPE        PIC X(01).
004300         88  :PFX:-RUN-STARTED       VALUE 'S'.
004400         88  :PFX:-RUN-ENDED         VALUE 'E'.
004500         88  :PFX:-RUN-OUTCOME       VALUE 'O'.
004600     05  :PFX:-RUN-ID            PIC X(08).
004700     05  :PFX:-PROGRAM-ID        PIC X(24).
004800     05  :PFX:-OPERATOR-ID       PIC X(08).
004900     05  :PFX:-START-DATE        PIC 9(08).
005000     05  :PFX:-START-TIME        PIC 9(06).
005100     05  :PFX:-END-DATE          PIC 9(08).
005200     05  :PFX:-END-TIME          PIC 9(06).
005300     05  :PFX:-RETURN-CODE       PIC 9(04).
005400     05  :PFX:-RECORDS-IN        PIC 9(08).
005500     05  :PFX:-RECORDS-OUT       PIC 9(08).
005600     05  :PFX:-RECORDS-REJECTED  PIC 9(08).
005700     05  :PFX:-OUTCOME           PIC X(01).
