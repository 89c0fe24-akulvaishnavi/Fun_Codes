001350* DETECTED AT STARTUP AND ARCHIVED AS-IS RATHER THAN FIELD-
001360* MAPPED; IT MUST BE CONVERTED BEFORE BEING RECONCILED OR READ
001370* THROUGH THIS LAYOUT.
001380*
001390* THE CALIBRATION FIELDS AT THE END SAY WHETHER THE READING WAS
001391* CORRECTED BY AN ENTRY ON THE CALIBRATION MASTER BEFORE IT WAS
001392* CONVERTED: :PFX:-INPUT-TEMPERATURE IS THE VALUE AS THE SENSOR
001393* SENT IT, :PFX:-CORRECTION IS THE AMOUNT ADDED TO IT (IN THE
001394* SOURCE SCALE) AND :PFX:-CORRECTION-DATE IS THE EFFECTIVE DATE
001395* OF THE CALIBRATION ENTRY USED, ZERO WHEN NONE APPLIED. THEY
001396* LENGTHENED THE RECORD BY 14 BYTES; AUDITLOG AND AUDITARC
001397* GENERATIONS WRITTEN BEFORE THEN MUST BE PADDED TO THE NEW
001398* LENGTH BEFORE BEING READ THROUGH THIS LAYOUT.
001400*----------------------------------------------------------------
001500     05  :PFX:-RUN-ID            PIC X(08).
001600     05  :PFX:-TIMESTAMP-DATE    PIC 9(08).
002200     05  :PFX:-TARGET-SCALE      PIC X(01).
002300     05  :PFX:-CONVERTED-RESULT  PIC S9(3)V99
002400         SIGN IS TRAILING SEPARATE.
002500     05  :PFX:-CORRECTION        PIC S9(3)V99
002600         SIGN IS TRAILING SEPARATE.
002700     05  :PFX:-CORRECTION-DATE   PIC 9(08).
