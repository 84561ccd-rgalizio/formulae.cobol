      *                  total area/volume month by month with a
      *                  variance percentage against the prior month
      *                  and a period grand total.
      *   2026-10-15 RG  Master-file change journal: every add, change,
      *                  and delete made on the job, parts, limits, and
      *                  (new) stock-sheet maintenance screens goes to
      *                  CHGJRNL with the file, key, before and after
      *                  images, operator, date, and time. The job,
      *                  parts, and limits screens can now delete. New
      *                  J run mode prints the change report for a date
      *                  range, optionally for one file or operator.
      *   2026-10-15 RG  Part where-used inquiry (main panel option 22):
      *                  saved results, jobs, and assemblies using a
      *                  catalog part. A change to a part's shape or
      *                  dimensions on the parts screen appends an
      *                  engineering-change impact report to IMPACTRPT
      *                  listing the results and jobs on the old sizes.
      *   2026-10-15 RG  Stock-sheet inventory file SHEETINV with its
      *                  maintenance screen (main panel option 23).
      *                  Batch and CSV import net the run's sheet needs
      *                  against on-hand, write purchase requisitions
      *                  to REQOUT, and print a shortage report.
      *   2026-10-15 RG  Recalculate-and-compare run mode (K): re-runs
      *                  saved results through the current calc cores
      *                  and lists those off by more than a tolerance,
      *                  with an optional journaled correction pass.
      *   2026-10-15 RG  Hollow and tapered shapes: tube, annulus,
      *                  frustum, pyramid, and torus (panel options
      *                  24-28, codes TU AN FR PY TO). New second-radius
      *                  column on TRANSIN, REJECTS, RESUBMIT, PARTMST,
      *                  RESULTMST, ASSYDEF, the CSV files, and the
      *                  limits file (dimension S). Summary and trend
      *                  tables widened to 20 shapes.
      *   2026-10-15 RG  Unattended scheduled runs: a PARMIN parameter
      *                  file, when present, supplies the run mode, a
      *                  service operator ID, and every mode's prompted
      *                  values. Every run now ends with a return code
      *                  (0 clean, 4 warnings, 8 refused by the run
      *                  lock, 12 failed) and the matching outcome on
      *                  RUNHIST; refused runs are recorded too. The
      *                  S summary will not follow a batch that failed.
      *   2026-10-15 RG  Duplicate submission check: batch and CSV
      *                  import details already calculated for the same
      *                  job, shape, part, and dimensions within a
      *                  window of days (default 7) reject with reason
      *                  DU. Operators with the new rerun authority flag
      *                  can force a deliberate rerun. Duplicates print
      *                  with the control totals.
      *   2026-10-15 RG  Tolerance bands: optional plus/minus tolerance
      *                  on every dimension - main panel, TRANSIN
      *                  columns, and the parts catalog. With one, each
      *                  result comes out at minimum, nominal, and
      *                  maximum on the panel and report; AUDITLOG,
      *                  RESULTMST, and the CSV export carry the band.
      *   2026-10-15 RG  Run mode G copies every master to a dated
      *                  generation file, catalogs it on BKUPCAT with
      *                  record counts, and prunes past KEEPGEN (5).
      *                  Run mode L (archive authority) reloads a chosen
      *                  generation, prints counts before and after,
      *                  journals it, and lists AUDITLOG entries since.
      *   2026-10-15 RG  Run mode O prints operator activity for a date
      *                  range: runs by mode with abnormal ends and
      *                  lock refusals, calculations by shape, repairs,
      *                  resubmits, locks cleared, failed sign-ons. New
      *                  OPERLOG records the events RUNHIST does not.
      *   2026-10-15 RG  Assemblies: ASSYDEF components may name a
      *                  catalog part (PN) or another assembly (AS) with
      *                  a quantity; main-panel option 29 maintains
      *                  them. RUN-ASSEMBLY explodes level by level with
      *                  an indented breakdown and rollups per level.
      *                  Where-used follows part references upward.
      *   2026-10-15 RG  Square pyramid no longer overwrites the keyed
      *                  width. Last-batch check ignores REFUSED runs.
      *                  Sheet netting, where-used, and activity tables
      *                  now report an overflow instead of dropping it.
      *   2026-10-15 RG  Recalc correction clears the stale tolerance
      *                  band. Change report counts restores. Backup
      *                  fails on a generations-to-keep outside 1-99.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMULAE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNHIST-FILE-STATUS.

           SELECT OPTIONAL CHGJRNL-FILE
               ASSIGN TO "CHGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGJRNL-FILE-STATUS.

           SELECT OPTIONAL IMPACT-FILE
               ASSIGN TO "IMPACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPACT-FILE-STATUS.

           SELECT OPTIONAL SHEET-INVENTORY
               ASSIGN TO "SHEETINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-SHEET-ID
               FILE STATUS IS SHEETINV-FILE-STATUS.

           SELECT OPTIONAL REQ-FILE
               ASSIGN TO "REQOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT OPTIONAL BACKUP-FILE
               ASSIGN USING BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT OPTIONAL BKUPCAT-FILE
               ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKUPCAT-FILE-STATUS.

           SELECT OPTIONAL OPERLOG-FILE
               ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
           05  TR-UNIT-CODE            PIC X(01).
           05  TR-QUANTITY             PIC 9(05).
           05  TR-SHEET-ID             PIC X(03).
      *    INNER (TUBE, ANNULUS), SMALL-END (FRUSTUM), OR TUBE
      *    (TORUS) RADIUS. RECORDS CUT BEFORE THIS COLUMN WAS ADDED
      *    ARRIVE SPACE-FILLED AND ARE TAKEN AS ZERO.
           05  TR-SECOND-RADIUS        PIC 9(09)V99.
      *    PLUS/MINUS TOLERANCE ON EACH DIMENSION ABOVE, IN THE SAME
      *    UNITS. A BLANK COLUMN IS NO TOLERANCE; ANY TOLERANCE RUNS
      *    THE SHAPE AT THE BOTTOM AND TOP OF THE BAND AS WELL AS AT
      *    NOMINAL. RECORDS CUT BEFORE THESE COLUMNS WERE ADDED
      *    ARRIVE SPACE-FILLED AND HAVE NO BAND.
           05  TR-TOLERANCES.
               10  TR-TOL-RADIUS       PIC 9(05)V99.
               10  TR-TOL-DIAMETER     PIC 9(05)V99.
               10  TR-TOL-V-LENGTH     PIC 9(05)V99.
               10  TR-TOL-WIDTH        PIC 9(05)V99.
               10  TR-TOL-HEIGTH       PIC 9(05)V99.
               10  TR-TOL-BASE         PIC 9(05)V99.
               10  TR-TOL-SECOND-RADIUS
                                       PIC 9(05)V99.
           05  TR-TOLERANCE-TABLE REDEFINES TR-TOLERANCES.
               10  TR-TOL-TEXT         PIC X(07) OCCURS 7 TIMES.
       01  TRANS-HEADER-RECORD.
           05  TH-RECORD-TYPE          PIC X(02).
           05  TH-JOB-NUMBER           PIC X(06).
           05  TH-JOB-NAME             PIC X(30).
           05  FILLER                  PIC X(100).
      *    A PN RECORD NAMES A CATALOG PART INSTEAD OF CARRYING RAW
      *    DIMENSIONS - THE SHAPE AND DIMENSIONS COME FROM PARTMST.
       01  TRANS-PART-RECORD.
           05  FILLER                  PIC X(60).
      *    THE QUANTITY AND SHEET COLUMNS SIT AT THE SAME OFFSETS AS
      *    ON THE DIMENSIONED RECORD, SO THEY RIDE THROUGH THE PART
      *    EXPANSION UNTOUCHED. SO DO THE TOLERANCE COLUMNS: KEYED
      *    (IN INCHES) THEY OVERRIDE THE CATALOG PART'S OWN
      *    TOLERANCES, LEFT BLANK THE CATALOG'S APPLY.
           05  TP-QUANTITY             PIC X(05).
           05  TP-SHEET-ID             PIC X(03).
           05  FILLER                  PIC X(11).
           05  TP-TOLERANCES           PIC X(49).
      *    AN AS RECORD RUNS A WHOLE ASSEMBLY DEFINITION AS ONE UNIT.
       01  TRANS-ASSY-RECORD.
           05  TA-RECORD-TYPE          PIC X(02).
           05  TA-ASSY-ID              PIC X(08).
           05  FILLER                  PIC X(128).

      *----------------------------------------------------------------
      * PRINTED REPORT OF CALCULATIONS PERFORMED - ONE LINE PER RUN.
      *----------------------------------------------------------------
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD                PIC X(189).

      *----------------------------------------------------------------
      * REJECTED BATCH TRANSACTIONS - REASON CODE PLUS THE ORIGINAL
      *----------------------------------------------------------------
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD               PIC X(141).

      *----------------------------------------------------------------
      * BATCH CHECKPOINT - THE NUMBER OF THE LAST TRANSACTION FULLY
      *----------------------------------------------------------------
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD              PIC X(189).

       FD  KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEEP-RECORD                 PIC X(189).

      *----------------------------------------------------------------
      * COMMA-SEPARATED EXPORT FOR THE ESTIMATING SPREADSHEET - ONE
      * ROW PER SAVED RESULT, EACH INPUT DIMENSION IN ITS OWN COLUMN,
      * AND THE MINIMUM AND MAXIMUM OF A TOLERANCE BAND AT THE END.
      *----------------------------------------------------------------
       FD  CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-RECORD                  PIC X(200).

      *----------------------------------------------------------------
      * PER-SHAPE DIMENSION LIMITS - ONE RECORD PER SHAPE AND
      * DIMENSION (R/S/L/W/H/B) WITH THE MINIMUM AND MAXIMUM ALLOWABLE
      * VALUE. KEPT UP FROM THE LIMITS MAINTENANCE SCREEN.
      *----------------------------------------------------------------
       FD  LIMITS-FILE
           05  RM-BASE              PIC 9(09)V99.
           05  RM-PART-NUMBER       PIC X(08).
           05  RM-OPER-ID           PIC X(08).
           05  RM-SECOND-RADIUS     PIC 9(09)V99.
      *    MINIMUM AND MAXIMUM OF THE RESULT OVER THE TOLERANCE BAND,
      *    IN THE SAME FORM AS THE RESULT VALUE. BLANK WITHOUT A BAND.
           05  RM-BAND-MIN          PIC X(20).
           05  RM-BAND-MAX          PIC X(20).

      *----------------------------------------------------------------
      * INDEXED CUSTOMER/JOB MASTER - ONE RECORD PER JOB NUMBER WITH

      *----------------------------------------------------------------
      * INDEXED STANDARD-PARTS CATALOG - ONE RECORD PER PART NUMBER
      * WITH THE SHAPE CODE AND ALL ITS DIMENSIONS, KEPT IN INCHES,
      * AND THE PART'S PLUS/MINUS TOLERANCE ON EACH DIMENSION (ZERO
      * FOR NONE). PN TRANSACTIONS AND THE MAIN-PANEL PART PULL
      * EXPAND FROM IT.
      *----------------------------------------------------------------
       FD  PARTS-MASTER
           LABEL RECORDS ARE STANDARD.
           05  PM-WIDTH             PIC 9(09)V99.
           05  PM-HEIGTH            PIC 9(09)V99.
           05  PM-BASE              PIC 9(09)V99.
           05  PM-SECOND-RADIUS     PIC 9(09)V99.
           05  PM-TOLERANCES.
               10  PM-TOL-RADIUS    PIC 9(05)V99.
               10  PM-TOL-DIAMETER  PIC 9(05)V99.
               10  PM-TOL-V-LENGTH  PIC 9(05)V99.
               10  PM-TOL-WIDTH     PIC 9(05)V99.
               10  PM-TOL-HEIGTH    PIC 9(05)V99.
               10  PM-TOL-BASE      PIC 9(05)V99.
               10  PM-TOL-SECOND-RADIUS
                                    PIC 9(05)V99.

      *----------------------------------------------------------------
      * ASSEMBLY DEFINITIONS - ONE RECORD PER COMPONENT UNDER AN
      * ASSEMBLY ID: THE COMPONENT'S SHAPE CODE, WHETHER ITS RESULTS
      * ADD TO OR SUBTRACT FROM THE ASSEMBLY (+/-), AND ITS SIX
      * DIMENSIONS IN INCHES, PLUS THE SECOND RADIUS FOR THE HOLLOW
      * AND TAPERED SHAPES (BLANK ON OLDER LINES, TAKEN AS ZERO).
      * A SHAPE CODE OF PN NAMES A CATALOG PART AND AS ANOTHER
      * ASSEMBLY IN THE REFERENCE ID, IN PLACE OF THE DIMENSIONS. THE
      * QUANTITY MULTIPLIES THE COMPONENT (BLANK ON OLDER LINES,
      * TAKEN AS ONE).
      *----------------------------------------------------------------
       FD  ASSY-FILE
           LABEL RECORDS ARE STANDARD.
           05  AD-WIDTH             PIC 9(09)V99.
           05  AD-HEIGTH            PIC 9(09)V99.
           05  AD-BASE              PIC 9(09)V99.
           05  AD-SECOND-RADIUS     PIC 9(09)V99.
           05  AD-REF-ID            PIC X(08).
           05  AD-QUANTITY          PIC 9(05).

      *----------------------------------------------------------------
      * OPERATOR FILE - ONE RECORD PER OPERATOR AUTHORIZED TO RUN THE
      * PROGRAM: ID, NAME, AND THE Y/N AUTHORITY FLAGS FOR ARCHIVE
      * MODE, LIMITS MAINTENANCE, AND FORCING A DELIBERATE RERUN PAST
      * THE DUPLICATE CHECK (BLANK ON OLDER RECORDS, TAKEN AS N).
      * EVERY RUN STARTS WITH A SIGN-ON AGAINST THIS FILE.
      *----------------------------------------------------------------
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           05  OP-OPER-NAME         PIC X(20).
           05  OP-ARCH-AUTH         PIC X(01).
           05  OP-LIMITS-AUTH       PIC X(01).
           05  OP-RERUN-AUTH        PIC X(01).

      *----------------------------------------------------------------
      * RESUBMIT QUEUE - TRANSACTIONS CORRECTED ON THE REJECT REPAIR
      *----------------------------------------------------------------
       FD  RESUBMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUBMIT-RECORD             PIC X(138).

      *----------------------------------------------------------------
      * STANDARD STOCK SHEETS - ONE RECORD PER SHEET SIZE: ID,
      * FOURTH COLUMN, JOB NAME - NO COMMAS - IN THE FIFTH), PN
      * (PART NUMBER IN THE FOURTH), AND AS (ASSEMBLY ID IN THE
      * FOURTH). OPTIONAL QTY AND SHEET COLUMNS AFTER VALUE FEED THE
      * STOCK-SHEET YIELD CALCULATION, AND AN OPTIONAL RADIUS2
      * COLUMN AFTER THEM CARRIES THE SECOND RADIUS. THE EXPORT'S
      * BAND MINIMUM AND MAXIMUM COLUMNS ARE IGNORED COMING IN.
      *----------------------------------------------------------------
       FD  CSVIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSVIN-RECORD                PIC X(200).

      *----------------------------------------------------------------
      * RUN-CONTROL LOCK - ONE RECORD NAMING THE MODE, OPERATOR, AND
           05  FILLER                  PIC X(01).
           05  RH-OUTCOME              PIC X(08).

      *----------------------------------------------------------------
      * MASTER-FILE CHANGE JOURNAL - ONE RECORD PER ADD (A), CHANGE
      * (C), OR DELETE (D) MADE TO A MASTER FILE: THE FILE, THE
      * RECORD KEY, THE RECORD AS IT STOOD BEFORE AND AFTER, AND THE
      * OPERATOR, DATE, AND TIME. AN ADD HAS NO BEFORE IMAGE AND A
      * DELETE NO AFTER IMAGE. APPENDED ACROSS RUNS LIKE RUNHIST.
      *----------------------------------------------------------------
       FD  CHGJRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGJRNL-RECORD.
           05  CJ-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  CJ-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  CJ-FILE-NAME            PIC X(09).
           05  FILLER                  PIC X(01).
           05  CJ-ACTION               PIC X(01).
           05  FILLER                  PIC X(01).
           05  CJ-KEY                  PIC X(12).
           05  FILLER                  PIC X(01).
           05  CJ-OPER-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  CJ-BEFORE-IMAGE         PIC X(300).
           05  FILLER                  PIC X(01).
           05  CJ-AFTER-IMAGE          PIC X(300).

      *----------------------------------------------------------------
      * ENGINEERING-CHANGE IMPACT REPORT - ONE SECTION APPENDED EACH
      * TIME A CATALOG PART'S SHAPE OR DIMENSIONS CHANGE: THE OLD AND
      * NEW SIZES AND EVERY SAVED RESULT, JOB, AND ASSEMBLY BUILT ON
      * THE OLD ONES, FOR ESTIMATING TO RE-QUOTE.
      *----------------------------------------------------------------
       FD  IMPACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  IMPACT-RECORD               PIC X(120).

      *----------------------------------------------------------------
      * INDEXED STOCK-SHEET INVENTORY - ONE RECORD PER SHEET ID WITH
      * THE SHEETS ON THE RACK, THE SHEETS ON ORDER, AND THE REORDER
      * POINT PURCHASING WANTS KEPT IN HAND.
      *----------------------------------------------------------------
       FD  SHEET-INVENTORY
           LABEL RECORDS ARE STANDARD.
       01  SHEETINV-RECORD.
           05  SI-SHEET-ID          PIC X(03).
           05  SI-ON-HAND           PIC 9(07).
           05  SI-ON-ORDER          PIC 9(07).
           05  SI-REORDER-POINT     PIC 9(07).

      *----------------------------------------------------------------
      * PURCHASE REQUISITIONS - ONE FIXED-LAYOUT RECORD PER SHEET ID
      * SHORT AT THE END OF A BATCH OR IMPORT RUN, FOR THE PURCHASING
      * SYSTEM TO LOAD. SHORT = REQUIRED + REORDER POINT - ON HAND -
      * ON ORDER. THE FIRST TEN JOBS DRIVING THE NEED RIDE ALONG WITH
      * THEIR SHARE; ANY JOBS PAST THE TENTH ARE IN THE QUANTITY ONLY.
      *----------------------------------------------------------------
       FD  REQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQ-RECORD.
           05  RQ-RUN-DATE          PIC X(08).
           05  RQ-SHEET-ID          PIC X(03).
           05  RQ-QTY-SHORT         PIC 9(07).
           05  RQ-QTY-REQUIRED      PIC 9(07).
           05  RQ-ON-HAND           PIC 9(07).
           05  RQ-ON-ORDER          PIC 9(07).
           05  RQ-REORDER-POINT     PIC 9(07).
           05  RQ-JOB-COUNT         PIC 9(03).
           05  RQ-JOB-ENTRY OCCURS 10 TIMES.
               10  RQ-JOB-NUMBER    PIC X(06).
               10  RQ-JOB-SHEETS    PIC 9(07).

      *----------------------------------------------------------------
      * SCHEDULED-RUN PARAMETER CARDS - A KEYWORD IN COLUMNS 1-8 AND
      * ITS VALUE FROM COLUMN 10. AN * IN COLUMN 1 IS A COMMENT CARD.
      * WHEN THE FILE IS ON DISK THE RUN IS UNATTENDED: THE RUN MODE,
      * THE SERVICE OPERATOR ID, AND EVERY PROMPTED VALUE COME FROM
      * THE CARDS (MODE, OPERID, FROMDATE, TODATE, JOB, FILE, OPER,
      * SHAPE, TOLER, CORRECT, REBUILD, SUMDATE, FROMMON, TOMON,
      * CUTOFF, DUPDAYS, RERUN, KEEPGEN) AND A KEYWORD WITH NO CARD
      * IS TAKEN AS BLANK.
      *----------------------------------------------------------------
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PC-KEYWORD           PIC X(08).
           05  FILLER               PIC X(01).
           05  PC-VALUE             PIC X(40).

      *----------------------------------------------------------------
      * GENERATION BACKUP - ONE FILE PER MASTER PER GENERATION, NAMED
      * <MASTER>.<YYYYMMDDHHMMSS> FOR THE MOMENT THE BACKUP RUN
      * STARTED, HOLDING THE MASTER'S RECORDS AS THEY STOOD. THE
      * RECORD IS WIDE ENOUGH FOR THE WIDEST MASTER RECORD.
      *----------------------------------------------------------------
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD               PIC X(300).

      *----------------------------------------------------------------
      * BACKUP CATALOG - ONE RECORD PER MASTER FILE IN EACH GENERATION
      * KEPT: THE GENERATION, WHEN IT WAS TAKEN AND BY WHOM, AND THE
      * RECORD COUNT COPIED. A GENERATION IS ONLY CATALOGED ONCE EVERY
      * MASTER IN IT HAS BEEN COPIED, AND PRUNED GENERATIONS ARE
      * DROPPED FROM IT ALONG WITH THEIR FILES.
      *----------------------------------------------------------------
       FD  BKUPCAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKUPCAT-RECORD.
           05  BC-GEN-ID               PIC X(14).
           05  FILLER                  PIC X(01).
           05  BC-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  BC-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  BC-MASTER-NAME          PIC X(09).
           05  FILLER                  PIC X(01).
           05  BC-RECORD-COUNT         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  BC-OPER-ID              PIC X(08).

      *----------------------------------------------------------------
      * OPERATOR EVENT LOG - APPENDED ACROSS RUNS LIKE RUNHIST, ONE
      * RECORD PER OPERATOR EVENT THE RUN HISTORY DOES NOT SHOW: SF A
      * FAILED SIGN-ON (UNDER THE ID KEYED), LC A STALE RUN LOCK
      * CLEARED, RR REJECTS REPAIRED AND QUEUED IN ONE REPAIR SESSION,
      * AND RS QUEUED REPAIRS RESUBMITTED BY A BATCH RUN. THE COUNT IS
      * THE NUMBER OF RECORDS THE EVENT COVERS.
      *----------------------------------------------------------------
       FD  OPERLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERLOG-RECORD.
           05  OL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  OL-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  OL-EVENT                PIC X(02).
           05  FILLER                  PIC X(01).
           05  OL-OPER-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  OL-COUNT                PIC 9(05).
           05  FILLER                  PIC X(01).
           05  OL-DETAIL               PIC X(40).

       WORKING-STORAGE SECTION.
       01  TRANS-FILE-STATUS       PIC XX          VALUE "00".
       01  REPORT-FILE-STATUS     PIC XX          VALUE "00".
       01  RUNCTL-FILE-STATUS     PIC XX          VALUE "00".
       01  RUNHIST-FILE-STATUS    PIC XX          VALUE "00".
       01  SHEET-FILE-STATUS      PIC XX          VALUE "00".
       01  CHGJRNL-FILE-STATUS    PIC XX          VALUE "00".
       01  IMPACT-FILE-STATUS     PIC XX          VALUE "00".
       01  SHEETINV-FILE-STATUS   PIC XX          VALUE "00".
       01  REQ-FILE-STATUS        PIC XX          VALUE "00".
       01  PARM-FILE-STATUS       PIC XX          VALUE "00".
       01  BACKUP-FILE-STATUS     PIC XX          VALUE "00".
       01  BKUPCAT-FILE-STATUS    PIC XX          VALUE "00".
       01  OPERLOG-FILE-STATUS    PIC XX          VALUE "00".

       77  RUN-MODE-SW             PIC X(01)       VALUE "I".
           88  RUN-MODE-BATCH                      VALUE "B".
           88  RUN-MODE-VERIFY                     VALUE "V".
           88  RUN-MODE-IMPORT                     VALUE "C".
           88  RUN-MODE-TREND                      VALUE "T".
           88  RUN-MODE-CHANGES                    VALUE "J".
           88  RUN-MODE-RECALC                     VALUE "K".
           88  RUN-MODE-BACKUP                     VALUE "G".
           88  RUN-MODE-RESTORE                    VALUE "L".
           88  RUN-MODE-ACTIVITY                   VALUE "O".
           88  RUN-MODE-SCHEDULABLE                VALUE "B" "R" "S"
                                                   "A" "P" "V" "C"
                                                   "T" "J" "K" "G"
                                                   "O".

       77  TRANS-EOF-SW            PIC X(01)       VALUE "N".
           88  TRANS-EOF                           VALUE "Y".
       77  OPER-LIMITS-AUTH-SW      PIC X(01)       VALUE "N".
           88  OPER-MAY-MAINT-LIMITS                VALUE "Y".

       77  OPER-RERUN-AUTH-SW       PIC X(01)       VALUE "N".
           88  OPER-MAY-FORCE-RERUN                 VALUE "Y".

       01  CURRENT-OPER-ID          PIC X(08)       VALUE SPACES.
       01  CURRENT-OPER-NAME        PIC X(20)       VALUE SPACES.
       01  SIGNON-ENTRY-ID          PIC X(08)       VALUE SPACES.
       01  HIST-END-DATE            PIC X(08)       VALUE SPACES.
       01  HIST-END-TIME            PIC X(08)       VALUE SPACES.
       01  HIST-OUTCOME             PIC X(08)       VALUE SPACES.
       01  EVT-CODE                 PIC X(02)       VALUE SPACES.
       01  EVT-OPER-ID              PIC X(08)       VALUE SPACES.
       01  EVT-COUNT                PIC 9(05)       VALUE 0.
       01  EVT-DETAIL               PIC X(40)       VALUE SPACES.

      *----------------------------------------------------------------
      * UNATTENDED RUN AND RETURN CODE WORK AREAS - THE PARAMETER
      * CARDS HELD IN CORE, THE KEYWORD ASKED FOR AND THE VALUE FOUND,
      * AND THE SWITCHES THAT DECIDE THE RUN'S OUTCOME ON RUNHIST AND
      * THE RETURN CODE LEFT FOR THE SCHEDULER: 0 CLEAN, 4 WARNINGS
      * (REJECTS, SUSPECTS, PASSES SKIPPED), 8 REFUSED BY THE RUN
      * LOCK, 12 FAILED.
      *----------------------------------------------------------------
       77  UNATTENDED-SW            PIC X(01)       VALUE "N".
           88  RUN-UNATTENDED                       VALUE "Y".

       77  PARM-EOF-SW              PIC X(01)       VALUE "N".
           88  PARM-EOF                             VALUE "Y".

       77  RUN-FAILED-SW            PIC X(01)       VALUE "N".
           88  RUN-FAILED                           VALUE "Y".

       77  RUN-REFUSED-SW           PIC X(01)       VALUE "N".
           88  RUN-REFUSED                          VALUE "Y".

       77  RUN-WARNING-SW           PIC X(01)       VALUE "N".
           88  RUN-HAD-WARNINGS                     VALUE "Y".

       77  LAST-BATCH-SW            PIC X(01)       VALUE "N".
           88  LAST-BATCH-FAILED                    VALUE "Y".

       77  RUNHIST-EOF-SW           PIC X(01)       VALUE "N".
           88  RUNHIST-EOF                          VALUE "Y".

       01  PARM-COUNT               PIC 9(02)       VALUE 0.
       01  PARM-IX                  PIC 9(02)       VALUE 0.
       01  PARM-OVERFLOW-COUNT      PIC 9(07)       VALUE 0.
       01  PARM-WANTED              PIC X(08)       VALUE SPACES.
       01  PARM-VALUE               PIC X(40)       VALUE SPACES.
       01  RUN-END-CODE             PIC 9(02)       VALUE 0.
       01  LAST-BATCH-MODE          PIC X(01)       VALUE SPACE.
       01  LAST-BATCH-DATE          PIC X(08)       VALUE SPACES.
       01  LAST-BATCH-TIME          PIC X(08)       VALUE SPACES.
       01  LAST-BATCH-OUTCOME       PIC X(08)       VALUE SPACES.
       01  SUMMARY-OVERRIDE-CHOICE  PIC X(01)       VALUE "N".

       01  PARM-TABLE.
           05  PARM-ENTRY OCCURS 40 TIMES.
               10  PT-KEYWORD       PIC X(08).
               10  PT-VALUE         PIC X(40).

      *----------------------------------------------------------------
      * CHANGE JOURNAL STAGING - EVERY MAINTENANCE PATH THAT ADDS,
      * CHANGES, OR DELETES A MASTER RECORD FILLS THESE AND PERFORMS
      * WRITE-CHANGE-JOURNAL. THE DELETE SWITCH IS THE DELETE (Y/N)
      * FIELD ON THE MAINTENANCE SCREENS.
      *----------------------------------------------------------------
       77  MAINT-DELETE-SW          PIC X(01)       VALUE "N".
           88  MAINT-DELETE-WANTED                  VALUE "Y".

       01  CHG-FILE-NAME            PIC X(09)       VALUE SPACES.
       01  CHG-ACTION               PIC X(01)       VALUE SPACE.
       01  CHG-KEY                  PIC X(12)       VALUE SPACES.
       01  CHG-BEFORE-IMAGE         PIC X(300)      VALUE SPACES.
       01  CHG-AFTER-IMAGE          PIC X(300)      VALUE SPACES.

      *----------------------------------------------------------------
      * MAIN PANEL WORK AREAS - THE OPTION KEYED ON THE FULL-SCREEN
       01  PANEL-CHOICE            PIC 9(02)       VALUE 0.
       01  PANEL-PART-NUMBER       PIC X(08)       VALUE SPACES.
       01  PANEL-MESSAGE           PIC X(60)       VALUE SPACES.
       01  PANEL-RESULT-1          PIC X(70)       VALUE SPACES.
       01  PANEL-RESULT-2          PIC X(70)       VALUE SPACES.
       01  PANEL-RESULT-WORK       PIC X(70)       VALUE SPACES.
       01  PANEL-RESULT-IX         PIC 9(01)       VALUE 0.
       01  SHAPE-DISPATCH-CHOICE   PIC 9(02)       VALUE 0.

       01  WIDTH                   PIC 9(9)V99     VALUE 1.
       01  HEIGTH                  PIC 9(9)V99     VALUE 1.
       01  BASE                    PIC 9(9)V99     VALUE 1.
      *    INNER RADIUS OF A TUBE OR ANNULUS, SMALL-END RADIUS OF A
      *    FRUSTUM, TUBE RADIUS OF A TORUS. ZERO FOR EVERY OTHER SHAPE.
       01  SECOND-RADIUS           PIC 9(9)V99     VALUE 0.

      *----------------------------------------------------------------
      * TOLERANCE BAND WORK AREAS - THE PLUS/MINUS TOLERANCE ON EACH
      * DIMENSION (SAME UNITS AS THE DIMENSION, ZERO = NONE), THE
      * NOMINAL DIMENSIONS HELD WHILE THE CALC CORE RUNS AT THE
      * BOTTOM AND THE TOP OF THE BAND, AND THE RESULTS OF THOSE TWO
      * RUNS BY RESULT NAME. WHILE BAND-PASS-SW IS L OR H,
      * WRITE-REPORT-LINE HANDS EVERY RESULT TO BAND-CAPTURE-RESULT
      * AND WRITES NOTHING; WHILE BAND-ACTIVE IS ON, EACH NOMINAL
      * RESULT PRINTS AND SAVES WITH ITS BAND.
      *----------------------------------------------------------------
       77  BAND-SW                  PIC X(01)       VALUE "N".
           88  BAND-ACTIVE                          VALUE "Y".

       77  BAND-PASS-SW             PIC X(01)       VALUE "N".
           88  BAND-PASS-LOW                        VALUE "L".
           88  BAND-PASS-RUNNING                    VALUE "L" "H".

       01  TOL-RADIUS               PIC 9(5)V99     VALUE 0.
       01  TOL-DIAMETER             PIC 9(5)V99     VALUE 0.
       01  TOL-V-LENGTH             PIC 9(5)V99     VALUE 0.
       01  TOL-WIDTH                PIC 9(5)V99     VALUE 0.
       01  TOL-HEIGTH               PIC 9(5)V99     VALUE 0.
       01  TOL-BASE                 PIC 9(5)V99     VALUE 0.
       01  TOL-SECOND-RADIUS        PIC 9(5)V99     VALUE 0.
       01  TOL-IX                   PIC 9(02)       VALUE 0.

       01  BAND-TOL-RADIUS          PIC 9(5)V99     VALUE 0.
       01  BAND-NOM-RADIUS          PIC 9(9)V99     VALUE 0.
       01  BAND-NOM-V-LENGTH        PIC 9(9)V99     VALUE 0.
       01  BAND-NOM-WIDTH           PIC 9(9)V99     VALUE 0.
       01  BAND-NOM-HEIGTH          PIC 9(9)V99     VALUE 0.
       01  BAND-NOM-BASE            PIC 9(9)V99     VALUE 0.
       01  BAND-NOM-SECOND-RADIUS   PIC 9(9)V99     VALUE 0.
       01  BAND-DIRECTION           PIC X(01)       VALUE SPACE.
       01  BAND-STEP-NOM            PIC 9(9)V99     VALUE 0.
       01  BAND-STEP-TOL            PIC 9(5)V99     VALUE 0.
       01  BAND-STEP-RESULT         PIC 9(9)V99     VALUE 0.
       01  BAND-IX                  PIC 9(02)       VALUE 0.
       01  BAND-SCAN-IX             PIC 9(02)       VALUE 0.
       01  BAND-LOW-VALUE           PIC 9(16)V99    VALUE 0.
       01  BAND-HIGH-VALUE          PIC 9(16)V99    VALUE 0.
       01  BAND-MIN-EDIT            PIC X(20)       VALUE SPACES.
       01  BAND-MAX-EDIT            PIC X(20)       VALUE SPACES.
       01  BAND-PANEL-EDIT          PIC Z(11)9.99.
       01  BAND-PANEL-MIN           PIC X(15)       VALUE SPACES.
       01  BAND-PANEL-NOM           PIC X(15)       VALUE SPACES.
       01  BAND-PANEL-MAX           PIC X(15)       VALUE SPACES.

       01  BAND-TABLE.
           05  BAND-COUNT           PIC 9(02)       VALUE 0.
           05  BT-ENTRY OCCURS 6 TIMES.
               10  BT-RESULT-NAME   PIC X(12).
               10  BT-LOW-EDIT      PIC X(20).
               10  BT-HIGH-EDIT     PIC X(20).

      *    PRINTED UNDER A NOMINAL RESULT, ONE FOR EACH END OF ITS
      *    BAND, WITH THE VALUE IN THE RESULT COLUMN.
       01  REPORT-BAND-LINE.
           05  FILLER               PIC X(79)       VALUE SPACES.
           05  RBL-BAND-NAME        PIC X(12).
           05  RBL-BAND-VALUE       PIC X(20).
           05  FILLER               PIC X(09)       VALUE SPACES.


       01  CIRCUMFRENCE            PIC 9(15)V99    VALUE 6.28.
       01  SURFACE-AREA            PIC 9(18)V99    VALUE 1.
       01  SLANT-HEIGTH            PIC 9(10)V99    VALUE 1.
       01  SQRT-WORK               PIC 9(12)V99    VALUE 0.
       01  BASE-WIDTH              PIC 9(9)V99     VALUE 0.

      *----------------------------------------------------------------
      * REGULAR-POLYGON AREA FACTORS - AREA = FACTOR * SIDE * SIDE.
           05  ADL-PART-NUMBER      PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ADL-OPER-ID          PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ADL-BAND-MIN         PIC X(20).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ADL-BAND-MAX         PIC X(20).

      *----------------------------------------------------------------
      * BATCH CONTROL TOTALS - READ MUST EQUAL CALCULATED PLUS
       01  BATCH-REJECT-COUNT       PIC 9(07)       VALUE 0.
       01  BATCH-SKIP-COUNT         PIC 9(07)       VALUE 0.
       01  BATCH-HEADER-COUNT       PIC 9(07)       VALUE 0.
       01  BATCH-SUSPECT-COUNT      PIC 9(07)       VALUE 0.
       01  BATCH-DUP-COUNT          PIC 9(07)       VALUE 0.
       01  CHECKPOINT-LAST-TRANS    PIC 9(07)       VALUE 0.
       01  TRANS-SEQ-NUMBER         PIC 9(07)       VALUE 0.

       01  REJECT-DETAIL-LINE.
           05  RJL-REASON-CODE      PIC X(02).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RJL-TRANS-DATA       PIC X(138).

       01  CONTROL-TOTAL-LINE.
           05  FILLER               PIC X(31)       VALUE
               "  JOB HEADERS: ".
           05  CTL-HEADER-COUNT     PIC Z(6)9.

       01  CONTROL-EXCEPTION-LINE.
           05  FILLER               PIC X(31)       VALUE
               "CONTROL TOTALS - SUSPECT:      ".
           05  CTX-SUSPECT-COUNT    PIC Z(6)9.
           05  FILLER               PIC X(27)       VALUE
               "  DUPLICATES (REJECTED DU):".
           05  CTX-DUP-COUNT        PIC Z(6)9.

      *----------------------------------------------------------------
      * DUPLICATE SUBMISSION CHECK - A BATCH OR IMPORT DETAIL ALREADY
      * CALCULATED FOR THE SAME JOB, SHAPE, PART, AND DIMENSIONS (OR
      * THE SAME ASSEMBLY) WITHIN THE WINDOW OF DAYS IS REJECTED DU.
      * THE WINDOW DEFAULTS TO SEVEN DAYS; AN OPERATOR WITH RERUN
      * AUTHORITY MAY TURN THE CHECK OFF FOR A DELIBERATE RERUN.
      *----------------------------------------------------------------
       77  DUP-CHECK-SW             PIC X(01)       VALUE "N".
           88  DUP-CHECK-ON                         VALUE "Y".

       77  DUP-FOUND-SW             PIC X(01)       VALUE "N".
           88  DUP-FOUND                            VALUE "Y".

       77  DUP-EOF-SW               PIC X(01)       VALUE "N".
           88  DUP-EOF                              VALUE "Y".

       01  DUP-WINDOW-DAYS          PIC 9(03)       VALUE 7.
       01  DUP-TODAY-DATE           PIC 9(08)       VALUE 0.
       01  DUP-FROM-DATE            PIC 9(08)       VALUE 0.
       01  DUP-SHAPE-CODE           PIC X(02)       VALUE SPACES.
       01  DUP-ASSY-ID              PIC X(08)       VALUE SPACES.
       01  DUP-RM-ASSY-ID           PIC X(08)       VALUE SPACES.

       01  DUP-WINDOW-LINE.
           05  FILLER               PIC X(40)       VALUE
               "DUPLICATE CHECK - RESULTS SAVED SINCE ".
           05  DWL-FROM-DATE        PIC X(08).

       01  DUP-FORCED-LINE.
           05  FILLER               PIC X(43)       VALUE
               "DUPLICATE CHECK OFF - RERUN FORCED BY OPER ".
           05  DFL-OPER-ID          PIC X(08).

      *----------------------------------------------------------------
      * JOB/CUSTOMER GROUPING - THE HEADER IN EFFECT RIDES ON EVERY
      * DETAIL LINE AND THE REPORT BREAKS WITH A SUBTOTAL PER GROUP.
       01  PART-ENTRY-WIDTH         PIC 9(9)V99     VALUE 0.
       01  PART-ENTRY-HEIGTH        PIC 9(9)V99     VALUE 0.
       01  PART-ENTRY-BASE          PIC 9(9)V99     VALUE 0.
       01  PART-ENTRY-SECOND-RADIUS PIC 9(9)V99     VALUE 0.
       01  PART-ENTRY-TOL-RADIUS    PIC 9(5)V99     VALUE 0.
       01  PART-ENTRY-TOL-DIAMETER  PIC 9(5)V99     VALUE 0.
       01  PART-ENTRY-TOL-LENGTH    PIC 9(5)V99     VALUE 0.
       01  PART-ENTRY-TOL-WIDTH     PIC 9(5)V99     VALUE 0.
       01  PART-ENTRY-TOL-HEIGTH    PIC 9(5)V99     VALUE 0.
       01  PART-ENTRY-TOL-BASE      PIC 9(5)V99     VALUE 0.
       01  PART-ENTRY-TOL-SECOND-RADIUS
                                    PIC 9(5)V99     VALUE 0.

      *----------------------------------------------------------------
      * WHERE-USED AND IMPACT WORK AREAS - THE PART BEING TRACED WITH
      * ITS CATALOG SHAPE AND DIMENSIONS (FOR AN ENGINEERING CHANGE,
      * THE ONES IT HAD BEFORE THE CHANGE), AND THE DISTINCT JOBS AND
      * ASSEMBLIES FOUND. THE SAME TRACE FEEDS THE INQUIRY, WHICH
      * PRINTS ON THE REPORT, AND THE IMPACT RUN, WHICH WRITES TO
      * IMPACTRPT.
      *----------------------------------------------------------------
       77  WHERE-EOF-SW             PIC X(01)       VALUE "N".
           88  WHERE-EOF                            VALUE "Y".

       77  WHERE-PART-SW            PIC X(01)       VALUE "N".
           88  WHERE-PART-ON-FILE                   VALUE "Y".

       77  IMPACT-MODE-SW           PIC X(01)       VALUE "N".
           88  IMPACT-RUN                           VALUE "Y".

       01  WHERE-PART-NUMBER        PIC X(08)       VALUE SPACES.
       01  WHERE-SHAPE-CODE         PIC X(02)       VALUE SPACES.
       01  WHERE-RADIUS             PIC 9(9)V99     VALUE 0.
       01  WHERE-DIAMETER           PIC 9(9)V99     VALUE 0.
       01  WHERE-LENGTH             PIC 9(9)V99     VALUE 0.
       01  WHERE-WIDTH              PIC 9(9)V99     VALUE 0.
       01  WHERE-HEIGTH             PIC 9(9)V99     VALUE 0.
       01  WHERE-BASE               PIC 9(9)V99     VALUE 0.
       01  WHERE-SECOND-RADIUS      PIC 9(9)V99     VALUE 0.
       01  WHERE-RESULT-COUNT       PIC 9(07)       VALUE 0.
       01  WHERE-JOB-COUNT          PIC 9(03)       VALUE 0.
       01  WHERE-ASSY-COUNT         PIC 9(03)       VALUE 0.
       01  WHERE-IX                 PIC 9(03)       VALUE 0.
       01  WHERE-SCAN-IX            PIC 9(03)       VALUE 0.
       01  WHERE-TALLY-ID           PIC X(08)       VALUE SPACES.
       01  WHERE-TALLY-VIA          PIC X(08)       VALUE SPACES.

       77  WHERE-JOB-FULL-SW        PIC X(01)       VALUE "N".
           88  WHERE-JOB-TABLE-FULL                 VALUE "Y".

       77  WHERE-ASSY-FULL-SW       PIC X(01)       VALUE "N".
           88  WHERE-ASSY-TABLE-FULL                VALUE "Y".
       01  WHERE-FLAG-TEXT          PIC X(17)       VALUE SPACES.
       01  WHERE-CHANGE-DATE        PIC X(08)       VALUE SPACES.
       01  WHERE-CHANGE-TIME        PIC X(08)       VALUE SPACES.
       01  WHERE-PRINT-TEXT         PIC X(120)      VALUE SPACES.

       01  WHERE-JOB-TABLE.
           05  WHERE-JOB-ENTRY OCCURS 50 TIMES.
               10  WJ-JOB-NUMBER    PIC X(06).
               10  WJ-RESULT-COUNT  PIC 9(05).

       01  WHERE-ASSY-TABLE.
           05  WHERE-ASSY-ENTRY OCCURS 50 TIMES.
               10  WA-ASSY-ID       PIC X(08).
               10  WA-COMP-COUNT    PIC 9(03).
               10  WA-VIA-ID        PIC X(08).

       01  WHERE-HEADER-LINE.
           05  WHL-TITLE            PIC X(34).
           05  WHL-PART-NUMBER      PIC X(08).
           05  WHL-CHANGE-TEXT      PIC X(40).

       01  WHERE-DIMS-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WDL-TAG              PIC X(13).
           05  FILLER               PIC X(06)       VALUE "SHAPE ".
           05  WDL-SHAPE-CODE       PIC X(02).
           05  FILLER               PIC X(03)       VALUE " R=".
           05  WDL-RADIUS           PIC Z(6)9.99.
           05  FILLER               PIC X(03)       VALUE " S=".
           05  WDL-SECOND-RADIUS    PIC Z(6)9.99.
           05  FILLER               PIC X(03)       VALUE " D=".
           05  WDL-DIAMETER         PIC Z(6)9.99.
           05  FILLER               PIC X(03)       VALUE " L=".
           05  WDL-LENGTH           PIC Z(6)9.99.
           05  FILLER               PIC X(03)       VALUE " W=".
           05  WDL-WIDTH            PIC Z(6)9.99.
           05  FILLER               PIC X(03)       VALUE " H=".
           05  WDL-HEIGTH           PIC Z(6)9.99.
           05  FILLER               PIC X(03)       VALUE " B=".
           05  WDL-BASE             PIC Z(6)9.99.

       01  WHERE-RESULT-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WRL-DATE             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  WRL-TIME             PIC X(08).
           05  FILLER               PIC X(05)       VALUE " JOB ".
           05  WRL-JOB-NUMBER       PIC X(06).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  WRL-SHAPE-NAME       PIC X(16).
           05  WRL-RESULT-NAME      PIC X(12).
           05  WRL-RESULT-VALUE     PIC X(20).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  WRL-FLAG-TEXT        PIC X(17).

       01  WHERE-JOB-LINE.
           05  FILLER               PIC X(06)       VALUE "  JOB ".
           05  WJL-JOB-NUMBER       PIC X(06).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  WJL-JOB-NAME         PIC X(30).
           05  FILLER               PIC X(10)       VALUE
               " RESULTS: ".
           05  WJL-RESULT-COUNT     PIC Z(4)9.

       01  WHERE-ASSY-LINE.
           05  FILLER               PIC X(11)       VALUE
               "  ASSEMBLY ".
           05  WAL-ASSY-ID          PIC X(08).
           05  FILLER               PIC X(22)       VALUE
               " MATCHING COMPONENTS: ".
           05  WAL-COMP-COUNT       PIC ZZ9.
           05  WAL-VIA-TEXT         PIC X(25).

       01  WHERE-TOTAL-LINE.
           05  WTL-TITLE            PIC X(22).
           05  FILLER               PIC X(09)       VALUE "RESULTS: ".
           05  WTL-RESULT-COUNT     PIC Z(6)9.
           05  FILLER               PIC X(08)       VALUE "  JOBS: ".
           05  WTL-JOB-COUNT        PIC ZZ9.
           05  FILLER               PIC X(14)       VALUE
               "  ASSEMBLIES: ".
           05  WTL-ASSY-COUNT       PIC ZZ9.

      *----------------------------------------------------------------
      * ASSEMBLY WORK AREAS - WHILE A COMPONENT RUNS, THE ACTIVE
       01  CSVIN-ROW-COUNT          PIC 9(07)       VALUE 0.
       01  CSVIN-QTY-TEXT           PIC X(10)       VALUE SPACES.
       01  CSVIN-SHEET-TEXT         PIC X(05)       VALUE SPACES.
       01  CSVIN-RADIUS2-TEXT       PIC X(30)       VALUE SPACES.

      *----------------------------------------------------------------
      * STOCK-SHEET YIELD WORK AREAS - THE IN-CORE SHEET TABLE, THE
               10  ST-WIDTH         PIC 9(09)V99.
               10  ST-MARGIN        PIC 9(09)V99.

       77  SHEETS-CHANGED-SW        PIC X(01)       VALUE "N".
           88  SHEETS-CHANGED                       VALUE "Y".

       01  SHEET-ENTRY-ID           PIC X(03)       VALUE SPACES.
       01  SHEET-ENTRY-LENGTH       PIC 9(9)V99     VALUE 0.
       01  SHEET-ENTRY-WIDTH        PIC 9(9)V99     VALUE 0.
       01  SHEET-ENTRY-MARGIN       PIC 9(9)V99     VALUE 0.

      *----------------------------------------------------------------
      * SHEET INVENTORY MAINTENANCE - THE KEYED ACTION AND QUANTITY,
      * AND THE SHEET'S FIGURES AFTER THE LAST COMMIT FOR THE SCREEN.
      *----------------------------------------------------------------
       01  INV-ENTRY-ID             PIC X(03)       VALUE SPACES.
       01  INV-ENTRY-ACTION         PIC X(01)       VALUE SPACE.
           88  INV-RECEIPT                          VALUE "R".
           88  INV-ADJUST                           VALUE "A".
           88  INV-SET-ON-ORDER                     VALUE "O".
           88  INV-SET-REORDER                      VALUE "P".
           88  INV-DELETE                           VALUE "D".
       01  INV-ENTRY-QTY            PIC 9(07)       VALUE 0.
       01  INV-ENTRY-SIGN           PIC X(01)       VALUE SPACE.

       01  INV-STATUS-LINE.
           05  FILLER               PIC X(06)       VALUE "SHEET ".
           05  ISL-SHEET-ID         PIC X(03)       VALUE SPACES.
           05  FILLER               PIC X(09)       VALUE
               " ON HAND ".
           05  ISL-ON-HAND          PIC Z(6)9.
           05  FILLER               PIC X(10)       VALUE
               " ON ORDER ".
           05  ISL-ON-ORDER         PIC Z(6)9.
           05  FILLER               PIC X(09)       VALUE
               " REORDER ".
           05  ISL-REORDER-POINT    PIC Z(6)9.

      *----------------------------------------------------------------
      * SHEET NETTING WORK AREAS - SHEETS REQUIRED THIS RUN BY SHEET
      * ID, WITH THE JOBS THAT NEED THEM, BUILT UP BY YIELD-CALC
      * WHILE A BATCH OR IMPORT RUN IS ACTIVE AND NETTED AGAINST THE
      * INVENTORY AT THE END OF THE RUN.
      *----------------------------------------------------------------
       77  NETTING-SW               PIC X(01)       VALUE "N".
           88  NETTING-ACTIVE                       VALUE "Y".

       77  NET-INV-SW               PIC X(01)       VALUE "N".
           88  NET-INV-ON-FILE                      VALUE "Y".

       01  NET-REQ-COUNT            PIC 9(02)       VALUE 0.
       01  NET-IX                   PIC 9(02)       VALUE 0.
       01  NET-JOB-IX               PIC 9(03)       VALUE 0.
       01  NET-SHORT-QTY            PIC S9(08)      VALUE 0.
       01  NET-REQN-COUNT           PIC 9(03)       VALUE 0.
       01  NET-RUN-DATE             PIC X(08)       VALUE SPACES.

       01  NET-REQ-TABLE.
           05  NET-REQ-ENTRY OCCURS 20 TIMES.
               10  NR-SHEET-ID      PIC X(03).
               10  NR-REQUIRED      PIC 9(07).
               10  NR-JOB-COUNT     PIC 9(03).
               10  NR-JOB-ENTRY OCCURS 10 TIMES.
                   15  NR-JOB-NUMBER PIC X(06).
                   15  NR-JOB-SHEETS PIC 9(07).

       01  SHORTAGE-HEADER-LINE.
           05  FILLER               PIC X(28)       VALUE
               "SHEET SHORTAGE REPORT - RUN ".
           05  SHH-RUN-DATE         PIC X(08).

       01  SHORTAGE-COLUMN-LINE     PIC X(80)       VALUE
           "SHEET  REQUIRED   ON HAND  ON ORDER   REORDER     SHORT".

       01  SHORTAGE-DETAIL-LINE.
           05  SHD-SHEET-ID         PIC X(03).
           05  FILLER               PIC X(04)       VALUE SPACES.
           05  SHD-REQUIRED         PIC Z(6)9.
           05  FILLER               PIC X(03)       VALUE SPACES.
           05  SHD-ON-HAND          PIC Z(6)9.
           05  FILLER               PIC X(03)       VALUE SPACES.
           05  SHD-ON-ORDER         PIC Z(6)9.
           05  FILLER               PIC X(03)       VALUE SPACES.
           05  SHD-REORDER-POINT    PIC Z(6)9.
           05  FILLER               PIC X(03)       VALUE SPACES.
           05  SHD-SHORT            PIC Z(6)9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  SHD-FLAG-TEXT        PIC X(24).

       01  SHORTAGE-JOB-LINE.
           05  FILLER               PIC X(11)       VALUE
               "       JOB ".
           05  SHJ-JOB-NUMBER       PIC X(06).
           05  FILLER               PIC X(08)       VALUE " SHEETS ".
           05  SHJ-JOB-SHEETS       PIC Z(6)9.

       01  SHORTAGE-TOTAL-LINE.
           05  FILLER               PIC X(35)       VALUE
               "SHORTAGE COMPLETE - SHEETS NETTED: ".
           05  SHT-NETTED-COUNT     PIC ZZ9.
           05  FILLER               PIC X(24)       VALUE
               "  REQUISITIONS WRITTEN: ".
           05  SHT-REQN-COUNT       PIC ZZ9.

       01  YIELD-QUANTITY           PIC 9(05)       VALUE 0.
       01  YIELD-SHEET-ID           PIC X(03)       VALUE SPACES.
       01  YIELD-PART-AREA          PIC 9(16)V99    VALUE 0.

       01  ASSY-RUN-ID              PIC X(08)       VALUE SPACES.
       01  ASSY-SIGN                PIC X(01)       VALUE "+".
       01  ASSY-COMP-COUNT          PIC 9(05)       VALUE 0.
       01  ASSY-COMP-EDIT           PIC Z(4)9.
       01  ASSY-AREA-ACCUM          PIC S9(18)V99   VALUE 0.
       01  ASSY-VOLUME-ACCUM        PIC S9(18)V99   VALUE 0.
       01  ASSY-WORK-VALUE          PIC 9(16)V99    VALUE 0.
       01  ASSY-EXTEND-VALUE        PIC 9(18)V99    VALUE 0.
       01  ASSY-QUANTITY            PIC 9(05)       VALUE 1.
       01  ASSY-NOTE-TEXT           PIC X(60)       VALUE SPACES.

      *----------------------------------------------------------------
      * ASSEMBLY STRUCTURE - THE WHOLE OF ASSYDEF IN CORE, IN FILE
      * ORDER, FOR THE MAINTENANCE SCREEN, THE EXPLOSION, AND THE
      * WHERE-USED TRACE. THE LEVEL STACK HOLDS ONE ENTRY PER
      * ASSEMBLY BEING EXPLODED: ITS ID, HOW FAR ITS COMPONENTS HAVE
      * BEEN SCANNED, THE SIGN AND QUANTITY IT CARRIES INTO ITS
      * PARENT, AND ITS OWN AREA AND VOLUME FOR ONE UNIT SO FAR. THE
      * WALK LIST IS THE MAINTENANCE SCREEN'S CHECK THAT A NEW
      * SUB-ASSEMBLY DOES NOT END UP CONTAINING ITS OWN PARENT.
      *----------------------------------------------------------------
       77  ASSY-TABLE-FULL-SW       PIC X(01)       VALUE "N".
           88  ASSY-TABLE-FULL                      VALUE "Y".

       77  ASSY-CHANGED-SW          PIC X(01)       VALUE "N".
           88  ASSY-CHANGED                         VALUE "Y".

       77  ASSY-KEEP-SW             PIC X(01)       VALUE "N".
           88  ASSY-KEEP-ENTRY                      VALUE "Y".

       77  ASSY-SKIP-SW             PIC X(01)       VALUE "N".
           88  ASSY-SKIP-COMPONENT                  VALUE "Y".

       77  ASSY-CYCLE-SW            PIC X(01)       VALUE "N".
           88  ASSY-CYCLE-FOUND                     VALUE "Y".

       01  ASSY-TABLE-COUNT         PIC 9(04)       VALUE 0.
       01  ASSY-IX                  PIC 9(04)       VALUE 0.
       01  ASSY-FIND-IX             PIC 9(04)       VALUE 0.
       01  ASSY-FIND-ID             PIC X(08)       VALUE SPACES.
       01  ASSY-COMP-IX             PIC 9(04)       VALUE 0.
       01  ASSY-LAST-IX             PIC 9(04)       VALUE 0.
       01  ASSY-KEY-SEQ             PIC 9(03)       VALUE 0.
       01  ASSY-SEQ-COUNT           PIC 9(04)       VALUE 0.
       01  ASSY-SEQ-EDIT            PIC Z(3)9.

       01  ASSY-TABLE.
           05  ASSY-ENTRY OCCURS 500 TIMES.
               10  AT-ASSY-ID       PIC X(08).
               10  AT-SHAPE-CODE    PIC X(02).
               10  AT-ADD-SUB       PIC X(01).
               10  AT-RADIUS        PIC 9(09)V99.
               10  AT-DIAMETER      PIC 9(09)V99.
               10  AT-V-LENGTH      PIC 9(09)V99.
               10  AT-WIDTH         PIC 9(09)V99.
               10  AT-HEIGTH        PIC 9(09)V99.
               10  AT-BASE          PIC 9(09)V99.
               10  AT-SECOND-RADIUS PIC 9(09)V99.
               10  AT-REF-ID        PIC X(08).
               10  AT-QUANTITY      PIC 9(05).

       01  ASSY-LEVEL-DEPTH         PIC 9(02)       VALUE 0.
       01  ASSY-LEVEL-IX            PIC 9(02)       VALUE 0.
       01  ASSY-MARK-LEVEL          PIC 9(02)       VALUE 0.
       01  ASSY-LEVEL-MARK          PIC X(06)       VALUE SPACES.

       01  ASSY-LEVEL-TABLE.
           05  ASSY-LEVEL-ENTRY OCCURS 6 TIMES.
               10  AL-ASSY-ID       PIC X(08).
               10  AL-SCAN-IX       PIC 9(04).
               10  AL-SIGN          PIC X(01).
               10  AL-QUANTITY      PIC 9(05).
               10  AL-COMP-COUNT    PIC 9(04).
               10  AL-AREA          PIC S9(18)V99.
               10  AL-VOLUME        PIC S9(18)V99.

       01  ASSY-WALK-COUNT          PIC 9(03)       VALUE 0.
       01  ASSY-WALK-IX             PIC 9(03)       VALUE 0.
       01  ASSY-WALK-CHECK          PIC 9(03)       VALUE 0.

       01  ASSY-WALK-TABLE.
           05  ASSY-WALK-ID OCCURS 100 TIMES
                                    PIC X(08).

      *----------------------------------------------------------------
      * ASSEMBLY MAINTENANCE - THE FIELDS OF THE ASSEMBLY SCREEN. A
      * COMPONENT NUMBER IS THE COMPONENT'S PLACE UNDER ITS ASSEMBLY
      * ID, IN FILE ORDER; ZERO ADDS A NEW ONE AT THE END.
      *----------------------------------------------------------------
       01  ASSY-ENTRY-ID            PIC X(08)       VALUE SPACES.
       01  ASSY-ENTRY-SEQ           PIC 9(03)       VALUE 0.
       01  ASSY-ENTRY-SHAPE-CODE    PIC X(02)       VALUE SPACES.
       01  ASSY-ENTRY-REF-ID        PIC X(08)       VALUE SPACES.
       01  ASSY-ENTRY-QUANTITY      PIC 9(05)       VALUE 0.
       01  ASSY-ENTRY-ADD-SUB       PIC X(01)       VALUE SPACE.
       01  ASSY-ENTRY-RADIUS        PIC 9(9)V99     VALUE 0.
       01  ASSY-ENTRY-DIAMETER      PIC 9(9)V99     VALUE 0.
       01  ASSY-ENTRY-LENGTH        PIC 9(9)V99     VALUE 0.
       01  ASSY-ENTRY-WIDTH         PIC 9(9)V99     VALUE 0.
       01  ASSY-ENTRY-HEIGTH        PIC 9(9)V99     VALUE 0.
       01  ASSY-ENTRY-BASE          PIC 9(9)V99     VALUE 0.
       01  ASSY-ENTRY-SECOND-RADIUS PIC 9(9)V99     VALUE 0.
       01  ASSY-ENTRY-KEY           PIC X(12)       VALUE SPACES.

      *----------------------------------------------------------------
      * REJECT REPAIR WORK AREAS - THE WHOLE REJECT FILE IS TABLED,

       01  REPAIR-TABLE.
           05  RJT-ENTRY OCCURS 500 TIMES.
               10  RJT-DATA         PIC X(141).
               10  RJT-DROP-SW      PIC X(01).

       01  REPAIR-RECORD-TEXT.
           05  RPR-UNIT-CODE        PIC X(01).
           05  RPR-QUANTITY         PIC X(05).
           05  RPR-SHEET-ID         PIC X(03).
           05  RPR-SECOND-RADIUS    PIC X(11).
           05  RPR-TOL-RADIUS       PIC X(07).
           05  RPR-TOL-DIAMETER     PIC X(07).
           05  RPR-TOL-LENGTH       PIC X(07).
           05  RPR-TOL-WIDTH        PIC X(07).
           05  RPR-TOL-HEIGTH       PIC X(07).
           05  RPR-TOL-BASE         PIC X(07).
           05  RPR-TOL-SECOND-RADIUS
                                    PIC X(07).
      *    A JH HEADER AND THE PN/AS CATALOG RECORDS DO NOT PARSE AS
      *    DIMENSION COLUMNS, SO THE REPAIR SCREEN SHOWS THEM THROUGH
      *    THESE VIEWS OF THE SAME RECORD INSTEAD.
           05  RPJ-RECORD-TYPE      PIC X(02).
           05  RPJ-JOB-NUMBER       PIC X(06).
           05  RPJ-JOB-NAME         PIC X(30).
           05  FILLER               PIC X(100).
       01  REPAIR-ID-TEXT REDEFINES REPAIR-RECORD-TEXT.
           05  RPI-RECORD-TYPE      PIC X(02).
           05  RPI-ID-FIELD         PIC X(08).
           05  FILLER               PIC X(60).
           05  RPI-QUANTITY         PIC X(05).
           05  RPI-SHEET-ID         PIC X(03).
           05  FILLER               PIC X(60).
       01  REPAIR-ID-LABEL          PIC X(11)       VALUE SPACES.

       01  ASSY-NEGATIVE-LINE.
               " - CHECK ADD/SUBTRACT SIGNS".

       01  ASSY-COMPONENT-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  ACL-LEVEL-MARK       PIC X(06).
           05  ACL-SIGN             PIC X(01).
           05  ACL-QUANTITY         PIC Z(4)9.
           05  FILLER               PIC X(02)       VALUE "X ".
           05  ACL-SHAPE-NAME       PIC X(16).
           05  ACL-INPUTS-TEXT      PIC X(56).
           05  ACL-RESULT-NAME      PIC X(12).
           05  ACL-RESULT-VALUE     PIC X(20).

       01  ASSY-NOTE-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  ANT-LEVEL-MARK       PIC X(06).
           05  ANT-SIGN             PIC X(01).
           05  ANT-QUANTITY         PIC Z(4)9.
           05  FILLER               PIC X(02)       VALUE "X ".
           05  ANT-TEXT             PIC X(60).

       01  ASSY-ROLLUP-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  ARL-LEVEL-MARK       PIC X(06).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ARL-TITLE            PIC X(15).
           05  ARL-ASSY-ID          PIC X(08).
           05  FILLER               PIC X(06)       VALUE " AREA ".
           05  ARL-AREA             PIC Z(16)9.99-.
           05  FILLER               PIC X(08)       VALUE " VOLUME ".
           05  ARL-VOLUME           PIC Z(16)9.99-.

       01  CURRENT-JOB-NUMBER       PIC X(06)       VALUE SPACES.
       01  CURRENT-JOB-NAME         PIC X(30)       VALUE SPACES.
       01  JOB-CALC-COUNT           PIC 9(07)       VALUE 0.
               "REPRINT COMPLETE - RESULT LINES: ".
           05  RPT-LINE-COUNT       PIC Z(6)9.

      *----------------------------------------------------------------
      * CHANGE REPORT WORK AREAS - THE DATE RANGE AND THE FILE AND
      * OPERATOR FILTERS FOR THE J RUN, THE COUNTS BY ACTION, AND THE
      * IMAGE BEING PRINTED, IN 100-BYTE SLICES THAT FIT THE REPORT.
      *----------------------------------------------------------------
       77  CHGJRNL-EOF-SW           PIC X(01)       VALUE "N".
           88  CHGJRNL-EOF                          VALUE "Y".

       01  CHANGE-FROM-DATE         PIC X(08)       VALUE SPACES.
       01  CHANGE-TO-DATE           PIC X(08)       VALUE SPACES.
       01  CHANGE-FILE-FILTER       PIC X(09)       VALUE SPACES.
       01  CHANGE-OPER-FILTER       PIC X(08)       VALUE SPACES.
       01  CHANGE-ADD-COUNT         PIC 9(07)       VALUE 0.
       01  CHANGE-CHG-COUNT         PIC 9(07)       VALUE 0.
       01  CHANGE-DEL-COUNT         PIC 9(07)       VALUE 0.
       01  CHANGE-RST-COUNT         PIC 9(07)       VALUE 0.
       01  CHANGE-SLICE-IX          PIC 9(01)       VALUE 0.

       01  CHANGE-IMAGE-WORK.
           05  CHANGE-IMAGE-SLICE OCCURS 3 TIMES
                                    PIC X(100).

       01  CHANGE-HEADER-LINE.
           05  FILLER               PIC X(25)       VALUE
               "MASTER-FILE CHANGES FROM ".
           05  CHH-FROM-DATE        PIC X(08).
           05  FILLER               PIC X(04)       VALUE " TO ".
           05  CHH-TO-DATE          PIC X(08).
           05  FILLER               PIC X(06)       VALUE " FILE ".
           05  CHH-FILE-FILTER      PIC X(09).
           05  FILLER               PIC X(10)       VALUE
               " OPERATOR ".
           05  CHH-OPER-FILTER      PIC X(08).

       01  CHANGE-DETAIL-LINE.
           05  CHL-DATE             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  CHL-TIME             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  CHL-FILE-NAME        PIC X(09).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  CHL-ACTION-TEXT      PIC X(07).
           05  FILLER               PIC X(04)       VALUE "KEY ".
           05  CHL-KEY              PIC X(12).
           05  FILLER               PIC X(04)       VALUE " BY ".
           05  CHL-OPER-ID          PIC X(08).

       01  CHANGE-IMAGE-LINE.
           05  FILLER               PIC X(04)       VALUE SPACES.
           05  CIL-TAG              PIC X(08).
           05  CIL-IMAGE-TEXT       PIC X(100).

       01  CHANGE-TOTAL-LINE.
           05  FILLER               PIC X(31)       VALUE
               "CHANGE REPORT COMPLETE - ADDS: ".
           05  CHT-ADD-COUNT        PIC Z(6)9.
           05  FILLER               PIC X(11)       VALUE
               "  CHANGES: ".
           05  CHT-CHG-COUNT        PIC Z(6)9.
           05  FILLER               PIC X(11)       VALUE
               "  DELETES: ".
           05  CHT-DEL-COUNT        PIC Z(6)9.
           05  FILLER               PIC X(12)       VALUE
               "  RESTORES: ".
           05  CHT-RST-COUNT        PIC Z(6)9.

      *----------------------------------------------------------------
      * RECALCULATE-AND-COMPARE WORK AREAS - THE FILTERS, TOLERANCE,
      * AND CORRECTION CHOICE FOR THE K RUN, THE RESULT BEING LOOKED
      * FOR WHILE A SAVED RECORD RE-RUNS THROUGH ITS CALC CORE, AND
      * THE RUN COUNTS. WHILE RECALC-ACTIVE IS ON, WRITE-REPORT-LINE
      * HANDS EVERY RESULT TO RECALC-CAPTURE-RESULT AND WRITES
      * NOTHING.
      *----------------------------------------------------------------
       77  RECALC-SW                PIC X(01)       VALUE "N".
           88  RECALC-ACTIVE                        VALUE "Y".

       77  RECALC-EOF-SW            PIC X(01)       VALUE "N".
           88  RECALC-EOF                           VALUE "Y".

       77  RECALC-FOUND-SW          PIC X(01)       VALUE "N".
           88  RECALC-FOUND                         VALUE "Y".

       77  RECALC-CORRECT-SW        PIC X(01)       VALUE "N".
           88  RECALC-CORRECT-WANTED                VALUE "Y".

       01  RECALC-FROM-DATE         PIC X(08)       VALUE SPACES.
       01  RECALC-TO-DATE           PIC X(08)       VALUE SPACES.
       01  RECALC-JOB-FILTER        PIC X(06)       VALUE SPACES.
       01  RECALC-SHAPE-FILTER      PIC X(16)       VALUE SPACES.
       01  RECALC-TOLERANCE-TEXT    PIC X(12)       VALUE SPACES.
       01  RECALC-TOLERANCE         PIC 9(7)V99     VALUE 0.
       01  RECALC-TARGET-NAME       PIC X(12)       VALUE SPACES.
       01  RECALC-NEW-VALUE-TEXT    PIC X(20)       VALUE SPACES.
       01  RECALC-OLD-VALUE         PIC S9(16)V99   VALUE 0.
       01  RECALC-NEW-VALUE         PIC S9(16)V99   VALUE 0.
       01  RECALC-DIFFERENCE        PIC S9(16)V99   VALUE 0.
       01  RECALC-READ-COUNT        PIC 9(07)       VALUE 0.
       01  RECALC-CHECKED-COUNT     PIC 9(07)       VALUE 0.
       01  RECALC-EXCEPTION-COUNT   PIC 9(07)       VALUE 0.
       01  RECALC-CORRECTED-COUNT   PIC 9(07)       VALUE 0.
       01  RECALC-SKIPPED-COUNT     PIC 9(07)       VALUE 0.

       01  RECALC-HEADER-LINE.
           05  FILLER               PIC X(30)       VALUE
               "RECALCULATE AND COMPARE FROM ".
           05  RCH-FROM-DATE        PIC X(08).
           05  FILLER               PIC X(04)       VALUE " TO ".
           05  RCH-TO-DATE          PIC X(08).
           05  FILLER               PIC X(05)       VALUE " JOB ".
           05  RCH-JOB-FILTER       PIC X(06).
           05  FILLER               PIC X(07)       VALUE " SHAPE ".
           05  RCH-SHAPE-FILTER     PIC X(16).
           05  FILLER               PIC X(05)       VALUE " TOL ".
           05  RCH-TOLERANCE        PIC Z(6)9.99.

       01  RECALC-EXCEPTION-LINE.
           05  RXL-DATE             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RXL-TIME             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RXL-JOB-NUMBER       PIC X(06).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RXL-SHAPE-NAME       PIC X(16).
           05  RXL-RESULT-NAME      PIC X(12).
           05  FILLER               PIC X(04)       VALUE "WAS ".
           05  RXL-OLD-VALUE        PIC X(20).
           05  FILLER               PIC X(05)       VALUE " NOW ".
           05  RXL-NEW-VALUE        PIC X(20).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RXL-FLAG-TEXT        PIC X(09).

       01  RECALC-TOTAL-LINE.
           05  FILLER               PIC X(24)       VALUE
               "RECALC COMPLETE - READ: ".
           05  RCT-READ-COUNT       PIC Z(6)9.
           05  FILLER               PIC X(11)       VALUE
               "  CHECKED: ".
           05  RCT-CHECKED-COUNT    PIC Z(6)9.
           05  FILLER               PIC X(14)       VALUE
               "  EXCEPTIONS: ".
           05  RCT-EXCEPTION-COUNT  PIC Z(6)9.
           05  FILLER               PIC X(13)       VALUE
               "  CORRECTED: ".
           05  RCT-CORRECTED-COUNT  PIC Z(6)9.
           05  FILLER               PIC X(11)       VALUE
               "  SKIPPED: ".
           05  RCT-SKIPPED-COUNT    PIC Z(6)9.

      *----------------------------------------------------------------
      * RECONCILIATION WORK AREAS - THE AUDIT LOG AND THE RESULTS
      * MASTER ARE BOTH IN DATE/TIME ORDER, SO THE VERIFY RUN MATCHES
           05  RAH-JOB-NUMBER       PIC X(06).
           05  RAH-PART-NUMBER      PIC X(08).
           05  RAH-OPER-ID          PIC X(08).
           05  RAH-BAND-MIN         PIC X(20).
           05  RAH-BAND-MAX         PIC X(20).

       01  RECON-MASTER-HOLD.
           05  RMH-DATE             PIC X(08).
               10  RAG-JOB-NUMBER   PIC X(06).
               10  RAG-PART-NUMBER  PIC X(08).
               10  RAG-OPER-ID      PIC X(08).
               10  RAG-BAND-MIN     PIC X(20).
               10  RAG-BAND-MAX     PIC X(20).
               10  RAG-MATCHED-SW   PIC X(01).

       01  RECON-MASTER-GROUP.
           05  CSV-STG-BASE         PIC 9(9).99.
           05  CSV-STG-RESULT-NAME  PIC X(12).
           05  CSV-STG-RESULT-VALUE PIC 9(16).99.
           05  CSV-STG-SECOND-RADIUS PIC 9(9).99.
           05  CSV-STG-BAND-MIN     PIC X(20).
           05  CSV-STG-BAND-MAX     PIC X(20).

       01  CSV-WORK-VALUE           PIC 9(16)V99    VALUE 0.
       01  CSV-BUILD-LINE           PIC X(200)      VALUE SPACES.
       01  CSV-BAND-EDIT            PIC 9(16).99.
       01  CSV-BAND-MIN-OUT         PIC X(19)       VALUE SPACES.
       01  CSV-BAND-MAX-OUT         PIC X(19)       VALUE SPACES.

       01  CSV-HEADER-LINE.
           05  FILLER               PIC X(35)       VALUE
               "DATE,TIME,SHAPE,RADIUS,DIAMETER,LEN".
           05  FILLER               PIC X(34)       VALUE
               "GTH,WIDTH,HEIGTH,BASE,RESULT,VALUE".
           05  FILLER               PIC X(18)       VALUE
               ",QTY,SHEET,RADIUS2".
           05  FILLER               PIC X(16)       VALUE
               ",MINIMUM,MAXIMUM".

      *----------------------------------------------------------------
      * END-OF-DAY SUMMARY WORK AREAS - ONE TABLE ENTRY PER SHAPE SEEN
       01  SUMMARY-WORK-VALUE       PIC 9(16)V99    VALUE 0.

       01  SUMMARY-TABLE.
           05  SUMMARY-ENTRY OCCURS 20 TIMES.
               10  SUM-SHAPE-NAME   PIC X(16).
               10  SUM-CALC-COUNT   PIC 9(07).
               10  SUM-VALUE-COUNT  PIC 9(07).
               10  TM-MONTH         PIC X(06).

       01  TREND-SHAPE-TABLE.
           05  TREND-SHAPE-NAME OCCURS 20 TIMES
                                    PIC X(16).

       01  TREND-CELL-TABLE.
           05  TREND-SHAPE-ROW OCCURS 20 TIMES.
               10  TREND-CELL OCCURS 24 TIMES.
                   15  TC-CALC-COUNT PIC 9(07).
                   15  TC-AREA-TOTAL PIC 9(16)V99.
           05  FILLER               PIC X(05)       VALUE " VOL=".
           05  TRG-VOL-TOTAL        PIC Z(16)9.99.

      *----------------------------------------------------------------
      * GENERATION BACKUP AND RESTORE WORK AREAS - THE MASTER BEING
      * COPIED (1 RESULTMST, 2 JOBMST, 3 PARTMST, 4 SHEETINV, 5 LIMITS,
      * 6 SHEETS, 7 ASSYDEF, 8 OPERFILE), ITS RECORD PASSING THROUGH,
      * AND THE BACKUP CATALOG TABLED FOR PRUNING AND FOR CHOOSING THE
      * GENERATION TO RESTORE - EVERY ENTRY, AND ONE ROW PER
      * GENERATION IN CATALOG (OLDEST FIRST) ORDER.
      *----------------------------------------------------------------
       77  BKUP-EOF-SW              PIC X(01)       VALUE "N".
           88  BKUP-EOF                             VALUE "Y".

       77  BKUP-FAIL-SW             PIC X(01)       VALUE "N".
           88  BKUP-FAILED                          VALUE "Y".

       77  BKUP-MASTER-SW           PIC X(01)       VALUE "N".
           88  BKUP-MASTER-OPEN                     VALUE "Y".
           88  BKUP-MASTER-BAD                      VALUE "B".

       77  BKCAT-EOF-SW             PIC X(01)       VALUE "N".
           88  BKCAT-EOF                            VALUE "Y".

       77  BKCAT-OVERFLOW-SW        PIC X(01)       VALUE "N".
           88  BKCAT-OVERFLOW                       VALUE "Y".

       01  BKUP-KEEP-GENS           PIC 9(02)       VALUE 5.
       01  BKUP-KEEP-WORK           PIC S9(07)V99   VALUE 0.
       01  BKUP-GEN-ID              PIC X(14)       VALUE SPACES.
       01  BKUP-DATE                PIC X(08)       VALUE SPACES.
       01  BKUP-TIME                PIC X(08)       VALUE SPACES.
       01  BKUP-IX                  PIC 9(02)       VALUE 0.
       01  BKUP-MASTER-NAME         PIC X(09)       VALUE SPACES.
       01  BKUP-MASTER-STATUS       PIC XX          VALUE "00".
       01  BKUP-RECORD-COUNT        PIC 9(07)       VALUE 0.
       01  BKUP-TALLY               PIC 9(07)       VALUE 0.
       01  BKUP-IMAGE               PIC X(300)      VALUE SPACES.
       01  BACKUP-FILE-NAME         PIC X(30)       VALUE SPACES.

       01  BKUP-DONE-TABLE.
           05  BKUP-DONE-COUNT      PIC 9(07) OCCURS 8 TIMES.

       01  BKCAT-COUNT              PIC 9(04)       VALUE 0.
       01  BKCAT-IX                 PIC 9(04)       VALUE 0.
       01  BKCAT-TABLE.
           05  BKCAT-ENTRY OCCURS 800 TIMES.
               10  BCT-GEN-ID       PIC X(14).
               10  FILLER           PIC X(01).
               10  BCT-DATE         PIC X(08).
               10  FILLER           PIC X(01).
               10  BCT-TIME         PIC X(08).
               10  FILLER           PIC X(01).
               10  BCT-MASTER-NAME  PIC X(09).
               10  FILLER           PIC X(01).
               10  BCT-RECORD-COUNT PIC 9(07).
               10  FILLER           PIC X(01).
               10  BCT-OPER-ID      PIC X(08).

       01  BKGEN-COUNT              PIC 9(03)       VALUE 0.
       01  BKGEN-IX                 PIC 9(03)       VALUE 0.
       01  BKGEN-PRUNE-COUNT        PIC 9(03)       VALUE 0.
       01  BKGEN-CUTOFF-ID          PIC X(14)       VALUE SPACES.
       01  BKGEN-TABLE.
           05  BKGEN-ENTRY OCCURS 100 TIMES.
               10  BKG-GEN-ID       PIC X(14).
               10  BKG-DATE         PIC X(08).
               10  BKG-TIME         PIC X(08).
               10  BKG-OPER-ID      PIC X(08).
               10  BKG-FILE-COUNT   PIC 9(02).

       01  RESTORE-GEN-ID           PIC X(14)       VALUE SPACES.
       01  RESTORE-GEN-DATE         PIC X(08)       VALUE SPACES.
       01  RESTORE-GEN-TIME         PIC X(08)       VALUE SPACES.
       01  RESTORE-FILE-FILTER      PIC X(09)       VALUE SPACES.
       01  RESTORE-CONFIRM          PIC X(01)       VALUE "N".
       01  RESTORE-FILE-COUNT       PIC 9(02)       VALUE 0.
       01  RESTORE-BEFORE-COUNT     PIC 9(07)       VALUE 0.
       01  RESTORE-AFTER-COUNT      PIC 9(07)       VALUE 0.
       01  RESTORE-COUNT-EDIT       PIC Z(6)9.
       01  REPLAY-COUNT             PIC 9(07)       VALUE 0.

       01  BACKUP-HEADER-LINE.
           05  FILLER               PIC X(29)       VALUE
               "GENERATION BACKUP - TAKEN AS ".
           05  BKH-GEN-ID           PIC X(14).
           05  FILLER               PIC X(11)       VALUE
               " - KEEPING ".
           05  BKH-KEEP-GENS        PIC Z9.
           05  FILLER               PIC X(12)       VALUE
               " GENERATIONS".

       01  BACKUP-DETAIL-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  BKD-MASTER-NAME      PIC X(09).
           05  FILLER               PIC X(11)       VALUE
               "  RECORDS: ".
           05  BKD-RECORD-COUNT     PIC Z(6)9.
           05  FILLER               PIC X(06)       VALUE "  TO: ".
           05  BKD-FILE-NAME        PIC X(30).

       01  BACKUP-PRUNE-LINE.
           05  FILLER               PIC X(26)       VALUE
               "PRUNED OLDER GENERATION - ".
           05  BKP-GEN-ID           PIC X(14).
           05  FILLER               PIC X(10)       VALUE
               "  TAKEN BY".
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  BKP-OPER-ID          PIC X(08).

       01  BACKUP-GEN-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  BKL-GEN-ID           PIC X(14).
           05  FILLER               PIC X(08)       VALUE "  TAKEN ".
           05  BKL-DATE             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  BKL-TIME             PIC X(08).
           05  FILLER               PIC X(05)       VALUE "  BY ".
           05  BKL-OPER-ID          PIC X(08).
           05  FILLER               PIC X(09)       VALUE "  FILES: ".
           05  BKL-FILE-COUNT       PIC Z9.

       01  RESTORE-HEADER-LINE.
           05  FILLER               PIC X(24)       VALUE
               "RESTORE FROM GENERATION ".
           05  RSH-GEN-ID           PIC X(14).
           05  FILLER               PIC X(08)       VALUE "  TAKEN ".
           05  RSH-DATE             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RSH-TIME             PIC X(08).
           05  FILLER               PIC X(05)       VALUE "  BY ".
           05  RSH-OPER-ID          PIC X(08).

       01  RESTORE-DETAIL-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RSD-MASTER-NAME      PIC X(09).
           05  FILLER               PIC X(10)       VALUE
               "  BACKUP: ".
           05  RSD-BACKUP-COUNT     PIC Z(6)9.
           05  FILLER               PIC X(10)       VALUE
               "  BEFORE: ".
           05  RSD-BEFORE-COUNT     PIC Z(6)9.
           05  FILLER               PIC X(09)       VALUE
               "  AFTER: ".
           05  RSD-AFTER-COUNT      PIC Z(6)9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RSD-NOTE             PIC X(24).

       01  REPLAY-HEADER-LINE.
           05  FILLER               PIC X(45)       VALUE
               "AUDITLOG ENTRIES SINCE THE BACKUP - REPLAY TO".
           05  FILLER               PIC X(25)       VALUE
               " BRING RESULTMST CURRENT:".

       01  REPLAY-DETAIL-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RPL-DATE             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RPL-TIME             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RPL-JOB-NUMBER       PIC X(06).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RPL-SHAPE-NAME       PIC X(16).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RPL-RESULT-NAME      PIC X(12).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RPL-RESULT-VALUE     PIC X(20).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  RPL-OPER-ID          PIC X(08).

       01  REPLAY-TOTAL-LINE.
           05  FILLER               PIC X(28)       VALUE
               "AUDITLOG ENTRIES TO REPLAY: ".
           05  RPT-REPLAY-COUNT     PIC Z(6)9.
           05  FILLER               PIC X(53)       VALUE
               " - RUN MODE V, OPTION R, REBUILDS THEM INTO RESULTMST".

      *----------------------------------------------------------------
      * OPERATOR ACTIVITY WORK AREAS - ONE ROW PER OPERATOR SEEN IN
      * THE DATE RANGE (UP TO 40), WITH ITS RUNS BY MODE (1 I, 2 B,
      * 3 R, 4 S, 5 A, 6 P, 7 V, 8 C, 9 T, 10 J, 11 K, 12 G, 13 L,
      * 14 O, 15 ANY OTHER), ITS CALCULATIONS BY SHAPE AGAINST A SHAPE
      * LIST DISCOVERED AS THE AUDIT LOG IS READ (SAME IDEA AS THE
      * TREND SHAPE TABLE), AND ITS COUNTS OFF THE OPERATOR EVENT LOG.
      *----------------------------------------------------------------
       77  ACT-EOF-SW               PIC X(01)       VALUE "N".
           88  ACT-EOF                              VALUE "Y".

       77  ACT-FULL-SW              PIC X(01)       VALUE "N".
           88  ACT-TABLE-FULL                       VALUE "Y".

       77  ACT-SHAPE-FULL-SW        PIC X(01)       VALUE "N".
           88  ACT-SHAPE-TABLE-FULL                 VALUE "Y".

       77  ACT-SKIP-SW              PIC X(01)       VALUE "N".
           88  ACT-SKIP                             VALUE "Y".

       01  ACT-FROM-DATE            PIC X(08)       VALUE SPACES.
       01  ACT-TO-DATE              PIC X(08)       VALUE SPACES.
       01  ACT-OPER-FILTER          PIC X(08)       VALUE SPACES.
       01  ACT-TALLY-OPER           PIC X(08)       VALUE SPACES.
       01  ACT-TALLY-DATE           PIC X(08)       VALUE SPACES.
       01  ACT-MODE-LETTER          PIC X(01)       VALUE SPACE.
       01  ACT-MODE-TEXT            PIC X(28)       VALUE SPACES.
       01  ACT-OPER-COUNT           PIC 9(02)       VALUE 0.
       01  ACT-OIX                  PIC 9(02)       VALUE 0.
       01  ACT-MIX                  PIC 9(02)       VALUE 0.
       01  ACT-SIX                  PIC 9(02)       VALUE 0.
       01  ACT-SHAPE-COUNT          PIC 9(02)       VALUE 0.
       01  ACT-NOTE-TEXT            PIC X(80)       VALUE SPACES.
       01  ACT-EXCEPT-COUNT         PIC 9(07)       VALUE 0.
       01  ACT-GRAND-RUNS           PIC 9(07)       VALUE 0.
       01  ACT-GRAND-CALCS          PIC 9(07)       VALUE 0.

       01  ACT-SHAPE-TABLE.
           05  ACT-SHAPE-NAME OCCURS 20 TIMES
                                    PIC X(16).

       01  ACT-OPER-TABLE.
           05  ACT-OPER-ENTRY OCCURS 40 TIMES.
               10  AO-OPER-ID       PIC X(08).
               10  AO-OPER-NAME     PIC X(20).
               10  AO-ON-FILE-SW    PIC X(01).
               10  AO-RUN-COUNT     PIC 9(05).
               10  AO-ABEND-COUNT   PIC 9(05).
               10  AO-REFUSED-COUNT PIC 9(05).
               10  AO-CLEAR-COUNT   PIC 9(05).
               10  AO-SIGNON-COUNT  PIC 9(05).
               10  AO-REPAIR-COUNT  PIC 9(05).
               10  AO-RESUB-COUNT   PIC 9(05).
               10  AO-CALC-COUNT    PIC 9(07).
               10  AO-MODE-CELL OCCURS 15 TIMES.
                   15  AMC-RUNS     PIC 9(05).
                   15  AMC-ABEND    PIC 9(05).
                   15  AMC-REFUSED  PIC 9(05).
               10  AO-SHAPE-CALCS OCCURS 20 TIMES
                                    PIC 9(07).

       01  ACTIVITY-HEADER-LINE.
           05  FILLER               PIC X(23)       VALUE
               "OPERATOR ACTIVITY FROM ".
           05  ACH-FROM-DATE        PIC X(08).
           05  FILLER               PIC X(04)       VALUE " TO ".
           05  ACH-TO-DATE          PIC X(08).
           05  FILLER               PIC X(10)       VALUE " OPERATOR ".
           05  ACH-OPER-FILTER      PIC X(08).

       01  ACTIVITY-EXCEPT-HEADER.
           05  FILLER               PIC X(42)       VALUE
               "EXCEPTIONS - ABNORMAL ENDS, REFUSED RUNS, ".
           05  FILLER               PIC X(35)       VALUE
               "LOCKS CLEARED, FAILED SIGN-ONS:".

       01  ACTIVITY-EXCEPT-LINE.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  ACE-DATE             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ACE-TIME             PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ACE-OPER-ID          PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ACE-EVENT-TEXT       PIC X(20).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ACE-DETAIL           PIC X(40).

       01  ACTIVITY-OPER-LINE.
           05  FILLER               PIC X(09)       VALUE "OPERATOR ".
           05  ACO-OPER-ID          PIC X(08).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ACO-OPER-NAME        PIC X(20).

       01  ACTIVITY-MODE-LINE.
           05  FILLER               PIC X(07)       VALUE "  MODE ".
           05  ACM-MODE             PIC X(01).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ACM-MODE-TEXT        PIC X(28).
           05  FILLER               PIC X(06)       VALUE " RUNS=".
           05  ACM-RUNS             PIC Z(4)9.
           05  FILLER               PIC X(10)       VALUE " ABNORMAL=".
           05  ACM-ABEND            PIC Z(4)9.
           05  FILLER               PIC X(09)       VALUE " REFUSED=".
           05  ACM-REFUSED          PIC Z(4)9.

       01  ACTIVITY-SHAPE-LINE.
           05  FILLER               PIC X(08)       VALUE "  CALCS ".
           05  ACS-SHAPE-NAME       PIC X(16).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  ACS-CALC-COUNT       PIC Z(6)9.

       01  ACTIVITY-EVENT-LINE.
           05  FILLER               PIC X(19)       VALUE
               "  REJECTS REPAIRED=".
           05  ACV-REPAIR-COUNT     PIC Z(4)9.
           05  FILLER               PIC X(13)       VALUE
               " RESUBMITTED=".
           05  ACV-RESUB-COUNT      PIC Z(4)9.
           05  FILLER               PIC X(15)       VALUE
               " LOCKS CLEARED=".
           05  ACV-CLEAR-COUNT      PIC Z(4)9.
           05  FILLER               PIC X(17)       VALUE
               " FAILED SIGN-ONS=".
           05  ACV-SIGNON-COUNT     PIC Z(4)9.

       01  ACTIVITY-TOTAL-LINE.
           05  FILLER               PIC X(13)       VALUE
               "  TOTAL RUNS=".
           05  ATL-RUNS             PIC Z(4)9.
           05  FILLER               PIC X(10)       VALUE " ABNORMAL=".
           05  ATL-ABEND            PIC Z(4)9.
           05  FILLER               PIC X(09)       VALUE " REFUSED=".
           05  ATL-REFUSED          PIC Z(4)9.
           05  FILLER               PIC X(07)       VALUE " CALCS=".
           05  ATL-CALCS            PIC Z(6)9.

       01  ACTIVITY-GRAND-LINE.
           05  FILLER               PIC X(20)       VALUE
               "OPERATORS REPORTED: ".
           05  ACG-OPER-COUNT       PIC Z9.
           05  FILLER               PIC X(07)       VALUE " RUNS: ".
           05  ACG-RUNS             PIC Z(6)9.
           05  FILLER               PIC X(08)       VALUE " CALCS: ".
           05  ACG-CALCS            PIC Z(6)9.
           05  FILLER               PIC X(13)       VALUE
               " EXCEPTIONS: ".
           05  ACG-EXCEPTIONS       PIC Z(6)9.

       SCREEN SECTION.
      *----------------------------------------------------------------
      * MAIN-PANEL - THE WHOLE INTERACTIVE SCREEN: SHAPE LIST, UNIT,
      * MEASURE, AND EVERY DIMENSION FIELD AT ONCE, EACH WITH ITS
      * OPTIONAL PLUS/MINUS TOLERANCE. THE CURSOR MOVES FIELD TO
      * FIELD AND NOTHING COMMITS UNTIL THE SCREEN IS ENTERED, SO A
      * MISKEYED FIELD CAN BE CORRECTED IN PLACE. RESULTS COME BACK
      * ON THE SAME PANEL - WITH A TOLERANCE, AS MINIMUM, NOMINAL,
      * AND MAXIMUM.
      *----------------------------------------------------------------
       01  MAIN-PANEL.
           05  BLANK SCREEN.
               " 5 RECTANGULAR    11 PARALLELOGRAM".
           05  LINE 08 COL 01 VALUE
               " 6 TRAPEZOID      12 ELLIPSE".
           05  LINE 03 COL 38 VALUE "24 TUBE".
           05  LINE 04 COL 38 VALUE "25 ANNULUS (WASHER)".
           05  LINE 05 COL 38 VALUE "26 FRUSTUM".
           05  LINE 06 COL 38 VALUE "27 PYRAMID".
           05  LINE 07 COL 38 VALUE "28 TORUS".
           05  LINE 09 COL 01 VALUE
               "13 LOOKUP SAVED RESULTS   17 JOB MASTER".
           05  LINE 10 COL 01 VALUE
               "15 DIMENSION LIMITS       19 RUN ASSEMBLY".
           05  LINE 12 COL 01 VALUE
               "16 EXIT                   20 REJECT REPAIR".
           05  LINE 09 COL 46 VALUE "21 STOCK SHEET SIZES".
           05  LINE 10 COL 46 VALUE "22 PART WHERE-USED".
           05  LINE 11 COL 46 VALUE "23 SHEET INVENTORY".
           05  LINE 12 COL 46 VALUE "29 ASSEMBLY STRUCTURE".
           05  LINE 13 COL 01 VALUE "OPTION:".
           05  LINE 13 COL 09 PIC 9(02) USING PANEL-CHOICE.
           05  LINE 13 COL 15 VALUE "UNITS (I/C):".
           05  LINE 13 COL 28 PIC X(01) USING UNIT-CODE.
           05  LINE 13 COL 33 VALUE "MEASURE (R/D):".
           05  LINE 13 COL 48 PIC X(01) USING MEASURE-CHOICE-SW.
           05  LINE 13 COL 52 VALUE "(+/- = TOLERANCE)".
           05  LINE 14 COL 01 VALUE "RADIUS....:".
           05  LINE 14 COL 13 PIC 9(9).99 USING RADIUS.
           05  LINE 14 COL 27 VALUE "+/-".
           05  LINE 14 COL 31 PIC 9(5).99 USING TOL-RADIUS.
           05  LINE 14 COL 42 VALUE "RADIUS 2..:".
           05  LINE 14 COL 54 PIC 9(9).99 USING SECOND-RADIUS.
           05  LINE 14 COL 68 VALUE "+/-".
           05  LINE 14 COL 72 PIC 9(5).99 USING TOL-SECOND-RADIUS.
           05  LINE 15 COL 01 VALUE "DIAMETER..:".
           05  LINE 15 COL 13 PIC 9(9).99 USING DIAMETER.
           05  LINE 15 COL 27 VALUE "+/-".
           05  LINE 15 COL 31 PIC 9(5).99 USING TOL-DIAMETER.
           05  LINE 16 COL 01 VALUE "LENGTH....:".
           05  LINE 16 COL 13 PIC 9(9).99 USING V-LENGTH.
           05  LINE 16 COL 27 VALUE "+/-".
           05  LINE 16 COL 31 PIC 9(5).99 USING TOL-V-LENGTH.
           05  LINE 17 COL 01 VALUE "WIDTH.....:".
           05  LINE 17 COL 13 PIC 9(9).99 USING WIDTH.
           05  LINE 17 COL 27 VALUE "+/-".
           05  LINE 17 COL 31 PIC 9(5).99 USING TOL-WIDTH.
           05  LINE 18 COL 01 VALUE "HEIGTH....:".
           05  LINE 18 COL 13 PIC 9(9).99 USING HEIGTH.
           05  LINE 18 COL 27 VALUE "+/-".
           05  LINE 18 COL 31 PIC 9(5).99 USING TOL-HEIGTH.
           05  LINE 19 COL 01 VALUE "BASE......:".
           05  LINE 19 COL 13 PIC 9(9).99 USING BASE.
           05  LINE 19 COL 27 VALUE "+/-".
           05  LINE 19 COL 31 PIC 9(5).99 USING TOL-BASE.
           05  LINE 20 COL 01 VALUE "PART NO...:".
           05  LINE 20 COL 13 PIC X(08) USING PANEL-PART-NUMBER.
           05  LINE 20 COL 24 VALUE "QTY:".
           05  LINE 20 COL 37 VALUE "SHEET:".
           05  LINE 20 COL 44 PIC X(03) USING YIELD-SHEET-ID.
           05  LINE 21 COL 01 PIC X(60) FROM PANEL-MESSAGE.
           05  LINE 22 COL 01 PIC X(70) FROM PANEL-RESULT-1.
           05  LINE 23 COL 01 PIC X(70) FROM PANEL-RESULT-2.

      *----------------------------------------------------------------
      * RANGE-PANEL - THE WHAT-IF SCREEN: SHAPE, UNITS, THE FIXED
           05  LINE 01 COL 01 VALUE
               "FORMULAE - WHAT-IF RANGE TABLE".
           05  LINE 03 COL 01 VALUE
               "SHAPE (1-12, 24-28 AS ON MAIN PANEL):".
           05  LINE 03 COL 40 PIC 9(02) USING RANGE-SHAPE-CHOICE.
           05  LINE 04 COL 01 VALUE "UNITS (I/C):".
           05  LINE 04 COL 33 PIC X(01) USING UNIT-CODE.
           05  LINE 05 COL 01 VALUE "STEP WHICH DIMENSION:".
           05  LINE 06 COL 01 VALUE
               "1 RADIUS 2 LENGTH 3 WIDTH 4 HEIGTH 5 BASE 6 RADIUS 2".
           05  LINE 06 COL 55 PIC 9(01) USING RANGE-DIM-CHOICE.
           05  LINE 08 COL 01 VALUE "FIXED DIMENSIONS:".
           05  LINE 09 COL 01 VALUE "RADIUS....:".
           05  LINE 09 COL 13 PIC 9(9).99 USING RADIUS.
           05  LINE 09 COL 30 VALUE "RADIUS 2..:".
           05  LINE 09 COL 42 PIC 9(9).99 USING SECOND-RADIUS.
           05  LINE 10 COL 01 VALUE "DIAMETER..:".
           05  LINE 10 COL 13 PIC 9(9).99 USING DIAMETER.
           05  LINE 11 COL 01 VALUE "LENGTH....:".
               "FORMULAE - DIMENSION LIMITS MAINTENANCE".
           05  LINE 03 COL 01 VALUE
               "SHAPE CODE (CI SP TR SQ RE TP PE HX CO CY PA EL,".
           05  LINE 04 COL 01 VALUE "TU AN FR PY TO, BLANK TO FINISH):".
           05  LINE 04 COL 36 PIC X(02) USING LIMIT-ENTRY-SHAPE.
           05  LINE 05 COL 01 VALUE "DIMENSION (R/S/L/W/H/B):".
           05  LINE 05 COL 27 PIC X(01) USING LIMIT-ENTRY-DIM.
           05  LINE 05 COL 31 VALUE "(S = RADIUS 2)".
           05  LINE 06 COL 01 VALUE "MINIMUM...:".
           05  LINE 06 COL 13 PIC 9(9).99 USING LIMIT-ENTRY-MIN.
           05  LINE 07 COL 01 VALUE "MAXIMUM...:".
           05  LINE 07 COL 13 PIC 9(9).99 USING LIMIT-ENTRY-MAX.
           05  LINE 08 COL 01 VALUE "DELETE (Y/N):".
           05  LINE 08 COL 15 PIC X(01) USING MAINT-DELETE-SW.
           05  LINE 09 COL 01 PIC X(60) FROM PANEL-MESSAGE.

      *----------------------------------------------------------------
           05  LINE 04 COL 13 PIC X(30) USING JOB-ENTRY-CUSTOMER.
           05  LINE 05 COL 01 VALUE "JOB NAME..:".
           05  LINE 05 COL 13 PIC X(30) USING JOB-ENTRY-NAME.
           05  LINE 06 COL 01 VALUE "DELETE (Y/N):".
           05  LINE 06 COL 15 PIC X(01) USING MAINT-DELETE-SW.
           05  LINE 07 COL 01 PIC X(60) FROM PANEL-MESSAGE.

      *----------------------------------------------------------------
      * PARTS-PANEL - ONE CATALOG ENTRY PER COMMIT: PART NUMBER, THE
      * SHAPE CODE, AND ALL ITS DIMENSIONS IN INCHES, EACH WITH ITS
      * PLUS/MINUS TOLERANCE (ZERO FOR NONE). AN EXISTING PART NUMBER
      * UPDATES IN PLACE. A BLANK PART NUMBER LEAVES THE SCREEN.
      *----------------------------------------------------------------
       01  PARTS-PANEL.
           05  BLANK SCREEN.
               "PART NUMBER (BLANK TO FINISH):".
           05  LINE 03 COL 33 PIC X(08) USING PART-ENTRY-NUMBER.
           05  LINE 04 COL 01 VALUE
               "SHAPE CODE (CI SP TR SQ RE TP PE HX CO CY PA EL,".
           05  LINE 05 COL 01 VALUE "TU AN FR PY TO):".
           05  LINE 05 COL 18 PIC X(02) USING PART-ENTRY-SHAPE.
           05  LINE 06 COL 01 VALUE "RADIUS....:".
           05  LINE 06 COL 13 PIC 9(9).99 USING PART-ENTRY-RADIUS.
           05  LINE 06 COL 27 VALUE "+/-".
           05  LINE 06 COL 31 PIC 9(5).99
               USING PART-ENTRY-TOL-RADIUS.
           05  LINE 06 COL 42 VALUE "RADIUS 2..:".
           05  LINE 06 COL 54 PIC 9(9).99
               USING PART-ENTRY-SECOND-RADIUS.
           05  LINE 06 COL 68 VALUE "+/-".
           05  LINE 06 COL 72 PIC 9(5).99
               USING PART-ENTRY-TOL-SECOND-RADIUS.
           05  LINE 07 COL 01 VALUE "DIAMETER..:".
           05  LINE 07 COL 13 PIC 9(9).99 USING PART-ENTRY-DIAMETER.
           05  LINE 07 COL 27 VALUE "+/-".
           05  LINE 07 COL 31 PIC 9(5).99
               USING PART-ENTRY-TOL-DIAMETER.
           05  LINE 08 COL 01 VALUE "LENGTH....:".
           05  LINE 08 COL 13 PIC 9(9).99 USING PART-ENTRY-LENGTH.
           05  LINE 08 COL 27 VALUE "+/-".
           05  LINE 08 COL 31 PIC 9(5).99
               USING PART-ENTRY-TOL-LENGTH.
           05  LINE 09 COL 01 VALUE "WIDTH.....:".
           05  LINE 09 COL 13 PIC 9(9).99 USING PART-ENTRY-WIDTH.
           05  LINE 09 COL 27 VALUE "+/-".
           05  LINE 09 COL 31 PIC 9(5).99
               USING PART-ENTRY-TOL-WIDTH.
           05  LINE 10 COL 01 VALUE "HEIGTH....:".
           05  LINE 10 COL 13 PIC 9(9).99 USING PART-ENTRY-HEIGTH.
           05  LINE 10 COL 27 VALUE "+/-".
           05  LINE 10 COL 31 PIC 9(5).99
               USING PART-ENTRY-TOL-HEIGTH.
           05  LINE 11 COL 01 VALUE "BASE......:".
           05  LINE 11 COL 13 PIC 9(9).99 USING PART-ENTRY-BASE.
           05  LINE 11 COL 27 VALUE "+/-".
           05  LINE 11 COL 31 PIC 9(5).99
               USING PART-ENTRY-TOL-BASE.
           05  LINE 12 COL 01 VALUE "DELETE (Y/N):".
           05  LINE 12 COL 15 PIC X(01) USING MAINT-DELETE-SW.
           05  LINE 13 COL 01 PIC X(60) FROM PANEL-MESSAGE.

      *----------------------------------------------------------------
      * SHEETS-PANEL - ONE STOCK-SHEET SIZE PER COMMIT: SHEET ID,
      * LENGTH, WIDTH, AND THE EDGE MARGIN IN INCHES. AN EXISTING ID
      * UPDATES IN PLACE. A BLANK ID SAVES THE FILE AND LEAVES THE
      * SCREEN.
      *----------------------------------------------------------------
       01  SHEETS-PANEL.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE
               "FORMULAE - STOCK SHEET SIZE MAINTENANCE".
           05  LINE 03 COL 01 VALUE
               "SHEET ID (BLANK TO FINISH):".
           05  LINE 03 COL 30 PIC X(03) USING SHEET-ENTRY-ID.
           05  LINE 04 COL 01 VALUE "LENGTH....:".
           05  LINE 04 COL 13 PIC 9(9).99 USING SHEET-ENTRY-LENGTH.
           05  LINE 05 COL 01 VALUE "WIDTH.....:".
           05  LINE 05 COL 13 PIC 9(9).99 USING SHEET-ENTRY-WIDTH.
           05  LINE 06 COL 01 VALUE "MARGIN....:".
           05  LINE 06 COL 13 PIC 9(9).99 USING SHEET-ENTRY-MARGIN.
           05  LINE 07 COL 01 VALUE "DELETE (Y/N):".
           05  LINE 07 COL 15 PIC X(01) USING MAINT-DELETE-SW.
           05  LINE 09 COL 01 PIC X(60) FROM PANEL-MESSAGE.

      *----------------------------------------------------------------
      * SHEETINV-PANEL - ONE INVENTORY TRANSACTION PER COMMIT: SHEET
      * ID, AN ACTION CODE, AND THE QUANTITY (WITH A SIGN FOR AN
      * ADJUSTMENT). THE SHEET'S FIGURES AFTER THE COMMIT SHOW UNDER
      * IT. A BLANK ID LEAVES THE SCREEN.
      *----------------------------------------------------------------
       01  SHEETINV-PANEL.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE
               "FORMULAE - STOCK SHEET INVENTORY MAINTENANCE".
           05  LINE 03 COL 01 VALUE
               "SHEET ID (BLANK TO FINISH):".
           05  LINE 03 COL 30 PIC X(03) USING INV-ENTRY-ID.
           05  LINE 04 COL 01 VALUE "ACTION....:".
           05  LINE 04 COL 13 PIC X(01) USING INV-ENTRY-ACTION.
           05  LINE 04 COL 16 VALUE
               "(R=RECEIPT A=ADJUST O=ON ORDER P=REORDER PT D=DELETE)".
           05  LINE 05 COL 01 VALUE "QUANTITY..:".
           05  LINE 05 COL 13 PIC 9(07) USING INV-ENTRY-QTY.
           05  LINE 06 COL 01 VALUE "SIGN (+/-):".
           05  LINE 06 COL 13 PIC X(01) USING INV-ENTRY-SIGN.
           05  LINE 06 COL 16 VALUE "(ADJUSTMENTS ONLY)".
           05  LINE 08 COL 01 PIC X(60) FROM INV-STATUS-LINE.
           05  LINE 09 COL 01 PIC X(60) FROM PANEL-MESSAGE.

      *----------------------------------------------------------------
      * ASSY-PANEL - ONE ASSEMBLY COMPONENT PER COMMIT: THE ASSEMBLY
      * ID AND COMPONENT NUMBER (ZERO TO ADD ONE), THEN EITHER A SHAPE
      * CODE WITH ITS DIMENSIONS, PN WITH A CATALOG PART NUMBER, OR
      * AS WITH ANOTHER ASSEMBLY ID, AND THE QUANTITY AND +/- SIGN.
      * A COMPONENT NUMBER WITH A BLANK TYPE SHOWS THAT COMPONENT FOR
      * CHANGE. A BLANK ASSEMBLY ID SAVES THE FILE AND LEAVES.
      *----------------------------------------------------------------
       01  ASSY-PANEL.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE
               "FORMULAE - ASSEMBLY STRUCTURE MAINTENANCE".
           05  LINE 03 COL 01 VALUE
               "ASSEMBLY ID (BLANK TO FINISH):".
           05  LINE 03 COL 32 PIC X(08) USING ASSY-ENTRY-ID.
           05  LINE 04 COL 01 VALUE "COMPONENT.:".
           05  LINE 04 COL 13 PIC 9(03) USING ASSY-ENTRY-SEQ.
           05  LINE 04 COL 18 VALUE
               "(0 = ADD, BLANK TYPE = SHOW COMPONENT)".
           05  LINE 05 COL 01 VALUE "TYPE......:".
           05  LINE 05 COL 13 PIC X(02) USING ASSY-ENTRY-SHAPE-CODE.
           05  LINE 05 COL 18 VALUE
               "(SHAPE CODE, PN = CATALOG PART, AS = ASSEMBLY)".
           05  LINE 06 COL 01 VALUE "PART/ASSY.:".
           05  LINE 06 COL 13 PIC X(08) USING ASSY-ENTRY-REF-ID.
           05  LINE 07 COL 01 VALUE "QUANTITY..:".
           05  LINE 07 COL 13 PIC 9(05) USING ASSY-ENTRY-QUANTITY.
           05  LINE 07 COL 20 VALUE "ADD/SUB (+/-):".
           05  LINE 07 COL 35 PIC X(01) USING ASSY-ENTRY-ADD-SUB.
           05  LINE 08 COL 01 VALUE "RADIUS....:".
           05  LINE 08 COL 13 PIC 9(9).99 USING ASSY-ENTRY-RADIUS.
           05  LINE 08 COL 30 VALUE "RADIUS 2..:".
           05  LINE 08 COL 42 PIC 9(9).99
               USING ASSY-ENTRY-SECOND-RADIUS.
           05  LINE 09 COL 01 VALUE "DIAMETER..:".
           05  LINE 09 COL 13 PIC 9(9).99 USING ASSY-ENTRY-DIAMETER.
           05  LINE 10 COL 01 VALUE "LENGTH....:".
           05  LINE 10 COL 13 PIC 9(9).99 USING ASSY-ENTRY-LENGTH.
           05  LINE 11 COL 01 VALUE "WIDTH.....:".
           05  LINE 11 COL 13 PIC 9(9).99 USING ASSY-ENTRY-WIDTH.
           05  LINE 12 COL 01 VALUE "HEIGTH....:".
           05  LINE 12 COL 13 PIC 9(9).99 USING ASSY-ENTRY-HEIGTH.
           05  LINE 13 COL 01 VALUE "BASE......:".
           05  LINE 13 COL 13 PIC 9(9).99 USING ASSY-ENTRY-BASE.
           05  LINE 14 COL 01 VALUE "DELETE (Y/N):".
           05  LINE 14 COL 15 PIC X(01) USING MAINT-DELETE-SW.
           05  LINE 16 COL 01 PIC X(60) FROM PANEL-MESSAGE.

      *----------------------------------------------------------------
      * REPAIR-PANEL - ONE REJECTED RECORD AT A TIME IN ITS FIXED
      * COLUMN LAYOUT, WITH THE REASON CODE ON TOP. THE OPERATOR
      * CORRECTS JUST THE BAD FIELD AND COMMITS; S SKIPS THE RECORD
      * (IT STAYS ON THE REJECT FILE), X FINISHES THE SESSION.
      *----------------------------------------------------------------
       01  REPAIR-PANEL.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "FORMULAE - REJECT REPAIR".
           05  LINE 03 COL 01 VALUE "REASON....:".
           05  LINE 03 COL 13 PIC X(02) FROM REPAIR-REASON.
           05  LINE 03 COL 17 VALUE "(SC DM UC MC JB PN AS DU)".
           05  LINE 05 COL 01 VALUE "SHAPE CODE:".
           05  LINE 05 COL 13 PIC X(02) USING RPR-SHAPE-CODE.
           05  LINE 06 COL 01 VALUE "RADIUS....:".
           05  LINE 06 COL 13 PIC X(11) USING RPR-RADIUS.
           05  LINE 06 COL 26 VALUE "+/-".
           05  LINE 06 COL 30 PIC X(07) USING RPR-TOL-RADIUS.
           05  LINE 06 COL 40 VALUE "RADIUS 2..:".
           05  LINE 06 COL 52 PIC X(11) USING RPR-SECOND-RADIUS.
           05  LINE 06 COL 65 VALUE "+/-".
           05  LINE 06 COL 69 PIC X(07) USING RPR-TOL-SECOND-RADIUS.
           05  LINE 07 COL 01 VALUE "DIAMETER..:".
           05  LINE 07 COL 13 PIC X(11) USING RPR-DIAMETER.
           05  LINE 07 COL 26 VALUE "+/-".
           05  LINE 07 COL 30 PIC X(07) USING RPR-TOL-DIAMETER.
           05  LINE 08 COL 01 VALUE "LENGTH....:".
           05  LINE 08 COL 13 PIC X(11) USING RPR-LENGTH.
           05  LINE 08 COL 26 VALUE "+/-".
           05  LINE 08 COL 30 PIC X(07) USING RPR-TOL-LENGTH.
           05  LINE 09 COL 01 VALUE "WIDTH.....:".
           05  LINE 09 COL 13 PIC X(11) USING RPR-WIDTH.
           05  LINE 09 COL 26 VALUE "+/-".
           05  LINE 09 COL 30 PIC X(07) USING RPR-TOL-WIDTH.
           05  LINE 10 COL 01 VALUE "HEIGTH....:".
           05  LINE 10 COL 13 PIC X(11) USING RPR-HEIGTH.
           05  LINE 10 COL 26 VALUE "+/-".
           05  LINE 10 COL 30 PIC X(07) USING RPR-TOL-HEIGTH.
           05  LINE 11 COL 01 VALUE "BASE......:".
           05  LINE 11 COL 13 PIC X(11) USING RPR-BASE.
           05  LINE 11 COL 26 VALUE "+/-".
           05  LINE 11 COL 30 PIC X(07) USING RPR-TOL-BASE.
           05  LINE 12 COL 01 VALUE "MEASURE...:".
           05  LINE 12 COL 13 PIC X(01) USING RPR-MEASURE-CODE.
           05  LINE 13 COL 01 VALUE "UNITS.....:".
           05  LINE 03 COL 01 VALUE "REASON....:".
           05  LINE 03 COL 13 PIC X(02) FROM REPAIR-REASON.
           05  LINE 03 COL 17 VALUE
               "(PN/AS = NOT ON FILE, DU = ALREADY CALCULATED)".
           05  LINE 05 COL 01 VALUE "TYPE......:".
           05  LINE 05 COL 13 PIC X(02) FROM RPI-RECORD-TYPE.
           05  LINE 06 COL 01 PIC X(11) FROM REPAIR-ID-LABEL.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           IF RUN-FAILED
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM OPERATOR-SIGNON THRU OPERATOR-SIGNON-EXIT.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - RUN ENDED"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM ASK-RUN-MODE THRU ASK-RUN-MODE-EXIT.
           IF RUN-FAILED
               GO TO PROGRAM-DONE
           END-IF.
           IF RUN-MODE-ARCHIVE AND NOT OPER-MAY-ARCHIVE
               DISPLAY "OPERATOR " CURRENT-OPER-ID
                   " IS NOT AUTHORIZED FOR ARCHIVE MODE"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO PROGRAM-DONE
           END-IF.
           IF RUN-MODE-RESTORE AND NOT OPER-MAY-ARCHIVE
               DISPLAY "OPERATOR " CURRENT-OPER-ID
                   " IS NOT AUTHORIZED FOR RESTORE MODE"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO PROGRAM-DONE
           END-IF.
      *    EVERY MODE SHARES THE AUDIT LOG, CSV EXPORT, AND RESULTS
           PERFORM OPEN-RESULTS THRU OPEN-RESULTS-EXIT.
           PERFORM OPEN-JOBMST THRU OPEN-JOBMST-EXIT.
           PERFORM OPEN-PARTMST THRU OPEN-PARTMST-EXIT.
           PERFORM OPEN-SHEETINV THRU OPEN-SHEETINV-EXIT.
           PERFORM OPEN-CSV THRU OPEN-CSV-EXIT.
           PERFORM LOAD-LIMITS THRU LOAD-LIMITS-EXIT.
           PERFORM LOAD-SHEETS THRU LOAD-SHEETS-EXIT.
               PERFORM TREND-REPORT THRU TREND-REPORT-EXIT
               GO TO PROGRAM-DONE
           END-IF.
           IF RUN-MODE-CHANGES
               PERFORM CHANGE-REPORT THRU CHANGE-REPORT-EXIT
               GO TO PROGRAM-DONE
           END-IF.
           IF RUN-MODE-RECALC
               PERFORM RECALC-RUN THRU RECALC-RUN-EXIT
               GO TO PROGRAM-DONE
           END-IF.
           IF RUN-MODE-BACKUP
               PERFORM BACKUP-RUN THRU BACKUP-RUN-EXIT
               GO TO PROGRAM-DONE
           END-IF.
           IF RUN-MODE-RESTORE
               PERFORM RESTORE-RUN THRU RESTORE-RUN-EXIT
               GO TO PROGRAM-DONE
           END-IF.
           IF RUN-MODE-ACTIVITY
               PERFORM ACTIVITY-REPORT THRU ACTIVITY-REPORT-EXIT
               GO TO PROGRAM-DONE
           END-IF.

       PROGRAM-BEGIN.
           PERFORM SHOW-MAIN-PANEL THRU SHOW-MAIN-PANEL-EXIT.
           EVALUATE PANEL-CHOICE
               WHEN 1 THRU 12
                   PERFORM PANEL-RUN-SHAPE THRU PANEL-RUN-SHAPE-EXIT
               WHEN 24 THRU 28
                   PERFORM PANEL-RUN-SHAPE THRU PANEL-RUN-SHAPE-EXIT
               WHEN 13
                   PERFORM LOOKUP-SAVED-RESULTS
                       THRU LOOKUP-SAVED-RESULTS-EXIT
                   PERFORM ASSEMBLY-MODE THRU ASSEMBLY-MODE-EXIT
               WHEN 20
                   PERFORM REJECT-REPAIR THRU REJECT-REPAIR-EXIT
               WHEN 21
                   PERFORM SHEETS-MAINT THRU SHEETS-MAINT-EXIT
               WHEN 22
                   PERFORM WHERE-USED THRU WHERE-USED-EXIT
               WHEN 23
                   PERFORM SHEETINV-MAINT THRU SHEETINV-MAINT-EXIT
               WHEN 29
                   PERFORM ASSY-MAINT THRU ASSY-MAINT-EXIT
               WHEN OTHER
                   MOVE "INVALID OPTION - ENTER 1 TO 29"
                       TO PANEL-MESSAGE
           END-EVALUATE.
           GO TO PROGRAM-BEGIN.
               PERFORM CLOSE-RESULTS THRU CLOSE-RESULTS-EXIT
               PERFORM CLOSE-JOBMST THRU CLOSE-JOBMST-EXIT
               PERFORM CLOSE-PARTMST THRU CLOSE-PARTMST-EXIT
               PERFORM CLOSE-SHEETINV THRU CLOSE-SHEETINV-EXIT
               PERFORM CLOSE-CSV THRU CLOSE-CSV-EXIT
           END-IF.
           PERFORM SET-RUN-RETURN-CODE THRU SET-RUN-RETURN-CODE-EXIT.
           STOP RUN.

      ******************************************************************
      * ASK-RUN-MODE - THE RUN MODE COMES FROM THE CONSOLE, OR ON AN
      * UNATTENDED RUN FROM THE MODE CARD. NO ONE IS AT THE PANEL ON
      * AN UNATTENDED RUN, SO INTERACTIVE MODE, OR A MODE CARD THAT
      * IS MISSING OR UNKNOWN, FAILS THE RUN INSTEAD OF FALLING INTO
      * THE PANEL.
      ******************************************************************
       ASK-RUN-MODE.
           IF RUN-UNATTENDED
               GO TO ASK-RUN-MODE-ACCEPT
           END-IF.
           DISPLAY "ENTER RUN MODE - I = INTERACTIVE, B = BATCH FILE,".
           DISPLAY "                 R = RESTART FROM CHECKPOINT,".
           DISPLAY "                 S = END-OF-DAY SUMMARY,".
           DISPLAY "                 A = ARCHIVE AUDIT LOG BY MONTH,".
           DISPLAY "                 P = REPRINT FROM RESULTS MASTER,".
           DISPLAY "                 V = VERIFY AUDIT LOG AGAINST"
               " RESULTS MASTER,".
           DISPLAY "                 C = IMPORT SPREADSHEET CSV,".
           DISPLAY "                 T = PERIOD TREND BY MONTH,".
           DISPLAY "                 J = MASTER-FILE CHANGE REPORT,".
           DISPLAY "                 K = RECALCULATE AND COMPARE"
               " SAVED RESULTS,".
           DISPLAY "                 G = GENERATION BACKUP OF THE"
               " MASTER FILES,".
           DISPLAY "                 L = RESTORE A BACKUP GENERATION,".
           DISPLAY "                 O = OPERATOR ACTIVITY REPORT".
       ASK-RUN-MODE-ACCEPT.
           MOVE "MODE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO RUN-MODE-SW.
           IF RUN-UNATTENDED AND NOT RUN-MODE-SCHEDULABLE
               DISPLAY "RUN MODE '" RUN-MODE-SW
                   "' CANNOT RUN UNATTENDED - RUN ENDED"
               MOVE "Y" TO RUN-FAILED-SW
           END-IF.
       ASK-RUN-MODE-EXIT.
           EXIT.

      ******************************************************************
      * SET-RUN-RETURN-CODE - LEAVE THE SCHEDULER A RETURN CODE FOR
      * THE WORST THING THAT HAPPENED: 12 FAILED, 8 REFUSED BY THE RUN
      * LOCK, 4 WARNINGS, 0 CLEAN.
      ******************************************************************
       SET-RUN-RETURN-CODE.
           MOVE 0 TO RUN-END-CODE.
           IF RUN-HAD-WARNINGS
               MOVE 4 TO RUN-END-CODE
           END-IF.
           IF RUN-REFUSED
               MOVE 8 TO RUN-END-CODE
           END-IF.
           IF RUN-FAILED
               MOVE 12 TO RUN-END-CODE
           END-IF.
           MOVE RUN-END-CODE TO RETURN-CODE.
           DISPLAY "RUN ENDED - RETURN CODE " RUN-END-CODE.
       SET-RUN-RETURN-CODE-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-PARAMETERS / ACCEPT-PARAMETER - A PARAMETER FILE ON DISK
      * MAKES THIS AN UNATTENDED RUN. ITS CARDS ARE TABLED AT START
      * AND EVERY PROMPT THE RUN WOULD PUT TO THE CONSOLE IS ANSWERED
      * FROM THEM INSTEAD - THE CALLER NAMES THE KEYWORD IN
      * PARM-WANTED AND TAKES THE ANSWER FROM PARM-VALUE. A LATER CARD
      * FOR THE SAME KEYWORD OVERRIDES AN EARLIER ONE, AND A KEYWORD
      * WITH NO CARD ANSWERS BLANK, THE SAME AS AN EMPTY CONSOLE
      * ENTRY. A PARAMETER FILE THAT IS PRESENT BUT UNREADABLE FAILS
      * THE RUN - IT MUST NOT FALL BACK TO WAITING ON A CONSOLE.
      ******************************************************************
       LOAD-PARAMETERS.
           MOVE "N" TO UNATTENDED-SW.
           MOVE 0 TO PARM-COUNT.
           MOVE 0 TO PARM-OVERFLOW-COUNT.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "05"
               CLOSE PARM-FILE
               MOVE "00" TO PARM-FILE-STATUS
               GO TO LOAD-PARAMETERS-EXIT
           END-IF.
           MOVE "Y" TO UNATTENDED-SW.
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "PARMIN COULD NOT BE OPENED - STATUS "
                   PARM-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO LOAD-PARAMETERS-EXIT
           END-IF.
           DISPLAY "PARMIN PRESENT - UNATTENDED RUN".
           MOVE "N" TO PARM-EOF-SW.
           PERFORM LOAD-ONE-PARAMETER THRU LOAD-ONE-PARAMETER-EXIT
               UNTIL PARM-EOF.
           CLOSE PARM-FILE.
           IF PARM-OVERFLOW-COUNT > 0
               DISPLAY "PARMIN CARDS PAST THE TABLE - IGNORED: "
                   PARM-OVERFLOW-COUNT
           END-IF.
       LOAD-PARAMETERS-EXIT.
           EXIT.

       LOAD-ONE-PARAMETER.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO PARM-EOF-SW
               NOT AT END
                   IF PC-KEYWORD NOT = SPACES AND
                       PC-KEYWORD (1:1) NOT = "*"
                       IF PARM-COUNT < 40
                           ADD 1 TO PARM-COUNT
                           MOVE PC-KEYWORD TO PT-KEYWORD (PARM-COUNT)
                           MOVE PC-VALUE   TO PT-VALUE (PARM-COUNT)
                       ELSE
                           ADD 1 TO PARM-OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-PARAMETER-EXIT.
           EXIT.

       ACCEPT-PARAMETER.
           MOVE SPACES TO PARM-VALUE.
           IF NOT RUN-UNATTENDED
               ACCEPT PARM-VALUE
               GO TO ACCEPT-PARAMETER-EXIT
           END-IF.
           PERFORM FIND-PARAMETER THRU FIND-PARAMETER-EXIT
               VARYING PARM-IX FROM 1 BY 1
               UNTIL PARM-IX > PARM-COUNT.
           DISPLAY "  " PARM-WANTED " = " PARM-VALUE.
       ACCEPT-PARAMETER-EXIT.
           EXIT.

       FIND-PARAMETER.
           IF PT-KEYWORD (PARM-IX) = PARM-WANTED
               MOVE PT-VALUE (PARM-IX) TO PARM-VALUE
           END-IF.
       FIND-PARAMETER-EXIT.
           EXIT.

      ******************************************************************
      * OPERATOR-SIGNON - EVERY RUN STARTS WITH A SIGN-ON AGAINST THE
      * OPERATOR FILE. A KNOWN ID CARRIES ITS NAME AND AUTHORITY
      * FLAGS FOR THE REST OF THE RUN; AN UNKNOWN ID GETS THREE TRIES
      * AND THEN THE RUN ENDS. A SHOP WITHOUT THE OPERATOR FILE ON
      * DISK YET RUNS WITH SIGN-ON WAIVED AND FULL AUTHORITY, LOUDLY,
      * SO THE FILE CAN BE BUILT IN THE FIRST PLACE. AN UNATTENDED RUN
      * SIGNS ON ONCE, WITH THE SERVICE ID ON ITS OPERID CARD.
      ******************************************************************
       OPERATOR-SIGNON.
           MOVE "N" TO SIGNON-OK-SW.
           IF SIGNON-TRY-COUNT > 2
               GO TO OPERATOR-SIGNON-EXIT
           END-IF.
           IF RUN-UNATTENDED AND SIGNON-TRY-COUNT > 0
               GO TO OPERATOR-SIGNON-EXIT
           END-IF.
           ADD 1 TO SIGNON-TRY-COUNT.
           DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR ID:".
           MOVE "OPERID" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO SIGNON-ENTRY-ID.
           IF SIGNON-ENTRY-ID = SPACES
               GO TO OPERATOR-SIGNON-PROMPT
           END-IF.
               MOVE SPACES TO CURRENT-OPER-NAME
               MOVE "Y" TO OPER-ARCH-AUTH-SW
               MOVE "Y" TO OPER-LIMITS-AUTH-SW
               MOVE "Y" TO OPER-RERUN-AUTH-SW
               MOVE "Y" TO SIGNON-OK-SW
               GO TO OPERATOR-SIGNON-EXIT
           END-IF.
           CLOSE OPERATOR-FILE.
           IF NOT OPER-FOUND
               DISPLAY "OPERATOR NOT ON FILE - TRY AGAIN"
               MOVE "SF"            TO EVT-CODE
               MOVE SIGNON-ENTRY-ID TO EVT-OPER-ID
               MOVE 1               TO EVT-COUNT
               MOVE "ID NOT ON OPERFILE" TO EVT-DETAIL
               PERFORM WRITE-OPERATOR-EVENT
                   THRU WRITE-OPERATOR-EVENT-EXIT
               GO TO OPERATOR-SIGNON-PROMPT
           END-IF.
           MOVE OP-OPER-ID      TO CURRENT-OPER-ID.
           MOVE OP-OPER-NAME    TO CURRENT-OPER-NAME.
           MOVE OP-ARCH-AUTH    TO OPER-ARCH-AUTH-SW.
           MOVE OP-LIMITS-AUTH  TO OPER-LIMITS-AUTH-SW.
           MOVE OP-RERUN-AUTH   TO OPER-RERUN-AUTH-SW.
           MOVE "Y" TO SIGNON-OK-SW.
           DISPLAY "SIGNED ON - " CURRENT-OPER-ID " "
               CURRENT-OPER-NAME.
      * HOLDS THE MODE AND OPERATOR OF THE RUN IN PROGRESS. A RUN
      * FINDING AN ACTIVE LOCK IS REFUSED WITH A MESSAGE NAMING IT;
      * AN OPERATOR WITH ARCHIVE AUTHORITY MAY CLEAR A STALE LOCK
      * LEFT BY AN ABEND AND CONTINUE - BUT NEVER ON AN UNATTENDED
      * RUN, WHICH HAS NO ONE TO JUDGE THE LOCK STALE. TAKING AND
      * RELEASING THE LOCK EACH WRITE A RUN HISTORY RECORD, AND SO
      * DOES A RUN THE LOCK REFUSES.
      ******************************************************************
       ACQUIRE-RUN-LOCK.
           MOVE "N" TO RUN-LOCK-SW.
               DISPLAY "RUNCTL COULD NOT BE READ - STATUS "
                   RUNCTL-FILE-STATUS
               DISPLAY "RUN REFUSED - INTERLOCK CANNOT BE PROVED"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO ACQUIRE-RUN-LOCK-EXIT
           END-IF.
           MOVE "00" TO RUNCTL-FILE-STATUS.
               DISPLAY "RUN ALREADY ACTIVE - MODE " RC-ACTIVE-MODE
                   " BY " RC-OPER-ID " SINCE " RC-START-DATE
                   " " RC-START-TIME
               IF RUN-UNATTENDED
                   DISPLAY "A LOCK IS NOT CLEARED ON AN UNATTENDED"
                       " RUN - RUN REFUSED"
                   PERFORM RECORD-REFUSED-RUN
                       THRU RECORD-REFUSED-RUN-EXIT
                   GO TO ACQUIRE-RUN-LOCK-EXIT
               END-IF
               IF NOT OPER-MAY-ARCHIVE
                   DISPLAY "CLEARING A STALE LOCK NEEDS ARCHIVE"
                       " AUTHORITY - RUN REFUSED"
                   PERFORM RECORD-REFUSED-RUN
                       THRU RECORD-REFUSED-RUN-EXIT
                   GO TO ACQUIRE-RUN-LOCK-EXIT
               END-IF
               DISPLAY "CLEAR STALE LOCK AND CONTINUE - Y OR N:"
               ACCEPT LOCK-OVERRIDE-CHOICE
               IF LOCK-OVERRIDE-CHOICE NOT = "Y"
                   DISPLAY "RUN REFUSED - LOCK LEFT IN PLACE"
                   PERFORM RECORD-REFUSED-RUN
                       THRU RECORD-REFUSED-RUN-EXIT
                   GO TO ACQUIRE-RUN-LOCK-EXIT
               END-IF
      *        THE CLEARED RUN GETS ITS OWN HISTORY RECORD SO THE
               ACCEPT HIST-END-TIME FROM TIME
               MOVE "CLEARED" TO HIST-OUTCOME
               PERFORM WRITE-RUN-HISTORY THRU WRITE-RUN-HISTORY-EXIT
               MOVE "LC"            TO EVT-CODE
               MOVE CURRENT-OPER-ID TO EVT-OPER-ID
               MOVE 1               TO EVT-COUNT
               MOVE SPACES          TO EVT-DETAIL
               STRING "MODE " DELIMITED BY SIZE
                   RC-ACTIVE-MODE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   RC-OPER-ID DELIMITED BY SPACE
                   " SINCE " DELIMITED BY SIZE
                   RC-START-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RC-START-TIME (1:6) DELIMITED BY SIZE
                   INTO EVT-DETAIL
               PERFORM WRITE-OPERATOR-EVENT
                   THRU WRITE-OPERATOR-EVENT-EXIT
           END-IF.

           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
               DISPLAY "RUNCTL COULD NOT BE WRITTEN - STATUS "
                   RUNCTL-FILE-STATUS
               DISPLAY "RUN REFUSED - INTERLOCK CANNOT BE TAKEN"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO ACQUIRE-RUN-LOCK-EXIT
           END-IF.
           MOVE "00" TO RUNCTL-FILE-STATUS.
       ACQUIRE-RUN-LOCK-EXIT.
           EXIT.

       RECORD-REFUSED-RUN.
           MOVE "Y" TO RUN-REFUSED-SW.
           MOVE RUN-MODE-SW     TO HIST-MODE.
           MOVE CURRENT-OPER-ID TO HIST-OPER-ID.
           ACCEPT HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT HIST-START-TIME FROM TIME.
           MOVE HIST-START-DATE TO HIST-END-DATE.
           MOVE HIST-START-TIME TO HIST-END-TIME.
           MOVE "REFUSED"       TO HIST-OUTCOME.
           PERFORM WRITE-RUN-HISTORY THRU WRITE-RUN-HISTORY-EXIT.
       RECORD-REFUSED-RUN-EXIT.
           EXIT.

       RELEASE-RUN-LOCK.
           IF NOT RUN-LOCK-HELD
               GO TO RELEASE-RUN-LOCK-EXIT
           ACCEPT HIST-END-DATE FROM DATE YYYYMMDD.
           ACCEPT HIST-END-TIME FROM TIME.
           MOVE "NORMAL"        TO HIST-OUTCOME.
           IF RUN-HAD-WARNINGS
               MOVE "WARNINGS"  TO HIST-OUTCOME
           END-IF.
           IF RUN-FAILED
               MOVE "FAILED"    TO HIST-OUTCOME
           END-IF.
           PERFORM WRITE-RUN-HISTORY THRU WRITE-RUN-HISTORY-EXIT.
           MOVE "N" TO RUN-LOCK-SW.
       RELEASE-RUN-LOCK-EXIT.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-OPERATOR-EVENT - APPEND ONE EVENT TO THE OPERATOR LOG
      * FROM THE EVT- FIELDS. LIKE THE RUN HISTORY, A LOG THAT CANNOT
      * BE WRITTEN IS REPORTED AND THE RUN GOES ON.
      ******************************************************************
       WRITE-OPERATOR-EVENT.
           OPEN EXTEND OPERLOG-FILE.
           IF OPERLOG-FILE-STATUS NOT = "00" AND
               OPERLOG-FILE-STATUS NOT = "05"
               DISPLAY "OPERLOG COULD NOT BE WRITTEN - STATUS "
                   OPERLOG-FILE-STATUS
               GO TO WRITE-OPERATOR-EVENT-EXIT
           END-IF.
           MOVE "00" TO OPERLOG-FILE-STATUS.
           MOVE SPACES TO OPERLOG-RECORD.
           ACCEPT OL-DATE FROM DATE YYYYMMDD.
           ACCEPT OL-TIME FROM TIME.
           MOVE EVT-CODE    TO OL-EVENT.
           MOVE EVT-OPER-ID TO OL-OPER-ID.
           MOVE EVT-COUNT   TO OL-COUNT.
           MOVE EVT-DETAIL  TO OL-DETAIL.
           WRITE OPERLOG-RECORD.
           CLOSE OPERLOG-FILE.
       WRITE-OPERATOR-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CHANGE-JOURNAL - APPEND ONE CHANGE RECORD FROM THE CHG-
      * STAGING FIELDS, STAMPED WITH THE OPERATOR, DATE, AND TIME. A
      * CHANGE THAT LEAVES THE RECORD AS IT WAS IS NOT JOURNALED.
      ******************************************************************
       WRITE-CHANGE-JOURNAL.
           IF CHG-ACTION = "C" AND
               CHG-BEFORE-IMAGE = CHG-AFTER-IMAGE
               GO TO WRITE-CHANGE-JOURNAL-EXIT
           END-IF.
           OPEN EXTEND CHGJRNL-FILE.
           IF CHGJRNL-FILE-STATUS NOT = "00" AND
               CHGJRNL-FILE-STATUS NOT = "05"
               DISPLAY "CHGJRNL COULD NOT BE WRITTEN - STATUS "
                   CHGJRNL-FILE-STATUS
               GO TO WRITE-CHANGE-JOURNAL-EXIT
           END-IF.
           MOVE "00" TO CHGJRNL-FILE-STATUS.
           MOVE SPACES TO CHGJRNL-RECORD.
           ACCEPT CJ-DATE FROM DATE YYYYMMDD.
           ACCEPT CJ-TIME FROM TIME.
           MOVE CHG-FILE-NAME    TO CJ-FILE-NAME.
           MOVE CHG-ACTION       TO CJ-ACTION.
           MOVE CHG-KEY          TO CJ-KEY.
           MOVE CURRENT-OPER-ID  TO CJ-OPER-ID.
           MOVE CHG-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE CHG-AFTER-IMAGE  TO CJ-AFTER-IMAGE.
           WRITE CHGJRNL-RECORD.
           CLOSE CHGJRNL-FILE.
       WRITE-CHANGE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * SHOW-MAIN-PANEL / PANEL-RUN-SHAPE - PUT UP THE FULL-SCREEN
      * PANEL, TAKE THE OPERATOR'S FIELDS IN ONE COMMIT, AND RUN THE
                   INTO PANEL-MESSAGE
               GO TO PANEL-RUN-SHAPE-EXIT
           END-IF.
           PERFORM RUN-TOLERANCE-BAND THRU RUN-TOLERANCE-BAND-EXIT.
           PERFORM DISPATCH-SHAPE-CORE THRU DISPATCH-SHAPE-CORE-EXIT.
           MOVE "N" TO BAND-SW.
       PANEL-RUN-SHAPE-EXIT.
           EXIT.

               WHEN 10 MOVE "CY" TO CHECK-SHAPE-CODE
               WHEN 11 MOVE "PA" TO CHECK-SHAPE-CODE
               WHEN 12 MOVE "EL" TO CHECK-SHAPE-CODE
               WHEN 24 MOVE "TU" TO CHECK-SHAPE-CODE
               WHEN 25 MOVE "AN" TO CHECK-SHAPE-CODE
               WHEN 26 MOVE "FR" TO CHECK-SHAPE-CODE
               WHEN 27 MOVE "PY" TO CHECK-SHAPE-CODE
               WHEN 28 MOVE "TO" TO CHECK-SHAPE-CODE
               WHEN OTHER MOVE SPACES TO CHECK-SHAPE-CODE
           END-EVALUATE.
       SET-CHECK-SHAPE-CODE-EXIT.
                           THRU PARALLELOGRAM-CALC-CORE-EXIT
               WHEN 12 PERFORM ELLIPSE-CALC-CORE
                           THRU ELLIPSE-CALC-CORE-EXIT
               WHEN 24 PERFORM TUBE-CALC-CORE
                           THRU TUBE-CALC-CORE-EXIT
               WHEN 25 PERFORM ANNULUS-CALC-CORE
                           THRU ANNULUS-CALC-CORE-EXIT
               WHEN 26 PERFORM FRUSTUM-CALC-CORE
                           THRU FRUSTUM-CALC-CORE-EXIT
               WHEN 27 PERFORM PYRAMID-CALC-CORE
                           THRU PYRAMID-CALC-CORE-EXIT
               WHEN 28 PERFORM TORUS-CALC-CORE
                           THRU TORUS-CALC-CORE-EXIT
           END-EVALUATE.
       DISPATCH-SHAPE-CORE-EXIT.
           EXIT.

      ******************************************************************
      * RUN-TOLERANCE-BAND - WHEN ANY DIMENSION CARRIES A PLUS/MINUS
      * TOLERANCE, RUN THE SHAPE'S CALC CORE AT THE BOTTOM AND AT THE
      * TOP OF THE BAND AHEAD OF THE NOMINAL RUN. EVERY DIMENSION
      * GOES DOWN BY ITS TOLERANCE (NEVER BELOW ZERO) FOR THE LOW RUN
      * AND UP BY IT FOR THE HIGH RUN - EXCEPT THE INNER RADIUS OF A
      * TUBE OR ANNULUS, WHICH MOVES THE OTHER WAY, SO THE LOW RUN IS
      * THE LEAST MATERIAL AND THE HIGH RUN THE MOST. THE TWO RUNS
      * ONLY CAPTURE THEIR RESULTS; THE CALLER'S NOMINAL RUN THAT
      * FOLLOWS PRINTS AND SAVES EACH RESULT WITH ITS MINIMUM AND
      * MAXIMUM, THEN TURNS BAND-SW OFF. THE CALLER HAS SET
      * CHECK-SHAPE-CODE AND SHAPE-DISPATCH-CHOICE.
      ******************************************************************
       RUN-TOLERANCE-BAND.
           MOVE "N" TO BAND-SW.
           MOVE 0 TO BAND-COUNT.
           IF TOL-RADIUS = 0 AND TOL-DIAMETER = 0 AND
               TOL-V-LENGTH = 0 AND TOL-WIDTH = 0 AND
               TOL-HEIGTH = 0 AND TOL-BASE = 0 AND
               TOL-SECOND-RADIUS = 0
               GO TO RUN-TOLERANCE-BAND-EXIT
           END-IF.
      *    THE CORES WORK FROM THE RADIUS, SO A TOLERANCE KEYED ONLY
      *    AGAINST THE DIAMETER APPLIES HALVED TO THE RADIUS.
           MOVE TOL-RADIUS TO BAND-TOL-RADIUS.
           IF TOL-RADIUS = 0 AND TOL-DIAMETER > 0
               COMPUTE BAND-TOL-RADIUS = TOL-DIAMETER / 2
           END-IF.
           MOVE RADIUS        TO BAND-NOM-RADIUS.
           MOVE V-LENGTH      TO BAND-NOM-V-LENGTH.
           MOVE WIDTH         TO BAND-NOM-WIDTH.
           MOVE HEIGTH        TO BAND-NOM-HEIGTH.
           MOVE BASE          TO BAND-NOM-BASE.
           MOVE SECOND-RADIUS TO BAND-NOM-SECOND-RADIUS.
           DISPLAY "TOLERANCE BAND - BOTTOM OF BAND:".
           MOVE "L" TO BAND-PASS-SW.
           PERFORM BAND-SET-DIMENSIONS THRU BAND-SET-DIMENSIONS-EXIT.
           PERFORM DISPATCH-SHAPE-CORE THRU DISPATCH-SHAPE-CORE-EXIT.
           DISPLAY "TOLERANCE BAND - TOP OF BAND:".
           MOVE "H" TO BAND-PASS-SW.
           PERFORM BAND-SET-DIMENSIONS THRU BAND-SET-DIMENSIONS-EXIT.
           PERFORM DISPATCH-SHAPE-CORE THRU DISPATCH-SHAPE-CORE-EXIT.
           MOVE "N" TO BAND-PASS-SW.
      *    A REFUSAL AT ONE END OF THE BAND IS NOT THE PANEL'S ERROR -
      *    THE NOMINAL RUN SETS ITS OWN MESSAGE IF IT REFUSES TOO.
           MOVE SPACES TO PANEL-MESSAGE.
           MOVE BAND-NOM-RADIUS        TO RADIUS.
           MOVE BAND-NOM-V-LENGTH      TO V-LENGTH.
           MOVE BAND-NOM-WIDTH         TO WIDTH.
           MOVE BAND-NOM-HEIGTH        TO HEIGTH.
           MOVE BAND-NOM-BASE          TO BASE.
           MOVE BAND-NOM-SECOND-RADIUS TO SECOND-RADIUS.
           MOVE "Y" TO BAND-SW.
           DISPLAY "TOLERANCE BAND - NOMINAL:".
       RUN-TOLERANCE-BAND-EXIT.
           EXIT.

       BAND-SET-DIMENSIONS.
           IF BAND-PASS-LOW
               MOVE "D" TO BAND-DIRECTION
           ELSE
               MOVE "U" TO BAND-DIRECTION
           END-IF.
           MOVE BAND-NOM-RADIUS TO BAND-STEP-NOM.
           MOVE BAND-TOL-RADIUS TO BAND-STEP-TOL.
           PERFORM BAND-STEP-DIMENSION THRU BAND-STEP-DIMENSION-EXIT.
           MOVE BAND-STEP-RESULT TO RADIUS.
           MOVE BAND-NOM-V-LENGTH TO BAND-STEP-NOM.
           MOVE TOL-V-LENGTH TO BAND-STEP-TOL.
           PERFORM BAND-STEP-DIMENSION THRU BAND-STEP-DIMENSION-EXIT.
           MOVE BAND-STEP-RESULT TO V-LENGTH.
           MOVE BAND-NOM-WIDTH TO BAND-STEP-NOM.
           MOVE TOL-WIDTH TO BAND-STEP-TOL.
           PERFORM BAND-STEP-DIMENSION THRU BAND-STEP-DIMENSION-EXIT.
           MOVE BAND-STEP-RESULT TO WIDTH.
           MOVE BAND-NOM-HEIGTH TO BAND-STEP-NOM.
           MOVE TOL-HEIGTH TO BAND-STEP-TOL.
           PERFORM BAND-STEP-DIMENSION THRU BAND-STEP-DIMENSION-EXIT.
           MOVE BAND-STEP-RESULT TO HEIGTH.
           MOVE BAND-NOM-BASE TO BAND-STEP-NOM.
           MOVE TOL-BASE TO BAND-STEP-TOL.
           PERFORM BAND-STEP-DIMENSION THRU BAND-STEP-DIMENSION-EXIT.
           MOVE BAND-STEP-RESULT TO BASE.
      *    A LARGER HOLE IS LESS MATERIAL.
           IF CHECK-SHAPE-CODE = "TU" OR CHECK-SHAPE-CODE = "AN"
               IF BAND-PASS-LOW
                   MOVE "U" TO BAND-DIRECTION
               ELSE
                   MOVE "D" TO BAND-DIRECTION
               END-IF
           END-IF.
           MOVE BAND-NOM-SECOND-RADIUS TO BAND-STEP-NOM.
           MOVE TOL-SECOND-RADIUS TO BAND-STEP-TOL.
           PERFORM BAND-STEP-DIMENSION THRU BAND-STEP-DIMENSION-EXIT.
           MOVE BAND-STEP-RESULT TO SECOND-RADIUS.
       BAND-SET-DIMENSIONS-EXIT.
           EXIT.

       BAND-STEP-DIMENSION.
           IF BAND-DIRECTION = "U"
               COMPUTE BAND-STEP-RESULT = BAND-STEP-NOM + BAND-STEP-TOL
               GO TO BAND-STEP-DIMENSION-EXIT
           END-IF.
           IF BAND-STEP-NOM > BAND-STEP-TOL
               COMPUTE BAND-STEP-RESULT = BAND-STEP-NOM - BAND-STEP-TOL
           ELSE
               MOVE 0 TO BAND-STEP-RESULT
           END-IF.
       BAND-STEP-DIMENSION-EXIT.
           EXIT.

      *    A RESULT FROM THE LOW OR HIGH RUN IS FILED UNDER ITS NAME.
      *    A CORE THAT REFUSES THE DIMENSIONS AT ONE END OF THE BAND
      *    (AN INNER RADIUS GROWN PAST THE OUTER) LEAVES THAT END
      *    BLANK.
       BAND-CAPTURE-RESULT.
           PERFORM BAND-FIND-RESULT THRU BAND-FIND-RESULT-EXIT.
           IF BAND-IX = 0
               IF BAND-COUNT NOT < 6
                   GO TO BAND-CAPTURE-RESULT-EXIT
               END-IF
               ADD 1 TO BAND-COUNT
               MOVE BAND-COUNT TO BAND-IX
               MOVE STG-RESULT-NAME TO BT-RESULT-NAME (BAND-IX)
               MOVE SPACES TO BT-LOW-EDIT (BAND-IX)
               MOVE SPACES TO BT-HIGH-EDIT (BAND-IX)
           END-IF.
           IF BAND-PASS-LOW
               MOVE RESULT-EDIT TO BT-LOW-EDIT (BAND-IX)
           ELSE
               MOVE RESULT-EDIT TO BT-HIGH-EDIT (BAND-IX)
           END-IF.
       BAND-CAPTURE-RESULT-EXIT.
           EXIT.

       BAND-FIND-RESULT.
           MOVE 0 TO BAND-IX.
           MOVE 1 TO BAND-SCAN-IX.
       BAND-FIND-RESULT-LOOP.
           IF BAND-SCAN-IX > BAND-COUNT
               GO TO BAND-FIND-RESULT-EXIT
           END-IF.
           IF BT-RESULT-NAME (BAND-SCAN-IX) = STG-RESULT-NAME
               MOVE BAND-SCAN-IX TO BAND-IX
               GO TO BAND-FIND-RESULT-EXIT
           END-IF.
           ADD 1 TO BAND-SCAN-IX.
           GO TO BAND-FIND-RESULT-LOOP.
       BAND-FIND-RESULT-EXIT.
           EXIT.

      *    THE NOMINAL RESULT ABOUT TO BE WRITTEN PICKS UP ITS BAND.
      *    THE LOWER OF THE TWO CAPTURED VALUES IS ALWAYS THE MINIMUM,
      *    WHICHEVER RUN IT CAME FROM.
       BAND-SET-EDGES.
           MOVE SPACES TO BAND-MIN-EDIT.
           MOVE SPACES TO BAND-MAX-EDIT.
           IF NOT BAND-ACTIVE
               GO TO BAND-SET-EDGES-EXIT
           END-IF.
           PERFORM BAND-FIND-RESULT THRU BAND-FIND-RESULT-EXIT.
           IF BAND-IX = 0
               GO TO BAND-SET-EDGES-EXIT
           END-IF.
           MOVE BT-LOW-EDIT (BAND-IX)  TO BAND-MIN-EDIT.
           MOVE BT-HIGH-EDIT (BAND-IX) TO BAND-MAX-EDIT.
           IF BAND-MIN-EDIT = SPACES OR BAND-MAX-EDIT = SPACES
               GO TO BAND-SET-EDGES-EXIT
           END-IF.
           COMPUTE BAND-LOW-VALUE = FUNCTION NUMVAL (BAND-MIN-EDIT).
           COMPUTE BAND-HIGH-VALUE = FUNCTION NUMVAL (BAND-MAX-EDIT).
           IF BAND-LOW-VALUE > BAND-HIGH-VALUE
               MOVE BT-HIGH-EDIT (BAND-IX) TO BAND-MIN-EDIT
               MOVE BT-LOW-EDIT (BAND-IX)  TO BAND-MAX-EDIT
           END-IF.
       BAND-SET-EDGES-EXIT.
           EXIT.

      ******************************************************************
      * RANGE-MODE - TAKE THE WHAT-IF SCREEN, THEN STEP THE CHOSEN
      * DIMENSION FROM ITS STARTING TO ITS ENDING VALUE, RUNNING THE
           IF STDIN-AT-EOF
               GO TO RANGE-MODE-EXIT
           END-IF.
           IF RANGE-SHAPE-CHOICE < 1 OR RANGE-SHAPE-CHOICE > 28 OR
               (RANGE-SHAPE-CHOICE > 12 AND RANGE-SHAPE-CHOICE < 24)
               MOVE "RANGE NOT RUN - SHAPE MUST BE 1-12 OR 24-28"
                   TO PANEL-MESSAGE
               GO TO RANGE-MODE-EXIT
           END-IF.
           IF RANGE-DIM-CHOICE < 1 OR RANGE-DIM-CHOICE > 6
               MOVE "RANGE NOT RUN - DIMENSION MUST BE 1 TO 6"
                   TO PANEL-MESSAGE
               GO TO RANGE-MODE-EXIT
           END-IF.
               WHEN 3 MOVE "WIDTH"    TO RANGE-DIM-NAME
               WHEN 4 MOVE "HEIGTH"   TO RANGE-DIM-NAME
               WHEN 5 MOVE "BASE"     TO RANGE-DIM-NAME
               WHEN 6 MOVE "RADIUS2"  TO RANGE-DIM-NAME
           END-EVALUATE.

           MOVE RANGE-DIM-NAME   TO RNH-DIM-NAME.
               WHEN 3 MOVE RANGE-CURRENT-VALUE TO WIDTH
               WHEN 4 MOVE RANGE-CURRENT-VALUE TO HEIGTH
               WHEN 5 MOVE RANGE-CURRENT-VALUE TO BASE
               WHEN 6 MOVE RANGE-CURRENT-VALUE TO SECOND-RADIUS
           END-EVALUATE.
       RANGE-SET-DIM-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      * RUN-ASSEMBLY - EXPLODE THE STRUCTURE UNDER ASSY-RUN-ID LEVEL
      * BY LEVEL AND RUN EVERY COMPONENT THROUGH ITS SHAPE'S CALC-CORE
      * WITH THE ASSEMBLY SWITCH ON, SO THE RESULTS ACCUMULATE (ADD
      * OR SUBTRACT PER COMPONENT, TIMES ITS QUANTITY) RATHER THAN
      * REPORTING SINGLY. A PN COMPONENT TAKES ITS SHAPE AND SIZES
      * OFF THE PARTS CATALOG; AN AS COMPONENT IS EXPLODED IN TURN
      * AND ITS ROLLED-UP AREA AND VOLUME COUNT IN ITS PARENT. THE
      * BREAKDOWN IS INDENTED BY LEVEL WITH A ROLLUP LINE FOR EACH
      * ASSEMBLY, THEN THE COMBINED VOLUME AND AREA GO OUT AS ONE SET
      * OF RESULT LINES AND AUDIT ENTRIES. AN UNKNOWN ASSEMBLY SETS
      * THE REJECT FLAG FOR THE BATCH SIDE.
      ******************************************************************
       RUN-ASSEMBLY.
           MOVE "N" TO TRANS-REJECT-SW.
           MOVE 0 TO PANEL-RESULT-IX.
           MOVE SPACES TO PANEL-RESULT-1.
           MOVE SPACES TO PANEL-RESULT-2.
           PERFORM LOAD-ASSY-TABLE THRU LOAD-ASSY-TABLE-EXIT.
           IF ASSY-FILE-STATUS NOT = "00"
               MOVE "00" TO ASSY-FILE-STATUS
               MOVE "AS" TO BATCH-REJECT-REASON
               MOVE "Y" TO TRANS-REJECT-SW
               MOVE "ASSEMBLY FILE NOT AVAILABLE - NOTHING RUN"
                   TO PANEL-MESSAGE
               GO TO RUN-ASSEMBLY-EXIT
           END-IF.
           MOVE ASSY-RUN-ID TO AL-ASSY-ID (1).
           MOVE ASSY-RUN-ID TO ASSY-FIND-ID.
           PERFORM ASSY-FIND-FIRST THRU ASSY-FIND-FIRST-EXIT.
           IF ASSY-FIND-IX = 0
               MOVE "AS" TO BATCH-REJECT-REASON
               MOVE "Y" TO TRANS-REJECT-SW
               MOVE "ASSEMBLY NOT ON FILE - NOTHING RUN"
               GO TO RUN-ASSEMBLY-EXIT
           END-IF.

      *    LEVEL 1 OF THE STACK IS THE ASSEMBLY ITSELF, ONE UNIT, AND
      *    THE EXPLOSION ENDS WHEN IT IS TAKEN OFF THE STACK.
           MOVE 1 TO ASSY-LEVEL-DEPTH.
           MOVE 0   TO AL-SCAN-IX (1).
           MOVE "+" TO AL-SIGN (1).
           MOVE 1   TO AL-QUANTITY (1).
           MOVE 0   TO AL-COMP-COUNT (1).
           MOVE 0   TO AL-AREA (1).
           MOVE 0   TO AL-VOLUME (1).
           PERFORM ASSY-EXPLODE-STEP THRU ASSY-EXPLODE-STEP-EXIT
               UNTIL ASSY-LEVEL-DEPTH = 0.
           IF ASSY-COMP-COUNT = 0
               MOVE "AS" TO BATCH-REJECT-REASON
               MOVE "Y" TO TRANS-REJECT-SW
               MOVE "ASSEMBLY HAS NO USABLE COMPONENTS - NOTHING RUN"
                   TO PANEL-MESSAGE
               GO TO RUN-ASSEMBLY-EXIT
           END-IF.

      *    THE COMBINED RESULTS GO OUT WITH ZERO DIMENSIONS - NO ONE
      *    COMPONENT'S MEASUREMENTS DESCRIBE THE WHOLE ASSEMBLY.
           PERFORM CLEAR-DIMENSIONS THRU CLEAR-DIMENSIONS-EXIT.
       ASSY-READ-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-ASSY-TABLE - READ THE WHOLE OF ASSYDEF INTO THE IN-CORE
      * TABLE IN FILE ORDER. LINES WRITTEN BEFORE THE SECOND RADIUS
      * OR THE QUANTITY EXISTED ARE FILLED OUT HERE (ZERO, AND ONE)
      * SO NOTHING DOWNSTREAM HAS TO ALLOW FOR THEM. THE STATUS IS
      * LEFT NOT 00 WHEN THE FILE CANNOT BE OPENED.
      ******************************************************************
       LOAD-ASSY-TABLE.
           MOVE 0 TO ASSY-TABLE-COUNT.
           MOVE "N" TO ASSY-TABLE-FULL-SW.
           OPEN INPUT ASSY-FILE.
           IF ASSY-FILE-STATUS NOT = "00" AND
               ASSY-FILE-STATUS NOT = "05"
               DISPLAY "ASSYDEF COULD NOT BE OPENED - STATUS "
                   ASSY-FILE-STATUS
               GO TO LOAD-ASSY-TABLE-EXIT
           END-IF.
           MOVE "00" TO ASSY-FILE-STATUS.
           MOVE "N" TO ASSY-EOF-SW.
           PERFORM ASSY-READ-NEXT THRU ASSY-READ-NEXT-EXIT.
           PERFORM LOAD-ONE-ASSY THRU LOAD-ONE-ASSY-EXIT
               UNTIL ASSY-EOF.
           CLOSE ASSY-FILE.
           IF ASSY-TABLE-FULL
               DISPLAY "ASSYDEF HAS MORE THAN 500 COMPONENTS - "
                   "THE REST ARE NOT LOADED"
           END-IF.
       LOAD-ASSY-TABLE-EXIT.
           EXIT.

       LOAD-ONE-ASSY.
           IF ASSY-TABLE-COUNT NOT < 500
               MOVE "Y" TO ASSY-TABLE-FULL-SW
               MOVE "Y" TO ASSY-EOF-SW
               GO TO LOAD-ONE-ASSY-EXIT
           END-IF.
           ADD 1 TO ASSY-TABLE-COUNT.
           MOVE ASSY-RECORD TO ASSY-ENTRY (ASSY-TABLE-COUNT).
           IF AD-SECOND-RADIUS NOT NUMERIC
               MOVE 0 TO AT-SECOND-RADIUS (ASSY-TABLE-COUNT)
           END-IF.
           IF AD-QUANTITY NOT NUMERIC OR AD-QUANTITY = 0
               MOVE 1 TO AT-QUANTITY (ASSY-TABLE-COUNT)
           END-IF.
           IF AD-SHAPE-CODE NOT = "PN" AND AD-SHAPE-CODE NOT = "AS"
               MOVE SPACES TO AT-REF-ID (ASSY-TABLE-COUNT)
           END-IF.
           PERFORM ASSY-READ-NEXT THRU ASSY-READ-NEXT-EXIT.
       LOAD-ONE-ASSY-EXIT.
           EXIT.

      *    THE FIRST TABLE ENTRY FOR THE ID IN ASSY-FIND-ID, OR ZERO.
       ASSY-FIND-FIRST.
           MOVE 1 TO ASSY-FIND-IX.
       ASSY-FIND-FIRST-LOOP.
           IF ASSY-FIND-IX > ASSY-TABLE-COUNT
               MOVE 0 TO ASSY-FIND-IX
               GO TO ASSY-FIND-FIRST-EXIT
           END-IF.
           IF AT-ASSY-ID (ASSY-FIND-IX) = ASSY-FIND-ID
               GO TO ASSY-FIND-FIRST-EXIT
           END-IF.
           ADD 1 TO ASSY-FIND-IX.
           GO TO ASSY-FIND-FIRST-LOOP.
       ASSY-FIND-FIRST-EXIT.
           EXIT.

      ******************************************************************
      * ASSY-EXPLODE-STEP - ONE STEP OF THE EXPLOSION: MOVE THE TOP
      * LEVEL'S SCAN ON ONE TABLE ENTRY. AN ENTRY UNDER THAT LEVEL'S
      * ASSEMBLY IS RUN (OR, FOR AN AS, STACKED AS THE NEXT LEVEL);
      * THE END OF THE TABLE FINISHES THE LEVEL AND ROLLS IT UP.
      ******************************************************************
       ASSY-EXPLODE-STEP.
           ADD 1 TO AL-SCAN-IX (ASSY-LEVEL-DEPTH).
           MOVE AL-SCAN-IX (ASSY-LEVEL-DEPTH) TO ASSY-IX.
           IF ASSY-IX > ASSY-TABLE-COUNT
               PERFORM ASSY-LEVEL-END THRU ASSY-LEVEL-END-EXIT
               GO TO ASSY-EXPLODE-STEP-EXIT
           END-IF.
           IF AT-ASSY-ID (ASSY-IX) NOT = AL-ASSY-ID (ASSY-LEVEL-DEPTH)
               GO TO ASSY-EXPLODE-STEP-EXIT
           END-IF.
           IF AT-ADD-SUB (ASSY-IX) = "-"
               MOVE "-" TO ASSY-SIGN
           ELSE
               MOVE "+" TO ASSY-SIGN
           END-IF.
           MOVE AT-QUANTITY (ASSY-IX) TO ASSY-QUANTITY.
           MOVE ASSY-LEVEL-DEPTH TO ASSY-MARK-LEVEL.
           PERFORM ASSY-SET-LEVEL-MARK THRU ASSY-SET-LEVEL-MARK-EXIT.
           IF AT-SHAPE-CODE (ASSY-IX) = "AS"
               PERFORM ASSY-PUSH-LEVEL THRU ASSY-PUSH-LEVEL-EXIT
               GO TO ASSY-EXPLODE-STEP-EXIT
           END-IF.
           PERFORM ASSY-PROCESS-ONE THRU ASSY-PROCESS-ONE-EXIT.
       ASSY-EXPLODE-STEP-EXIT.
           EXIT.

       ASSY-PROCESS-ONE.
           IF AT-SHAPE-CODE (ASSY-IX) = "PN"
               PERFORM ASSY-LOAD-PART THRU ASSY-LOAD-PART-EXIT
               IF ASSY-SKIP-COMPONENT
                   GO TO ASSY-PROCESS-ONE-EXIT
               END-IF
           ELSE
               MOVE AT-SHAPE-CODE (ASSY-IX) TO CHECK-SHAPE-CODE
               MOVE AT-RADIUS (ASSY-IX)     TO RADIUS
               MOVE AT-DIAMETER (ASSY-IX)   TO DIAMETER
               MOVE AT-V-LENGTH (ASSY-IX)   TO V-LENGTH
               MOVE AT-WIDTH (ASSY-IX)      TO WIDTH
               MOVE AT-HEIGTH (ASSY-IX)     TO HEIGTH
               MOVE AT-BASE (ASSY-IX)       TO BASE
               MOVE AT-SECOND-RADIUS (ASSY-IX) TO SECOND-RADIUS
           END-IF.
           PERFORM SET-SHAPE-FROM-CODE
               THRU SET-SHAPE-FROM-CODE-EXIT.
           IF SHAPE-DISPATCH-CHOICE = 0
               DISPLAY "ASSEMBLY " AL-ASSY-ID (ASSY-LEVEL-DEPTH)
                   " COMPONENT HAS UNKNOWN SHAPE CODE "
                   CHECK-SHAPE-CODE " - SKIPPED"
               MOVE SPACES TO ASSY-NOTE-TEXT
               STRING "UNKNOWN SHAPE CODE " CHECK-SHAPE-CODE
                   " - SKIPPED" DELIMITED BY SIZE
                   INTO ASSY-NOTE-TEXT
               PERFORM ASSY-WRITE-NOTE THRU ASSY-WRITE-NOTE-EXIT
               GO TO ASSY-PROCESS-ONE-EXIT
           END-IF.
           ADD 1 TO ASSY-COMP-COUNT.
           ADD 1 TO AL-COMP-COUNT (ASSY-LEVEL-DEPTH).
           MOVE "Y" TO ASSY-ACTIVE-SW.
           PERFORM DISPATCH-SHAPE-CORE THRU DISPATCH-SHAPE-CORE-EXIT.
           MOVE "N" TO ASSY-ACTIVE-SW.
       ASSY-PROCESS-ONE-EXIT.
           EXIT.

      *    A PN COMPONENT RUNS ON THE CATALOG PART'S SHAPE AND SIZES
      *    AS THEY STAND TODAY, SO A CATALOG CHANGE CARRIES INTO EVERY
      *    ASSEMBLY BUILT ON THE PART WITHOUT RETYPING.
       ASSY-LOAD-PART.
           MOVE "N" TO ASSY-SKIP-SW.
           MOVE SPACES TO ASSY-NOTE-TEXT.
           IF PARTMST-FILE-STATUS NOT = "00"
               STRING "PART " AT-REF-ID (ASSY-IX)
                   " - PARTS CATALOG NOT AVAILABLE - SKIPPED"
                   DELIMITED BY SIZE INTO ASSY-NOTE-TEXT
               GO TO ASSY-LOAD-PART-SKIP
           END-IF.
           MOVE AT-REF-ID (ASSY-IX) TO PM-PART-NUMBER.
           READ PARTS-MASTER
               INVALID KEY
                   MOVE "00" TO PARTMST-FILE-STATUS
                   STRING "PART " AT-REF-ID (ASSY-IX)
                       " NOT ON THE CATALOG - SKIPPED"
                       DELIMITED BY SIZE INTO ASSY-NOTE-TEXT
                   GO TO ASSY-LOAD-PART-SKIP
           END-READ.
           MOVE PM-SHAPE-CODE TO CHECK-SHAPE-CODE.
           MOVE PM-RADIUS     TO RADIUS.
           MOVE PM-DIAMETER   TO DIAMETER.
           MOVE PM-V-LENGTH   TO V-LENGTH.
           MOVE PM-WIDTH      TO WIDTH.
           MOVE PM-HEIGTH     TO HEIGTH.
           MOVE PM-BASE       TO BASE.
           MOVE PM-SECOND-RADIUS TO SECOND-RADIUS.
           STRING "PART " AT-REF-ID (ASSY-IX) " FROM THE CATALOG"
               DELIMITED BY SIZE INTO ASSY-NOTE-TEXT.
           PERFORM ASSY-WRITE-NOTE THRU ASSY-WRITE-NOTE-EXIT.
           GO TO ASSY-LOAD-PART-EXIT.
       ASSY-LOAD-PART-SKIP.
           MOVE "Y" TO ASSY-SKIP-SW.
           DISPLAY "ASSEMBLY " AL-ASSY-ID (ASSY-LEVEL-DEPTH) " "
               ASSY-NOTE-TEXT.
           PERFORM ASSY-WRITE-NOTE THRU ASSY-WRITE-NOTE-EXIT.
       ASSY-LOAD-PART-EXIT.
           EXIT.

      ******************************************************************
      * ASSY-PUSH-LEVEL - AN AS COMPONENT: STACK THE NAMED ASSEMBLY AS
      * THE NEXT LEVEL DOWN, CARRYING THE COMPONENT'S SIGN AND
      * QUANTITY. AN ASSEMBLY ALREADY ON THE STACK WOULD EXPLODE FOR
      * EVER, AND THE STACK IS SIX LEVELS DEEP; EITHER IS SKIPPED.
      ******************************************************************
       ASSY-PUSH-LEVEL.
           MOVE SPACES TO ASSY-NOTE-TEXT.
           MOVE 1 TO ASSY-LEVEL-IX.
       ASSY-PUSH-LEVEL-LOOP.
           IF ASSY-LEVEL-IX > ASSY-LEVEL-DEPTH
               GO TO ASSY-PUSH-LEVEL-CHECKED
           END-IF.
           IF AL-ASSY-ID (ASSY-LEVEL-IX) = AT-REF-ID (ASSY-IX)
               STRING "ASSEMBLY " AT-REF-ID (ASSY-IX)
                   " CONTAINS ITSELF - SKIPPED"
                   DELIMITED BY SIZE INTO ASSY-NOTE-TEXT
               GO TO ASSY-PUSH-LEVEL-SKIP
           END-IF.
           ADD 1 TO ASSY-LEVEL-IX.
           GO TO ASSY-PUSH-LEVEL-LOOP.
       ASSY-PUSH-LEVEL-CHECKED.
           IF ASSY-LEVEL-DEPTH NOT < 6
               STRING "ASSEMBLY " AT-REF-ID (ASSY-IX)
                   " NESTED MORE THAN 6 LEVELS - SKIPPED"
                   DELIMITED BY SIZE INTO ASSY-NOTE-TEXT
               GO TO ASSY-PUSH-LEVEL-SKIP
           END-IF.
           STRING "ASSEMBLY " AT-REF-ID (ASSY-IX)
               DELIMITED BY SIZE INTO ASSY-NOTE-TEXT.
           PERFORM ASSY-WRITE-NOTE THRU ASSY-WRITE-NOTE-EXIT.
           ADD 1 TO AL-COMP-COUNT (ASSY-LEVEL-DEPTH).
           ADD 1 TO ASSY-LEVEL-DEPTH.
           MOVE AT-REF-ID (ASSY-IX) TO AL-ASSY-ID (ASSY-LEVEL-DEPTH).
           MOVE 0             TO AL-SCAN-IX (ASSY-LEVEL-DEPTH).
           MOVE ASSY-SIGN     TO AL-SIGN (ASSY-LEVEL-DEPTH).
           MOVE ASSY-QUANTITY TO AL-QUANTITY (ASSY-LEVEL-DEPTH).
           MOVE 0             TO AL-COMP-COUNT (ASSY-LEVEL-DEPTH).
           MOVE 0             TO AL-AREA (ASSY-LEVEL-DEPTH).
           MOVE 0             TO AL-VOLUME (ASSY-LEVEL-DEPTH).
           GO TO ASSY-PUSH-LEVEL-EXIT.
       ASSY-PUSH-LEVEL-SKIP.
           DISPLAY "ASSEMBLY " AL-ASSY-ID (ASSY-LEVEL-DEPTH) " "
               ASSY-NOTE-TEXT.
           PERFORM ASSY-WRITE-NOTE THRU ASSY-WRITE-NOTE-EXIT.
       ASSY-PUSH-LEVEL-EXIT.
           EXIT.

      ******************************************************************
      * ASSY-LEVEL-END - THE TOP LEVEL'S COMPONENTS ARE ALL RUN. ITS
      * ROLLUP LINE GOES ON THE REPORT (FOR ONE UNIT OF A SUB-
      * ASSEMBLY), THEN ITS AREA AND VOLUME, TIMES ITS QUANTITY AND
      * WITH ITS SIGN, GO INTO THE LEVEL ABOVE. THE LAST LEVEL OFF
      * THE STACK IS THE ASSEMBLY ITSELF, AND ITS FIGURES ARE THE
      * ASSEMBLY RESULTS.
      ******************************************************************
       ASSY-LEVEL-END.
           IF AL-COMP-COUNT (ASSY-LEVEL-DEPTH) = 0 AND
               ASSY-LEVEL-DEPTH > 1
               DISPLAY "ASSEMBLY " AL-ASSY-ID (ASSY-LEVEL-DEPTH)
                   " HAS NO COMPONENTS ON FILE"
           END-IF.
           COMPUTE ASSY-MARK-LEVEL = ASSY-LEVEL-DEPTH - 1.
           PERFORM ASSY-SET-LEVEL-MARK THRU ASSY-SET-LEVEL-MARK-EXIT.
           MOVE ASSY-LEVEL-MARK TO ARL-LEVEL-MARK.
           IF ASSY-LEVEL-DEPTH = 1
               MOVE "ASSEMBLY TOTAL " TO ARL-TITLE
           ELSE
               MOVE "EACH ASSEMBLY  " TO ARL-TITLE
           END-IF.
           MOVE AL-ASSY-ID (ASSY-LEVEL-DEPTH) TO ARL-ASSY-ID.
           MOVE AL-AREA (ASSY-LEVEL-DEPTH)    TO ARL-AREA.
           MOVE AL-VOLUME (ASSY-LEVEL-DEPTH)  TO ARL-VOLUME.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ASSY-ROLLUP-LINE
           END-IF.
           IF ASSY-LEVEL-DEPTH = 1
               MOVE AL-AREA (1)   TO ASSY-AREA-ACCUM
               MOVE AL-VOLUME (1) TO ASSY-VOLUME-ACCUM
               MOVE 0 TO ASSY-LEVEL-DEPTH
               GO TO ASSY-LEVEL-END-EXIT
           END-IF.
           COMPUTE ASSY-LEVEL-IX = ASSY-LEVEL-DEPTH - 1.
           IF AL-SIGN (ASSY-LEVEL-DEPTH) = "-"
               COMPUTE AL-AREA (ASSY-LEVEL-IX) =
                   AL-AREA (ASSY-LEVEL-IX) -
                   AL-AREA (ASSY-LEVEL-DEPTH) *
                   AL-QUANTITY (ASSY-LEVEL-DEPTH)
               COMPUTE AL-VOLUME (ASSY-LEVEL-IX) =
                   AL-VOLUME (ASSY-LEVEL-IX) -
                   AL-VOLUME (ASSY-LEVEL-DEPTH) *
                   AL-QUANTITY (ASSY-LEVEL-DEPTH)
           ELSE
               COMPUTE AL-AREA (ASSY-LEVEL-IX) =
                   AL-AREA (ASSY-LEVEL-IX) +
                   AL-AREA (ASSY-LEVEL-DEPTH) *
                   AL-QUANTITY (ASSY-LEVEL-DEPTH)
               COMPUTE AL-VOLUME (ASSY-LEVEL-IX) =
                   AL-VOLUME (ASSY-LEVEL-IX) +
                   AL-VOLUME (ASSY-LEVEL-DEPTH) *
                   AL-QUANTITY (ASSY-LEVEL-DEPTH)
           END-IF.
           SUBTRACT 1 FROM ASSY-LEVEL-DEPTH.
       ASSY-LEVEL-END-EXIT.
           EXIT.

      *    THE INDENTED LEVEL NUMBER FOR THE BREAKDOWN - ONE DOT PER
      *    LEVEL BELOW THE FIRST, SO THE STRUCTURE READS DOWN THE PAGE.
       ASSY-SET-LEVEL-MARK.
           EVALUATE ASSY-MARK-LEVEL
               WHEN 0 MOVE "0"      TO ASSY-LEVEL-MARK
               WHEN 1 MOVE "1"      TO ASSY-LEVEL-MARK
               WHEN 2 MOVE ".2"     TO ASSY-LEVEL-MARK
               WHEN 3 MOVE "..3"    TO ASSY-LEVEL-MARK
               WHEN 4 MOVE "...4"   TO ASSY-LEVEL-MARK
               WHEN 5 MOVE "....5"  TO ASSY-LEVEL-MARK
               WHEN OTHER MOVE ".....6" TO ASSY-LEVEL-MARK
           END-EVALUATE.
       ASSY-SET-LEVEL-MARK-EXIT.
           EXIT.

       ASSY-WRITE-NOTE.
           MOVE ASSY-LEVEL-MARK TO ANT-LEVEL-MARK.
           MOVE ASSY-SIGN       TO ANT-SIGN.
           MOVE ASSY-QUANTITY   TO ANT-QUANTITY.
           MOVE ASSY-NOTE-TEXT  TO ANT-TEXT.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ASSY-NOTE-LINE
           END-IF.
       ASSY-WRITE-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * ASSY-CAPTURE-RESULT - CALLED FROM WRITE-REPORT-LINE WHILE A
      * COMPONENT RUNS. AREA AND VOLUME RESULTS, TIMES THE COMPONENT'S
      * QUANTITY, ADD TO OR SUBTRACT FROM THE CURRENT LEVEL'S FIGURES
      * PER THE COMPONENT'S SIGN, AND EVERY RESULT GETS A BREAKDOWN
      * LINE ON THE REPORT SHOWING THE VALUE FOR ONE PIECE.
      ******************************************************************
       ASSY-CAPTURE-RESULT.
           COMPUTE ASSY-WORK-VALUE = FUNCTION NUMVAL (RESULT-EDIT).
           COMPUTE ASSY-EXTEND-VALUE = ASSY-WORK-VALUE * ASSY-QUANTITY.
           EVALUATE STG-RESULT-NAME
               WHEN "VOLUME"
                   IF ASSY-SIGN = "-"
                       SUBTRACT ASSY-EXTEND-VALUE
                           FROM AL-VOLUME (ASSY-LEVEL-DEPTH)
                   ELSE
                       ADD ASSY-EXTEND-VALUE
                           TO AL-VOLUME (ASSY-LEVEL-DEPTH)
                   END-IF
               WHEN "V-AREA"
               WHEN "SURFACE-AREA"
                   IF ASSY-SIGN = "-"
                       SUBTRACT ASSY-EXTEND-VALUE
                           FROM AL-AREA (ASSY-LEVEL-DEPTH)
                   ELSE
                       ADD ASSY-EXTEND-VALUE
                           TO AL-AREA (ASSY-LEVEL-DEPTH)
                   END-IF
           END-EVALUATE.
           IF REPORT-FILE-STATUS = "00"
               MOVE ASSY-LEVEL-MARK TO ACL-LEVEL-MARK
               MOVE ASSY-SIGN       TO ACL-SIGN
               MOVE ASSY-QUANTITY   TO ACL-QUANTITY
               MOVE STG-SHAPE-NAME  TO ACL-SHAPE-NAME
               MOVE STG-INPUTS-TEXT TO ACL-INPUTS-TEXT
               MOVE STG-RESULT-NAME TO ACL-RESULT-NAME
           EXIT.

       WRITE-REPORT-LINE.
      *    A SAVED RESULT RE-RUNNING FOR THE K COMPARE IS ONLY LOOKED
      *    AT - NOTHING IS PRINTED, LOGGED, OR SAVED FOR IT.
           IF RECALC-ACTIVE
               PERFORM RECALC-CAPTURE-RESULT
                   THRU RECALC-CAPTURE-RESULT-EXIT
               GO TO WRITE-REPORT-LINE-EXIT
           END-IF.
      *    WHILE AN ASSEMBLY COMPONENT RUNS, ITS RESULTS FEED THE
      *    ASSEMBLY ACCUMULATORS AND THE COMPONENT BREAKDOWN INSTEAD
      *    OF THE NORMAL REPORT, AUDIT, AND EXPORT WRITES.
                   THRU ASSY-CAPTURE-RESULT-EXIT
               GO TO WRITE-REPORT-LINE-EXIT
           END-IF.
      *    THE BOTTOM-OF-BAND AND TOP-OF-BAND RUNS ARE ONLY KEPT FOR
      *    THE NOMINAL RUN THAT FOLLOWS TO PRINT ALONGSIDE ITS OWN.
           IF BAND-PASS-RUNNING
               PERFORM BAND-CAPTURE-RESULT
                   THRU BAND-CAPTURE-RESULT-EXIT
               GO TO WRITE-REPORT-LINE-EXIT
           END-IF.
           PERFORM BAND-SET-EDGES THRU BAND-SET-EDGES-EXIT.
           IF REPORT-FILE-STATUS = "00"
               MOVE CURRENT-JOB-NUMBER TO RDL-JOB-NUMBER
               MOVE STG-SHAPE-NAME  TO RDL-SHAPE-NAME
               MOVE CURRENT-PART-NUMBER TO RDL-PART-NUMBER
               WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
           END-IF.
           PERFORM WRITE-BAND-LINES THRU WRITE-BAND-LINES-EXIT.
           IF RUN-MODE-SW = "I" AND PANEL-RESULT-IX < 2
               ADD 1 TO PANEL-RESULT-IX
               PERFORM BUILD-PANEL-RESULT
                   THRU BUILD-PANEL-RESULT-EXIT
               IF PANEL-RESULT-IX = 1
                   MOVE PANEL-RESULT-WORK TO PANEL-RESULT-1
               ELSE
                   MOVE PANEL-RESULT-WORK TO PANEL-RESULT-2
               END-IF
           END-IF.
           IF JOB-GROUP-OPEN
       WRITE-REPORT-LINE-EXIT.
           EXIT.

      *    THE TWO ENDS OF A RESULT'S TOLERANCE BAND PRINT RIGHT UNDER
      *    ITS NOMINAL LINE. NOTHING PRINTS WITHOUT A BAND.
       WRITE-BAND-LINES.
           IF REPORT-FILE-STATUS NOT = "00"
               GO TO WRITE-BAND-LINES-EXIT
           END-IF.
           IF BAND-MIN-EDIT = SPACES AND BAND-MAX-EDIT = SPACES
               GO TO WRITE-BAND-LINES-EXIT
           END-IF.
           MOVE "  MINIMUM" TO RBL-BAND-NAME.
           MOVE BAND-MIN-EDIT TO RBL-BAND-VALUE.
           WRITE REPORT-RECORD FROM REPORT-BAND-LINE.
           MOVE "  MAXIMUM" TO RBL-BAND-NAME.
           MOVE BAND-MAX-EDIT TO RBL-BAND-VALUE.
           WRITE REPORT-RECORD FROM REPORT-BAND-LINE.
       WRITE-BAND-LINES-EXIT.
           EXIT.

      *    ONE RESULT LINE FOR THE MAIN PANEL - NAME = VALUE, OR WITH
      *    A TOLERANCE BAND THE MINIMUM, NOMINAL, AND MAXIMUM ACROSS.
       BUILD-PANEL-RESULT.
           MOVE SPACES TO PANEL-RESULT-WORK.
           IF BAND-MIN-EDIT = SPACES AND BAND-MAX-EDIT = SPACES
               STRING STG-RESULT-NAME DELIMITED BY SPACE
                   " = " DELIMITED BY SIZE
                   RESULT-EDIT DELIMITED BY SIZE
                   INTO PANEL-RESULT-WORK
               GO TO BUILD-PANEL-RESULT-EXIT
           END-IF.
           MOVE SPACES TO BAND-PANEL-MIN.
           IF BAND-MIN-EDIT NOT = SPACES
               COMPUTE BAND-LOW-VALUE = FUNCTION NUMVAL (BAND-MIN-EDIT)
               MOVE BAND-LOW-VALUE TO BAND-PANEL-EDIT
               MOVE BAND-PANEL-EDIT TO BAND-PANEL-MIN
           END-IF.
           COMPUTE BAND-LOW-VALUE = FUNCTION NUMVAL (RESULT-EDIT).
           MOVE BAND-LOW-VALUE TO BAND-PANEL-EDIT.
           MOVE BAND-PANEL-EDIT TO BAND-PANEL-NOM.
           MOVE SPACES TO BAND-PANEL-MAX.
           IF BAND-MAX-EDIT NOT = SPACES
               COMPUTE BAND-HIGH-VALUE =
                   FUNCTION NUMVAL (BAND-MAX-EDIT)
               MOVE BAND-HIGH-VALUE TO BAND-PANEL-EDIT
               MOVE BAND-PANEL-EDIT TO BAND-PANEL-MAX
           END-IF.
           STRING STG-RESULT-NAME DELIMITED BY SPACE
               " MIN" DELIMITED BY SIZE
               BAND-PANEL-MIN DELIMITED BY SIZE
               " NOM" DELIMITED BY SIZE
               BAND-PANEL-NOM DELIMITED BY SIZE
               " MAX" DELIMITED BY SIZE
               BAND-PANEL-MAX DELIMITED BY SIZE
               INTO PANEL-RESULT-WORK.
       BUILD-PANEL-RESULT-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-AUDIT / CLOSE-AUDIT / WRITE-AUDIT-LINE - THE DURABLE LOG
      * OF EVERY CALCULATION, APPENDED ACROSS RUNS.
           MOVE CURRENT-JOB-NUMBER TO ADL-JOB-NUMBER.
           MOVE CURRENT-PART-NUMBER TO ADL-PART-NUMBER.
           MOVE CURRENT-OPER-ID TO ADL-OPER-ID.
           MOVE BAND-MIN-EDIT   TO ADL-BAND-MIN.
           MOVE BAND-MAX-EDIT   TO ADL-BAND-MAX.
           IF AUDIT-FILE-STATUS = "00"
               WRITE AUDIT-RECORD FROM AUDIT-DETAIL-LINE
           END-IF.
           MOVE WIDTH           TO CSV-STG-WIDTH.
           MOVE HEIGTH          TO CSV-STG-HEIGTH.
           MOVE BASE            TO CSV-STG-BASE.
           MOVE SECOND-RADIUS   TO CSV-STG-SECOND-RADIUS.
           MOVE STG-RESULT-NAME TO CSV-STG-RESULT-NAME.
           COMPUTE CSV-WORK-VALUE = FUNCTION NUMVAL (RESULT-EDIT).
           MOVE CSV-WORK-VALUE  TO CSV-STG-RESULT-VALUE.
           MOVE ADL-BAND-MIN    TO CSV-STG-BAND-MIN.
           MOVE ADL-BAND-MAX    TO CSV-STG-BAND-MAX.
           PERFORM WRITE-CSV-LINE THRU WRITE-CSV-LINE-EXIT.
       WRITE-AUDIT-LINE-EXIT.
           EXIT.
           IF CSV-FILE-STATUS NOT = "00"
               GO TO WRITE-CSV-LINE-EXIT
           END-IF.
      *    THE BAND COLUMNS GO OUT IN THE SAME FORM AS THE VALUE
      *    COLUMN, OR EMPTY FOR A RESULT WITHOUT A BAND.
           MOVE SPACES TO CSV-BAND-MIN-OUT.
           IF CSV-STG-BAND-MIN NOT = SPACES
               COMPUTE CSV-WORK-VALUE =
                   FUNCTION NUMVAL (CSV-STG-BAND-MIN)
               MOVE CSV-WORK-VALUE TO CSV-BAND-EDIT
               MOVE CSV-BAND-EDIT TO CSV-BAND-MIN-OUT
           END-IF.
           MOVE SPACES TO CSV-BAND-MAX-OUT.
           IF CSV-STG-BAND-MAX NOT = SPACES
               COMPUTE CSV-WORK-VALUE =
                   FUNCTION NUMVAL (CSV-STG-BAND-MAX)
               MOVE CSV-WORK-VALUE TO CSV-BAND-EDIT
               MOVE CSV-BAND-EDIT TO CSV-BAND-MAX-OUT
           END-IF.
           MOVE SPACES TO CSV-BUILD-LINE.
           STRING CSV-STG-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-STG-RESULT-NAME DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CSV-STG-RESULT-VALUE DELIMITED BY SIZE
      *        QTY AND SHEET ARE IMPORT-ONLY COLUMNS - LEFT EMPTY HERE
      *        SO RADIUS2 SITS IN THE SAME COLUMN ON BOTH SIDES.
               ",,," DELIMITED BY SIZE
               CSV-STG-SECOND-RADIUS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-BAND-MIN-OUT DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CSV-BAND-MAX-OUT DELIMITED BY SPACE
               INTO CSV-BUILD-LINE.
           WRITE CSV-RECORD FROM CSV-BUILD-LINE.
       WRITE-CSV-LINE-EXIT.
           MOVE 0 TO WIDTH.
           MOVE 0 TO HEIGTH.
           MOVE 0 TO BASE.
           MOVE 0 TO SECOND-RADIUS.
           MOVE 0 TO TOL-RADIUS.
           MOVE 0 TO TOL-DIAMETER.
           MOVE 0 TO TOL-V-LENGTH.
           MOVE 0 TO TOL-WIDTH.
           MOVE 0 TO TOL-HEIGTH.
           MOVE 0 TO TOL-BASE.
           MOVE 0 TO TOL-SECOND-RADIUS.
           MOVE SPACES TO CURRENT-PART-NUMBER.
       CLEAR-DIMENSIONS-EXIT.
           EXIT.
      ******************************************************************
       OPEN-RESULTS.
           OPEN I-O RESULTS-MASTER.
      *    STATUS 39 MEANS A MASTER BUILT BEFORE THE PART-NUMBER,
      *    OPERATOR-ID, OR SECOND-RADIUS COLUMNS WIDENED THE RECORD.
      *    SAY SO PLAINLY -
      *    THE OLD FILE MUST BE RENAMED ASIDE AND THE MASTER REBUILT
      *    FROM THE AUDIT LOG WITH THE V RUN MODE'S REBUILD OPTION,
      *    OR EVERY RUN FROM HERE ON QUIETLY LOSES ITS MASTER.
      ******************************************************************
       OPEN-PARTMST.
           OPEN I-O PARTS-MASTER.
      *    STATUS 39 MEANS A CATALOG BUILT BEFORE THE SECOND-RADIUS
      *    COLUMN WIDENED THE RECORD - IT MUST BE UNLOADED AND LOADED
      *    AGAIN IN THE NEW LAYOUT BEFORE PARTS CAN BE USED.
           IF PARTMST-FILE-STATUS = "39"
               DISPLAY "PARTMST IS AN OLDER RECORD LAYOUT - "
                   "STATUS 39"
               DISPLAY "RELOAD THE CATALOG IN THE CURRENT LAYOUT"
               DISPLAY "THIS RUN HAS NO PARTS CATALOG"
               GO TO OPEN-PARTMST-EXIT
           END-IF.
           IF PARTMST-FILE-STATUS NOT = "00" AND
               PARTMST-FILE-STATUS NOT = "05"
               DISPLAY "PARTMST COULD NOT BE OPENED - STATUS "
       CLOSE-PARTMST-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-SHEETINV / CLOSE-SHEETINV - THE INDEXED STOCK-SHEET
      * INVENTORY. A RUN WHERE IT CANNOT BE OPENED STILL WORKS, BUT
      * THE END-OF-RUN NETTING TREATS EVERY SHEET AS NONE ON HAND AND
      * THE MAINTENANCE SCREEN IS REFUSED.
      ******************************************************************
       OPEN-SHEETINV.
           OPEN I-O SHEET-INVENTORY.
           IF SHEETINV-FILE-STATUS NOT = "00" AND
               SHEETINV-FILE-STATUS NOT = "05"
               DISPLAY "SHEETINV COULD NOT BE OPENED - STATUS "
                   SHEETINV-FILE-STATUS
               GO TO OPEN-SHEETINV-EXIT
           END-IF.
           MOVE "00" TO SHEETINV-FILE-STATUS.
       OPEN-SHEETINV-EXIT.
           EXIT.

       CLOSE-SHEETINV.
           IF SHEETINV-FILE-STATUS = "00"
               CLOSE SHEET-INVENTORY
           END-IF.
       CLOSE-SHEETINV-EXIT.
           EXIT.

      ******************************************************************
      * PANEL-PULL-PART - LOOK THE KEYED PART NUMBER UP ON THE CATALOG
      * AND PULL ITS SHAPE AND DIMENSIONS INTO THE PANEL FIELDS. THE
           MOVE PM-WIDTH    TO WIDTH.
           MOVE PM-HEIGTH   TO HEIGTH.
           MOVE PM-BASE     TO BASE.
           MOVE PM-SECOND-RADIUS TO SECOND-RADIUS.
           PERFORM LOAD-PART-TOLERANCES
               THRU LOAD-PART-TOLERANCES-EXIT.
           MOVE PM-PART-NUMBER TO CURRENT-PART-NUMBER.
           MOVE PM-SHAPE-CODE TO CHECK-SHAPE-CODE.
           PERFORM SET-SHAPE-FROM-CODE
       PANEL-PULL-PART-EXIT.
           EXIT.

      *    CATALOG RECORDS SAVED BEFORE THE TOLERANCE COLUMNS EXISTED
      *    CARRY BLANKS THERE - NO TOLERANCE.
       LOAD-PART-TOLERANCES.
           MOVE 0 TO TOL-RADIUS.
           MOVE 0 TO TOL-DIAMETER.
           MOVE 0 TO TOL-V-LENGTH.
           MOVE 0 TO TOL-WIDTH.
           MOVE 0 TO TOL-HEIGTH.
           MOVE 0 TO TOL-BASE.
           MOVE 0 TO TOL-SECOND-RADIUS.
           IF PM-TOL-RADIUS NUMERIC
               MOVE PM-TOL-RADIUS TO TOL-RADIUS
           END-IF.
           IF PM-TOL-DIAMETER NUMERIC
               MOVE PM-TOL-DIAMETER TO TOL-DIAMETER
           END-IF.
           IF PM-TOL-V-LENGTH NUMERIC
               MOVE PM-TOL-V-LENGTH TO TOL-V-LENGTH
           END-IF.
           IF PM-TOL-WIDTH NUMERIC
               MOVE PM-TOL-WIDTH TO TOL-WIDTH
           END-IF.
           IF PM-TOL-HEIGTH NUMERIC
               MOVE PM-TOL-HEIGTH TO TOL-HEIGTH
           END-IF.
           IF PM-TOL-BASE NUMERIC
               MOVE PM-TOL-BASE TO TOL-BASE
           END-IF.
           IF PM-TOL-SECOND-RADIUS NUMERIC
               MOVE PM-TOL-SECOND-RADIUS TO TOL-SECOND-RADIUS
           END-IF.
       LOAD-PART-TOLERANCES-EXIT.
           EXIT.

      ******************************************************************
      * SET-SHAPE-FROM-CODE - THE REVERSE OF SET-CHECK-SHAPE-CODE:
      * TURN A TWO-LETTER SHAPE CODE INTO THE DISPATCH CHOICE NUMBER.
               WHEN "CY" MOVE 10 TO SHAPE-DISPATCH-CHOICE
               WHEN "PA" MOVE 11 TO SHAPE-DISPATCH-CHOICE
               WHEN "EL" MOVE 12 TO SHAPE-DISPATCH-CHOICE
               WHEN "TU" MOVE 24 TO SHAPE-DISPATCH-CHOICE
               WHEN "AN" MOVE 25 TO SHAPE-DISPATCH-CHOICE
               WHEN "FR" MOVE 26 TO SHAPE-DISPATCH-CHOICE
               WHEN "PY" MOVE 27 TO SHAPE-DISPATCH-CHOICE
               WHEN "TO" MOVE 28 TO SHAPE-DISPATCH-CHOICE
               WHEN OTHER MOVE 0 TO SHAPE-DISPATCH-CHOICE
           END-EVALUATE.
       SET-SHAPE-FROM-CODE-EXIT.
           MOVE BASE            TO RM-BASE.
           MOVE ADL-PART-NUMBER TO RM-PART-NUMBER.
           MOVE ADL-OPER-ID     TO RM-OPER-ID.
           MOVE SECOND-RADIUS   TO RM-SECOND-RADIUS.
           MOVE ADL-BAND-MIN    TO RM-BAND-MIN.
           MOVE ADL-BAND-MAX    TO RM-BAND-MAX.
       WRITE-RESULTS-MASTER-TRY.
           WRITE RESULTS-RECORD
               INVALID KEY
           MOVE RM-WIDTH        TO CSV-STG-WIDTH.
           MOVE RM-HEIGTH       TO CSV-STG-HEIGTH.
           MOVE RM-BASE         TO CSV-STG-BASE.
           MOVE RM-SECOND-RADIUS TO CSV-STG-SECOND-RADIUS.
           MOVE RM-RESULT-NAME  TO CSV-STG-RESULT-NAME.
           COMPUTE CSV-WORK-VALUE =
               FUNCTION NUMVAL (RM-RESULT-VALUE).
           MOVE CSV-WORK-VALUE  TO CSV-STG-RESULT-VALUE.
           MOVE RM-BAND-MIN     TO CSV-STG-BAND-MIN.
           MOVE RM-BAND-MAX     TO CSV-STG-BAND-MAX.
           PERFORM WRITE-CSV-LINE THRU WRITE-CSV-LINE-EXIT.
       LOOKUP-EXPORT-ONE-EXIT.
           EXIT.
           MOVE 0 TO CSV-STG-WIDTH.
           MOVE 0 TO CSV-STG-HEIGTH.
           MOVE 0 TO CSV-STG-BASE.
           MOVE 0 TO CSV-STG-SECOND-RADIUS.
           MOVE ADL-RESULT-NAME TO CSV-STG-RESULT-NAME.
           COMPUTE CSV-WORK-VALUE =
               FUNCTION NUMVAL (ADL-RESULT-VALUE).
           MOVE CSV-WORK-VALUE  TO CSV-STG-RESULT-VALUE.
           MOVE ADL-BAND-MIN    TO CSV-STG-BAND-MIN.
           MOVE ADL-BAND-MAX    TO CSV-STG-BAND-MAX.
           PERFORM WRITE-CSV-LINE THRU WRITE-CSV-LINE-EXIT.
       LOOKUP-EXPORT-AUDIT-LINE-EXIT.
           EXIT.
      ******************************************************************
       REPRINT-RUN.
           DISPLAY "ENTER FROM DATE (YYYYMMDD) OR BLANK FOR ALL:".
           MOVE "FROMDATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO REPRINT-FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD) OR BLANK FOR ALL:".
           MOVE "TODATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO REPRINT-TO-DATE.
           DISPLAY "ENTER JOB NUMBER OR BLANK FOR ALL:".
           MOVE "JOB" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO REPRINT-JOB-FILTER.
           IF RESULTS-FILE-STATUS NOT = "00"
               DISPLAY "RESULTMST NOT AVAILABLE - STATUS "
                   RESULTS-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO REPRINT-RUN-EXIT
           END-IF.

               MOVE RM-PART-NUMBER  TO RDL-PART-NUMBER
               WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
           END-IF.
           MOVE RM-BAND-MIN TO BAND-MIN-EDIT.
           MOVE RM-BAND-MAX TO BAND-MAX-EDIT.
           PERFORM WRITE-BAND-LINES THRU WRITE-BAND-LINES-EXIT.
           ADD 1 TO REPRINT-LINE-COUNT.
           IF JOB-GROUP-OPEN
               COMPUTE JOB-WORK-VALUE =
           EXIT.

      ******************************************************************
      * CHANGE-REPORT - LIST THE CHANGE JOURNAL FOR A DATE RANGE,
      * OPTIONALLY FOR ONE FILE AND/OR ONE OPERATOR. EACH CHANGE
      * PRINTS ITS HEADING LINE AND THEN THE BEFORE AND AFTER RECORD
      * IMAGES, WITH A COUNT OF ADDS, CHANGES, AND DELETES AT THE END.
      ******************************************************************
       CHANGE-REPORT.
           DISPLAY "ENTER FROM DATE (YYYYMMDD) OR BLANK FOR ALL:".
           MOVE "FROMDATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO CHANGE-FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD) OR BLANK FOR ALL:".
           MOVE "TODATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO CHANGE-TO-DATE.
           DISPLAY "ENTER FILE (RESULTMST, JOBMST, PARTMST, SHEETINV,"
               " LIMITS,".
           DISPLAY "SHEETS, ASSYDEF, OPERFILE) OR BLANK FOR ALL:".
           MOVE "FILE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO CHANGE-FILE-FILTER.
           DISPLAY "ENTER OPERATOR ID OR BLANK FOR ALL:".
           MOVE "OPER" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO CHANGE-OPER-FILTER.

           OPEN INPUT CHGJRNL-FILE.
           IF CHGJRNL-FILE-STATUS NOT = "00" AND
               CHGJRNL-FILE-STATUS NOT = "05"
               DISPLAY "CHGJRNL COULD NOT BE OPENED - STATUS "
                   CHGJRNL-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO CHANGE-REPORT-EXIT
           END-IF.
           MOVE "00" TO CHGJRNL-FILE-STATUS.

           MOVE CHANGE-FROM-DATE   TO CHH-FROM-DATE.
           MOVE CHANGE-TO-DATE     TO CHH-TO-DATE.
           MOVE CHANGE-FILE-FILTER TO CHH-FILE-FILTER.
           MOVE CHANGE-OPER-FILTER TO CHH-OPER-FILTER.
           DISPLAY CHANGE-HEADER-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM CHANGE-HEADER-LINE
           END-IF.

           MOVE 0 TO CHANGE-ADD-COUNT.
           MOVE 0 TO CHANGE-CHG-COUNT.
           MOVE 0 TO CHANGE-DEL-COUNT.
           MOVE 0 TO CHANGE-RST-COUNT.
           MOVE "N" TO CHGJRNL-EOF-SW.
           PERFORM CHANGE-READ-NEXT THRU CHANGE-READ-NEXT-EXIT.
           PERFORM CHANGE-REPORT-ONE THRU CHANGE-REPORT-ONE-EXIT
               UNTIL CHGJRNL-EOF.
           CLOSE CHGJRNL-FILE.

           MOVE CHANGE-ADD-COUNT TO CHT-ADD-COUNT.
           MOVE CHANGE-CHG-COUNT TO CHT-CHG-COUNT.
           MOVE CHANGE-DEL-COUNT TO CHT-DEL-COUNT.
           MOVE CHANGE-RST-COUNT TO CHT-RST-COUNT.
           DISPLAY CHANGE-TOTAL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM CHANGE-TOTAL-LINE
           END-IF.
       CHANGE-REPORT-EXIT.
           EXIT.

       CHANGE-READ-NEXT.
           READ CHGJRNL-FILE
               AT END MOVE "Y" TO CHGJRNL-EOF-SW
           END-READ.
       CHANGE-READ-NEXT-EXIT.
           EXIT.

       CHANGE-REPORT-ONE.
           IF CHANGE-FROM-DATE NOT = SPACES AND
               CJ-DATE < CHANGE-FROM-DATE
               GO TO CHANGE-REPORT-ONE-NEXT
           END-IF.
           IF CHANGE-TO-DATE NOT = SPACES AND
               CJ-DATE > CHANGE-TO-DATE
               GO TO CHANGE-REPORT-ONE-NEXT
           END-IF.
           IF CHANGE-FILE-FILTER NOT = SPACES AND
               CJ-FILE-NAME NOT = CHANGE-FILE-FILTER
               GO TO CHANGE-REPORT-ONE-NEXT
           END-IF.
           IF CHANGE-OPER-FILTER NOT = SPACES AND
               CJ-OPER-ID NOT = CHANGE-OPER-FILTER
               GO TO CHANGE-REPORT-ONE-NEXT
           END-IF.

           MOVE CJ-DATE      TO CHL-DATE.
           MOVE CJ-TIME      TO CHL-TIME.
           MOVE CJ-FILE-NAME TO CHL-FILE-NAME.
           MOVE CJ-KEY       TO CHL-KEY.
           MOVE CJ-OPER-ID   TO CHL-OPER-ID.
           EVALUATE CJ-ACTION
               WHEN "A"
                   MOVE "ADD"     TO CHL-ACTION-TEXT
                   ADD 1 TO CHANGE-ADD-COUNT
               WHEN "C"
                   MOVE "CHANGE"  TO CHL-ACTION-TEXT
                   ADD 1 TO CHANGE-CHG-COUNT
               WHEN "D"
                   MOVE "DELETE"  TO CHL-ACTION-TEXT
                   ADD 1 TO CHANGE-DEL-COUNT
               WHEN "R"
                   MOVE "RESTORE" TO CHL-ACTION-TEXT
                   ADD 1 TO CHANGE-RST-COUNT
               WHEN OTHER
                   MOVE CJ-ACTION TO CHL-ACTION-TEXT
           END-EVALUATE.
           DISPLAY CHANGE-DETAIL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM CHANGE-DETAIL-LINE
           END-IF.
           IF CJ-ACTION NOT = "A"
               MOVE "BEFORE: " TO CIL-TAG
               MOVE CJ-BEFORE-IMAGE TO CHANGE-IMAGE-WORK
               PERFORM CHANGE-PRINT-IMAGE THRU CHANGE-PRINT-IMAGE-EXIT
           END-IF.
           IF CJ-ACTION NOT = "D"
               MOVE "AFTER:  " TO CIL-TAG
               MOVE CJ-AFTER-IMAGE TO CHANGE-IMAGE-WORK
               PERFORM CHANGE-PRINT-IMAGE THRU CHANGE-PRINT-IMAGE-EXIT
           END-IF.
       CHANGE-REPORT-ONE-NEXT.
           PERFORM CHANGE-READ-NEXT THRU CHANGE-READ-NEXT-EXIT.
       CHANGE-REPORT-ONE-EXIT.
           EXIT.

      *    AN IMAGE PRINTS AS MANY 100-BYTE SLICES AS IT HAS DATA IN;
      *    THE TAG RIDES ON THE FIRST SLICE ONLY.
       CHANGE-PRINT-IMAGE.
           PERFORM CHANGE-PRINT-SLICE THRU CHANGE-PRINT-SLICE-EXIT
               VARYING CHANGE-SLICE-IX FROM 1 BY 1
               UNTIL CHANGE-SLICE-IX > 3.
       CHANGE-PRINT-IMAGE-EXIT.
           EXIT.

       CHANGE-PRINT-SLICE.
           IF CHANGE-SLICE-IX > 1 AND
               CHANGE-IMAGE-SLICE (CHANGE-SLICE-IX) = SPACES
               GO TO CHANGE-PRINT-SLICE-EXIT
           END-IF.
           MOVE CHANGE-IMAGE-SLICE (CHANGE-SLICE-IX)
               TO CIL-IMAGE-TEXT.
           DISPLAY CHANGE-IMAGE-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM CHANGE-IMAGE-LINE
           END-IF.
           MOVE SPACES TO CIL-TAG.
       CHANGE-PRINT-SLICE-EXIT.
           EXIT.

      ******************************************************************
      * RECALC-RUN - THE K RUN. EVERY SAVED RESULT IN THE DATE RANGE
      * (AND FOR THE JOB AND SHAPE, IF GIVEN) IS RE-RUN FROM ITS OWN
      * STORED DIMENSIONS THROUGH TODAY'S CALC CORE, AND THE NEW VALUE
      * OF THE SAME RESULT IS COMPARED WITH THE SAVED ONE. ANYTHING
      * OFF BY MORE THAN THE TOLERANCE PRINTS AS AN EXCEPTION. ONLY
      * ON A CORRECTION PASS IS THE SAVED VALUE REWRITTEN, AND EACH
      * CORRECTION GOES TO THE CHANGE JOURNAL WITH ITS BEFORE AND
      * AFTER IMAGES. ASSEMBLIES AND RECORDS REBUILT FROM THE AUDIT
      * LOG CARRY NO DIMENSIONS TO RE-RUN AND ARE COUNTED AS SKIPPED.
      ******************************************************************
       RECALC-RUN.
           DISPLAY "ENTER FROM DATE (YYYYMMDD) OR BLANK FOR ALL:".
           MOVE "FROMDATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO RECALC-FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD) OR BLANK FOR ALL:".
           MOVE "TODATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO RECALC-TO-DATE.
           DISPLAY "ENTER JOB NUMBER OR BLANK FOR ALL:".
           MOVE "JOB" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO RECALC-JOB-FILTER.
           DISPLAY "ENTER SHAPE NAME (E.G. HEXAGON) OR BLANK FOR ALL:".
           MOVE "SHAPE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO RECALC-SHAPE-FILTER.
           DISPLAY "ENTER TOLERANCE (E.G. 0.01) OR BLANK FOR EXACT:".
           MOVE "TOLER" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO RECALC-TOLERANCE-TEXT.
           MOVE 0 TO RECALC-TOLERANCE.
           IF RECALC-TOLERANCE-TEXT NOT = SPACES
               COMPUTE RECALC-TOLERANCE =
                   FUNCTION NUMVAL (RECALC-TOLERANCE-TEXT)
           END-IF.
           DISPLAY "CORRECT THE SAVED VALUES THAT DIFFER (Y/N):".
           MOVE "N" TO RECALC-CORRECT-SW.
           MOVE "CORRECT" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           IF PARM-VALUE NOT = SPACES
               MOVE PARM-VALUE TO RECALC-CORRECT-SW
           END-IF.
           IF RESULTS-FILE-STATUS NOT = "00"
               DISPLAY "RESULTMST NOT AVAILABLE - STATUS "
                   RESULTS-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO RECALC-RUN-EXIT
           END-IF.

           MOVE RECALC-FROM-DATE    TO RCH-FROM-DATE.
           MOVE RECALC-TO-DATE      TO RCH-TO-DATE.
           MOVE RECALC-JOB-FILTER   TO RCH-JOB-FILTER.
           MOVE RECALC-SHAPE-FILTER TO RCH-SHAPE-FILTER.
           MOVE RECALC-TOLERANCE    TO RCH-TOLERANCE.
           DISPLAY RECALC-HEADER-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM RECALC-HEADER-LINE
           END-IF.

           MOVE 0 TO RECALC-READ-COUNT.
           MOVE 0 TO RECALC-CHECKED-COUNT.
           MOVE 0 TO RECALC-EXCEPTION-COUNT.
           MOVE 0 TO RECALC-CORRECTED-COUNT.
           MOVE 0 TO RECALC-SKIPPED-COUNT.
           MOVE "N" TO RECALC-EOF-SW.
           MOVE LOW-VALUES TO RM-KEY.
           IF RECALC-FROM-DATE NOT = SPACES
               MOVE RECALC-FROM-DATE TO RM-DATE
           END-IF.
           START RESULTS-MASTER KEY NOT < RM-KEY
               INVALID KEY MOVE "Y" TO RECALC-EOF-SW
           END-START.
           IF NOT RECALC-EOF
               PERFORM RECALC-READ-NEXT THRU RECALC-READ-NEXT-EXIT
               PERFORM RECALC-ONE THRU RECALC-ONE-EXIT
                   UNTIL RECALC-EOF
           END-IF.

           MOVE RECALC-READ-COUNT      TO RCT-READ-COUNT.
           MOVE RECALC-CHECKED-COUNT   TO RCT-CHECKED-COUNT.
           MOVE RECALC-EXCEPTION-COUNT TO RCT-EXCEPTION-COUNT.
           MOVE RECALC-CORRECTED-COUNT TO RCT-CORRECTED-COUNT.
           MOVE RECALC-SKIPPED-COUNT   TO RCT-SKIPPED-COUNT.
           DISPLAY RECALC-TOTAL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM RECALC-TOTAL-LINE
           END-IF.
       RECALC-RUN-EXIT.
           EXIT.

       RECALC-READ-NEXT.
           READ RESULTS-MASTER NEXT RECORD
               AT END MOVE "Y" TO RECALC-EOF-SW
           END-READ.
           IF NOT RECALC-EOF AND
               RECALC-TO-DATE NOT = SPACES AND
               RM-DATE > RECALC-TO-DATE
               MOVE "Y" TO RECALC-EOF-SW
           END-IF.
       RECALC-READ-NEXT-EXIT.
           EXIT.

       RECALC-ONE.
           IF RECALC-JOB-FILTER NOT = SPACES AND
               RM-JOB-NUMBER NOT = RECALC-JOB-FILTER
               GO TO RECALC-ONE-NEXT
           END-IF.
           IF RECALC-SHAPE-FILTER NOT = SPACES AND
               RM-SHAPE-NAME NOT = RECALC-SHAPE-FILTER
               GO TO RECALC-ONE-NEXT
           END-IF.
           ADD 1 TO RECALC-READ-COUNT.

      *    THE SHAPE NAME ON THE RECORD IS THE SAME ONE THE CSV
      *    IMPORT TAKES, SO ITS NAME-TO-CODE TABLE FINDS THE CORE.
           MOVE RM-SHAPE-NAME TO CSVIN-SHAPE-TEXT.
           PERFORM CSVIN-RESOLVE-SHAPE THRU CSVIN-RESOLVE-SHAPE-EXIT.
           MOVE CSVIN-SHAPE-CODE TO CHECK-SHAPE-CODE.
           PERFORM SET-SHAPE-FROM-CODE THRU SET-SHAPE-FROM-CODE-EXIT.
           IF SHAPE-DISPATCH-CHOICE = 0 OR
               (RM-RADIUS = 0 AND RM-DIAMETER = 0 AND
               RM-V-LENGTH = 0 AND RM-WIDTH = 0 AND
               RM-HEIGTH = 0 AND RM-BASE = 0 AND
               RM-SECOND-RADIUS = 0)
               ADD 1 TO RECALC-SKIPPED-COUNT
               GO TO RECALC-ONE-NEXT
           END-IF.

           MOVE RM-RADIUS   TO RADIUS.
           MOVE RM-DIAMETER TO DIAMETER.
           MOVE RM-V-LENGTH TO V-LENGTH.
           MOVE RM-WIDTH    TO WIDTH.
           MOVE RM-HEIGTH   TO HEIGTH.
           MOVE RM-BASE     TO BASE.
           MOVE RM-SECOND-RADIUS TO SECOND-RADIUS.
           MOVE RM-RESULT-NAME TO RECALC-TARGET-NAME.
           MOVE "N" TO RECALC-FOUND-SW.
           MOVE "Y" TO RECALC-SW.
           PERFORM DISPATCH-SHAPE-CORE THRU DISPATCH-SHAPE-CORE-EXIT.
           MOVE "N" TO RECALC-SW.
           IF NOT RECALC-FOUND
               ADD 1 TO RECALC-SKIPPED-COUNT
               GO TO RECALC-ONE-NEXT
           END-IF.
           ADD 1 TO RECALC-CHECKED-COUNT.

           COMPUTE RECALC-OLD-VALUE = FUNCTION NUMVAL (RM-RESULT-VALUE).
           COMPUTE RECALC-NEW-VALUE =
               FUNCTION NUMVAL (RECALC-NEW-VALUE-TEXT).
           COMPUTE RECALC-DIFFERENCE =
               RECALC-NEW-VALUE - RECALC-OLD-VALUE.
           IF RECALC-DIFFERENCE < 0
               COMPUTE RECALC-DIFFERENCE = 0 - RECALC-DIFFERENCE
           END-IF.
           IF RECALC-DIFFERENCE NOT > RECALC-TOLERANCE
               GO TO RECALC-ONE-NEXT
           END-IF.

           ADD 1 TO RECALC-EXCEPTION-COUNT.
           MOVE RM-DATE               TO RXL-DATE.
           MOVE RM-TIME               TO RXL-TIME.
           MOVE RM-JOB-NUMBER         TO RXL-JOB-NUMBER.
           MOVE RM-SHAPE-NAME         TO RXL-SHAPE-NAME.
           MOVE RM-RESULT-NAME        TO RXL-RESULT-NAME.
           MOVE RM-RESULT-VALUE       TO RXL-OLD-VALUE.
           MOVE RECALC-NEW-VALUE-TEXT TO RXL-NEW-VALUE.
           MOVE SPACES                TO RXL-FLAG-TEXT.
           IF RECALC-CORRECT-WANTED
               PERFORM RECALC-CORRECT-ONE THRU RECALC-CORRECT-ONE-EXIT
           END-IF.
           DISPLAY RECALC-EXCEPTION-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM RECALC-EXCEPTION-LINE
           END-IF.
       RECALC-ONE-NEXT.
           PERFORM RECALC-READ-NEXT THRU RECALC-READ-NEXT-EXIT.
       RECALC-ONE-EXIT.
           EXIT.

      *    THE JOURNAL KEY HAS ROOM FOR DATE AND TIME TO THE SECOND
      *    (YYMMDDHHMMSS); THE FULL RECORD KEY LEADS BOTH IMAGES.
      *    THE SAVED RECORD DOES NOT CARRY THE TOLERANCES ITS BAND WAS
      *    BUILT FROM, SO A CORRECTED VALUE CANNOT HAVE ITS BAND RERUN -
      *    THE OLD BAND IS CLEARED INSTEAD, AND THE AFTER IMAGE SAYS SO
      *    PAST THE END OF THE RECORD.
       RECALC-CORRECT-ONE.
           MOVE RESULTS-RECORD TO CHG-BEFORE-IMAGE.
           MOVE RECALC-NEW-VALUE-TEXT TO RM-RESULT-VALUE.
           MOVE SPACES TO RM-BAND-MIN.
           MOVE SPACES TO RM-BAND-MAX.
           REWRITE RESULTS-RECORD
               INVALID KEY
                   MOVE "NOT SAVED" TO RXL-FLAG-TEXT
                   MOVE "00" TO RESULTS-FILE-STATUS
                   GO TO RECALC-CORRECT-ONE-EXIT
           END-REWRITE.
           MOVE "CORRECTED" TO RXL-FLAG-TEXT.
           ADD 1 TO RECALC-CORRECTED-COUNT.
           MOVE "RESULTMST" TO CHG-FILE-NAME.
           MOVE "C" TO CHG-ACTION.
           MOVE SPACES TO CHG-KEY.
           STRING RM-DATE (3:6) RM-TIME (1:6) DELIMITED BY SIZE
               INTO CHG-KEY.
           MOVE RESULTS-RECORD TO CHG-AFTER-IMAGE.
           IF CHG-BEFORE-IMAGE (224:40) NOT = SPACES
               MOVE "BAND CLEARED - NO TOLERANCES SAVED"
                   TO CHG-AFTER-IMAGE (264:37)
           END-IF.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
       RECALC-CORRECT-ONE-EXIT.
           EXIT.

      *    ONLY THE RESULT THE SAVED RECORD HOLDS IS KEPT; THE CORE'S
      *    OTHER RESULTS GO BY.
       RECALC-CAPTURE-RESULT.
           IF STG-RESULT-NAME = RECALC-TARGET-NAME
               MOVE RESULT-EDIT TO RECALC-NEW-VALUE-TEXT
               MOVE "Y" TO RECALC-FOUND-SW
           END-IF.
       RECALC-CAPTURE-RESULT-EXIT.
           EXIT.

      ******************************************************************
      * AUDIT-RECON - VERIFY THE AUDIT LOG AND THE RESULTS MASTER
      * AGAINST EACH OTHER. BOTH FILES ARE IN DATE/TIME ORDER, SO THE
      * MATCH RUNS AS A BALANCED PAIR OF GROUP READS: EVERY LINE OF
      * ONE DATE/TIME SECOND IS TABLED ON EACH SIDE AND MATCHED ON
      * SHAPE, RESULT NAME, AND RESULT VALUE. LEFTOVERS PRINT EACH
      * WAY, COUNT TOTALS PROVE THE MATCH, AND THE REBUILD OPTION
      * RECONSTRUCTS MISSING MASTER RECORDS FROM THE AUDIT DETAIL
      * (WITH ZERO DIMENSION COLUMNS, THE SAME CONVENTION AS MASTER
      * RECORDS SAVED BEFORE THE DIMENSION COLUMNS EXISTED).
      ******************************************************************
       AUDIT-RECON.
           DISPLAY "VERIFY ONLY OR VERIFY AND REBUILD - V OR R:".
           MOVE "V" TO RECON-REBUILD-SW.
           MOVE "REBUILD" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           IF PARM-VALUE NOT = SPACES
               MOVE PARM-VALUE TO RECON-REBUILD-SW
           END-IF.
           IF RESULTS-FILE-STATUS NOT = "00"
               DISPLAY "RESULTMST NOT AVAILABLE - STATUS "
                   RESULTS-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO AUDIT-RECON-EXIT
           END-IF.
           PERFORM CLOSE-AUDIT THRU CLOSE-AUDIT-EXIT.
               AUDIT-FILE-STATUS NOT = "05"
               DISPLAY "AUDITLOG COULD NOT BE OPENED - STATUS "
                   AUDIT-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO AUDIT-RECON-REOPEN
           END-IF.
           MOVE "00" TO AUDIT-FILE-STATUS.
                   MOVE ADL-JOB-NUMBER   TO RAH-JOB-NUMBER
                   MOVE ADL-PART-NUMBER  TO RAH-PART-NUMBER
                   MOVE ADL-OPER-ID      TO RAH-OPER-ID
                   MOVE ADL-BAND-MIN     TO RAH-BAND-MIN
                   MOVE ADL-BAND-MAX     TO RAH-BAND-MAX
                   MOVE "Y" TO RECON-AUDIT-PEND-SW
           END-READ.
       RECON-AUDIT-READ-EXIT.
               MOVE RAH-JOB-NUMBER   TO RAG-JOB-NUMBER (RAG-COUNT)
               MOVE RAH-PART-NUMBER  TO RAG-PART-NUMBER (RAG-COUNT)
               MOVE RAH-OPER-ID      TO RAG-OPER-ID (RAG-COUNT)
               MOVE RAH-BAND-MIN     TO RAG-BAND-MIN (RAG-COUNT)
               MOVE RAH-BAND-MAX     TO RAG-BAND-MAX (RAG-COUNT)
               MOVE "N"              TO RAG-MATCHED-SW (RAG-COUNT)
           ELSE
               ADD 1 TO RECON-OVERFLOW-COUNT
           MOVE RAG-JOB-NUMBER (RECON-IX)   TO ADL-JOB-NUMBER.
           MOVE RAG-PART-NUMBER (RECON-IX)  TO ADL-PART-NUMBER.
           MOVE RAG-OPER-ID (RECON-IX)      TO ADL-OPER-ID.
           MOVE RAG-BAND-MIN (RECON-IX)     TO ADL-BAND-MIN.
           MOVE RAG-BAND-MAX (RECON-IX)     TO ADL-BAND-MAX.
           MOVE 0 TO RADIUS.
           MOVE 0 TO DIAMETER.
           MOVE 0 TO V-LENGTH.
           MOVE 0 TO WIDTH.
           MOVE 0 TO HEIGTH.
           MOVE 0 TO BASE.
           MOVE 0 TO SECOND-RADIUS.
           PERFORM WRITE-RESULTS-MASTER
               THRU WRITE-RESULTS-MASTER-EXIT.
           ADD 1 TO RECON-REBUILT-COUNT.
      * DAY-SUMMARY - READ THE AUDIT LOG FOR ONE DATE AND PRINT THE
      * MANAGEMENT SUMMARY: CALCULATIONS BY SHAPE BROKEN DOWN BY
      * RESULT TYPE, WITH TOTAL / MINIMUM / MAXIMUM / AVERAGE RESULT
      * VALUES PER SHAPE AND A GRAND TOTAL FOR THE DAY. THE SUMMARY
      * FOLLOWS THE NIGHTLY BATCH, SO IF THE LAST BATCH RUN DID NOT
      * END (FAILED, ABENDED, OR HAD ITS LOCK CLEARED) IT WOULD SUM
      * HALF THE DAY: AN UNATTENDED RUN FAILS RATHER THAN PRINT IT,
      * AND AT THE CONSOLE THE OPERATOR MUST SAY TO GO ON.
      ******************************************************************
       DAY-SUMMARY.
           PERFORM CHECK-LAST-BATCH THRU CHECK-LAST-BATCH-EXIT.
           IF LAST-BATCH-FAILED
               DISPLAY "LAST BATCH RUN (MODE " LAST-BATCH-MODE ") OF "
                   LAST-BATCH-DATE " " LAST-BATCH-TIME " ENDED "
                   LAST-BATCH-OUTCOME
               IF RUN-UNATTENDED
                   DISPLAY "SUMMARY NOT RUN - RERUN THE BATCH FIRST"
                   MOVE "Y" TO RUN-FAILED-SW
                   GO TO DAY-SUMMARY-EXIT
               END-IF
               DISPLAY "RUN THE SUMMARY ANYWAY - Y OR N:"
               MOVE "N" TO SUMMARY-OVERRIDE-CHOICE
               ACCEPT SUMMARY-OVERRIDE-CHOICE
               IF SUMMARY-OVERRIDE-CHOICE NOT = "Y"
                   DISPLAY "SUMMARY NOT RUN"
                   MOVE "Y" TO RUN-FAILED-SW
                   GO TO DAY-SUMMARY-EXIT
               END-IF
               MOVE "Y" TO RUN-WARNING-SW
           END-IF.
           DISPLAY "ENTER SUMMARY DATE (YYYYMMDD) OR BLANK FOR TODAY:".
           MOVE "SUMDATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO SUMMARY-DATE.
           IF SUMMARY-DATE = SPACES
               ACCEPT SUMMARY-DATE FROM DATE YYYYMMDD
           END-IF.
               AUDIT-FILE-STATUS NOT = "05"
               DISPLAY "AUDITLOG COULD NOT BE OPENED - STATUS "
                   AUDIT-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO DAY-SUMMARY-REOPEN
           END-IF.
           MOVE "00" TO AUDIT-FILE-STATUS.
           MOVE 0 TO SUMMARY-GRAND-COUNT.
           PERFORM SUMMARY-INIT-ENTRY THRU SUMMARY-INIT-ENTRY-EXIT
               VARYING SUMMARY-IX FROM 1 BY 1
               UNTIL SUMMARY-IX > 20.

           MOVE "N" TO SUMMARY-EOF-SW.
           PERFORM SUMMARY-READ-NEXT THRU SUMMARY-READ-NEXT-EXIT.
       DAY-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-LAST-BATCH - FIND THE LAST BATCH OR RESTART RUN ON THE
      * RUN HISTORY. ITS LAST RECORD IS ITS END RECORD IF IT ENDED;
      * A STARTED OR CLEARED RECORD LAST MEANS IT NEVER DID.
      ******************************************************************
       CHECK-LAST-BATCH.
           MOVE "N" TO LAST-BATCH-SW.
           MOVE SPACE  TO LAST-BATCH-MODE.
           MOVE SPACES TO LAST-BATCH-OUTCOME.
           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-FILE-STATUS = "05"
               CLOSE RUNHIST-FILE
               MOVE "00" TO RUNHIST-FILE-STATUS
               GO TO CHECK-LAST-BATCH-EXIT
           END-IF.
           IF RUNHIST-FILE-STATUS NOT = "00"
               DISPLAY "RUNHIST COULD NOT BE READ - STATUS "
                   RUNHIST-FILE-STATUS " - LAST BATCH NOT CHECKED"
               MOVE "Y" TO RUN-WARNING-SW
               GO TO CHECK-LAST-BATCH-EXIT
           END-IF.
           MOVE "N" TO RUNHIST-EOF-SW.
           PERFORM CHECK-LAST-BATCH-READ
               THRU CHECK-LAST-BATCH-READ-EXIT
               UNTIL RUNHIST-EOF.
           CLOSE RUNHIST-FILE.
           IF LAST-BATCH-OUTCOME = "FAILED" OR
               LAST-BATCH-OUTCOME = "STARTED" OR
               LAST-BATCH-OUTCOME = "CLEARED"
               MOVE "Y" TO LAST-BATCH-SW
           END-IF.
       CHECK-LAST-BATCH-EXIT.
           EXIT.

       CHECK-LAST-BATCH-READ.
           READ RUNHIST-FILE
               AT END
                   MOVE "Y" TO RUNHIST-EOF-SW
               NOT AT END
      *            A REFUSED RUN NEVER STARTED - JUDGING IT WOULD
      *            HIDE THE ABENDED RUN WHOSE LOCK REFUSED IT.
                   IF (RH-MODE = "B" OR RH-MODE = "R") AND
                       RH-OUTCOME NOT = "REFUSED"
                       MOVE RH-MODE       TO LAST-BATCH-MODE
                       MOVE RH-START-DATE TO LAST-BATCH-DATE
                       MOVE RH-START-TIME TO LAST-BATCH-TIME
                       MOVE RH-OUTCOME    TO LAST-BATCH-OUTCOME
                   END-IF
           END-READ.
       CHECK-LAST-BATCH-READ-EXIT.
           EXIT.

       SUMMARY-INIT-ENTRY.
           MOVE SPACES TO SUM-SHAPE-NAME (SUMMARY-IX).
           MOVE 0 TO SUM-CALC-COUNT (SUMMARY-IX).
           ADD 1 TO SUMMARY-IX.
           GO TO SUMMARY-FIND-LOOP.
       SUMMARY-FIND-NEW.
           IF SUMMARY-SHAPE-COUNT < 20
               ADD 1 TO SUMMARY-SHAPE-COUNT
               MOVE SUMMARY-SHAPE-COUNT TO SUMMARY-IX
               MOVE ADL-SHAPE-NAME TO SUM-SHAPE-NAME (SUMMARY-IX)
      ******************************************************************
       TREND-REPORT.
           DISPLAY "ENTER FROM MONTH (YYYYMM):".
           MOVE "FROMMON" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO TREND-FROM-MONTH.
           DISPLAY "ENTER TO MONTH (YYYYMM):".
           MOVE "TOMON" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO TREND-TO-MONTH.
           IF TREND-FROM-MONTH NOT NUMERIC OR
               TREND-TO-MONTH NOT NUMERIC OR
               TREND-FROM-MONTH > TREND-TO-MONTH
               DISPLAY "TREND NOT RUN - CHECK THE FROM/TO MONTHS"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO TREND-REPORT-EXIT
           END-IF.

           MOVE 0 TO TREND-SHAPE-COUNT.
           PERFORM TREND-INIT-SHAPE THRU TREND-INIT-SHAPE-EXIT
               VARYING TREND-SIX FROM 1 BY 1
               UNTIL TREND-SIX > 20.

           PERFORM TREND-MASTER-PASS THRU TREND-MASTER-PASS-EXIT.
           PERFORM TREND-ARCHIVE-PASS THRU TREND-ARCHIVE-PASS-EXIT
       TREND-MASTER-PASS.
           IF RESULTS-FILE-STATUS NOT = "00"
               DISPLAY "RESULTMST NOT AVAILABLE - LIVE MONTHS SKIPPED"
               MOVE "Y" TO RUN-WARNING-SW
               GO TO TREND-MASTER-PASS-EXIT
           END-IF.
           MOVE "N" TO TREND-EOF-SW.
               DISPLAY "ARCHIVE " ARCHIVE-FILE-NAME
                   " COULD NOT BE OPENED - STATUS "
                   ARCHIVE-FILE-STATUS " - SKIPPED"
               MOVE "Y" TO RUN-WARNING-SW
               GO TO TREND-ARCHIVE-PASS-EXIT
           END-IF.
           MOVE "N" TO TREND-EOF-SW.
           ADD 1 TO TREND-SIX.
           GO TO TREND-FIND-SHAPE-LOOP.
       TREND-FIND-SHAPE-NEW.
           IF TREND-SHAPE-COUNT < 20
               ADD 1 TO TREND-SHAPE-COUNT
               MOVE TREND-SHAPE-COUNT TO TREND-SIX
               MOVE TREND-TALLY-SHAPE
       AUDIT-ARCHIVE.
           DISPLAY "ENTER CUTOFF MONTH (YYYYMM) - DETAIL BEFORE THIS".
           DISPLAY "MONTH IS ARCHIVED:".
           MOVE "CUTOFF" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO ARCHIVE-CUTOFF-MONTH.
           IF ARCHIVE-CUTOFF-MONTH = SPACES
               DISPLAY "NO CUTOFF MONTH GIVEN - NOTHING ARCHIVED"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO AUDIT-ARCHIVE-EXIT
           END-IF.

               AUDIT-FILE-STATUS NOT = "05"
               DISPLAY "AUDITLOG COULD NOT BE OPENED - STATUS "
                   AUDIT-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO AUDIT-ARCHIVE-REOPEN
           END-IF.
           MOVE "00" TO AUDIT-FILE-STATUS.
               KEEP-FILE-STATUS NOT = "05"
               DISPLAY "AUDITKEEP COULD NOT BE OPENED - STATUS "
                   KEEP-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               CLOSE AUDIT-FILE
               GO TO AUDIT-ARCHIVE-REOPEN
           END-IF.
           IF ARCH-FAILED
               DISPLAY "ARCHIVAL ABORTED - LIVE LOG AND RESULTS"
                   " MASTER LEFT UNCHANGED"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO AUDIT-ARCHIVE-REOPEN
           END-IF.

           IF ARCH-FAILED
               DISPLAY "ARCHIVAL INCOMPLETE - RESULTS MASTER LEFT"
                   " UNCHANGED AND NO RECONCILIATION WRITTEN"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO AUDIT-ARCHIVE-REOPEN
           END-IF.
           PERFORM PURGE-RESULTS-MASTER
           EXIT.

      ******************************************************************
      * BACKUP-RUN - THE G RUN. EVERY MASTER FILE IS COPIED TO A NEW
      * GENERATION FILE AND COUNTED. ONLY WHEN ALL EIGHT ARE COPIED IS
      * THE GENERATION ENTERED ON THE BACKUP CATALOG; A FAILURE PART
      * WAY THROUGH DELETES WHAT WAS WRITTEN SO A HALF GENERATION CAN
      * NEVER BE RESTORED. GENERATIONS PAST THE NUMBER TO KEEP
      * (DEFAULT 5) ARE THEN PRUNED, OLDEST FIRST.
      ******************************************************************
       BACKUP-RUN.
           DISPLAY "ENTER GENERATIONS TO KEEP (1-99) OR BLANK FOR 5:".
           MOVE "KEEPGEN" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE 5 TO BKUP-KEEP-GENS.
           IF PARM-VALUE = SPACES
               GO TO BACKUP-RUN-KEEP-SET
           END-IF.
      *    THE ANSWER IS TAKEN WIDE AND CHECKED BEFORE IT GOES NEAR
      *    THE TWO-DIGIT COUNT - A NEGATIVE, A FRACTION OR ANYTHING
      *    PAST 99 FAILS THE RUN RATHER THAN PRUNE TO A WRONG COUNT.
           COMPUTE BKUP-KEEP-WORK = FUNCTION NUMVAL (PARM-VALUE)
               ON SIZE ERROR MOVE 0 TO BKUP-KEEP-WORK
           END-COMPUTE.
           IF BKUP-KEEP-WORK < 1 OR BKUP-KEEP-WORK > 99
               GO TO BACKUP-RUN-KEEP-BAD
           END-IF.
           MOVE BKUP-KEEP-WORK TO BKUP-KEEP-GENS.
           IF BKUP-KEEP-GENS = BKUP-KEEP-WORK
               GO TO BACKUP-RUN-KEEP-SET
           END-IF.
       BACKUP-RUN-KEEP-BAD.
           DISPLAY "GENERATIONS TO KEEP MUST BE 1 TO 99 - RUN FAILED".
           MOVE "Y" TO RUN-FAILED-SW.
           GO TO BACKUP-RUN-EXIT.
       BACKUP-RUN-KEEP-SET.
           ACCEPT BKUP-DATE FROM DATE YYYYMMDD.
           ACCEPT BKUP-TIME FROM TIME.
           MOVE SPACES TO BKUP-GEN-ID.
           STRING BKUP-DATE DELIMITED BY SIZE
               BKUP-TIME (1:6) DELIMITED BY SIZE
               INTO BKUP-GEN-ID.
           MOVE BKUP-GEN-ID    TO BKH-GEN-ID.
           MOVE BKUP-KEEP-GENS TO BKH-KEEP-GENS.
           DISPLAY BACKUP-HEADER-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM BACKUP-HEADER-LINE
           END-IF.

           MOVE "N" TO BKUP-FAIL-SW.
           PERFORM BACKUP-ONE-MASTER THRU BACKUP-ONE-MASTER-EXIT
               VARYING BKUP-IX FROM 1 BY 1
               UNTIL BKUP-IX > 8 OR BKUP-FAILED.
           IF BKUP-FAILED
               DISPLAY "BACKUP FAILED - GENERATION " BKUP-GEN-ID
                   " DISCARDED"
               PERFORM BACKUP-DISCARD-ONE THRU BACKUP-DISCARD-ONE-EXIT
                   VARYING BKUP-IX FROM 1 BY 1 UNTIL BKUP-IX > 8
               MOVE "Y" TO RUN-FAILED-SW
               GO TO BACKUP-RUN-EXIT
           END-IF.

           PERFORM BACKUP-CATALOG-GENERATION
               THRU BACKUP-CATALOG-GENERATION-EXIT.
           IF BKUP-FAILED
               MOVE "Y" TO RUN-FAILED-SW
               GO TO BACKUP-RUN-EXIT
           END-IF.
           PERFORM BACKUP-PRUNE THRU BACKUP-PRUNE-EXIT.
       BACKUP-RUN-EXIT.
           EXIT.

       BACKUP-ONE-MASTER.
           PERFORM MASTER-NAME-FROM-IX THRU MASTER-NAME-FROM-IX-EXIT.
           MOVE BKUP-GEN-ID TO RESTORE-GEN-ID.
           PERFORM SET-BACKUP-FILE-NAME THRU SET-BACKUP-FILE-NAME-EXIT.
           MOVE 0 TO BKUP-DONE-COUNT (BKUP-IX).
           PERFORM MASTER-OPEN-READ THRU MASTER-OPEN-READ-EXIT.
           IF BKUP-MASTER-BAD
               MOVE "Y" TO BKUP-FAIL-SW
               GO TO BACKUP-ONE-MASTER-EXIT
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT = "00" AND
               BACKUP-FILE-STATUS NOT = "05"
               DISPLAY "BACKUP FILE " BACKUP-FILE-NAME
                   " COULD NOT BE OPENED - STATUS " BACKUP-FILE-STATUS
               MOVE "Y" TO BKUP-FAIL-SW
               PERFORM MASTER-CLOSE-READ THRU MASTER-CLOSE-READ-EXIT
               GO TO BACKUP-ONE-MASTER-EXIT
           END-IF.
           MOVE "00" TO BACKUP-FILE-STATUS.
           MOVE 0 TO BKUP-RECORD-COUNT.
           PERFORM MASTER-READ-NEXT THRU MASTER-READ-NEXT-EXIT.
       BACKUP-ONE-MASTER-LOOP.
           IF BKUP-EOF
               GO TO BACKUP-ONE-MASTER-CLOSE
           END-IF.
           WRITE BACKUP-RECORD FROM BKUP-IMAGE.
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "BACKUP FILE " BACKUP-FILE-NAME
                   " WRITE FAILED - STATUS " BACKUP-FILE-STATUS
               MOVE "Y" TO BKUP-FAIL-SW
               GO TO BACKUP-ONE-MASTER-CLOSE
           END-IF.
           ADD 1 TO BKUP-RECORD-COUNT.
           PERFORM MASTER-READ-NEXT THRU MASTER-READ-NEXT-EXIT.
           GO TO BACKUP-ONE-MASTER-LOOP.
       BACKUP-ONE-MASTER-CLOSE.
           CLOSE BACKUP-FILE.
           PERFORM MASTER-CLOSE-READ THRU MASTER-CLOSE-READ-EXIT.
           IF BKUP-FAILED
               GO TO BACKUP-ONE-MASTER-EXIT
           END-IF.
           MOVE BKUP-RECORD-COUNT TO BKUP-DONE-COUNT (BKUP-IX).
           MOVE BKUP-MASTER-NAME  TO BKD-MASTER-NAME.
           MOVE BKUP-RECORD-COUNT TO BKD-RECORD-COUNT.
           MOVE BACKUP-FILE-NAME  TO BKD-FILE-NAME.
           DISPLAY BACKUP-DETAIL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM BACKUP-DETAIL-LINE
           END-IF.
       BACKUP-ONE-MASTER-EXIT.
           EXIT.

      *    A FILE THE FAILED RUN NEVER REACHED IS SIMPLY NOT THERE TO
      *    DELETE.
       BACKUP-DISCARD-ONE.
           PERFORM MASTER-NAME-FROM-IX THRU MASTER-NAME-FROM-IX-EXIT.
           MOVE BKUP-GEN-ID TO RESTORE-GEN-ID.
           PERFORM SET-BACKUP-FILE-NAME THRU SET-BACKUP-FILE-NAME-EXIT.
           CALL "CBL_DELETE_FILE" USING BACKUP-FILE-NAME.
       BACKUP-DISCARD-ONE-EXIT.
           EXIT.

       BACKUP-CATALOG-GENERATION.
           OPEN EXTEND BKUPCAT-FILE.
           IF BKUPCAT-FILE-STATUS NOT = "00" AND
               BKUPCAT-FILE-STATUS NOT = "05"
               DISPLAY "BKUPCAT COULD NOT BE WRITTEN - STATUS "
                   BKUPCAT-FILE-STATUS
               DISPLAY "GENERATION " BKUP-GEN-ID
                   " WRITTEN BUT NOT CATALOGED - IT CANNOT BE"
                   " RESTORED BY THIS PROGRAM"
               MOVE "Y" TO BKUP-FAIL-SW
               GO TO BACKUP-CATALOG-GENERATION-EXIT
           END-IF.
           MOVE "00" TO BKUPCAT-FILE-STATUS.
           PERFORM BACKUP-CATALOG-ONE THRU BACKUP-CATALOG-ONE-EXIT
               VARYING BKUP-IX FROM 1 BY 1 UNTIL BKUP-IX > 8.
           CLOSE BKUPCAT-FILE.
       BACKUP-CATALOG-GENERATION-EXIT.
           EXIT.

       BACKUP-CATALOG-ONE.
           PERFORM MASTER-NAME-FROM-IX THRU MASTER-NAME-FROM-IX-EXIT.
           MOVE SPACES TO BKUPCAT-RECORD.
           MOVE BKUP-GEN-ID      TO BC-GEN-ID.
           MOVE BKUP-DATE        TO BC-DATE.
           MOVE BKUP-TIME        TO BC-TIME.
           MOVE BKUP-MASTER-NAME TO BC-MASTER-NAME.
           MOVE BKUP-DONE-COUNT (BKUP-IX) TO BC-RECORD-COUNT.
           MOVE CURRENT-OPER-ID  TO BC-OPER-ID.
           WRITE BKUPCAT-RECORD.
       BACKUP-CATALOG-ONE-EXIT.
           EXIT.

      ******************************************************************
      * BACKUP-PRUNE - WITH MORE GENERATIONS CATALOGED THAN ARE TO BE
      * KEPT, THE OLDEST ONES' FILES ARE DELETED AND THE CATALOG IS
      * REWRITTEN WITHOUT THEM. GENERATION IDS ARE TIMESTAMPS, SO
      * EVERYTHING BEFORE THE OLDEST GENERATION KEPT GOES.
      ******************************************************************
       BACKUP-PRUNE.
           PERFORM LOAD-BACKUP-CATALOG THRU LOAD-BACKUP-CATALOG-EXIT.
           IF BKCAT-OVERFLOW
               DISPLAY "BKUPCAT TOO LARGE TO TABLE - NOTHING PRUNED"
               MOVE "Y" TO RUN-WARNING-SW
               GO TO BACKUP-PRUNE-EXIT
           END-IF.
           IF BKGEN-COUNT NOT > BKUP-KEEP-GENS
               GO TO BACKUP-PRUNE-EXIT
           END-IF.
           COMPUTE BKGEN-PRUNE-COUNT = BKGEN-COUNT - BKUP-KEEP-GENS.
           MOVE BKG-GEN-ID (BKGEN-PRUNE-COUNT + 1) TO BKGEN-CUTOFF-ID.
           PERFORM BACKUP-PRUNE-FILE THRU BACKUP-PRUNE-FILE-EXIT
               VARYING BKCAT-IX FROM 1 BY 1
               UNTIL BKCAT-IX > BKCAT-COUNT.
           PERFORM BACKUP-PRUNE-REPORT THRU BACKUP-PRUNE-REPORT-EXIT
               VARYING BKGEN-IX FROM 1 BY 1
               UNTIL BKGEN-IX > BKGEN-PRUNE-COUNT.

           OPEN OUTPUT BKUPCAT-FILE.
           IF BKUPCAT-FILE-STATUS NOT = "00" AND
               BKUPCAT-FILE-STATUS NOT = "05"
               DISPLAY "BKUPCAT COULD NOT BE REWRITTEN - STATUS "
                   BKUPCAT-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO BACKUP-PRUNE-EXIT
           END-IF.
           MOVE "00" TO BKUPCAT-FILE-STATUS.
           PERFORM BACKUP-PRUNE-KEEP THRU BACKUP-PRUNE-KEEP-EXIT
               VARYING BKCAT-IX FROM 1 BY 1
               UNTIL BKCAT-IX > BKCAT-COUNT.
           CLOSE BKUPCAT-FILE.
       BACKUP-PRUNE-EXIT.
           EXIT.

       BACKUP-PRUNE-FILE.
           IF BCT-GEN-ID (BKCAT-IX) NOT < BKGEN-CUTOFF-ID
               GO TO BACKUP-PRUNE-FILE-EXIT
           END-IF.
           MOVE BCT-MASTER-NAME (BKCAT-IX) TO BKUP-MASTER-NAME.
           MOVE BCT-GEN-ID (BKCAT-IX) TO RESTORE-GEN-ID.
           PERFORM SET-BACKUP-FILE-NAME THRU SET-BACKUP-FILE-NAME-EXIT.
           CALL "CBL_DELETE_FILE" USING BACKUP-FILE-NAME.
       BACKUP-PRUNE-FILE-EXIT.
           EXIT.

       BACKUP-PRUNE-REPORT.
           MOVE BKG-GEN-ID (BKGEN-IX)  TO BKP-GEN-ID.
           MOVE BKG-OPER-ID (BKGEN-IX) TO BKP-OPER-ID.
           DISPLAY BACKUP-PRUNE-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM BACKUP-PRUNE-LINE
           END-IF.
       BACKUP-PRUNE-REPORT-EXIT.
           EXIT.

       BACKUP-PRUNE-KEEP.
           IF BCT-GEN-ID (BKCAT-IX) < BKGEN-CUTOFF-ID
               GO TO BACKUP-PRUNE-KEEP-EXIT
           END-IF.
           MOVE BKCAT-ENTRY (BKCAT-IX) TO BKUPCAT-RECORD.
           WRITE BKUPCAT-RECORD.
       BACKUP-PRUNE-KEEP-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-BACKUP-CATALOG - TABLE EVERY CATALOG ENTRY, AND ONE ROW
      * PER GENERATION - A GENERATION'S EIGHT ENTRIES ARE WRITTEN
      * TOGETHER, SO A NEW ID MEANS A NEW GENERATION.
      ******************************************************************
       LOAD-BACKUP-CATALOG.
           MOVE 0 TO BKCAT-COUNT.
           MOVE 0 TO BKGEN-COUNT.
           MOVE "N" TO BKCAT-OVERFLOW-SW.
           OPEN INPUT BKUPCAT-FILE.
           IF BKUPCAT-FILE-STATUS NOT = "00" AND
               BKUPCAT-FILE-STATUS NOT = "05"
               DISPLAY "BKUPCAT COULD NOT BE OPENED - STATUS "
                   BKUPCAT-FILE-STATUS
               GO TO LOAD-BACKUP-CATALOG-EXIT
           END-IF.
           MOVE "00" TO BKUPCAT-FILE-STATUS.
           MOVE "N" TO BKCAT-EOF-SW.
           PERFORM LOAD-ONE-BACKUP-ENTRY THRU LOAD-ONE-BACKUP-ENTRY-EXIT
               UNTIL BKCAT-EOF.
           CLOSE BKUPCAT-FILE.
       LOAD-BACKUP-CATALOG-EXIT.
           EXIT.

       LOAD-ONE-BACKUP-ENTRY.
           READ BKUPCAT-FILE
               AT END
                   MOVE "Y" TO BKCAT-EOF-SW
                   GO TO LOAD-ONE-BACKUP-ENTRY-EXIT
           END-READ.
           IF BKCAT-COUNT NOT < 800
               MOVE "Y" TO BKCAT-OVERFLOW-SW
               GO TO LOAD-ONE-BACKUP-ENTRY-EXIT
           END-IF.
           IF BKGEN-COUNT = 0 OR
               BC-GEN-ID NOT = BKG-GEN-ID (BKGEN-COUNT)
               IF BKGEN-COUNT NOT < 100
                   MOVE "Y" TO BKCAT-OVERFLOW-SW
                   GO TO LOAD-ONE-BACKUP-ENTRY-EXIT
               END-IF
               ADD 1 TO BKGEN-COUNT
               MOVE BC-GEN-ID  TO BKG-GEN-ID (BKGEN-COUNT)
               MOVE BC-DATE    TO BKG-DATE (BKGEN-COUNT)
               MOVE BC-TIME    TO BKG-TIME (BKGEN-COUNT)
               MOVE BC-OPER-ID TO BKG-OPER-ID (BKGEN-COUNT)
               MOVE 0 TO BKG-FILE-COUNT (BKGEN-COUNT)
           END-IF.
           ADD 1 TO BKCAT-COUNT.
           MOVE BKUPCAT-RECORD TO BKCAT-ENTRY (BKCAT-COUNT).
           ADD 1 TO BKG-FILE-COUNT (BKGEN-COUNT).
       LOAD-ONE-BACKUP-ENTRY-EXIT.
           EXIT.

      *    THE GENERATION FILE FOR BKUP-MASTER-NAME IN GENERATION
      *    RESTORE-GEN-ID.
       SET-BACKUP-FILE-NAME.
           MOVE SPACES TO BACKUP-FILE-NAME.
           STRING BKUP-MASTER-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               RESTORE-GEN-ID DELIMITED BY SPACE
               INTO BACKUP-FILE-NAME.
       SET-BACKUP-FILE-NAME-EXIT.
           EXIT.

       MASTER-NAME-FROM-IX.
           EVALUATE BKUP-IX
               WHEN 1 MOVE "RESULTMST" TO BKUP-MASTER-NAME
               WHEN 2 MOVE "JOBMST"    TO BKUP-MASTER-NAME
               WHEN 3 MOVE "PARTMST"   TO BKUP-MASTER-NAME
               WHEN 4 MOVE "SHEETINV"  TO BKUP-MASTER-NAME
               WHEN 5 MOVE "LIMITS"    TO BKUP-MASTER-NAME
               WHEN 6 MOVE "SHEETS"    TO BKUP-MASTER-NAME
               WHEN 7 MOVE "ASSYDEF"   TO BKUP-MASTER-NAME
               WHEN 8 MOVE "OPERFILE"  TO BKUP-MASTER-NAME
               WHEN OTHER MOVE SPACES  TO BKUP-MASTER-NAME
           END-EVALUATE.
       MASTER-NAME-FROM-IX-EXIT.
           EXIT.

       MASTER-IX-FROM-NAME.
           EVALUATE BKUP-MASTER-NAME
               WHEN "RESULTMST" MOVE 1 TO BKUP-IX
               WHEN "JOBMST"    MOVE 2 TO BKUP-IX
               WHEN "PARTMST"   MOVE 3 TO BKUP-IX
               WHEN "SHEETINV"  MOVE 4 TO BKUP-IX
               WHEN "LIMITS"    MOVE 5 TO BKUP-IX
               WHEN "SHEETS"    MOVE 6 TO BKUP-IX
               WHEN "ASSYDEF"   MOVE 7 TO BKUP-IX
               WHEN "OPERFILE"  MOVE 8 TO BKUP-IX
               WHEN OTHER       MOVE 0 TO BKUP-IX
           END-EVALUATE.
       MASTER-IX-FROM-NAME-EXIT.
           EXIT.

      ******************************************************************
      * MASTER-OPEN-READ / MASTER-READ-NEXT / MASTER-CLOSE-READ - READ
      * MASTER BKUP-IX FROM THE TOP, ONE RECORD AT A TIME INTO
      * BKUP-IMAGE. THE INDEXED MASTERS STAY OPEN FOR THE WHOLE RUN
      * AND ARE JUST POSITIONED AT THEIR FIRST KEY; THE SEQUENTIAL
      * ONES ARE OPENED AND CLOSED HERE. A SEQUENTIAL MASTER NOT ON
      * DISK READS AS EMPTY; AN INDEXED ONE THIS RUN COULD NOT OPEN
      * IS BAD.
      ******************************************************************
       MASTER-OPEN-READ.
           MOVE "N" TO BKUP-MASTER-SW.
           MOVE "N" TO BKUP-EOF-SW.
           EVALUATE BKUP-IX
               WHEN 1
                   MOVE RESULTS-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 2
                   MOVE JOBMST-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 3
                   MOVE PARTMST-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 4
                   MOVE SHEETINV-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 5
                   OPEN INPUT LIMITS-FILE
                   MOVE LIMITS-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 6
                   OPEN INPUT SHEET-FILE
                   MOVE SHEET-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 7
                   OPEN INPUT ASSY-FILE
                   MOVE ASSY-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 8
                   OPEN INPUT OPERATOR-FILE
                   MOVE OPER-FILE-STATUS TO BKUP-MASTER-STATUS
           END-EVALUATE.
           IF BKUP-MASTER-STATUS NOT = "00" AND
               BKUP-MASTER-STATUS NOT = "05"
               DISPLAY BKUP-MASTER-NAME " COULD NOT BE READ - STATUS "
                   BKUP-MASTER-STATUS
               MOVE "B" TO BKUP-MASTER-SW
               GO TO MASTER-OPEN-READ-EXIT
           END-IF.
           MOVE "Y" TO BKUP-MASTER-SW.
           EVALUATE BKUP-IX
               WHEN 1
                   MOVE LOW-VALUES TO RM-KEY
                   START RESULTS-MASTER KEY NOT < RM-KEY
                       INVALID KEY MOVE "Y" TO BKUP-EOF-SW
                   END-START
               WHEN 2
                   MOVE LOW-VALUES TO JB-JOB-NUMBER
                   START JOB-MASTER KEY NOT < JB-JOB-NUMBER
                       INVALID KEY MOVE "Y" TO BKUP-EOF-SW
                   END-START
               WHEN 3
                   MOVE LOW-VALUES TO PM-PART-NUMBER
                   START PARTS-MASTER KEY NOT < PM-PART-NUMBER
                       INVALID KEY MOVE "Y" TO BKUP-EOF-SW
                   END-START
               WHEN 4
                   MOVE LOW-VALUES TO SI-SHEET-ID
                   START SHEET-INVENTORY KEY NOT < SI-SHEET-ID
                       INVALID KEY MOVE "Y" TO BKUP-EOF-SW
                   END-START
               WHEN 5
                   MOVE "00" TO LIMITS-FILE-STATUS
               WHEN 6
                   MOVE "00" TO SHEET-FILE-STATUS
               WHEN 7
                   MOVE "00" TO ASSY-FILE-STATUS
               WHEN 8
                   MOVE "00" TO OPER-FILE-STATUS
           END-EVALUATE.
       MASTER-OPEN-READ-EXIT.
           EXIT.

       MASTER-READ-NEXT.
           MOVE SPACES TO BKUP-IMAGE.
           EVALUATE BKUP-IX
               WHEN 1
                   READ RESULTS-MASTER NEXT RECORD INTO BKUP-IMAGE
                       AT END MOVE "Y" TO BKUP-EOF-SW
                   END-READ
               WHEN 2
                   READ JOB-MASTER NEXT RECORD INTO BKUP-IMAGE
                       AT END MOVE "Y" TO BKUP-EOF-SW
                   END-READ
               WHEN 3
                   READ PARTS-MASTER NEXT RECORD INTO BKUP-IMAGE
                       AT END MOVE "Y" TO BKUP-EOF-SW
                   END-READ
               WHEN 4
                   READ SHEET-INVENTORY NEXT RECORD INTO BKUP-IMAGE
                       AT END MOVE "Y" TO BKUP-EOF-SW
                   END-READ
               WHEN 5
                   READ LIMITS-FILE INTO BKUP-IMAGE
                       AT END MOVE "Y" TO BKUP-EOF-SW
                   END-READ
               WHEN 6
                   READ SHEET-FILE INTO BKUP-IMAGE
                       AT END MOVE "Y" TO BKUP-EOF-SW
                   END-READ
               WHEN 7
                   READ ASSY-FILE INTO BKUP-IMAGE
                       AT END MOVE "Y" TO BKUP-EOF-SW
                   END-READ
               WHEN 8
                   READ OPERATOR-FILE INTO BKUP-IMAGE
                       AT END MOVE "Y" TO BKUP-EOF-SW
                   END-READ
           END-EVALUATE.
       MASTER-READ-NEXT-EXIT.
           EXIT.

       MASTER-CLOSE-READ.
           IF NOT BKUP-MASTER-OPEN
               GO TO MASTER-CLOSE-READ-EXIT
           END-IF.
           EVALUATE BKUP-IX
               WHEN 5 CLOSE LIMITS-FILE
               WHEN 6 CLOSE SHEET-FILE
               WHEN 7 CLOSE ASSY-FILE
               WHEN 8 CLOSE OPERATOR-FILE
           END-EVALUATE.
           MOVE "N" TO BKUP-MASTER-SW.
       MASTER-CLOSE-READ-EXIT.
           EXIT.

      *    RECORDS NOW ON MASTER BKUP-IX, INTO BKUP-TALLY. A MASTER THAT
      *    CANNOT BE READ COUNTS ZERO.
       MASTER-COUNT-RECORDS.
           MOVE 0 TO BKUP-TALLY.
           PERFORM MASTER-OPEN-READ THRU MASTER-OPEN-READ-EXIT.
           IF BKUP-MASTER-BAD
               GO TO MASTER-COUNT-RECORDS-EXIT
           END-IF.
           PERFORM MASTER-READ-NEXT THRU MASTER-READ-NEXT-EXIT.
       MASTER-COUNT-RECORDS-LOOP.
           IF BKUP-EOF
               PERFORM MASTER-CLOSE-READ THRU MASTER-CLOSE-READ-EXIT
               GO TO MASTER-COUNT-RECORDS-EXIT
           END-IF.
           ADD 1 TO BKUP-TALLY.
           PERFORM MASTER-READ-NEXT THRU MASTER-READ-NEXT-EXIT.
           GO TO MASTER-COUNT-RECORDS-LOOP.
       MASTER-COUNT-RECORDS-EXIT.
           EXIT.

      ******************************************************************
      * MASTER-OPEN-RELOAD / MASTER-WRITE-ONE / MASTER-END-RELOAD -
      * EMPTY MASTER BKUP-IX AND LOAD IT AGAIN FROM BKUP-IMAGE. AN
      * INDEXED MASTER IS CLOSED, OPENED OUTPUT FOR THE LOAD, AND
      * REOPENED FOR THE REST OF THE RUN AFTERWARD; THE LIMITS AND
      * SHEETS TABLES ARE RELOADED FROM THEIR RESTORED FILES.
      ******************************************************************
       MASTER-OPEN-RELOAD.
           MOVE "N" TO BKUP-MASTER-SW.
           EVALUATE BKUP-IX
               WHEN 1
                   PERFORM CLOSE-RESULTS THRU CLOSE-RESULTS-EXIT
                   OPEN OUTPUT RESULTS-MASTER
                   MOVE RESULTS-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 2
                   PERFORM CLOSE-JOBMST THRU CLOSE-JOBMST-EXIT
                   OPEN OUTPUT JOB-MASTER
                   MOVE JOBMST-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 3
                   PERFORM CLOSE-PARTMST THRU CLOSE-PARTMST-EXIT
                   OPEN OUTPUT PARTS-MASTER
                   MOVE PARTMST-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 4
                   PERFORM CLOSE-SHEETINV THRU CLOSE-SHEETINV-EXIT
                   OPEN OUTPUT SHEET-INVENTORY
                   MOVE SHEETINV-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 5
                   OPEN OUTPUT LIMITS-FILE
                   MOVE LIMITS-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 6
                   OPEN OUTPUT SHEET-FILE
                   MOVE SHEET-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 7
                   OPEN OUTPUT ASSY-FILE
                   MOVE ASSY-FILE-STATUS TO BKUP-MASTER-STATUS
               WHEN 8
                   OPEN OUTPUT OPERATOR-FILE
                   MOVE OPER-FILE-STATUS TO BKUP-MASTER-STATUS
           END-EVALUATE.
           IF BKUP-MASTER-STATUS = "00" OR
               BKUP-MASTER-STATUS = "05"
               MOVE "Y" TO BKUP-MASTER-SW
               GO TO MASTER-OPEN-RELOAD-EXIT
           END-IF.
           DISPLAY BKUP-MASTER-NAME " COULD NOT BE RELOADED - STATUS "
               BKUP-MASTER-STATUS.
           MOVE "B" TO BKUP-MASTER-SW.
           EVALUATE BKUP-IX
               WHEN 1 PERFORM OPEN-RESULTS THRU OPEN-RESULTS-EXIT
               WHEN 2 PERFORM OPEN-JOBMST THRU OPEN-JOBMST-EXIT
               WHEN 3 PERFORM OPEN-PARTMST THRU OPEN-PARTMST-EXIT
               WHEN 4 PERFORM OPEN-SHEETINV THRU OPEN-SHEETINV-EXIT
           END-EVALUATE.
       MASTER-OPEN-RELOAD-EXIT.
           EXIT.

       MASTER-WRITE-ONE.
           EVALUATE BKUP-IX
               WHEN 1
                   WRITE RESULTS-RECORD FROM BKUP-IMAGE
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 2
                   WRITE JOB-RECORD FROM BKUP-IMAGE
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 3
                   WRITE PART-RECORD FROM BKUP-IMAGE
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 4
                   WRITE SHEETINV-RECORD FROM BKUP-IMAGE
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 5
                   WRITE LIMIT-RECORD FROM BKUP-IMAGE
               WHEN 6
                   WRITE SHEET-RECORD FROM BKUP-IMAGE
               WHEN 7
                   WRITE ASSY-RECORD FROM BKUP-IMAGE
               WHEN 8
                   WRITE OPERATOR-RECORD FROM BKUP-IMAGE
           END-EVALUATE.
       MASTER-WRITE-ONE-EXIT.
           EXIT.

       MASTER-END-RELOAD.
           EVALUATE BKUP-IX
               WHEN 1
                   CLOSE RESULTS-MASTER
                   PERFORM OPEN-RESULTS THRU OPEN-RESULTS-EXIT
               WHEN 2
                   CLOSE JOB-MASTER
                   PERFORM OPEN-JOBMST THRU OPEN-JOBMST-EXIT
               WHEN 3
                   CLOSE PARTS-MASTER
                   PERFORM OPEN-PARTMST THRU OPEN-PARTMST-EXIT
               WHEN 4
                   CLOSE SHEET-INVENTORY
                   PERFORM OPEN-SHEETINV THRU OPEN-SHEETINV-EXIT
               WHEN 5
                   CLOSE LIMITS-FILE
                   MOVE "00" TO LIMITS-FILE-STATUS
                   PERFORM LOAD-LIMITS THRU LOAD-LIMITS-EXIT
               WHEN 6
                   CLOSE SHEET-FILE
                   MOVE "00" TO SHEET-FILE-STATUS
                   PERFORM LOAD-SHEETS THRU LOAD-SHEETS-EXIT
               WHEN 7
                   CLOSE ASSY-FILE
                   MOVE "00" TO ASSY-FILE-STATUS
               WHEN 8
                   CLOSE OPERATOR-FILE
                   MOVE "00" TO OPER-FILE-STATUS
           END-EVALUATE.
           MOVE "N" TO BKUP-MASTER-SW.
       MASTER-END-RELOAD-EXIT.
           EXIT.

      ******************************************************************
      * RESTORE-RUN - THE L RUN, FOR ARCHIVE-AUTHORITY OPERATORS ONLY.
      * LISTS THE GENERATIONS ON THE CATALOG, TAKES THE ONE TO RESTORE
      * (BLANK FOR THE LATEST) AND ONE MASTER OR ALL OF THEM, AND ON A
      * Y CONFIRMATION RELOADS EACH FROM ITS GENERATION FILE. EVERY
      * MASTER PRINTS ITS RECORD COUNT AT BACKUP, BEFORE THE RESTORE,
      * AND AFTER IT, AND IS JOURNALED. THE AUDIT LOG ENTRIES WRITTEN
      * SINCE THE BACKUP ARE THEN LISTED FOR REPLAY.
      ******************************************************************
       RESTORE-RUN.
           PERFORM LOAD-BACKUP-CATALOG THRU LOAD-BACKUP-CATALOG-EXIT.
           IF BKGEN-COUNT = 0
               DISPLAY "NO BACKUP GENERATIONS ON BKUPCAT - NOTHING"
                   " RESTORED"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO RESTORE-RUN-EXIT
           END-IF.
           DISPLAY "BACKUP GENERATIONS ON FILE:".
           PERFORM RESTORE-LIST-ONE THRU RESTORE-LIST-ONE-EXIT
               VARYING BKGEN-IX FROM 1 BY 1
               UNTIL BKGEN-IX > BKGEN-COUNT.
           DISPLAY "ENTER GENERATION TO RESTORE OR BLANK FOR THE"
               " LATEST:".
           MOVE "GENID" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO RESTORE-GEN-ID.
           IF RESTORE-GEN-ID = SPACES
               MOVE BKG-GEN-ID (BKGEN-COUNT) TO RESTORE-GEN-ID
           END-IF.
           MOVE 0 TO BKUP-TALLY.
           PERFORM RESTORE-FIND-GEN THRU RESTORE-FIND-GEN-EXIT
               VARYING BKGEN-IX FROM 1 BY 1
               UNTIL BKGEN-IX > BKGEN-COUNT.
           IF BKUP-TALLY = 0
               DISPLAY "GENERATION " RESTORE-GEN-ID
                   " IS NOT ON BKUPCAT - NOTHING RESTORED"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO RESTORE-RUN-EXIT
           END-IF.
           DISPLAY "ENTER MASTER TO RESTORE (RESULTMST, JOBMST,"
               " PARTMST, SHEETINV, LIMITS,".
           DISPLAY "SHEETS, ASSYDEF, OPERFILE) OR BLANK FOR ALL:".
           MOVE "FILE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO RESTORE-FILE-FILTER.
           DISPLAY "RESTORE GENERATION " RESTORE-GEN-ID
               " OVER THE LIVE FILES - Y OR N:".
           MOVE "N" TO RESTORE-CONFIRM.
           ACCEPT RESTORE-CONFIRM.
           IF RESTORE-CONFIRM NOT = "Y"
               DISPLAY "RESTORE CANCELLED - NOTHING CHANGED"
               GO TO RESTORE-RUN-EXIT
           END-IF.

           MOVE RESTORE-GEN-ID TO RSH-GEN-ID.
           DISPLAY RESTORE-HEADER-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM RESTORE-HEADER-LINE
           END-IF.
           MOVE 0 TO RESTORE-FILE-COUNT.
           PERFORM RESTORE-ONE-MASTER THRU RESTORE-ONE-MASTER-EXIT
               VARYING BKCAT-IX FROM 1 BY 1
               UNTIL BKCAT-IX > BKCAT-COUNT.
           IF RESTORE-FILE-COUNT = 0
               DISPLAY "NO " RESTORE-FILE-FILTER " IN GENERATION "
                   RESTORE-GEN-ID " - NOTHING RESTORED"
               MOVE "Y" TO RUN-FAILED-SW
               GO TO RESTORE-RUN-EXIT
           END-IF.
           PERFORM RESTORE-REPLAY-LIST THRU RESTORE-REPLAY-LIST-EXIT.
       RESTORE-RUN-EXIT.
           EXIT.

       RESTORE-LIST-ONE.
           MOVE BKG-GEN-ID (BKGEN-IX)     TO BKL-GEN-ID.
           MOVE BKG-DATE (BKGEN-IX)       TO BKL-DATE.
           MOVE BKG-TIME (BKGEN-IX)       TO BKL-TIME.
           MOVE BKG-OPER-ID (BKGEN-IX)    TO BKL-OPER-ID.
           MOVE BKG-FILE-COUNT (BKGEN-IX) TO BKL-FILE-COUNT.
           DISPLAY BACKUP-GEN-LINE.
       RESTORE-LIST-ONE-EXIT.
           EXIT.

       RESTORE-FIND-GEN.
           IF BKG-GEN-ID (BKGEN-IX) NOT = RESTORE-GEN-ID
               GO TO RESTORE-FIND-GEN-EXIT
           END-IF.
           MOVE 1 TO BKUP-TALLY.
           MOVE BKG-DATE (BKGEN-IX)    TO RESTORE-GEN-DATE.
           MOVE BKG-TIME (BKGEN-IX)    TO RESTORE-GEN-TIME.
           MOVE BKG-DATE (BKGEN-IX)    TO RSH-DATE.
           MOVE BKG-TIME (BKGEN-IX)    TO RSH-TIME.
           MOVE BKG-OPER-ID (BKGEN-IX) TO RSH-OPER-ID.
       RESTORE-FIND-GEN-EXIT.
           EXIT.

      *    THE GENERATION FILE IS OPENED FIRST - A MASTER IS NEVER
      *    EMPTIED UNLESS ITS BACKUP IS THERE TO LOAD IT FROM.
       RESTORE-ONE-MASTER.
           IF BCT-GEN-ID (BKCAT-IX) NOT = RESTORE-GEN-ID
               GO TO RESTORE-ONE-MASTER-EXIT
           END-IF.
           IF RESTORE-FILE-FILTER NOT = SPACES AND
               BCT-MASTER-NAME (BKCAT-IX) NOT = RESTORE-FILE-FILTER
               GO TO RESTORE-ONE-MASTER-EXIT
           END-IF.
           MOVE BCT-MASTER-NAME (BKCAT-IX) TO BKUP-MASTER-NAME.
           PERFORM MASTER-IX-FROM-NAME THRU MASTER-IX-FROM-NAME-EXIT.
           IF BKUP-IX = 0
               GO TO RESTORE-ONE-MASTER-EXIT
           END-IF.
           ADD 1 TO RESTORE-FILE-COUNT.
           PERFORM SET-BACKUP-FILE-NAME THRU SET-BACKUP-FILE-NAME-EXIT.
           MOVE 0 TO RESTORE-BEFORE-COUNT.
           MOVE 0 TO RESTORE-AFTER-COUNT.
           MOVE SPACES TO RSD-NOTE.

           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "BACKUP FILE " BACKUP-FILE-NAME
                   " MISSING OR UNREADABLE - STATUS "
                   BACKUP-FILE-STATUS
               IF BACKUP-FILE-STATUS = "05"
                   CLOSE BACKUP-FILE
               END-IF
               MOVE "BACKUP FILE MISSING" TO RSD-NOTE
               MOVE "Y" TO RUN-FAILED-SW
               GO TO RESTORE-ONE-MASTER-PRINT
           END-IF.
           PERFORM MASTER-COUNT-RECORDS THRU MASTER-COUNT-RECORDS-EXIT.
           MOVE BKUP-TALLY TO RESTORE-BEFORE-COUNT.
           PERFORM MASTER-OPEN-RELOAD THRU MASTER-OPEN-RELOAD-EXIT.
           IF BKUP-MASTER-BAD
               CLOSE BACKUP-FILE
               MOVE "NOT RELOADED" TO RSD-NOTE
               MOVE "Y" TO RUN-FAILED-SW
               GO TO RESTORE-ONE-MASTER-PRINT
           END-IF.
           MOVE "N" TO BKUP-EOF-SW.
       RESTORE-ONE-MASTER-LOOP.
           MOVE SPACES TO BKUP-IMAGE.
           READ BACKUP-FILE INTO BKUP-IMAGE
               AT END MOVE "Y" TO BKUP-EOF-SW
           END-READ.
           IF NOT BKUP-EOF
               PERFORM MASTER-WRITE-ONE THRU MASTER-WRITE-ONE-EXIT
               GO TO RESTORE-ONE-MASTER-LOOP
           END-IF.
           CLOSE BACKUP-FILE.
           PERFORM MASTER-END-RELOAD THRU MASTER-END-RELOAD-EXIT.
           PERFORM MASTER-COUNT-RECORDS THRU MASTER-COUNT-RECORDS-EXIT.
           MOVE BKUP-TALLY TO RESTORE-AFTER-COUNT.
           IF RESTORE-AFTER-COUNT = BCT-RECORD-COUNT (BKCAT-IX)
               MOVE "RESTORED" TO RSD-NOTE
           ELSE
               MOVE "COUNT DOES NOT MATCH" TO RSD-NOTE
               MOVE "Y" TO RUN-FAILED-SW
           END-IF.
           PERFORM RESTORE-JOURNAL THRU RESTORE-JOURNAL-EXIT.
       RESTORE-ONE-MASTER-PRINT.
           MOVE BKUP-MASTER-NAME            TO RSD-MASTER-NAME.
           MOVE BCT-RECORD-COUNT (BKCAT-IX) TO RSD-BACKUP-COUNT.
           MOVE RESTORE-BEFORE-COUNT        TO RSD-BEFORE-COUNT.
           MOVE RESTORE-AFTER-COUNT         TO RSD-AFTER-COUNT.
           DISPLAY RESTORE-DETAIL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM RESTORE-DETAIL-LINE
           END-IF.
       RESTORE-ONE-MASTER-EXIT.
           EXIT.

      *    A RESTORE GOES ON THE CHANGE JOURNAL AS ONE R ENTRY PER
      *    MASTER, KEYED BY THE GENERATION (YYMMDDHHMMSS - THE KEY
      *    COLUMN IS 12 WIDE), WITH THE COUNTS AS ITS IMAGES.
       RESTORE-JOURNAL.
           MOVE BKUP-MASTER-NAME TO CHG-FILE-NAME.
           MOVE "R" TO CHG-ACTION.
           MOVE RESTORE-GEN-ID (3:12) TO CHG-KEY.
           MOVE RESTORE-BEFORE-COUNT TO RESTORE-COUNT-EDIT.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           STRING "RECORDS ON FILE BEFORE RESTORE: " DELIMITED BY SIZE
               RESTORE-COUNT-EDIT DELIMITED BY SIZE
               INTO CHG-BEFORE-IMAGE.
           MOVE RESTORE-AFTER-COUNT TO RESTORE-COUNT-EDIT.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           STRING "RECORDS ON FILE AFTER RESTORE: " DELIMITED BY SIZE
               RESTORE-COUNT-EDIT DELIMITED BY SIZE
               " FROM GENERATION " DELIMITED BY SIZE
               RESTORE-GEN-ID DELIMITED BY SIZE
               INTO CHG-AFTER-IMAGE.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
       RESTORE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * RESTORE-REPLAY-LIST - EVERY AUDIT LOG ENTRY WRITTEN AT OR
      * AFTER THE MOMENT THE GENERATION WAS TAKEN IS WORK THE RESTORED
      * MASTERS DO NOT REFLECT. THEY ARE LISTED SO THEY CAN BE
      * REPLAYED; ANY SINCE CUT TO AN ARCHIVE MONTH ARE NOT ON THE
      * LIVE LOG TO LIST.
      ******************************************************************
       RESTORE-REPLAY-LIST.
           DISPLAY REPLAY-HEADER-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM REPLAY-HEADER-LINE
           END-IF.
           MOVE 0 TO REPLAY-COUNT.
           PERFORM CLOSE-AUDIT THRU CLOSE-AUDIT-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00" AND
               AUDIT-FILE-STATUS NOT = "05"
               DISPLAY "AUDITLOG COULD NOT BE OPENED - STATUS "
                   AUDIT-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO RESTORE-REPLAY-REOPEN
           END-IF.
           MOVE "00" TO AUDIT-FILE-STATUS.
       RESTORE-REPLAY-LOOP.
           READ AUDIT-FILE INTO AUDIT-DETAIL-LINE
               AT END GO TO RESTORE-REPLAY-DONE
           END-READ.
           IF ADL-DATE < RESTORE-GEN-DATE
               GO TO RESTORE-REPLAY-LOOP
           END-IF.
           IF ADL-DATE = RESTORE-GEN-DATE AND
               ADL-TIME < RESTORE-GEN-TIME
               GO TO RESTORE-REPLAY-LOOP
           END-IF.
           ADD 1 TO REPLAY-COUNT.
           MOVE ADL-DATE         TO RPL-DATE.
           MOVE ADL-TIME         TO RPL-TIME.
           MOVE ADL-JOB-NUMBER   TO RPL-JOB-NUMBER.
           MOVE ADL-SHAPE-NAME   TO RPL-SHAPE-NAME.
           MOVE ADL-RESULT-NAME  TO RPL-RESULT-NAME.
           MOVE ADL-RESULT-VALUE TO RPL-RESULT-VALUE.
           MOVE ADL-OPER-ID      TO RPL-OPER-ID.
           DISPLAY REPLAY-DETAIL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM REPLAY-DETAIL-LINE
           END-IF.
           GO TO RESTORE-REPLAY-LOOP.
       RESTORE-REPLAY-DONE.
           CLOSE AUDIT-FILE.
           MOVE REPLAY-COUNT TO RPT-REPLAY-COUNT.
           DISPLAY REPLAY-TOTAL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM REPLAY-TOTAL-LINE
           END-IF.
       RESTORE-REPLAY-REOPEN.
           PERFORM OPEN-AUDIT THRU OPEN-AUDIT-EXIT.
       RESTORE-REPLAY-LIST-EXIT.
           EXIT.

      ******************************************************************
      * ACTIVITY-REPORT - THE O RUN. PER-OPERATOR ACTIVITY FOR A DATE
      * RANGE, OPTIONALLY FOR ONE OPERATOR: RUNS BY MODE OFF THE RUN
      * HISTORY WITH THOSE THAT ENDED ABNORMALLY OR WERE REFUSED BY
      * THE RUN LOCK, CALCULATIONS BY SHAPE OFF THE AUDIT LOG (AND THE
      * ARCHIVE MONTHS IN RANGE WHEN BOTH DATES ARE GIVEN), AND
      * REPAIRS, RESUBMITS, LOCKS CLEARED, AND FAILED SIGN-ONS OFF THE
      * OPERATOR LOG. THE EXCEPTIONS ARE LISTED ONE BY ONE AS THEY
      * ARE READ, AHEAD OF THE PER-OPERATOR TOTALS.
      ******************************************************************
       ACTIVITY-REPORT.
           DISPLAY "ENTER FROM DATE (YYYYMMDD) OR BLANK FOR ALL:".
           MOVE "FROMDATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO ACT-FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD) OR BLANK FOR ALL:".
           MOVE "TODATE" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO ACT-TO-DATE.
           DISPLAY "ENTER OPERATOR ID OR BLANK FOR ALL:".
           MOVE "OPER" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE PARM-VALUE TO ACT-OPER-FILTER.

           MOVE ACT-FROM-DATE   TO ACH-FROM-DATE.
           MOVE ACT-TO-DATE     TO ACH-TO-DATE.
           MOVE ACT-OPER-FILTER TO ACH-OPER-FILTER.
           DISPLAY ACTIVITY-HEADER-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-HEADER-LINE
           END-IF.
           DISPLAY ACTIVITY-EXCEPT-HEADER.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-EXCEPT-HEADER
           END-IF.

           MOVE 0 TO ACT-OPER-COUNT.
           MOVE 0 TO ACT-SHAPE-COUNT.
           MOVE 0 TO ACT-EXCEPT-COUNT.
           MOVE "N" TO ACT-FULL-SW.
           MOVE "N" TO ACT-SHAPE-FULL-SW.
           PERFORM ACT-RUNHIST-PASS THRU ACT-RUNHIST-PASS-EXIT.
           PERFORM ACT-OPERLOG-PASS THRU ACT-OPERLOG-PASS-EXIT.
           PERFORM ACT-AUDIT-PASS THRU ACT-AUDIT-PASS-EXIT.
           IF ACT-FROM-DATE NOT = SPACES AND ACT-TO-DATE NOT = SPACES
               MOVE ACT-FROM-DATE (1:6) TO TREND-FROM-MONTH
               MOVE ACT-TO-DATE (1:6)   TO TREND-TO-MONTH
               PERFORM TREND-BUILD-MONTHS THRU TREND-BUILD-MONTHS-EXIT
               PERFORM ACT-ARCHIVE-PASS THRU ACT-ARCHIVE-PASS-EXIT
                   VARYING TREND-AIX FROM 1 BY 1
                   UNTIL TREND-AIX > TREND-MONTH-COUNT
           ELSE
               DISPLAY "NO FROM AND TO DATE - ARCHIVED MONTHS NOT"
                   " COUNTED"
           END-IF.
           IF ACT-TABLE-FULL
               DISPLAY "MORE THAN 40 OPERATORS - THE REST NOT REPORTED"
               MOVE "Y" TO RUN-WARNING-SW
           END-IF.
           PERFORM ACT-NAME-PASS THRU ACT-NAME-PASS-EXIT.
           PERFORM ACT-PRINT THRU ACT-PRINT-EXIT.
       ACTIVITY-REPORT-EXIT.
           EXIT.

      *    SETS ACT-SKIP WHEN ACT-TALLY-DATE / ACT-TALLY-OPER FALL
      *    OUTSIDE THE RANGE OR OPERATOR ASKED FOR.
       ACT-CHECK-FILTER.
           MOVE "N" TO ACT-SKIP-SW.
           IF ACT-FROM-DATE NOT = SPACES AND
               ACT-TALLY-DATE < ACT-FROM-DATE
               MOVE "Y" TO ACT-SKIP-SW
           END-IF.
           IF ACT-TO-DATE NOT = SPACES AND
               ACT-TALLY-DATE > ACT-TO-DATE
               MOVE "Y" TO ACT-SKIP-SW
           END-IF.
           IF ACT-OPER-FILTER NOT = SPACES AND
               ACT-TALLY-OPER NOT = ACT-OPER-FILTER
               MOVE "Y" TO ACT-SKIP-SW
           END-IF.
       ACT-CHECK-FILTER-EXIT.
           EXIT.

      ******************************************************************
      * ACT-RUNHIST-PASS - EVERY RUN LEAVES A STARTED RECORD AND THEN
      * ITS END RECORD (NORMAL, WARNINGS, FAILED); A REFUSED RUN LEAVES
      * ONLY A REFUSED RECORD, AND A RUN THAT ABENDED IS ENDED BY THE
      * CLEARED RECORD WRITTEN UNDER ITS OWN ID WHEN ITS LOCK IS
      * CLEARED. SO EVERY RECORD BUT A STARTED ONE IS ONE RUN; A RUN
      * STILL ACTIVE, OR ABENDED WITH ITS LOCK NOT YET CLEARED, IS
      * NOT COUNTED.
      ******************************************************************
       ACT-RUNHIST-PASS.
           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-FILE-STATUS = "05"
               CLOSE RUNHIST-FILE
               MOVE "00" TO RUNHIST-FILE-STATUS
               GO TO ACT-RUNHIST-PASS-EXIT
           END-IF.
           IF RUNHIST-FILE-STATUS NOT = "00"
               DISPLAY "RUNHIST COULD NOT BE READ - STATUS "
                   RUNHIST-FILE-STATUS " - RUNS NOT COUNTED"
               MOVE "Y" TO RUN-WARNING-SW
               GO TO ACT-RUNHIST-PASS-EXIT
           END-IF.
       ACT-RUNHIST-LOOP.
           READ RUNHIST-FILE
               AT END GO TO ACT-RUNHIST-DONE
           END-READ.
           IF RH-OUTCOME = "STARTED"
               GO TO ACT-RUNHIST-LOOP
           END-IF.
           MOVE RH-START-DATE TO ACT-TALLY-DATE.
           MOVE RH-OPER-ID    TO ACT-TALLY-OPER.
           PERFORM ACT-CHECK-FILTER THRU ACT-CHECK-FILTER-EXIT.
           IF ACT-SKIP
               GO TO ACT-RUNHIST-LOOP
           END-IF.
           PERFORM ACT-FIND-OPER THRU ACT-FIND-OPER-EXIT.
           IF ACT-OIX = 0
               GO TO ACT-RUNHIST-LOOP
           END-IF.
           MOVE RH-MODE TO ACT-MODE-LETTER.
           PERFORM ACT-MODE-IX-FROM-LETTER
               THRU ACT-MODE-IX-FROM-LETTER-EXIT.
           ADD 1 TO AO-RUN-COUNT (ACT-OIX).
           ADD 1 TO AMC-RUNS (ACT-OIX ACT-MIX).
           MOVE SPACES TO ACE-EVENT-TEXT.
           EVALUATE RH-OUTCOME
               WHEN "FAILED"
                   ADD 1 TO AO-ABEND-COUNT (ACT-OIX)
                   ADD 1 TO AMC-ABEND (ACT-OIX ACT-MIX)
                   MOVE "RUN FAILED" TO ACE-EVENT-TEXT
               WHEN "CLEARED"
                   ADD 1 TO AO-ABEND-COUNT (ACT-OIX)
                   ADD 1 TO AMC-ABEND (ACT-OIX ACT-MIX)
                   MOVE "ABENDED - LOCK CLEARED" TO ACE-EVENT-TEXT
               WHEN "REFUSED"
                   ADD 1 TO AO-REFUSED-COUNT (ACT-OIX)
                   ADD 1 TO AMC-REFUSED (ACT-OIX ACT-MIX)
                   MOVE "REFUSED BY RUN LOCK" TO ACE-EVENT-TEXT
           END-EVALUATE.
           IF ACE-EVENT-TEXT = SPACES
               GO TO ACT-RUNHIST-LOOP
           END-IF.
           MOVE RH-START-DATE TO ACE-DATE.
           MOVE RH-START-TIME TO ACE-TIME.
           MOVE RH-OPER-ID    TO ACE-OPER-ID.
           MOVE SPACES TO ACE-DETAIL.
           STRING "MODE " DELIMITED BY SIZE
               RH-MODE DELIMITED BY SIZE
               " ENDED " DELIMITED BY SIZE
               RH-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RH-END-TIME (1:6) DELIMITED BY SIZE
               INTO ACE-DETAIL.
           PERFORM ACT-PRINT-EXCEPTION THRU ACT-PRINT-EXCEPTION-EXIT.
           GO TO ACT-RUNHIST-LOOP.
       ACT-RUNHIST-DONE.
           CLOSE RUNHIST-FILE.
       ACT-RUNHIST-PASS-EXIT.
           EXIT.

       ACT-OPERLOG-PASS.
           OPEN INPUT OPERLOG-FILE.
           IF OPERLOG-FILE-STATUS = "05"
               CLOSE OPERLOG-FILE
               MOVE "00" TO OPERLOG-FILE-STATUS
               GO TO ACT-OPERLOG-PASS-EXIT
           END-IF.
           IF OPERLOG-FILE-STATUS NOT = "00"
               DISPLAY "OPERLOG COULD NOT BE READ - STATUS "
                   OPERLOG-FILE-STATUS " - EVENTS NOT COUNTED"
               MOVE "Y" TO RUN-WARNING-SW
               GO TO ACT-OPERLOG-PASS-EXIT
           END-IF.
       ACT-OPERLOG-LOOP.
           READ OPERLOG-FILE
               AT END GO TO ACT-OPERLOG-DONE
           END-READ.
           MOVE OL-DATE    TO ACT-TALLY-DATE.
           MOVE OL-OPER-ID TO ACT-TALLY-OPER.
           PERFORM ACT-CHECK-FILTER THRU ACT-CHECK-FILTER-EXIT.
           IF ACT-SKIP
               GO TO ACT-OPERLOG-LOOP
           END-IF.
           PERFORM ACT-FIND-OPER THRU ACT-FIND-OPER-EXIT.
           IF ACT-OIX = 0
               GO TO ACT-OPERLOG-LOOP
           END-IF.
           MOVE SPACES TO ACE-EVENT-TEXT.
           EVALUATE OL-EVENT
               WHEN "SF"
                   ADD OL-COUNT TO AO-SIGNON-COUNT (ACT-OIX)
                   MOVE "FAILED SIGN-ON" TO ACE-EVENT-TEXT
               WHEN "LC"
                   ADD OL-COUNT TO AO-CLEAR-COUNT (ACT-OIX)
                   MOVE "STALE LOCK CLEARED" TO ACE-EVENT-TEXT
               WHEN "RR"
                   ADD OL-COUNT TO AO-REPAIR-COUNT (ACT-OIX)
               WHEN "RS"
                   ADD OL-COUNT TO AO-RESUB-COUNT (ACT-OIX)
           END-EVALUATE.
           IF ACE-EVENT-TEXT = SPACES
               GO TO ACT-OPERLOG-LOOP
           END-IF.
           MOVE OL-DATE    TO ACE-DATE.
           MOVE OL-TIME    TO ACE-TIME.
           MOVE OL-OPER-ID TO ACE-OPER-ID.
           MOVE OL-DETAIL  TO ACE-DETAIL.
           PERFORM ACT-PRINT-EXCEPTION THRU ACT-PRINT-EXCEPTION-EXIT.
           GO TO ACT-OPERLOG-LOOP.
       ACT-OPERLOG-DONE.
           CLOSE OPERLOG-FILE.
       ACT-OPERLOG-PASS-EXIT.
           EXIT.

       ACT-PRINT-EXCEPTION.
           ADD 1 TO ACT-EXCEPT-COUNT.
           DISPLAY ACTIVITY-EXCEPT-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-EXCEPT-LINE
           END-IF.
       ACT-PRINT-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * ACT-AUDIT-PASS / ACT-ARCHIVE-PASS - THE LIVE AUDIT LOG, THEN
      * EACH ARCHIVE MONTH IN RANGE THAT EXISTS. AN AREA OR VOLUME LINE
      * COUNTS AS A CALCULATION, THE SAME CONVENTION THE DAY SUMMARY
      * AND TREND REPORT USE.
      ******************************************************************
       ACT-AUDIT-PASS.
           PERFORM CLOSE-AUDIT THRU CLOSE-AUDIT-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00" AND
               AUDIT-FILE-STATUS NOT = "05"
               DISPLAY "AUDITLOG COULD NOT BE OPENED - STATUS "
                   AUDIT-FILE-STATUS " - CALCULATIONS NOT COUNTED"
               MOVE "Y" TO RUN-WARNING-SW
               GO TO ACT-AUDIT-REOPEN
           END-IF.
           MOVE "00" TO AUDIT-FILE-STATUS.
       ACT-AUDIT-LOOP.
           READ AUDIT-FILE INTO AUDIT-DETAIL-LINE
               AT END GO TO ACT-AUDIT-DONE
           END-READ.
           PERFORM ACT-TALLY-CALC THRU ACT-TALLY-CALC-EXIT.
           GO TO ACT-AUDIT-LOOP.
       ACT-AUDIT-DONE.
           CLOSE AUDIT-FILE.
       ACT-AUDIT-REOPEN.
           PERFORM OPEN-AUDIT THRU OPEN-AUDIT-EXIT.
       ACT-AUDIT-PASS-EXIT.
           EXIT.

       ACT-ARCHIVE-PASS.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING "ARCH" DELIMITED BY SIZE
               TM-MONTH (TREND-AIX) DELIMITED BY SIZE
               INTO ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "05"
               CLOSE ARCHIVE-FILE
               GO TO ACT-ARCHIVE-PASS-EXIT
           END-IF.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "ARCHIVE " ARCHIVE-FILE-NAME
                   " COULD NOT BE OPENED - STATUS "
                   ARCHIVE-FILE-STATUS " - SKIPPED"
               MOVE "Y" TO RUN-WARNING-SW
               GO TO ACT-ARCHIVE-PASS-EXIT
           END-IF.
       ACT-ARCHIVE-LOOP.
           READ ARCHIVE-FILE INTO AUDIT-DETAIL-LINE
               AT END GO TO ACT-ARCHIVE-DONE
           END-READ.
           PERFORM ACT-TALLY-CALC THRU ACT-TALLY-CALC-EXIT.
           GO TO ACT-ARCHIVE-LOOP.
       ACT-ARCHIVE-DONE.
           CLOSE ARCHIVE-FILE.
       ACT-ARCHIVE-PASS-EXIT.
           EXIT.

       ACT-TALLY-CALC.
           IF ADL-RESULT-NAME NOT = "V-AREA" AND
               ADL-RESULT-NAME NOT = "VOLUME"
               GO TO ACT-TALLY-CALC-EXIT
           END-IF.
           MOVE ADL-DATE    TO ACT-TALLY-DATE.
           MOVE ADL-OPER-ID TO ACT-TALLY-OPER.
           PERFORM ACT-CHECK-FILTER THRU ACT-CHECK-FILTER-EXIT.
           IF ACT-SKIP
               GO TO ACT-TALLY-CALC-EXIT
           END-IF.
           PERFORM ACT-FIND-OPER THRU ACT-FIND-OPER-EXIT.
           IF ACT-OIX = 0
               GO TO ACT-TALLY-CALC-EXIT
           END-IF.
           ADD 1 TO AO-CALC-COUNT (ACT-OIX).
           PERFORM ACT-FIND-SHAPE THRU ACT-FIND-SHAPE-EXIT.
           IF ACT-SIX > 0
               ADD 1 TO AO-SHAPE-CALCS (ACT-OIX ACT-SIX)
           END-IF.
       ACT-TALLY-CALC-EXIT.
           EXIT.

       ACT-FIND-OPER.
           MOVE 1 TO ACT-OIX.
       ACT-FIND-OPER-LOOP.
           IF ACT-OIX > ACT-OPER-COUNT
               GO TO ACT-FIND-OPER-NEW
           END-IF.
           IF AO-OPER-ID (ACT-OIX) = ACT-TALLY-OPER
               GO TO ACT-FIND-OPER-EXIT
           END-IF.
           ADD 1 TO ACT-OIX.
           GO TO ACT-FIND-OPER-LOOP.
       ACT-FIND-OPER-NEW.
           IF ACT-OPER-COUNT NOT < 40
               MOVE "Y" TO ACT-FULL-SW
               MOVE 0 TO ACT-OIX
               GO TO ACT-FIND-OPER-EXIT
           END-IF.
           ADD 1 TO ACT-OPER-COUNT.
           MOVE ACT-OPER-COUNT TO ACT-OIX.
           MOVE ACT-TALLY-OPER TO AO-OPER-ID (ACT-OIX).
           MOVE SPACES TO AO-OPER-NAME (ACT-OIX).
           MOVE "N" TO AO-ON-FILE-SW (ACT-OIX).
           MOVE 0 TO AO-RUN-COUNT (ACT-OIX).
           MOVE 0 TO AO-ABEND-COUNT (ACT-OIX).
           MOVE 0 TO AO-REFUSED-COUNT (ACT-OIX).
           MOVE 0 TO AO-CLEAR-COUNT (ACT-OIX).
           MOVE 0 TO AO-SIGNON-COUNT (ACT-OIX).
           MOVE 0 TO AO-REPAIR-COUNT (ACT-OIX).
           MOVE 0 TO AO-RESUB-COUNT (ACT-OIX).
           MOVE 0 TO AO-CALC-COUNT (ACT-OIX).
           PERFORM ACT-INIT-MODE THRU ACT-INIT-MODE-EXIT
               VARYING ACT-MIX FROM 1 BY 1 UNTIL ACT-MIX > 15.
           PERFORM ACT-INIT-SHAPE THRU ACT-INIT-SHAPE-EXIT
               VARYING ACT-SIX FROM 1 BY 1 UNTIL ACT-SIX > 20.
       ACT-FIND-OPER-EXIT.
           EXIT.

       ACT-INIT-MODE.
           MOVE 0 TO AMC-RUNS (ACT-OIX ACT-MIX).
           MOVE 0 TO AMC-ABEND (ACT-OIX ACT-MIX).
           MOVE 0 TO AMC-REFUSED (ACT-OIX ACT-MIX).
       ACT-INIT-MODE-EXIT.
           EXIT.

       ACT-INIT-SHAPE.
           MOVE 0 TO AO-SHAPE-CALCS (ACT-OIX ACT-SIX).
       ACT-INIT-SHAPE-EXIT.
           EXIT.

       ACT-FIND-SHAPE.
           MOVE 1 TO ACT-SIX.
       ACT-FIND-SHAPE-LOOP.
           IF ACT-SIX > ACT-SHAPE-COUNT
               GO TO ACT-FIND-SHAPE-NEW
           END-IF.
           IF ACT-SHAPE-NAME (ACT-SIX) = ADL-SHAPE-NAME
               GO TO ACT-FIND-SHAPE-EXIT
           END-IF.
           ADD 1 TO ACT-SIX.
           GO TO ACT-FIND-SHAPE-LOOP.
       ACT-FIND-SHAPE-NEW.
           IF ACT-SHAPE-COUNT < 20
               ADD 1 TO ACT-SHAPE-COUNT
               MOVE ACT-SHAPE-COUNT TO ACT-SIX
               MOVE ADL-SHAPE-NAME TO ACT-SHAPE-NAME (ACT-SIX)
           ELSE
               MOVE "Y" TO ACT-SHAPE-FULL-SW
               MOVE 0 TO ACT-SIX
           END-IF.
       ACT-FIND-SHAPE-EXIT.
           EXIT.

       ACT-MODE-IX-FROM-LETTER.
           EVALUATE ACT-MODE-LETTER
               WHEN "I" MOVE 1  TO ACT-MIX
               WHEN "B" MOVE 2  TO ACT-MIX
               WHEN "R" MOVE 3  TO ACT-MIX
               WHEN "S" MOVE 4  TO ACT-MIX
               WHEN "A" MOVE 5  TO ACT-MIX
               WHEN "P" MOVE 6  TO ACT-MIX
               WHEN "V" MOVE 7  TO ACT-MIX
               WHEN "C" MOVE 8  TO ACT-MIX
               WHEN "T" MOVE 9  TO ACT-MIX
               WHEN "J" MOVE 10 TO ACT-MIX
               WHEN "K" MOVE 11 TO ACT-MIX
               WHEN "G" MOVE 12 TO ACT-MIX
               WHEN "L" MOVE 13 TO ACT-MIX
               WHEN "O" MOVE 14 TO ACT-MIX
               WHEN OTHER MOVE 15 TO ACT-MIX
           END-EVALUATE.
       ACT-MODE-IX-FROM-LETTER-EXIT.
           EXIT.

       ACT-MODE-FROM-IX.
           EVALUATE ACT-MIX
               WHEN 1
                   MOVE "I" TO ACT-MODE-LETTER
                   MOVE "INTERACTIVE" TO ACT-MODE-TEXT
               WHEN 2
                   MOVE "B" TO ACT-MODE-LETTER
                   MOVE "BATCH FILE" TO ACT-MODE-TEXT
               WHEN 3
                   MOVE "R" TO ACT-MODE-LETTER
                   MOVE "RESTART FROM CHECKPOINT" TO ACT-MODE-TEXT
               WHEN 4
                   MOVE "S" TO ACT-MODE-LETTER
                   MOVE "END-OF-DAY SUMMARY" TO ACT-MODE-TEXT
               WHEN 5
                   MOVE "A" TO ACT-MODE-LETTER
                   MOVE "ARCHIVE AUDIT LOG" TO ACT-MODE-TEXT
               WHEN 6
                   MOVE "P" TO ACT-MODE-LETTER
                   MOVE "REPRINT FROM RESULTS MASTER" TO ACT-MODE-TEXT
               WHEN 7
                   MOVE "V" TO ACT-MODE-LETTER
                   MOVE "VERIFY AUDIT LOG" TO ACT-MODE-TEXT
               WHEN 8
                   MOVE "C" TO ACT-MODE-LETTER
                   MOVE "IMPORT SPREADSHEET CSV" TO ACT-MODE-TEXT
               WHEN 9
                   MOVE "T" TO ACT-MODE-LETTER
                   MOVE "PERIOD TREND" TO ACT-MODE-TEXT
               WHEN 10
                   MOVE "J" TO ACT-MODE-LETTER
                   MOVE "MASTER-FILE CHANGE REPORT" TO ACT-MODE-TEXT
               WHEN 11
                   MOVE "K" TO ACT-MODE-LETTER
                   MOVE "RECALCULATE AND COMPARE" TO ACT-MODE-TEXT
               WHEN 12
                   MOVE "G" TO ACT-MODE-LETTER
                   MOVE "GENERATION BACKUP" TO ACT-MODE-TEXT
               WHEN 13
                   MOVE "L" TO ACT-MODE-LETTER
                   MOVE "RESTORE A BACKUP" TO ACT-MODE-TEXT
               WHEN 14
                   MOVE "O" TO ACT-MODE-LETTER
                   MOVE "OPERATOR ACTIVITY REPORT" TO ACT-MODE-TEXT
               WHEN OTHER
                   MOVE "?" TO ACT-MODE-LETTER
                   MOVE "UNKNOWN MODE" TO ACT-MODE-TEXT
           END-EVALUATE.
       ACT-MODE-FROM-IX-EXIT.
           EXIT.

      *    ONE PASS OVER THE OPERATOR FILE FILLS IN THE NAMES. AN ID
      *    NOT ON IT - A FAILED SIGN-ON, OR AN OPERATOR SINCE REMOVED -
      *    IS FLAGGED FOR THE ACCESS REVIEW.
       ACT-NAME-PASS.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-FILE-STATUS = "05"
               CLOSE OPERATOR-FILE
               MOVE "00" TO OPER-FILE-STATUS
               GO TO ACT-NAME-PASS-EXIT
           END-IF.
           IF OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERFILE COULD NOT BE READ - STATUS "
                   OPER-FILE-STATUS " - NAMES NOT SHOWN"
               GO TO ACT-NAME-PASS-EXIT
           END-IF.
       ACT-NAME-LOOP.
           READ OPERATOR-FILE
               AT END GO TO ACT-NAME-DONE
           END-READ.
           MOVE OP-OPER-ID TO ACT-TALLY-OPER.
           MOVE 1 TO ACT-OIX.
       ACT-NAME-SCAN.
           IF ACT-OIX > ACT-OPER-COUNT
               GO TO ACT-NAME-LOOP
           END-IF.
           IF AO-OPER-ID (ACT-OIX) = ACT-TALLY-OPER
               MOVE OP-OPER-NAME TO AO-OPER-NAME (ACT-OIX)
               MOVE "Y" TO AO-ON-FILE-SW (ACT-OIX)
               GO TO ACT-NAME-LOOP
           END-IF.
           ADD 1 TO ACT-OIX.
           GO TO ACT-NAME-SCAN.
       ACT-NAME-DONE.
           CLOSE OPERATOR-FILE.
       ACT-NAME-PASS-EXIT.
           EXIT.

       ACT-PRINT.
           IF ACT-EXCEPT-COUNT = 0
               MOVE SPACES TO ACTIVITY-EXCEPT-LINE
               MOVE "NONE" TO ACE-EVENT-TEXT
               DISPLAY ACTIVITY-EXCEPT-LINE
               IF REPORT-FILE-STATUS = "00"
                   WRITE REPORT-RECORD FROM ACTIVITY-EXCEPT-LINE
               END-IF
           END-IF.
           MOVE 0 TO ACT-GRAND-RUNS.
           MOVE 0 TO ACT-GRAND-CALCS.
           PERFORM ACT-PRINT-OPER THRU ACT-PRINT-OPER-EXIT
               VARYING ACT-OIX FROM 1 BY 1
               UNTIL ACT-OIX > ACT-OPER-COUNT.
      *    A FULL TABLE LEAVES SOMEONE'S FIGURES OFF THE REPORT -
      *    SAY SO RATHER THAN LET THE TOTALS PASS FOR COMPLETE.
           IF ACT-TABLE-FULL
               MOVE "** LIST TRUNCATED - OVER 40 OPERATORS"
                   TO ACT-NOTE-TEXT
               PERFORM ACT-PRINT-NOTE THRU ACT-PRINT-NOTE-EXIT
           END-IF.
           IF ACT-SHAPE-TABLE-FULL
               MOVE "** LIST TRUNCATED - OVER 20 SHAPES"
                   TO ACT-NOTE-TEXT
               PERFORM ACT-PRINT-NOTE THRU ACT-PRINT-NOTE-EXIT
           END-IF.
           MOVE ACT-OPER-COUNT   TO ACG-OPER-COUNT.
           MOVE ACT-GRAND-RUNS   TO ACG-RUNS.
           MOVE ACT-GRAND-CALCS  TO ACG-CALCS.
           MOVE ACT-EXCEPT-COUNT TO ACG-EXCEPTIONS.
           DISPLAY ACTIVITY-GRAND-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-GRAND-LINE
           END-IF.
       ACT-PRINT-EXIT.
           EXIT.

       ACT-PRINT-NOTE.
           DISPLAY ACT-NOTE-TEXT.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACT-NOTE-TEXT
           END-IF.
       ACT-PRINT-NOTE-EXIT.
           EXIT.

       ACT-PRINT-OPER.
           MOVE AO-OPER-ID (ACT-OIX)   TO ACO-OPER-ID.
           MOVE AO-OPER-NAME (ACT-OIX) TO ACO-OPER-NAME.
           IF AO-ON-FILE-SW (ACT-OIX) NOT = "Y"
               MOVE "** NOT ON OPERFILE" TO ACO-OPER-NAME
           END-IF.
           DISPLAY ACTIVITY-OPER-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-OPER-LINE
           END-IF.
           PERFORM ACT-PRINT-MODE THRU ACT-PRINT-MODE-EXIT
               VARYING ACT-MIX FROM 1 BY 1 UNTIL ACT-MIX > 15.
           PERFORM ACT-PRINT-SHAPE THRU ACT-PRINT-SHAPE-EXIT
               VARYING ACT-SIX FROM 1 BY 1
               UNTIL ACT-SIX > ACT-SHAPE-COUNT.
           MOVE AO-REPAIR-COUNT (ACT-OIX) TO ACV-REPAIR-COUNT.
           MOVE AO-RESUB-COUNT (ACT-OIX)  TO ACV-RESUB-COUNT.
           MOVE AO-CLEAR-COUNT (ACT-OIX)  TO ACV-CLEAR-COUNT.
           MOVE AO-SIGNON-COUNT (ACT-OIX) TO ACV-SIGNON-COUNT.
           DISPLAY ACTIVITY-EVENT-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-EVENT-LINE
           END-IF.
           MOVE AO-RUN-COUNT (ACT-OIX)     TO ATL-RUNS.
           MOVE AO-ABEND-COUNT (ACT-OIX)   TO ATL-ABEND.
           MOVE AO-REFUSED-COUNT (ACT-OIX) TO ATL-REFUSED.
           MOVE AO-CALC-COUNT (ACT-OIX)    TO ATL-CALCS.
           DISPLAY ACTIVITY-TOTAL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-TOTAL-LINE
           END-IF.
           ADD AO-RUN-COUNT (ACT-OIX)  TO ACT-GRAND-RUNS.
           ADD AO-CALC-COUNT (ACT-OIX) TO ACT-GRAND-CALCS.
       ACT-PRINT-OPER-EXIT.
           EXIT.

       ACT-PRINT-MODE.
           IF AMC-RUNS (ACT-OIX ACT-MIX) = 0
               GO TO ACT-PRINT-MODE-EXIT
           END-IF.
           PERFORM ACT-MODE-FROM-IX THRU ACT-MODE-FROM-IX-EXIT.
           MOVE ACT-MODE-LETTER TO ACM-MODE.
           MOVE ACT-MODE-TEXT   TO ACM-MODE-TEXT.
           MOVE AMC-RUNS (ACT-OIX ACT-MIX)    TO ACM-RUNS.
           MOVE AMC-ABEND (ACT-OIX ACT-MIX)   TO ACM-ABEND.
           MOVE AMC-REFUSED (ACT-OIX ACT-MIX) TO ACM-REFUSED.
           DISPLAY ACTIVITY-MODE-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-MODE-LINE
           END-IF.
       ACT-PRINT-MODE-EXIT.
           EXIT.

       ACT-PRINT-SHAPE.
           IF AO-SHAPE-CALCS (ACT-OIX ACT-SIX) = 0
               GO TO ACT-PRINT-SHAPE-EXIT
           END-IF.
           MOVE ACT-SHAPE-NAME (ACT-SIX) TO ACS-SHAPE-NAME.
           MOVE AO-SHAPE-CALCS (ACT-OIX ACT-SIX) TO ACS-CALC-COUNT.
           DISPLAY ACTIVITY-SHAPE-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM ACTIVITY-SHAPE-LINE
           END-IF.
       ACT-PRINT-SHAPE-EXIT.
           EXIT.

      ******************************************************************
      * CONVERT-CM - THE SHAPE MATH ALWAYS WORKS IN INCHES; CONVERT
      * EACH DIMENSION ENTERED IN CENTIMETERS BEFORE IT IS USED.
      ******************************************************************
       CONVERT-CM.
           IF UNIT-IS-CENTIMETERS
               COMPUTE CONV-VALUE = CONV-VALUE * CM-TO-IN-FACTOR
           END-IF.
       CONVERT-CM-EXIT.
           EXIT.

      ******************************************************************
      * CONE-CALC-CORE - VOLUME AND SURFACE AREA FROM RADIUS AND
      * HEIGTH.
      ******************************************************************
       CONE-CALC-CORE.
           MOVE RADIUS TO NUM-EDIT-A.
           MOVE HEIGTH TO NUM-EDIT-B.
           MOVE "CONE" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "RADIUS=" NUM-EDIT-A " HEIGTH=" NUM-EDIT-B
               DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           COMPUTE VOLUME = (1 / 3) * PI * RADIUS * RADIUS * HEIGTH.
           MOVE VOLUME TO RESULT-EDIT.
           DISPLAY "VOLUME = " RESULT-EDIT.
           MOVE "VOLUME" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           COMPUTE SLANT-HEIGTH =
               (RADIUS * RADIUS + HEIGTH * HEIGTH) ** 0.5.
           COMPUTE SURFACE-AREA =
               PI * RADIUS * (RADIUS + SLANT-HEIGTH).
           MOVE SURFACE-AREA TO RESULT-EDIT.
           DISPLAY "SURFACE-AREA = " RESULT-EDIT.
           MOVE "SURFACE-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       CONE-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
      * CYLINDER-CALC-CORE - VOLUME AND SURFACE AREA FROM RADIUS AND
      * HEIGTH.
      ******************************************************************
       CYLINDER-CALC-CORE.
           MOVE RADIUS TO NUM-EDIT-A.
           MOVE HEIGTH TO NUM-EDIT-B.
           MOVE "CYLINDER" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "RADIUS=" NUM-EDIT-A " HEIGTH=" NUM-EDIT-B
               DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           COMPUTE VOLUME = PI * RADIUS * RADIUS * HEIGTH.
           MOVE VOLUME TO RESULT-EDIT.
           DISPLAY "VOLUME = " RESULT-EDIT.
           MOVE "VOLUME" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           COMPUTE SURFACE-AREA =
               2 * PI * RADIUS * (RADIUS + HEIGTH).
           MOVE SURFACE-AREA TO RESULT-EDIT.
           DISPLAY "SURFACE-AREA = " RESULT-EDIT.
           MOVE "SURFACE-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       CYLINDER-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
      * PARALLELOGRAM-CALC-CORE - AREA FROM BASE AND HEIGTH.
      ******************************************************************
       PARALLELOGRAM-CALC-CORE.
           COMPUTE V-AREA = BASE * HEIGTH.
           MOVE V-AREA TO RESULT-EDIT.
           DISPLAY "V-AREA = " RESULT-EDIT.
           MOVE BASE TO NUM-EDIT-A.
           MOVE HEIGTH TO NUM-EDIT-B.
           MOVE "PARALLELOGRAM" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "BASE=" NUM-EDIT-A " HEIGTH=" NUM-EDIT-B
               DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           MOVE "V-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       PARALLELOGRAM-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
      * ELLIPSE-CALC-CORE - AREA AND APPROXIMATE CIRCUMFRENCE
      * (RAMANUJAN) FROM THE SEMI-MAJOR AND SEMI-MINOR AXES.
      ******************************************************************
       ELLIPSE-CALC-CORE.
           MOVE V-LENGTH TO NUM-EDIT-A.
           MOVE WIDTH TO NUM-EDIT-B.
           MOVE "ELLIPSE" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "LENGTH=" NUM-EDIT-A " WIDTH=" NUM-EDIT-B
               DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           COMPUTE V-AREA = PI * V-LENGTH * WIDTH.
           MOVE V-AREA TO RESULT-EDIT.
           DISPLAY "V-AREA = " RESULT-EDIT.
           MOVE "V-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           COMPUTE SQRT-WORK =
               ((3 * V-LENGTH + WIDTH) *
               (V-LENGTH + 3 * WIDTH)) ** 0.5.
           COMPUTE SQRT-WORK =
               3 * (V-LENGTH + WIDTH) - SQRT-WORK.
           COMPUTE CIRCUMFRENCE = PI * SQRT-WORK.
           MOVE CIRCUMFRENCE TO RESULT-EDIT.
           DISPLAY "CIRCUMFRENCE = " RESULT-EDIT.
           MOVE "CIRCUMFRENCE" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       ELLIPSE-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
           EXIT.

      ******************************************************************
      * TUBE-CALC-CORE - MATERIAL VOLUME AND TOTAL SURFACE AREA (OUTER
      * AND INNER WALLS PLUS BOTH RING ENDS) OF A ROUND TUBE FROM THE
      * OUTER RADIUS, THE INNER RADIUS (SECOND RADIUS), AND LENGTH.
      ******************************************************************
       TUBE-CALC-CORE.
           MOVE RADIUS TO NUM-EDIT-A.
           MOVE SECOND-RADIUS TO NUM-EDIT-B.
           MOVE V-LENGTH TO NUM-EDIT-C.
           MOVE "TUBE" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "OUTER=" NUM-EDIT-A " INNER=" NUM-EDIT-B " LEN="
               NUM-EDIT-C DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           IF SECOND-RADIUS NOT < RADIUS
               DISPLAY "TUBE NOT CALCULATED - INNER RADIUS MUST BE "
                   "UNDER OUTER"
               MOVE "INNER RADIUS MUST BE UNDER OUTER - NOT CALCULATED"
                   TO PANEL-MESSAGE
               GO TO TUBE-CALC-CORE-EXIT
           END-IF.
           COMPUTE VOLUME = PI * (RADIUS * RADIUS
               - SECOND-RADIUS * SECOND-RADIUS) * V-LENGTH.
           MOVE VOLUME TO RESULT-EDIT.
           DISPLAY "VOLUME = " RESULT-EDIT.
           MOVE "VOLUME" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           COMPUTE SURFACE-AREA =
               2 * PI * (RADIUS + SECOND-RADIUS) * V-LENGTH
               + 2 * PI * (RADIUS * RADIUS
               - SECOND-RADIUS * SECOND-RADIUS).
           MOVE SURFACE-AREA TO RESULT-EDIT.
           DISPLAY "SURFACE-AREA = " RESULT-EDIT.
           MOVE "SURFACE-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       TUBE-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
      * ANNULUS-CALC-CORE - AREA OF A FLAT WASHER AND THE TOTAL CUT
      * EDGE (OUTER PLUS INNER CIRCUMFRENCE) FROM THE OUTER RADIUS
      * AND THE INNER RADIUS (SECOND RADIUS).
      ******************************************************************
       ANNULUS-CALC-CORE.
           MOVE RADIUS TO NUM-EDIT-A.
           MOVE SECOND-RADIUS TO NUM-EDIT-B.
           MOVE "ANNULUS" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "OUTER=" NUM-EDIT-A " INNER=" NUM-EDIT-B
               DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           IF SECOND-RADIUS NOT < RADIUS
               DISPLAY "ANNULUS NOT CALCULATED - INNER RADIUS MUST "
                   "BE UNDER OUTER"
               MOVE "INNER RADIUS MUST BE UNDER OUTER - NOT CALCULATED"
                   TO PANEL-MESSAGE
               GO TO ANNULUS-CALC-CORE-EXIT
           END-IF.
           COMPUTE V-AREA = PI * (RADIUS * RADIUS
               - SECOND-RADIUS * SECOND-RADIUS).
           MOVE V-AREA TO RESULT-EDIT.
           DISPLAY "V-AREA = " RESULT-EDIT.
           MOVE "V-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           COMPUTE CIRCUMFRENCE = 2 * PI * (RADIUS + SECOND-RADIUS).
           MOVE CIRCUMFRENCE TO RESULT-EDIT.
           DISPLAY "CIRCUMFRENCE = " RESULT-EDIT.
           MOVE "CIRCUMFRENCE" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       ANNULUS-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
      * FRUSTUM-CALC-CORE - VOLUME AND SURFACE AREA (SLOPED SIDE PLUS
      * BOTH ENDS) OF A TRUNCATED CONE - A REDUCER OR HOPPER - FROM
      * THE LARGE-END RADIUS, THE SMALL-END RADIUS (SECOND RADIUS),
      * AND HEIGTH.
      ******************************************************************
       FRUSTUM-CALC-CORE.
           MOVE RADIUS TO NUM-EDIT-A.
           MOVE SECOND-RADIUS TO NUM-EDIT-B.
           MOVE HEIGTH TO NUM-EDIT-C.
           MOVE "FRUSTUM" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "R1=" NUM-EDIT-A " R2=" NUM-EDIT-B " HEIGTH="
               NUM-EDIT-C DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           COMPUTE VOLUME = (1 / 3) * PI * HEIGTH *
               (RADIUS * RADIUS + RADIUS * SECOND-RADIUS
               + SECOND-RADIUS * SECOND-RADIUS).
           MOVE VOLUME TO RESULT-EDIT.
           DISPLAY "VOLUME = " RESULT-EDIT.
           MOVE "VOLUME" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           COMPUTE SLANT-HEIGTH =
               ((RADIUS - SECOND-RADIUS) * (RADIUS - SECOND-RADIUS)
               + HEIGTH * HEIGTH) ** 0.5.
           COMPUTE SURFACE-AREA =
               PI * (RADIUS + SECOND-RADIUS) * SLANT-HEIGTH
               + PI * RADIUS * RADIUS
               + PI * SECOND-RADIUS * SECOND-RADIUS.
           MOVE SURFACE-AREA TO RESULT-EDIT.
           DISPLAY "SURFACE-AREA = " RESULT-EDIT.
           MOVE "SURFACE-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       FRUSTUM-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
      * PYRAMID-CALC-CORE - VOLUME AND SURFACE AREA (BASE PLUS FOUR
      * SLOPED FACES) OF A RIGHT PYRAMID ON A RECTANGULAR BASE FROM
      * LENGTH, WIDTH, AND HEIGTH. A ZERO WIDTH MEANS A SQUARE BASE.
      ******************************************************************
       PYRAMID-CALC-CORE.
      *    A ZERO WIDTH IS A SQUARE BASE. THE KEYED WIDTH IS LEFT AS
      *    ENTERED - IT IS WHAT GETS SAVED AND MATCHED LATER.
           IF WIDTH = 0
               MOVE V-LENGTH TO BASE-WIDTH
           ELSE
               MOVE WIDTH TO BASE-WIDTH
           END-IF.
           MOVE V-LENGTH TO NUM-EDIT-A.
           MOVE BASE-WIDTH TO NUM-EDIT-B.
           MOVE HEIGTH TO NUM-EDIT-C.
           MOVE "PYRAMID" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "LEN=" NUM-EDIT-A " WIDTH=" NUM-EDIT-B " HEIGTH="
               NUM-EDIT-C DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           COMPUTE VOLUME = (1 / 3) * V-LENGTH * BASE-WIDTH * HEIGTH.
           MOVE VOLUME TO RESULT-EDIT.
           DISPLAY "VOLUME = " RESULT-EDIT.
           MOVE "VOLUME" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
      *    THE TWO FACES ON THE LENGTH EDGES SLOPE OVER HALF THE
      *    WIDTH, THE TWO ON THE WIDTH EDGES OVER HALF THE LENGTH.
           COMPUTE SLANT-HEIGTH =
               (HEIGTH * HEIGTH + (BASE-WIDTH / 2) * (BASE-WIDTH / 2))
               ** 0.5.
           COMPUTE SQRT-WORK =
               (HEIGTH * HEIGTH + (V-LENGTH / 2) * (V-LENGTH / 2))
               ** 0.5.
           COMPUTE SURFACE-AREA = V-LENGTH * BASE-WIDTH
               + V-LENGTH * SLANT-HEIGTH + BASE-WIDTH * SQRT-WORK.
           MOVE SURFACE-AREA TO RESULT-EDIT.
           DISPLAY "SURFACE-AREA = " RESULT-EDIT.
           MOVE "SURFACE-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       PYRAMID-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
      * TORUS-CALC-CORE - VOLUME AND SURFACE AREA OF A RING TORUS FROM
      * THE MAJOR RADIUS (CENTER TO TUBE CENTER) AND THE MINOR RADIUS
      * (SECOND RADIUS - THE TUBE ITSELF).
      ******************************************************************
       TORUS-CALC-CORE.
           MOVE RADIUS TO NUM-EDIT-A.
           MOVE SECOND-RADIUS TO NUM-EDIT-B.
           MOVE "TORUS" TO STG-SHAPE-NAME.
           MOVE SPACES TO STG-INPUTS-TEXT.
           STRING "MAJOR=" NUM-EDIT-A " MINOR=" NUM-EDIT-B
               DELIMITED BY SIZE INTO STG-INPUTS-TEXT.
           IF SECOND-RADIUS NOT < RADIUS
               DISPLAY "TORUS NOT CALCULATED - MINOR RADIUS MUST BE "
                   "UNDER MAJOR"
               MOVE "MINOR RADIUS MUST BE UNDER MAJOR - NOT CALCULATED"
                   TO PANEL-MESSAGE
               GO TO TORUS-CALC-CORE-EXIT
           END-IF.
           COMPUTE VOLUME = 2 * PI * PI * RADIUS
               * SECOND-RADIUS * SECOND-RADIUS.
           MOVE VOLUME TO RESULT-EDIT.
           DISPLAY "VOLUME = " RESULT-EDIT.
           MOVE "VOLUME" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           COMPUTE SURFACE-AREA = 4 * PI * PI * RADIUS * SECOND-RADIUS.
           MOVE SURFACE-AREA TO RESULT-EDIT.
           DISPLAY "SURFACE-AREA = " RESULT-EDIT.
           MOVE "SURFACE-AREA" TO STG-RESULT-NAME.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
       TORUS-CALC-CORE-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-LIMITS / SAVE-LIMITS - THE LIMITS FILE IS READ INTO THE
      * IN-CORE TABLE AT START-UP AND REWRITTEN IN FULL WHEN THE
      * MAINTENANCE SCREEN FINISHES.
      ******************************************************************
       LOAD-LIMITS.
           MOVE 0 TO LIMITS-COUNT.
           OPEN INPUT LIMITS-FILE.
           IF LIMITS-FILE-STATUS NOT = "00" AND
               LIMITS-FILE-STATUS NOT = "05"
               GO TO LOAD-LIMITS-EXIT
           END-IF.
           MOVE "00" TO LIMITS-FILE-STATUS.
           MOVE "N" TO LIMITS-EOF-SW.
           PERFORM LOAD-ONE-LIMIT THRU LOAD-ONE-LIMIT-EXIT
               UNTIL LIMITS-EOF.
           CLOSE LIMITS-FILE.
       LOAD-LIMITS-EXIT.
           EXIT.

       LOAD-ONE-LIMIT.
           READ LIMITS-FILE
               AT END
                   MOVE "Y" TO LIMITS-EOF-SW
               NOT AT END
                   IF LIMITS-COUNT < 60
                       ADD 1 TO LIMITS-COUNT
                       MOVE LM-SHAPE-CODE
                           TO LT-SHAPE-CODE (LIMITS-COUNT)
                       MOVE LM-DIM-CODE
                           TO LT-DIM-CODE (LIMITS-COUNT)
                       MOVE LM-MIN-VALUE
                           TO LT-MIN-VALUE (LIMITS-COUNT)
                       MOVE LM-MAX-VALUE
                           TO LT-MAX-VALUE (LIMITS-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-LIMIT-EXIT.
           EXIT.

       SAVE-LIMITS.
           OPEN OUTPUT LIMITS-FILE.
           IF LIMITS-FILE-STATUS NOT = "00" AND
               LIMITS-FILE-STATUS NOT = "05"
               DISPLAY "LIMITS COULD NOT BE WRITTEN - STATUS "
                   LIMITS-FILE-STATUS
               GO TO SAVE-LIMITS-EXIT
           END-IF.
           MOVE "00" TO LIMITS-FILE-STATUS.
       LOAD-ONE-SHEET-EXIT.
           EXIT.

       SAVE-SHEETS.
           OPEN OUTPUT SHEET-FILE.
           IF SHEET-FILE-STATUS NOT = "00" AND
               SHEET-FILE-STATUS NOT = "05"
               DISPLAY "SHEETS COULD NOT BE WRITTEN - STATUS "
                   SHEET-FILE-STATUS
               GO TO SAVE-SHEETS-EXIT
           END-IF.
           MOVE "00" TO SHEET-FILE-STATUS.
           PERFORM SAVE-ONE-SHEET THRU SAVE-ONE-SHEET-EXIT
               VARYING SHEETS-IX FROM 1 BY 1
               UNTIL SHEETS-IX > SHEETS-COUNT.
           CLOSE SHEET-FILE.
       SAVE-SHEETS-EXIT.
           EXIT.

       SAVE-ONE-SHEET.
           MOVE ST-SHEET-ID (SHEETS-IX) TO SH-SHEET-ID.
           MOVE ST-LENGTH (SHEETS-IX)   TO SH-LENGTH.
           MOVE ST-WIDTH (SHEETS-IX)    TO SH-WIDTH.
           MOVE ST-MARGIN (SHEETS-IX)   TO SH-MARGIN.
           WRITE SHEET-RECORD.
       SAVE-ONE-SHEET-EXIT.
           EXIT.

      ******************************************************************
      * YIELD-CALC - PARTS PER SHEET, SHEETS REQUIRED, AND WASTE FOR
      * THE AREA RESULT JUST WRITTEN. PARTS PER SHEET IS THE USABLE
           IF JOB-GROUP-OPEN
               ADD YIELD-SHEETS-REQD TO JOB-SHEET-TOTAL
           END-IF.
           IF NETTING-ACTIVE
               PERFORM NET-TALLY-SHEET THRU NET-TALLY-SHEET-EXIT
           END-IF.
       YIELD-CALC-EXIT.
           EXIT.

      *    ADD THE SHEETS JUST REQUIRED TO THE RUN'S NEED FOR THAT
      *    SHEET ID AND TO THE CURRENT JOB'S SHARE OF IT.
       NET-TALLY-SHEET.
           MOVE 1 TO NET-IX.
       NET-TALLY-SHEET-LOOP.
           IF NET-IX > NET-REQ-COUNT
      *        A SHEET PAST THE TABLE WOULD GO SHORT WITH NO
      *        REQUISITION, SO IT IS CALLED OUT AND THE RUN WARNS.
               IF NET-REQ-COUNT NOT < 20
                   DISPLAY "MORE THAN 20 SHEET IDS - " YIELD-SHEET-ID
                       " NOT NETTED"
                   MOVE "Y" TO RUN-WARNING-SW
                   GO TO NET-TALLY-SHEET-EXIT
               END-IF
               ADD 1 TO NET-REQ-COUNT
               MOVE YIELD-SHEET-ID TO NR-SHEET-ID (NET-IX)
               MOVE 0 TO NR-REQUIRED (NET-IX)
               MOVE 0 TO NR-JOB-COUNT (NET-IX)
           END-IF.
           IF NR-SHEET-ID (NET-IX) NOT = YIELD-SHEET-ID
               ADD 1 TO NET-IX
               GO TO NET-TALLY-SHEET-LOOP
           END-IF.
           ADD YIELD-SHEETS-REQD TO NR-REQUIRED (NET-IX).
           MOVE 1 TO NET-JOB-IX.
       NET-TALLY-JOB-LOOP.
           IF NET-JOB-IX > NR-JOB-COUNT (NET-IX)
               IF NR-JOB-COUNT (NET-IX) < 10
                   ADD 1 TO NR-JOB-COUNT (NET-IX)
                   MOVE CURRENT-JOB-NUMBER
                       TO NR-JOB-NUMBER (NET-IX NET-JOB-IX)
                   MOVE YIELD-SHEETS-REQD
                       TO NR-JOB-SHEETS (NET-IX NET-JOB-IX)
               END-IF
               GO TO NET-TALLY-SHEET-EXIT
           END-IF.
           IF NR-JOB-NUMBER (NET-IX NET-JOB-IX) = CURRENT-JOB-NUMBER
               ADD YIELD-SHEETS-REQD
                   TO NR-JOB-SHEETS (NET-IX NET-JOB-IX)
               GO TO NET-TALLY-SHEET-EXIT
           END-IF.
           ADD 1 TO NET-JOB-IX.
           GO TO NET-TALLY-JOB-LOOP.
       NET-TALLY-SHEET-EXIT.
           EXIT.

      ******************************************************************
      * SHEET-NETTING - END OF A BATCH OR IMPORT RUN: NET EACH SHEET
      * ID THE RUN NEEDED AGAINST THE INVENTORY. A SHEET WHOSE NEED
      * PLUS REORDER POINT IS MORE THAN ON HAND PLUS ON ORDER GETS A
      * REQUISITION FOR THE DIFFERENCE ON REQOUT. EVERY SHEET NEEDED
      * PRINTS ON THE SHORTAGE REPORT WITH THE JOBS BEHIND IT.
      * REQUISITIONS ARE APPENDED - PURCHASING EMPTIES THE FILE WHEN
      * IT LOADS IT.
      ******************************************************************
       SHEET-NETTING.
           MOVE "N" TO NETTING-SW.
           IF NET-REQ-COUNT = 0
               GO TO SHEET-NETTING-EXIT
           END-IF.
           MOVE 0 TO NET-REQN-COUNT.
           ACCEPT NET-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND REQ-FILE.
           IF REQ-FILE-STATUS NOT = "00" AND
               REQ-FILE-STATUS NOT = "05"
               DISPLAY "REQOUT COULD NOT BE OPENED - STATUS "
                   REQ-FILE-STATUS
           ELSE
               MOVE "00" TO REQ-FILE-STATUS
           END-IF.
           MOVE NET-RUN-DATE TO SHH-RUN-DATE.
           DISPLAY SHORTAGE-HEADER-LINE.
           DISPLAY SHORTAGE-COLUMN-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM SHORTAGE-HEADER-LINE
               WRITE REPORT-RECORD FROM SHORTAGE-COLUMN-LINE
           END-IF.
           PERFORM NET-ONE-SHEET THRU NET-ONE-SHEET-EXIT
               VARYING NET-IX FROM 1 BY 1
               UNTIL NET-IX > NET-REQ-COUNT.
           MOVE NET-REQ-COUNT  TO SHT-NETTED-COUNT.
           MOVE NET-REQN-COUNT TO SHT-REQN-COUNT.
           DISPLAY SHORTAGE-TOTAL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM SHORTAGE-TOTAL-LINE
           END-IF.
           IF REQ-FILE-STATUS = "00"
               CLOSE REQ-FILE
           END-IF.
       SHEET-NETTING-EXIT.
           EXIT.

       NET-ONE-SHEET.
           MOVE SPACES TO SHD-FLAG-TEXT.
           MOVE "N" TO NET-INV-SW.
           IF SHEETINV-FILE-STATUS = "00"
               MOVE NR-SHEET-ID (NET-IX) TO SI-SHEET-ID
               READ SHEET-INVENTORY
                   INVALID KEY
                       MOVE "NO INVENTORY RECORD" TO SHD-FLAG-TEXT
                       MOVE "00" TO SHEETINV-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO NET-INV-SW
               END-READ
           ELSE
               MOVE "INVENTORY NOT AVAILABLE" TO SHD-FLAG-TEXT
           END-IF.
           IF NOT NET-INV-ON-FILE
               MOVE NR-SHEET-ID (NET-IX) TO SI-SHEET-ID
               MOVE 0 TO SI-ON-HAND
               MOVE 0 TO SI-ON-ORDER
               MOVE 0 TO SI-REORDER-POINT
           END-IF.
           COMPUTE NET-SHORT-QTY =
               NR-REQUIRED (NET-IX) + SI-REORDER-POINT
               - SI-ON-HAND - SI-ON-ORDER.
           IF NET-SHORT-QTY < 0
               MOVE 0 TO NET-SHORT-QTY
           END-IF.

           MOVE NR-SHEET-ID (NET-IX) TO SHD-SHEET-ID.
           MOVE NR-REQUIRED (NET-IX) TO SHD-REQUIRED.
           MOVE SI-ON-HAND           TO SHD-ON-HAND.
           MOVE SI-ON-ORDER          TO SHD-ON-ORDER.
           MOVE SI-REORDER-POINT     TO SHD-REORDER-POINT.
           MOVE NET-SHORT-QTY        TO SHD-SHORT.
           DISPLAY SHORTAGE-DETAIL-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM SHORTAGE-DETAIL-LINE
           END-IF.
           PERFORM NET-PRINT-JOB THRU NET-PRINT-JOB-EXIT
               VARYING NET-JOB-IX FROM 1 BY 1
               UNTIL NET-JOB-IX > NR-JOB-COUNT (NET-IX).

           IF NET-SHORT-QTY > 0 AND REQ-FILE-STATUS = "00"
               MOVE SPACES               TO REQ-RECORD
               MOVE NET-RUN-DATE         TO RQ-RUN-DATE
               MOVE NR-SHEET-ID (NET-IX) TO RQ-SHEET-ID
               MOVE NET-SHORT-QTY        TO RQ-QTY-SHORT
               MOVE NR-REQUIRED (NET-IX) TO RQ-QTY-REQUIRED
               MOVE SI-ON-HAND           TO RQ-ON-HAND
               MOVE SI-ON-ORDER          TO RQ-ON-ORDER
               MOVE SI-REORDER-POINT     TO RQ-REORDER-POINT
               MOVE NR-JOB-COUNT (NET-IX) TO RQ-JOB-COUNT
               PERFORM NET-LOAD-REQ-JOB THRU NET-LOAD-REQ-JOB-EXIT
                   VARYING NET-JOB-IX FROM 1 BY 1
                   UNTIL NET-JOB-IX > 10
               WRITE REQ-RECORD
               ADD 1 TO NET-REQN-COUNT
           END-IF.
       NET-ONE-SHEET-EXIT.
           EXIT.

       NET-PRINT-JOB.
           MOVE NR-JOB-NUMBER (NET-IX NET-JOB-IX) TO SHJ-JOB-NUMBER.
           MOVE NR-JOB-SHEETS (NET-IX NET-JOB-IX) TO SHJ-JOB-SHEETS.
           DISPLAY SHORTAGE-JOB-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM SHORTAGE-JOB-LINE
           END-IF.
       NET-PRINT-JOB-EXIT.
           EXIT.

      *    UNUSED JOB SLOTS GO OUT AS BLANK NUMBERS WITH ZERO SHEETS.
       NET-LOAD-REQ-JOB.
           IF NET-JOB-IX > NR-JOB-COUNT (NET-IX)
               MOVE SPACES TO RQ-JOB-NUMBER (NET-JOB-IX)
               MOVE 0 TO RQ-JOB-SHEETS (NET-JOB-IX)
           ELSE
               MOVE NR-JOB-NUMBER (NET-IX NET-JOB-IX)
                   TO RQ-JOB-NUMBER (NET-JOB-IX)
               MOVE NR-JOB-SHEETS (NET-IX NET-JOB-IX)
                   TO RQ-JOB-SHEETS (NET-JOB-IX)
           END-IF.
       NET-LOAD-REQ-JOB-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-LIMITS - SCREEN THE CURRENT DIMENSIONS FOR THE SHAPE IN
      * CHECK-SHAPE-CODE AGAINST THE LIMITS TABLE. A DIMENSION OF ZERO
           END-IF.
           EVALUATE LT-DIM-CODE (LIMITS-IX)
               WHEN "R" MOVE RADIUS   TO CHECK-DIM-VALUE
               WHEN "S" MOVE SECOND-RADIUS TO CHECK-DIM-VALUE
               WHEN "L" MOVE V-LENGTH TO CHECK-DIM-VALUE
               WHEN "W" MOVE WIDTH    TO CHECK-DIM-VALUE
               WHEN "H" MOVE HEIGTH   TO CHECK-DIM-VALUE
               IF LIMITS-FLAG-DIM = SPACES
                   EVALUATE LT-DIM-CODE (LIMITS-IX)
                       WHEN "R" MOVE "RADIUS" TO LIMITS-FLAG-DIM
                       WHEN "S" MOVE "RADIUS2" TO LIMITS-FLAG-DIM
                       WHEN "L" MOVE "LENGTH" TO LIMITS-FLAG-DIM
                       WHEN "W" MOVE "WIDTH"  TO LIMITS-FLAG-DIM
                       WHEN "H" MOVE "HEIGTH" TO LIMITS-FLAG-DIM
           EXIT.

      ******************************************************************
      * LIMITS-MAINT - THE LIMITS MAINTENANCE SCREEN. EACH COMMIT ADDS,
      * UPDATES, OR DELETES ONE SHAPE/DIMENSION ENTRY AND JOURNALS
      * IT; A BLANK SHAPE CODE SAVES THE FILE AND RETURNS TO THE MAIN
      * PANEL.
      ******************************************************************
       LIMITS-MAINT.
           MOVE SPACES TO PANEL-MESSAGE.
           MOVE SPACES TO LIMIT-ENTRY-DIM.
           MOVE 0 TO LIMIT-ENTRY-MIN.
           MOVE 0 TO LIMIT-ENTRY-MAX.
           MOVE "N" TO MAINT-DELETE-SW.
           DISPLAY LIMITS-PANEL.
           ACCEPT LIMITS-PANEL
               ON EXCEPTION
           IF PANEL-MESSAGE NOT = SPACES
               GO TO LIMITS-MAINT-LOOP
           END-IF.
           IF MAINT-DELETE-WANTED
               PERFORM LIMITS-DELETE THRU LIMITS-DELETE-EXIT
           ELSE
               PERFORM LIMITS-UPSERT THRU LIMITS-UPSERT-EXIT
           END-IF.
           GO TO LIMITS-MAINT-LOOP.
       LIMITS-MAINT-EXIT.
           EXIT.
               WHEN "CI" WHEN "SP" WHEN "TR" WHEN "SQ"
               WHEN "RE" WHEN "TP" WHEN "PE" WHEN "HX"
               WHEN "CO" WHEN "CY" WHEN "PA" WHEN "EL"
               WHEN "TU" WHEN "AN" WHEN "FR" WHEN "PY"
               WHEN "TO"
                   MOVE "Y" TO SHAPE-CODE-OK-SW
           END-EVALUATE.
           IF NOT SHAPE-CODE-OK
               GO TO EDIT-LIMIT-ENTRY-EXIT
           END-IF.
           IF LIMIT-ENTRY-DIM NOT = "R" AND
               LIMIT-ENTRY-DIM NOT = "S" AND
               LIMIT-ENTRY-DIM NOT = "L" AND
               LIMIT-ENTRY-DIM NOT = "W" AND
               LIMIT-ENTRY-DIM NOT = "H" AND
               LIMIT-ENTRY-DIM NOT = "B"
               MOVE "DIMENSION MUST BE R, S, L, W, H, OR B"
                   TO PANEL-MESSAGE
               GO TO EDIT-LIMIT-ENTRY-EXIT
           END-IF.
           IF LIMITS-IX > LIMITS-COUNT
               GO TO LIMITS-UPSERT-NEW
           END-IF.
           IF LT-SHAPE-CODE (LIMITS-IX) = LIMIT-ENTRY-SHAPE AND
               LT-DIM-CODE (LIMITS-IX) = LIMIT-ENTRY-DIM
               MOVE LIMITS-ENTRY (LIMITS-IX) TO CHG-BEFORE-IMAGE
               MOVE LIMIT-ENTRY-MIN TO LT-MIN-VALUE (LIMITS-IX)
               MOVE LIMIT-ENTRY-MAX TO LT-MAX-VALUE (LIMITS-IX)
               MOVE LIMITS-ENTRY (LIMITS-IX) TO CHG-AFTER-IMAGE
               MOVE "C" TO CHG-ACTION
               PERFORM LIMITS-JOURNAL THRU LIMITS-JOURNAL-EXIT
               MOVE "LIMIT UPDATED - NEXT OR BLANK SHAPE TO FINISH"
                   TO PANEL-MESSAGE
               GO TO LIMITS-UPSERT-EXIT
           END-IF.
           ADD 1 TO LIMITS-IX.
           GO TO LIMITS-UPSERT-LOOP.
       LIMITS-UPSERT-NEW.
           IF LIMITS-COUNT < 60
               ADD 1 TO LIMITS-COUNT
               MOVE LIMIT-ENTRY-SHAPE
                   TO LT-SHAPE-CODE (LIMITS-COUNT)
               MOVE LIMIT-ENTRY-DIM
                   TO LT-DIM-CODE (LIMITS-COUNT)
               MOVE LIMIT-ENTRY-MIN
                   TO LT-MIN-VALUE (LIMITS-COUNT)
               MOVE LIMIT-ENTRY-MAX
                   TO LT-MAX-VALUE (LIMITS-COUNT)
               MOVE SPACES TO CHG-BEFORE-IMAGE
               MOVE LIMITS-ENTRY (LIMITS-COUNT) TO CHG-AFTER-IMAGE
               MOVE "A" TO CHG-ACTION
               PERFORM LIMITS-JOURNAL THRU LIMITS-JOURNAL-EXIT
               MOVE "LIMIT ADDED - NEXT OR BLANK SHAPE TO FINISH"
                   TO PANEL-MESSAGE
           ELSE
               MOVE "LIMITS TABLE FULL - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
           END-IF.
       LIMITS-UPSERT-EXIT.
           EXIT.

      *    A DELETED ENTRY CLOSES UP THE TABLE SO THE SAVE WRITES NO
      *    GAP.
       LIMITS-DELETE.
           MOVE 1 TO LIMITS-IX.
       LIMITS-DELETE-LOOP.
           IF LIMITS-IX > LIMITS-COUNT
               MOVE "LIMIT NOT ON FILE - NOTHING DELETED"
                   TO PANEL-MESSAGE
               GO TO LIMITS-DELETE-EXIT
           END-IF.
           IF LT-SHAPE-CODE (LIMITS-IX) = LIMIT-ENTRY-SHAPE AND
               LT-DIM-CODE (LIMITS-IX) = LIMIT-ENTRY-DIM
               GO TO LIMITS-DELETE-FOUND
           END-IF.
           ADD 1 TO LIMITS-IX.
           GO TO LIMITS-DELETE-LOOP.
       LIMITS-DELETE-FOUND.
           MOVE LIMITS-ENTRY (LIMITS-IX) TO CHG-BEFORE-IMAGE.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           MOVE "D" TO CHG-ACTION.
           PERFORM LIMITS-SHIFT-ONE THRU LIMITS-SHIFT-ONE-EXIT
               UNTIL LIMITS-IX NOT < LIMITS-COUNT.
           SUBTRACT 1 FROM LIMITS-COUNT.
           PERFORM LIMITS-JOURNAL THRU LIMITS-JOURNAL-EXIT.
           MOVE "LIMIT DELETED - NEXT OR BLANK SHAPE TO FINISH"
               TO PANEL-MESSAGE.
       LIMITS-DELETE-EXIT.
           EXIT.

       LIMITS-SHIFT-ONE.
           MOVE LIMITS-ENTRY (LIMITS-IX + 1)
               TO LIMITS-ENTRY (LIMITS-IX).
           ADD 1 TO LIMITS-IX.
       LIMITS-SHIFT-ONE-EXIT.
           EXIT.

       LIMITS-JOURNAL.
           MOVE "LIMITS" TO CHG-FILE-NAME.
           MOVE SPACES TO CHG-KEY.
           STRING LIMIT-ENTRY-SHAPE "/" LIMIT-ENTRY-DIM
               DELIMITED BY SIZE INTO CHG-KEY.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
       LIMITS-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * JOBS-MAINT - THE CUSTOMER/JOB MASTER MAINTENANCE SCREEN. EACH
      * COMMIT ADDS, UPDATES, OR DELETES ONE JOB; A BLANK JOB NUMBER
      * RETURNS TO THE MAIN PANEL. THE MASTER IS INDEXED, SO EVERY
      * COMMIT GOES STRAIGHT TO THE FILE AND THE CHANGE JOURNAL.
      ******************************************************************
       JOBS-MAINT.
           MOVE SPACES TO PANEL-MESSAGE.
           IF JOBMST-FILE-STATUS NOT = "00"
               MOVE "JOB MASTER NOT AVAILABLE - SEE OPEN MESSAGE"
                   TO PANEL-MESSAGE
               GO TO JOBS-MAINT-EXIT
           END-IF.
       JOBS-MAINT-LOOP.
           MOVE SPACES TO JOB-ENTRY-NUMBER.
           MOVE SPACES TO JOB-ENTRY-CUSTOMER.
           MOVE SPACES TO JOB-ENTRY-NAME.
           MOVE "N" TO MAINT-DELETE-SW.
           DISPLAY JOBS-PANEL.
           ACCEPT JOBS-PANEL
               ON EXCEPTION
                   MOVE "Y" TO STDIN-EOF-SW
           END-ACCEPT.
           IF STDIN-AT-EOF OR JOB-ENTRY-NUMBER = SPACES
               MOVE "JOB MASTER MAINTENANCE FINISHED"
                   TO PANEL-MESSAGE
               GO TO JOBS-MAINT-EXIT
           END-IF.
           IF MAINT-DELETE-WANTED
               PERFORM JOBS-DELETE THRU JOBS-DELETE-EXIT
               GO TO JOBS-MAINT-LOOP
           END-IF.
           IF JOB-ENTRY-NAME = SPACES
               MOVE "JOB NAME REQUIRED - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO JOBS-MAINT-LOOP
           END-IF.
           PERFORM JOBS-UPSERT THRU JOBS-UPSERT-EXIT.
           GO TO JOBS-MAINT-LOOP.
       JOBS-MAINT-EXIT.
           EXIT.

       JOBS-UPSERT.
           MOVE JOB-ENTRY-NUMBER TO JB-JOB-NUMBER.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           READ JOB-MASTER
               INVALID KEY
                   MOVE "A" TO CHG-ACTION
                   MOVE JOB-ENTRY-NUMBER   TO JB-JOB-NUMBER
                   MOVE JOB-ENTRY-CUSTOMER TO JB-CUSTOMER-NAME
                   MOVE JOB-ENTRY-NAME     TO JB-JOB-NAME
                   WRITE JOB-RECORD
                   MOVE "JOB ADDED - NEXT OR BLANK NUMBER TO FINISH"
                       TO PANEL-MESSAGE
               NOT INVALID KEY
                   MOVE "C" TO CHG-ACTION
                   MOVE JOB-RECORD TO CHG-BEFORE-IMAGE
                   MOVE JOB-ENTRY-CUSTOMER TO JB-CUSTOMER-NAME
                   MOVE JOB-ENTRY-NAME     TO JB-JOB-NAME
                   REWRITE JOB-RECORD
                   MOVE "JOB UPDATED - NEXT OR BLANK NUMBER TO FINISH"
                       TO PANEL-MESSAGE
           END-READ.
           IF JOBMST-FILE-STATUS NOT = "00"
               MOVE "JOB MASTER WRITE FAILED - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               MOVE "00" TO JOBMST-FILE-STATUS
               GO TO JOBS-UPSERT-EXIT
           END-IF.
           MOVE "JOBMST" TO CHG-FILE-NAME.
           MOVE JB-JOB-NUMBER TO CHG-KEY.
           MOVE JOB-RECORD TO CHG-AFTER-IMAGE.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
       JOBS-UPSERT-EXIT.
           EXIT.

       JOBS-DELETE.
           MOVE JOB-ENTRY-NUMBER TO JB-JOB-NUMBER.
           READ JOB-MASTER
               INVALID KEY
                   MOVE "JOB NOT ON FILE - NOTHING DELETED"
                       TO PANEL-MESSAGE
                   MOVE "00" TO JOBMST-FILE-STATUS
                   GO TO JOBS-DELETE-EXIT
           END-READ.
           MOVE JOB-RECORD TO CHG-BEFORE-IMAGE.
           DELETE JOB-MASTER RECORD
               INVALID KEY
                   MOVE "JOB DELETE FAILED - NOTHING CHANGED"
                       TO PANEL-MESSAGE
                   MOVE "00" TO JOBMST-FILE-STATUS
                   GO TO JOBS-DELETE-EXIT
           END-DELETE.
           MOVE "JOBMST" TO CHG-FILE-NAME.
           MOVE "D" TO CHG-ACTION.
           MOVE JOB-ENTRY-NUMBER TO CHG-KEY.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
           MOVE "JOB DELETED - NEXT OR BLANK NUMBER TO FINISH"
               TO PANEL-MESSAGE.
       JOBS-DELETE-EXIT.
           EXIT.

      ******************************************************************
      * PARTS-MAINT - THE STANDARD-PARTS CATALOG MAINTENANCE SCREEN.
      * EACH COMMIT ADDS, UPDATES, OR DELETES ONE PART AND JOURNALS
      * IT; A BLANK PART NUMBER RETURNS TO THE MAIN PANEL. DIMENSIONS
      * ARE KEPT IN INCHES.
      ******************************************************************
       PARTS-MAINT.
           MOVE SPACES TO PANEL-MESSAGE.
           IF PARTMST-FILE-STATUS NOT = "00"
               MOVE "PARTS CATALOG NOT AVAILABLE - SEE OPEN MESSAGE"
                   TO PANEL-MESSAGE
               GO TO PARTS-MAINT-EXIT
           END-IF.
       PARTS-MAINT-LOOP.
           MOVE SPACES TO PART-ENTRY-NUMBER.
           MOVE SPACES TO PART-ENTRY-SHAPE.
           MOVE 0 TO PART-ENTRY-RADIUS.
           MOVE 0 TO PART-ENTRY-DIAMETER.
           MOVE 0 TO PART-ENTRY-LENGTH.
           MOVE 0 TO PART-ENTRY-WIDTH.
           MOVE 0 TO PART-ENTRY-HEIGTH.
           MOVE 0 TO PART-ENTRY-BASE.
           MOVE 0 TO PART-ENTRY-SECOND-RADIUS.
           MOVE 0 TO PART-ENTRY-TOL-RADIUS.
           MOVE 0 TO PART-ENTRY-TOL-DIAMETER.
           MOVE 0 TO PART-ENTRY-TOL-LENGTH.
           MOVE 0 TO PART-ENTRY-TOL-WIDTH.
           MOVE 0 TO PART-ENTRY-TOL-HEIGTH.
           MOVE 0 TO PART-ENTRY-TOL-BASE.
           MOVE 0 TO PART-ENTRY-TOL-SECOND-RADIUS.
           MOVE "N" TO MAINT-DELETE-SW.
           DISPLAY PARTS-PANEL.
           ACCEPT PARTS-PANEL
               ON EXCEPTION
                   MOVE "Y" TO STDIN-EOF-SW
           END-ACCEPT.
           IF STDIN-AT-EOF OR PART-ENTRY-NUMBER = SPACES
               MOVE "PARTS CATALOG MAINTENANCE FINISHED"
                   TO PANEL-MESSAGE
               GO TO PARTS-MAINT-EXIT
           END-IF.
           IF MAINT-DELETE-WANTED
               PERFORM PARTS-DELETE THRU PARTS-DELETE-EXIT
               GO TO PARTS-MAINT-LOOP
           END-IF.
           MOVE "N" TO SHAPE-CODE-OK-SW.
           EVALUATE PART-ENTRY-SHAPE
               WHEN "CI" WHEN "SP" WHEN "TR" WHEN "SQ"
               WHEN "RE" WHEN "TP" WHEN "PE" WHEN "HX"
               WHEN "CO" WHEN "CY" WHEN "PA" WHEN "EL"
               WHEN "TU" WHEN "AN" WHEN "FR" WHEN "PY"
               WHEN "TO"
                   MOVE "Y" TO SHAPE-CODE-OK-SW
           END-EVALUATE.
           IF NOT SHAPE-CODE-OK
               MOVE "UNKNOWN SHAPE CODE - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO PARTS-MAINT-LOOP
           END-IF.
           PERFORM PARTS-UPSERT THRU PARTS-UPSERT-EXIT.
           GO TO PARTS-MAINT-LOOP.
       PARTS-MAINT-EXIT.
           EXIT.

       PARTS-UPSERT.
           MOVE PART-ENTRY-NUMBER TO PM-PART-NUMBER.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           READ PARTS-MASTER
               INVALID KEY
                   MOVE "A" TO CHG-ACTION
                   PERFORM PARTS-FILL-RECORD
                       THRU PARTS-FILL-RECORD-EXIT
                   WRITE PART-RECORD
                   MOVE "PART ADDED - NEXT OR BLANK NUMBER TO FINISH"
                       TO PANEL-MESSAGE
               NOT INVALID KEY
                   MOVE "C" TO CHG-ACTION
                   MOVE PART-RECORD TO CHG-BEFORE-IMAGE
                   PERFORM PARTS-HOLD-OLD THRU PARTS-HOLD-OLD-EXIT
                   PERFORM PARTS-FILL-RECORD
                       THRU PARTS-FILL-RECORD-EXIT
                   REWRITE PART-RECORD
                   MOVE "PART UPDATED - NEXT OR BLANK NUMBER TO FINISH"
                       TO PANEL-MESSAGE
           END-READ.
           IF PARTMST-FILE-STATUS NOT = "00"
               MOVE "PARTS CATALOG WRITE FAILED - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               MOVE "00" TO PARTMST-FILE-STATUS
               GO TO PARTS-UPSERT-EXIT
           END-IF.
           MOVE "PARTMST" TO CHG-FILE-NAME.
           MOVE PM-PART-NUMBER TO CHG-KEY.
           MOVE PART-RECORD TO CHG-AFTER-IMAGE.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
      *    A CHANGE TO THE SHAPE OR ANY DIMENSION IS AN ENGINEERING
      *    CHANGE - ESTIMATING GETS THE IMPACT REPORT FOR IT.
           IF CHG-ACTION = "C"
               IF PM-SHAPE-CODE NOT = WHERE-SHAPE-CODE OR
                   PM-RADIUS NOT = WHERE-RADIUS OR
                   PM-DIAMETER NOT = WHERE-DIAMETER OR
                   PM-V-LENGTH NOT = WHERE-LENGTH OR
                   PM-WIDTH NOT = WHERE-WIDTH OR
                   PM-HEIGTH NOT = WHERE-HEIGTH OR
                   PM-BASE NOT = WHERE-BASE OR
                   PM-SECOND-RADIUS NOT = WHERE-SECOND-RADIUS
                   PERFORM PART-IMPACT-REPORT
                       THRU PART-IMPACT-REPORT-EXIT
               END-IF
           END-IF.
       PARTS-UPSERT-EXIT.
           EXIT.

       PARTS-HOLD-OLD.
           MOVE PM-PART-NUMBER TO WHERE-PART-NUMBER.
           MOVE PM-SHAPE-CODE  TO WHERE-SHAPE-CODE.
           MOVE PM-RADIUS      TO WHERE-RADIUS.
           MOVE PM-DIAMETER    TO WHERE-DIAMETER.
           MOVE PM-V-LENGTH    TO WHERE-LENGTH.
           MOVE PM-WIDTH       TO WHERE-WIDTH.
           MOVE PM-HEIGTH      TO WHERE-HEIGTH.
           MOVE PM-BASE        TO WHERE-BASE.
           MOVE PM-SECOND-RADIUS TO WHERE-SECOND-RADIUS.
       PARTS-HOLD-OLD-EXIT.
           EXIT.

       PARTS-DELETE.
           MOVE PART-ENTRY-NUMBER TO PM-PART-NUMBER.
           READ PARTS-MASTER
               INVALID KEY
                   MOVE "PART NOT ON FILE - NOTHING DELETED"
                       TO PANEL-MESSAGE
                   MOVE "00" TO PARTMST-FILE-STATUS
                   GO TO PARTS-DELETE-EXIT
           END-READ.
           MOVE PART-RECORD TO CHG-BEFORE-IMAGE.
           DELETE PARTS-MASTER RECORD
               INVALID KEY
                   MOVE "PART DELETE FAILED - NOTHING CHANGED"
                       TO PANEL-MESSAGE
                   MOVE "00" TO PARTMST-FILE-STATUS
                   GO TO PARTS-DELETE-EXIT
           END-DELETE.
           MOVE "PARTMST" TO CHG-FILE-NAME.
           MOVE "D" TO CHG-ACTION.
           MOVE PART-ENTRY-NUMBER TO CHG-KEY.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
           MOVE "PART DELETED - NEXT OR BLANK NUMBER TO FINISH"
               TO PANEL-MESSAGE.
       PARTS-DELETE-EXIT.
           EXIT.

       PARTS-FILL-RECORD.
           MOVE PART-ENTRY-NUMBER   TO PM-PART-NUMBER.
           MOVE PART-ENTRY-SHAPE    TO PM-SHAPE-CODE.
           MOVE PART-ENTRY-RADIUS   TO PM-RADIUS.
           MOVE PART-ENTRY-DIAMETER TO PM-DIAMETER.
           MOVE PART-ENTRY-LENGTH   TO PM-V-LENGTH.
           MOVE PART-ENTRY-WIDTH    TO PM-WIDTH.
           MOVE PART-ENTRY-HEIGTH   TO PM-HEIGTH.
           MOVE PART-ENTRY-BASE     TO PM-BASE.
           MOVE PART-ENTRY-SECOND-RADIUS TO PM-SECOND-RADIUS.
           MOVE PART-ENTRY-TOL-RADIUS   TO PM-TOL-RADIUS.
           MOVE PART-ENTRY-TOL-DIAMETER TO PM-TOL-DIAMETER.
           MOVE PART-ENTRY-TOL-LENGTH   TO PM-TOL-V-LENGTH.
           MOVE PART-ENTRY-TOL-WIDTH    TO PM-TOL-WIDTH.
           MOVE PART-ENTRY-TOL-HEIGTH   TO PM-TOL-HEIGTH.
           MOVE PART-ENTRY-TOL-BASE     TO PM-TOL-BASE.
           MOVE PART-ENTRY-TOL-SECOND-RADIUS TO PM-TOL-SECOND-RADIUS.
       PARTS-FILL-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * WHERE-USED - THE PART WHERE-USED INQUIRY. TAKE A PART NUMBER,
      * SHOW ITS CATALOG SIZES, AND LIST EVERY SAVED RESULT CARRYING
      * IT, THE JOBS THOSE RESULTS BELONG TO, AND THE ASSEMBLIES WITH
      * A COMPONENT OF THE SAME SHAPE AND SIZES. THE LIST GOES TO THE
      * SCREEN AND THE REPORT.
      ******************************************************************
       WHERE-USED.
           DISPLAY "ENTER PART NUMBER:".
           MOVE SPACES TO WHERE-PART-NUMBER.
           ACCEPT WHERE-PART-NUMBER.
           IF WHERE-PART-NUMBER = SPACES
               MOVE "NO PART NUMBER GIVEN - NOTHING LISTED"
                   TO PANEL-MESSAGE
               GO TO WHERE-USED-EXIT
           END-IF.
           MOVE "N" TO IMPACT-MODE-SW.
           MOVE "N" TO WHERE-PART-SW.
           IF PARTMST-FILE-STATUS = "00"
               MOVE WHERE-PART-NUMBER TO PM-PART-NUMBER
               READ PARTS-MASTER
                   INVALID KEY
                       MOVE "00" TO PARTMST-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO WHERE-PART-SW
                       PERFORM PARTS-HOLD-OLD THRU PARTS-HOLD-OLD-EXIT
               END-READ
           END-IF.

           MOVE "PART WHERE-USED - PART " TO WHL-TITLE.
           MOVE WHERE-PART-NUMBER TO WHL-PART-NUMBER.
           MOVE SPACES TO WHL-CHANGE-TEXT.
           MOVE WHERE-HEADER-LINE TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.
           IF WHERE-PART-ON-FILE
               MOVE "CATALOG SIZES" TO WDL-TAG
               PERFORM WHERE-OLD-DIMS-LINE
                   THRU WHERE-OLD-DIMS-LINE-EXIT
           ELSE
               MOVE "  PART NOT ON THE CATALOG - NO SIZE MATCHING"
                   TO WHERE-PRINT-TEXT
               PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT
           END-IF.
           MOVE "WHERE-USED COMPLETE - " TO WTL-TITLE.
           PERFORM WHERE-TRACE THRU WHERE-TRACE-EXIT.
           MOVE "WHERE-USED LISTED - DETAIL IS ON THE REPORT"
               TO PANEL-MESSAGE.
       WHERE-USED-EXIT.
           EXIT.

      ******************************************************************
      * PART-IMPACT-REPORT - CALLED FROM PARTS-UPSERT WHEN A PART'S
      * SHAPE OR DIMENSIONS HAVE JUST CHANGED. THE OLD SIZES ARE IN
      * THE WHERE- FIELDS AND THE NEW ONES IN THE CATALOG RECORD; THE
      * TRACE THEN LISTS ONLY WHAT WAS BUILT ON THE OLD SIZES.
      ******************************************************************
       PART-IMPACT-REPORT.
           OPEN EXTEND IMPACT-FILE.
           IF IMPACT-FILE-STATUS NOT = "00" AND
               IMPACT-FILE-STATUS NOT = "05"
               DISPLAY "IMPACTRPT COULD NOT BE WRITTEN - STATUS "
                   IMPACT-FILE-STATUS
               GO TO PART-IMPACT-REPORT-EXIT
           END-IF.
           MOVE "00" TO IMPACT-FILE-STATUS.
           MOVE "Y" TO IMPACT-MODE-SW.
           MOVE "Y" TO WHERE-PART-SW.

           MOVE "ENGINEERING CHANGE IMPACT - PART " TO WHL-TITLE.
           MOVE WHERE-PART-NUMBER TO WHL-PART-NUMBER.
           MOVE SPACES TO WHL-CHANGE-TEXT.
           ACCEPT WHERE-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WHERE-CHANGE-TIME FROM TIME.
           STRING " CHANGED " WHERE-CHANGE-DATE " " WHERE-CHANGE-TIME
               " BY "
               CURRENT-OPER-ID DELIMITED BY SIZE
               INTO WHL-CHANGE-TEXT.
           MOVE WHERE-HEADER-LINE TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.
           MOVE "OLD SIZES" TO WDL-TAG.
           PERFORM WHERE-OLD-DIMS-LINE THRU WHERE-OLD-DIMS-LINE-EXIT.
           MOVE "NEW SIZES"    TO WDL-TAG.
           MOVE PM-SHAPE-CODE  TO WDL-SHAPE-CODE.
           MOVE PM-RADIUS      TO WDL-RADIUS.
           MOVE PM-DIAMETER    TO WDL-DIAMETER.
           MOVE PM-V-LENGTH    TO WDL-LENGTH.
           MOVE PM-WIDTH       TO WDL-WIDTH.
           MOVE PM-HEIGTH      TO WDL-HEIGTH.
           MOVE PM-BASE        TO WDL-BASE.
           MOVE PM-SECOND-RADIUS TO WDL-SECOND-RADIUS.
           MOVE WHERE-DIMS-LINE TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.

           MOVE "IMPACT COMPLETE - " TO WTL-TITLE.
           PERFORM WHERE-TRACE THRU WHERE-TRACE-EXIT.
           MOVE SPACES TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.
           CLOSE IMPACT-FILE.
           MOVE "N" TO IMPACT-MODE-SW.
           MOVE "PART UPDATED - CHANGE IMPACT WRITTEN TO IMPACTRPT"
               TO PANEL-MESSAGE.
       PART-IMPACT-REPORT-EXIT.
           EXIT.

       WHERE-OLD-DIMS-LINE.
           MOVE WHERE-SHAPE-CODE TO WDL-SHAPE-CODE.
           MOVE WHERE-RADIUS     TO WDL-RADIUS.
           MOVE WHERE-DIAMETER   TO WDL-DIAMETER.
           MOVE WHERE-LENGTH     TO WDL-LENGTH.
           MOVE WHERE-WIDTH      TO WDL-WIDTH.
           MOVE WHERE-HEIGTH     TO WDL-HEIGTH.
           MOVE WHERE-BASE       TO WDL-BASE.
           MOVE WHERE-SECOND-RADIUS TO WDL-SECOND-RADIUS.
           MOVE WHERE-DIMS-LINE TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.
       WHERE-OLD-DIMS-LINE-EXIT.
           EXIT.

      *    THE INQUIRY PRINTS ON THE SCREEN AND THE REPORT; THE IMPACT
      *    RUN GOES TO ITS OWN FILE ONLY.
       WHERE-PRINT-LINE.
           IF IMPACT-RUN
               WRITE IMPACT-RECORD FROM WHERE-PRINT-TEXT
           ELSE
               DISPLAY WHERE-PRINT-TEXT
               IF REPORT-FILE-STATUS = "00"
                   WRITE REPORT-RECORD FROM WHERE-PRINT-TEXT
               END-IF
           END-IF.
       WHERE-PRINT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WHERE-TRACE - THE SHARED TRACE. A FULL PASS OF THE RESULTS
      * MASTER PICKS UP EVERY RESULT FOR THE PART (THE MASTER IS IN
      * DATE ORDER, NOT PART ORDER), TALLYING THE DISTINCT JOBS; THEN
      * A PASS OF THE ASSEMBLY DEFINITIONS PICKS UP EVERY ASSEMBLY
      * WITH A COMPONENT NAMING THE PART OR OF THE PART'S SHAPE AND
      * SIZES, AND EVERY ASSEMBLY ABOVE THOSE THAT USES ONE OF THEM
      * AS A SUB-ASSEMBLY - A CHANGE TO THE PART CHANGES THEM ALL.
      ******************************************************************
       WHERE-TRACE.
           MOVE 0 TO WHERE-RESULT-COUNT.
           MOVE 0 TO WHERE-JOB-COUNT.
           MOVE 0 TO WHERE-ASSY-COUNT.
           MOVE "N" TO WHERE-JOB-FULL-SW.
           MOVE "N" TO WHERE-ASSY-FULL-SW.
           IF RESULTS-FILE-STATUS = "00"
               MOVE "N" TO WHERE-EOF-SW
               MOVE LOW-VALUES TO RM-KEY
               START RESULTS-MASTER KEY NOT < RM-KEY
                   INVALID KEY MOVE "Y" TO WHERE-EOF-SW
               END-START
               PERFORM WHERE-RESULT-ONE THRU WHERE-RESULT-ONE-EXIT
                   UNTIL WHERE-EOF
           ELSE
               MOVE "  RESULTS MASTER NOT AVAILABLE - NO RESULTS LISTED"
                   TO WHERE-PRINT-TEXT
               PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT
           END-IF.
           PERFORM WHERE-PRINT-JOB THRU WHERE-PRINT-JOB-EXIT
               VARYING WHERE-IX FROM 1 BY 1
               UNTIL WHERE-IX > WHERE-JOB-COUNT.
           IF WHERE-JOB-TABLE-FULL
               MOVE "  LIST TRUNCATED - OVER 50 JOBS USE THE PART"
                   TO WHERE-PRINT-TEXT
               PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT
           END-IF.

           PERFORM LOAD-ASSY-TABLE THRU LOAD-ASSY-TABLE-EXIT.
           IF ASSY-FILE-STATUS = "00"
               PERFORM WHERE-ASSY-ONE THRU WHERE-ASSY-ONE-EXIT
                   VARYING ASSY-IX FROM 1 BY 1
                   UNTIL ASSY-IX > ASSY-TABLE-COUNT
      *        THE LIST GROWS AS PARENTS ARE FOUND, SO THE PARENTS OF
      *        THE PARENTS ARE PICKED UP ON THE SAME PASS.
               PERFORM WHERE-ASSY-PARENTS THRU WHERE-ASSY-PARENTS-EXIT
                   VARYING WHERE-SCAN-IX FROM 1 BY 1
                   UNTIL WHERE-SCAN-IX > WHERE-ASSY-COUNT
           END-IF.
           MOVE "00" TO ASSY-FILE-STATUS.
           PERFORM WHERE-PRINT-ASSY THRU WHERE-PRINT-ASSY-EXIT
               VARYING WHERE-IX FROM 1 BY 1
               UNTIL WHERE-IX > WHERE-ASSY-COUNT.
           IF WHERE-ASSY-TABLE-FULL
               MOVE "  LIST TRUNCATED - OVER 50 ASSEMBLIES USE IT"
                   TO WHERE-PRINT-TEXT
               PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT
           END-IF.

           MOVE WHERE-RESULT-COUNT TO WTL-RESULT-COUNT.
           MOVE WHERE-JOB-COUNT    TO WTL-JOB-COUNT.
           MOVE WHERE-ASSY-COUNT   TO WTL-ASSY-COUNT.
           MOVE WHERE-TOTAL-LINE TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.
       WHERE-TRACE-EXIT.
           EXIT.

       WHERE-RESULT-ONE.
           READ RESULTS-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WHERE-EOF-SW
                   GO TO WHERE-RESULT-ONE-EXIT
           END-READ.
           IF RM-PART-NUMBER NOT = WHERE-PART-NUMBER
               GO TO WHERE-RESULT-ONE-EXIT
           END-IF.
      *    A RESULT REBUILT FROM THE AUDIT LOG HAS NO DIMENSIONS ON
      *    IT, SO IT CANNOT BE PROVED EITHER WAY AND IS ALWAYS LISTED.
           MOVE SPACES TO WHERE-FLAG-TEXT.
           IF RM-RADIUS = 0 AND RM-DIAMETER = 0 AND
               RM-V-LENGTH = 0 AND RM-WIDTH = 0 AND
               RM-HEIGTH = 0 AND RM-BASE = 0 AND
               RM-SECOND-RADIUS = 0
               MOVE "SIZES NOT ON FILE" TO WHERE-FLAG-TEXT
           ELSE
               IF WHERE-PART-ON-FILE AND
                   (RM-RADIUS NOT = WHERE-RADIUS OR
                   RM-DIAMETER NOT = WHERE-DIAMETER OR
                   RM-V-LENGTH NOT = WHERE-LENGTH OR
                   RM-WIDTH NOT = WHERE-WIDTH OR
                   RM-HEIGTH NOT = WHERE-HEIGTH OR
                   RM-BASE NOT = WHERE-BASE OR
                   RM-SECOND-RADIUS NOT = WHERE-SECOND-RADIUS)
                   IF IMPACT-RUN
                       GO TO WHERE-RESULT-ONE-EXIT
                   END-IF
                   MOVE "OTHER SIZES" TO WHERE-FLAG-TEXT
               END-IF
           END-IF.
           ADD 1 TO WHERE-RESULT-COUNT.
           MOVE RM-DATE         TO WRL-DATE.
           MOVE RM-TIME         TO WRL-TIME.
           MOVE RM-JOB-NUMBER   TO WRL-JOB-NUMBER.
           MOVE RM-SHAPE-NAME   TO WRL-SHAPE-NAME.
           MOVE RM-RESULT-NAME  TO WRL-RESULT-NAME.
           MOVE RM-RESULT-VALUE TO WRL-RESULT-VALUE.
           MOVE WHERE-FLAG-TEXT TO WRL-FLAG-TEXT.
           MOVE WHERE-RESULT-LINE TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.
           PERFORM WHERE-TALLY-JOB THRU WHERE-TALLY-JOB-EXIT.
       WHERE-RESULT-ONE-EXIT.
           EXIT.

       WHERE-TALLY-JOB.
           MOVE 1 TO WHERE-IX.
       WHERE-TALLY-JOB-LOOP.
           IF WHERE-IX > WHERE-JOB-COUNT
               IF WHERE-JOB-COUNT < 50
                   ADD 1 TO WHERE-JOB-COUNT
                   MOVE RM-JOB-NUMBER TO WJ-JOB-NUMBER (WHERE-JOB-COUNT)
                   MOVE 1 TO WJ-RESULT-COUNT (WHERE-JOB-COUNT)
               ELSE
                   MOVE "Y" TO WHERE-JOB-FULL-SW
               END-IF
               GO TO WHERE-TALLY-JOB-EXIT
           END-IF.
           IF WJ-JOB-NUMBER (WHERE-IX) = RM-JOB-NUMBER
               ADD 1 TO WJ-RESULT-COUNT (WHERE-IX)
               GO TO WHERE-TALLY-JOB-EXIT
           END-IF.
           ADD 1 TO WHERE-IX.
           GO TO WHERE-TALLY-JOB-LOOP.
       WHERE-TALLY-JOB-EXIT.
           EXIT.

       WHERE-PRINT-JOB.
           MOVE WJ-JOB-NUMBER (WHERE-IX)   TO WJL-JOB-NUMBER.
           MOVE WJ-RESULT-COUNT (WHERE-IX) TO WJL-RESULT-COUNT.
           MOVE SPACES TO WJL-JOB-NAME.
           IF WJ-JOB-NUMBER (WHERE-IX) = SPACES
               MOVE "(NO JOB NUMBER)" TO WJL-JOB-NAME
           ELSE
               IF JOBMST-FILE-STATUS = "00"
                   MOVE WJ-JOB-NUMBER (WHERE-IX) TO JB-JOB-NUMBER
                   READ JOB-MASTER
                       INVALID KEY
                           MOVE "(NOT ON THE JOB MASTER)"
                               TO WJL-JOB-NAME
                           MOVE "00" TO JOBMST-FILE-STATUS
                       NOT INVALID KEY
                           MOVE JB-JOB-NAME TO WJL-JOB-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE WHERE-JOB-LINE TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.
       WHERE-PRINT-JOB-EXIT.
           EXIT.

       WHERE-ASSY-ONE.
           MOVE AT-ASSY-ID (ASSY-IX) TO WHERE-TALLY-ID.
           MOVE SPACES TO WHERE-TALLY-VIA.
           IF AT-SHAPE-CODE (ASSY-IX) = "PN"
               IF AT-REF-ID (ASSY-IX) = WHERE-PART-NUMBER
                   PERFORM WHERE-TALLY-ASSY THRU WHERE-TALLY-ASSY-EXIT
               END-IF
               GO TO WHERE-ASSY-ONE-EXIT
           END-IF.
           IF WHERE-PART-ON-FILE AND
               AT-SHAPE-CODE (ASSY-IX) = WHERE-SHAPE-CODE AND
               AT-RADIUS (ASSY-IX) = WHERE-RADIUS AND
               AT-DIAMETER (ASSY-IX) = WHERE-DIAMETER AND
               AT-V-LENGTH (ASSY-IX) = WHERE-LENGTH AND
               AT-WIDTH (ASSY-IX) = WHERE-WIDTH AND
               AT-HEIGTH (ASSY-IX) = WHERE-HEIGTH AND
               AT-BASE (ASSY-IX) = WHERE-BASE AND
               AT-SECOND-RADIUS (ASSY-IX) = WHERE-SECOND-RADIUS
               PERFORM WHERE-TALLY-ASSY THRU WHERE-TALLY-ASSY-EXIT
           END-IF.
       WHERE-ASSY-ONE-EXIT.
           EXIT.

       WHERE-ASSY-PARENTS.
           PERFORM WHERE-ASSY-PARENT-ONE
               THRU WHERE-ASSY-PARENT-ONE-EXIT
               VARYING ASSY-IX FROM 1 BY 1
               UNTIL ASSY-IX > ASSY-TABLE-COUNT.
       WHERE-ASSY-PARENTS-EXIT.
           EXIT.

       WHERE-ASSY-PARENT-ONE.
           IF AT-SHAPE-CODE (ASSY-IX) = "AS" AND
               AT-REF-ID (ASSY-IX) = WA-ASSY-ID (WHERE-SCAN-IX)
               MOVE AT-ASSY-ID (ASSY-IX) TO WHERE-TALLY-ID
               MOVE WA-ASSY-ID (WHERE-SCAN-IX) TO WHERE-TALLY-VIA
               PERFORM WHERE-TALLY-ASSY THRU WHERE-TALLY-ASSY-EXIT
           END-IF.
       WHERE-ASSY-PARENT-ONE-EXIT.
           EXIT.

       WHERE-TALLY-ASSY.
           MOVE 1 TO WHERE-IX.
       WHERE-TALLY-ASSY-LOOP.
           IF WHERE-IX > WHERE-ASSY-COUNT
               IF WHERE-ASSY-COUNT < 50
                   ADD 1 TO WHERE-ASSY-COUNT
                   MOVE WHERE-TALLY-ID TO WA-ASSY-ID (WHERE-ASSY-COUNT)
                   MOVE 1 TO WA-COMP-COUNT (WHERE-ASSY-COUNT)
                   MOVE WHERE-TALLY-VIA TO WA-VIA-ID (WHERE-ASSY-COUNT)
               ELSE
                   MOVE "Y" TO WHERE-ASSY-FULL-SW
               END-IF
               GO TO WHERE-TALLY-ASSY-EXIT
           END-IF.
           IF WA-ASSY-ID (WHERE-IX) = WHERE-TALLY-ID
               ADD 1 TO WA-COMP-COUNT (WHERE-IX)
               GO TO WHERE-TALLY-ASSY-EXIT
           END-IF.
           ADD 1 TO WHERE-IX.
           GO TO WHERE-TALLY-ASSY-LOOP.
       WHERE-TALLY-ASSY-EXIT.
           EXIT.

       WHERE-PRINT-ASSY.
           MOVE WA-ASSY-ID (WHERE-IX)    TO WAL-ASSY-ID.
           MOVE WA-COMP-COUNT (WHERE-IX) TO WAL-COMP-COUNT.
           MOVE SPACES TO WAL-VIA-TEXT.
           IF WA-VIA-ID (WHERE-IX) NOT = SPACES
               STRING " VIA ASSEMBLY " WA-VIA-ID (WHERE-IX)
                   DELIMITED BY SIZE INTO WAL-VIA-TEXT
           END-IF.
           MOVE WHERE-ASSY-LINE TO WHERE-PRINT-TEXT.
           PERFORM WHERE-PRINT-LINE THRU WHERE-PRINT-LINE-EXIT.
       WHERE-PRINT-ASSY-EXIT.
           EXIT.

      ******************************************************************
      * SHEETS-MAINT - THE STOCK-SHEET SIZE MAINTENANCE SCREEN. EACH
      * COMMIT ADDS, UPDATES, OR DELETES ONE SHEET IN THE IN-CORE
      * TABLE AND JOURNALS IT; A BLANK SHEET ID SAVES THE FILE AND
      * RETURNS TO THE MAIN PANEL, THE SAME WAY THE LIMITS SCREEN
      * WORKS. THE FILE IS ONLY REWRITTEN WHEN SOMETHING CHANGED.
      ******************************************************************
       SHEETS-MAINT.
           MOVE SPACES TO PANEL-MESSAGE.
           MOVE "N" TO SHEETS-CHANGED-SW.
       SHEETS-MAINT-LOOP.
           MOVE SPACES TO SHEET-ENTRY-ID.
           MOVE 0 TO SHEET-ENTRY-LENGTH.
           MOVE 0 TO SHEET-ENTRY-WIDTH.
           MOVE 0 TO SHEET-ENTRY-MARGIN.
           MOVE "N" TO MAINT-DELETE-SW.
           DISPLAY SHEETS-PANEL.
           ACCEPT SHEETS-PANEL
               ON EXCEPTION
                   MOVE "Y" TO STDIN-EOF-SW
           END-ACCEPT.
           IF STDIN-AT-EOF OR SHEET-ENTRY-ID = SPACES
               IF SHEETS-CHANGED
                   PERFORM SAVE-SHEETS THRU SAVE-SHEETS-EXIT
                   MOVE "SHEET FILE SAVED" TO PANEL-MESSAGE
               ELSE
                   MOVE "STOCK SHEET MAINTENANCE FINISHED"
                       TO PANEL-MESSAGE
               END-IF
               GO TO SHEETS-MAINT-EXIT
           END-IF.
           IF MAINT-DELETE-WANTED
               PERFORM SHEETS-DELETE THRU SHEETS-DELETE-EXIT
               GO TO SHEETS-MAINT-LOOP
           END-IF.
           PERFORM EDIT-SHEET-ENTRY THRU EDIT-SHEET-ENTRY-EXIT.
           IF PANEL-MESSAGE NOT = SPACES
               GO TO SHEETS-MAINT-LOOP
           END-IF.
           PERFORM SHEETS-UPSERT THRU SHEETS-UPSERT-EXIT.
           GO TO SHEETS-MAINT-LOOP.
       SHEETS-MAINT-EXIT.
           EXIT.

       EDIT-SHEET-ENTRY.
           MOVE SPACES TO PANEL-MESSAGE.
           IF SHEET-ENTRY-LENGTH = 0 OR SHEET-ENTRY-WIDTH = 0
               MOVE "LENGTH AND WIDTH REQUIRED - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-SHEET-ENTRY-EXIT
           END-IF.
           IF SHEET-ENTRY-MARGIN * 2 NOT < SHEET-ENTRY-LENGTH OR
               SHEET-ENTRY-MARGIN * 2 NOT < SHEET-ENTRY-WIDTH
               MOVE "MARGIN LEAVES NO USABLE AREA - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
           END-IF.
       EDIT-SHEET-ENTRY-EXIT.
           EXIT.

       SHEETS-UPSERT.
           MOVE 1 TO SHEETS-IX.
       SHEETS-UPSERT-LOOP.
           IF SHEETS-IX > SHEETS-COUNT
               GO TO SHEETS-UPSERT-NEW
           END-IF.
           IF ST-SHEET-ID (SHEETS-IX) = SHEET-ENTRY-ID
               MOVE SHEETS-ENTRY (SHEETS-IX) TO CHG-BEFORE-IMAGE
               MOVE SHEET-ENTRY-LENGTH TO ST-LENGTH (SHEETS-IX)
               MOVE SHEET-ENTRY-WIDTH  TO ST-WIDTH (SHEETS-IX)
               MOVE SHEET-ENTRY-MARGIN TO ST-MARGIN (SHEETS-IX)
               MOVE SHEETS-ENTRY (SHEETS-IX) TO CHG-AFTER-IMAGE
               MOVE "C" TO CHG-ACTION
               PERFORM SHEETS-JOURNAL THRU SHEETS-JOURNAL-EXIT
               MOVE "SHEET UPDATED - NEXT OR BLANK ID TO FINISH"
                   TO PANEL-MESSAGE
               GO TO SHEETS-UPSERT-EXIT
           END-IF.
           ADD 1 TO SHEETS-IX.
           GO TO SHEETS-UPSERT-LOOP.
       SHEETS-UPSERT-NEW.
           IF SHEETS-COUNT < 20
               ADD 1 TO SHEETS-COUNT
               MOVE SHEET-ENTRY-ID     TO ST-SHEET-ID (SHEETS-COUNT)
               MOVE SHEET-ENTRY-LENGTH TO ST-LENGTH (SHEETS-COUNT)
               MOVE SHEET-ENTRY-WIDTH  TO ST-WIDTH (SHEETS-COUNT)
               MOVE SHEET-ENTRY-MARGIN TO ST-MARGIN (SHEETS-COUNT)
               MOVE SPACES TO CHG-BEFORE-IMAGE
               MOVE SHEETS-ENTRY (SHEETS-COUNT) TO CHG-AFTER-IMAGE
               MOVE "A" TO CHG-ACTION
               PERFORM SHEETS-JOURNAL THRU SHEETS-JOURNAL-EXIT
               MOVE "SHEET ADDED - NEXT OR BLANK ID TO FINISH"
                   TO PANEL-MESSAGE
           ELSE
               MOVE "SHEET TABLE FULL - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
           END-IF.
       SHEETS-UPSERT-EXIT.
           EXIT.

       SHEETS-DELETE.
           MOVE 1 TO SHEETS-IX.
       SHEETS-DELETE-LOOP.
           IF SHEETS-IX > SHEETS-COUNT
               MOVE "SHEET NOT ON FILE - NOTHING DELETED"
                   TO PANEL-MESSAGE
               GO TO SHEETS-DELETE-EXIT
           END-IF.
           IF ST-SHEET-ID (SHEETS-IX) = SHEET-ENTRY-ID
               GO TO SHEETS-DELETE-FOUND
           END-IF.
           ADD 1 TO SHEETS-IX.
           GO TO SHEETS-DELETE-LOOP.
       SHEETS-DELETE-FOUND.
           MOVE SHEETS-ENTRY (SHEETS-IX) TO CHG-BEFORE-IMAGE.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           MOVE "D" TO CHG-ACTION.
           PERFORM SHEETS-SHIFT-ONE THRU SHEETS-SHIFT-ONE-EXIT
               UNTIL SHEETS-IX NOT < SHEETS-COUNT.
           SUBTRACT 1 FROM SHEETS-COUNT.
           PERFORM SHEETS-JOURNAL THRU SHEETS-JOURNAL-EXIT.
           MOVE "SHEET DELETED - NEXT OR BLANK ID TO FINISH"
               TO PANEL-MESSAGE.
       SHEETS-DELETE-EXIT.
           EXIT.

       SHEETS-SHIFT-ONE.
           MOVE SHEETS-ENTRY (SHEETS-IX + 1)
               TO SHEETS-ENTRY (SHEETS-IX).
           ADD 1 TO SHEETS-IX.
       SHEETS-SHIFT-ONE-EXIT.
           EXIT.

       SHEETS-JOURNAL.
           MOVE "Y" TO SHEETS-CHANGED-SW.
           MOVE "SHEETS" TO CHG-FILE-NAME.
           MOVE SHEET-ENTRY-ID TO CHG-KEY.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
       SHEETS-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * ASSY-MAINT - THE ASSEMBLY STRUCTURE MAINTENANCE SCREEN. THE
      * WHOLE DEFINITION FILE IS TABLED; EACH COMMIT ADDS, CHANGES,
      * OR DELETES ONE COMPONENT UNDER AN ASSEMBLY ID AND JOURNALS IT
      * UNDER THE KEY ID/COMPONENT NUMBER. A NEW COMPONENT GOES IN
      * AFTER THE ASSEMBLY'S LAST ONE SO ITS LINES STAY TOGETHER. A
      * BLANK ASSEMBLY ID SAVES THE FILE AND RETURNS TO THE MAIN
      * PANEL, THE SAME WAY THE SHEETS SCREEN WORKS.
      ******************************************************************
       ASSY-MAINT.
           MOVE SPACES TO PANEL-MESSAGE.
           MOVE "N" TO ASSY-CHANGED-SW.
           MOVE "N" TO ASSY-KEEP-SW.
           PERFORM LOAD-ASSY-TABLE THRU LOAD-ASSY-TABLE-EXIT.
           IF ASSY-FILE-STATUS NOT = "00"
               MOVE "00" TO ASSY-FILE-STATUS
               MOVE "ASSEMBLY FILE NOT AVAILABLE - SEE OPEN MESSAGE"
                   TO PANEL-MESSAGE
               GO TO ASSY-MAINT-EXIT
           END-IF.
      *    SAVING A TABLE THAT COULD NOT HOLD THE WHOLE FILE WOULD
      *    DROP EVERY COMPONENT PAST ITS END.
           IF ASSY-TABLE-FULL
               MOVE "ASSYDEF TOO LARGE FOR THE SCREEN - NOTHING CHANGED"
                   TO PANEL-MESSAGE
               GO TO ASSY-MAINT-EXIT
           END-IF.
       ASSY-MAINT-LOOP.
           IF NOT ASSY-KEEP-ENTRY
               PERFORM ASSY-CLEAR-ENTRY THRU ASSY-CLEAR-ENTRY-EXIT
           END-IF.
           MOVE "N" TO ASSY-KEEP-SW.
           MOVE "N" TO MAINT-DELETE-SW.
           DISPLAY ASSY-PANEL.
           ACCEPT ASSY-PANEL
               ON EXCEPTION
                   MOVE "Y" TO STDIN-EOF-SW
           END-ACCEPT.
           IF STDIN-AT-EOF OR ASSY-ENTRY-ID = SPACES
               IF ASSY-CHANGED
                   PERFORM SAVE-ASSY-TABLE THRU SAVE-ASSY-TABLE-EXIT
                   MOVE "ASSEMBLY FILE SAVED" TO PANEL-MESSAGE
               ELSE
                   MOVE "ASSEMBLY MAINTENANCE FINISHED"
                       TO PANEL-MESSAGE
               END-IF
               GO TO ASSY-MAINT-EXIT
           END-IF.
           PERFORM ASSY-FIND-COMPONENT THRU ASSY-FIND-COMPONENT-EXIT.
           IF MAINT-DELETE-WANTED
               PERFORM ASSY-DELETE THRU ASSY-DELETE-EXIT
               GO TO ASSY-MAINT-LOOP
           END-IF.
           IF ASSY-ENTRY-SHAPE-CODE = SPACES
               PERFORM ASSY-SHOW THRU ASSY-SHOW-EXIT
               GO TO ASSY-MAINT-LOOP
           END-IF.
      *    A REFUSED ENTRY STAYS ON THE SCREEN FOR CORRECTION - THERE
      *    ARE TOO MANY FIELDS TO ASK FOR THEM ALL AGAIN.
           PERFORM EDIT-ASSY-ENTRY THRU EDIT-ASSY-ENTRY-EXIT.
           IF PANEL-MESSAGE NOT = SPACES
               MOVE "Y" TO ASSY-KEEP-SW
               GO TO ASSY-MAINT-LOOP
           END-IF.
           PERFORM ASSY-UPSERT THRU ASSY-UPSERT-EXIT.
           GO TO ASSY-MAINT-LOOP.
       ASSY-MAINT-EXIT.
           EXIT.

       ASSY-CLEAR-ENTRY.
           MOVE SPACES TO ASSY-ENTRY-ID.
           MOVE 0 TO ASSY-ENTRY-SEQ.
           MOVE SPACES TO ASSY-ENTRY-SHAPE-CODE.
           MOVE SPACES TO ASSY-ENTRY-REF-ID.
           MOVE 0 TO ASSY-ENTRY-QUANTITY.
           MOVE SPACE TO ASSY-ENTRY-ADD-SUB.
           MOVE 0 TO ASSY-ENTRY-RADIUS.
           MOVE 0 TO ASSY-ENTRY-DIAMETER.
           MOVE 0 TO ASSY-ENTRY-LENGTH.
           MOVE 0 TO ASSY-ENTRY-WIDTH.
           MOVE 0 TO ASSY-ENTRY-HEIGTH.
           MOVE 0 TO ASSY-ENTRY-BASE.
           MOVE 0 TO ASSY-ENTRY-SECOND-RADIUS.
       ASSY-CLEAR-ENTRY-EXIT.
           EXIT.

      *    COUNT THE ASSEMBLY'S COMPONENTS, NOTING WHERE ITS LAST ONE
      *    IS (ZERO IF IT HAS NONE) AND WHERE THE KEYED COMPONENT
      *    NUMBER IS (ZERO IF IT IS ZERO OR PAST THE END).
       ASSY-FIND-COMPONENT.
           MOVE 0 TO ASSY-SEQ-COUNT.
           MOVE 0 TO ASSY-COMP-IX.
           MOVE 0 TO ASSY-LAST-IX.
           PERFORM ASSY-FIND-COMPONENT-ONE
               THRU ASSY-FIND-COMPONENT-ONE-EXIT
               VARYING ASSY-IX FROM 1 BY 1
               UNTIL ASSY-IX > ASSY-TABLE-COUNT.
       ASSY-FIND-COMPONENT-EXIT.
           EXIT.

       ASSY-FIND-COMPONENT-ONE.
           IF AT-ASSY-ID (ASSY-IX) = ASSY-ENTRY-ID
               ADD 1 TO ASSY-SEQ-COUNT
               MOVE ASSY-IX TO ASSY-LAST-IX
               IF ASSY-SEQ-COUNT = ASSY-ENTRY-SEQ
                   MOVE ASSY-IX TO ASSY-COMP-IX
               END-IF
           END-IF.
       ASSY-FIND-COMPONENT-ONE-EXIT.
           EXIT.

      *    A BLANK TYPE ASKS FOR THE KEYED COMPONENT TO BE SHOWN, OR
      *    WITH COMPONENT ZERO, HOW MANY THE ASSEMBLY HAS.
       ASSY-SHOW.
           MOVE "Y" TO ASSY-KEEP-SW.
           IF ASSY-COMP-IX = 0
               MOVE ASSY-SEQ-COUNT TO ASSY-SEQ-EDIT
               MOVE SPACES TO PANEL-MESSAGE
               IF ASSY-SEQ-COUNT = 0
                   MOVE "ASSEMBLY NOT ON FILE - KEY A TYPE TO ADD ONE"
                       TO PANEL-MESSAGE
               ELSE
                   STRING "ASSEMBLY HAS" ASSY-SEQ-EDIT
                       " COMPONENTS - KEY A NUMBER TO SHOW ONE"
                       DELIMITED BY SIZE INTO PANEL-MESSAGE
               END-IF
               GO TO ASSY-SHOW-EXIT
           END-IF.
           MOVE AT-SHAPE-CODE (ASSY-COMP-IX) TO ASSY-ENTRY-SHAPE-CODE.
           MOVE AT-REF-ID (ASSY-COMP-IX)     TO ASSY-ENTRY-REF-ID.
           MOVE AT-QUANTITY (ASSY-COMP-IX)   TO ASSY-ENTRY-QUANTITY.
           MOVE AT-ADD-SUB (ASSY-COMP-IX)    TO ASSY-ENTRY-ADD-SUB.
           MOVE AT-RADIUS (ASSY-COMP-IX)     TO ASSY-ENTRY-RADIUS.
           MOVE AT-DIAMETER (ASSY-COMP-IX)   TO ASSY-ENTRY-DIAMETER.
           MOVE AT-V-LENGTH (ASSY-COMP-IX)   TO ASSY-ENTRY-LENGTH.
           MOVE AT-WIDTH (ASSY-COMP-IX)      TO ASSY-ENTRY-WIDTH.
           MOVE AT-HEIGTH (ASSY-COMP-IX)     TO ASSY-ENTRY-HEIGTH.
           MOVE AT-BASE (ASSY-COMP-IX)       TO ASSY-ENTRY-BASE.
           MOVE AT-SECOND-RADIUS (ASSY-COMP-IX)
               TO ASSY-ENTRY-SECOND-RADIUS.
           MOVE "COMPONENT SHOWN - CHANGE AND COMMIT, OR DELETE"
               TO PANEL-MESSAGE.
       ASSY-SHOW-EXIT.
           EXIT.

      ******************************************************************
      * EDIT-ASSY-ENTRY - A COMPONENT IS A SHAPE CODE WITH SIZES, A PN
      * NAMING A PART ON THE CATALOG, OR AN AS NAMING AN ASSEMBLY
      * ALREADY ON FILE THAT DOES NOT ITSELF CONTAIN THIS ONE. A PN
      * OR AS TAKES NO SIZES OF ITS OWN. A BLANK SIGN IS +, A ZERO
      * QUANTITY IS ONE.
      ******************************************************************
       EDIT-ASSY-ENTRY.
           MOVE SPACES TO PANEL-MESSAGE.
           IF ASSY-ENTRY-SEQ NOT = 0 AND ASSY-COMP-IX = 0
               MOVE "COMPONENT NOT ON FILE - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-ENTRY-EXIT
           END-IF.
           IF ASSY-ENTRY-ADD-SUB = SPACE
               MOVE "+" TO ASSY-ENTRY-ADD-SUB
           END-IF.
           IF ASSY-ENTRY-ADD-SUB NOT = "+" AND
               ASSY-ENTRY-ADD-SUB NOT = "-"
               MOVE "ADD/SUB MUST BE + OR - - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-ENTRY-EXIT
           END-IF.
           IF ASSY-ENTRY-QUANTITY = 0
               MOVE 1 TO ASSY-ENTRY-QUANTITY
           END-IF.
           EVALUATE ASSY-ENTRY-SHAPE-CODE
               WHEN "PN"
                   PERFORM EDIT-ASSY-PART THRU EDIT-ASSY-PART-EXIT
               WHEN "AS"
                   PERFORM EDIT-ASSY-SUB THRU EDIT-ASSY-SUB-EXIT
               WHEN OTHER
                   PERFORM EDIT-ASSY-SHAPE THRU EDIT-ASSY-SHAPE-EXIT
           END-EVALUATE.
       EDIT-ASSY-ENTRY-EXIT.
           EXIT.

       EDIT-ASSY-PART.
           IF ASSY-ENTRY-REF-ID = SPACES
               MOVE "PART NUMBER REQUIRED FOR PN - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-PART-EXIT
           END-IF.
           IF PARTMST-FILE-STATUS NOT = "00"
               MOVE "PARTS CATALOG NOT AVAILABLE - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-PART-EXIT
           END-IF.
           MOVE ASSY-ENTRY-REF-ID TO PM-PART-NUMBER.
           READ PARTS-MASTER
               INVALID KEY
                   MOVE "00" TO PARTMST-FILE-STATUS
                   MOVE "PART NOT ON CATALOG - ENTRY NOT SAVED"
                       TO PANEL-MESSAGE
                   GO TO EDIT-ASSY-PART-EXIT
           END-READ.
           PERFORM ASSY-ZERO-SIZES THRU ASSY-ZERO-SIZES-EXIT.
       EDIT-ASSY-PART-EXIT.
           EXIT.

       EDIT-ASSY-SUB.
           IF ASSY-ENTRY-REF-ID = SPACES
               MOVE "ASSEMBLY ID REQUIRED FOR AS - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-SUB-EXIT
           END-IF.
           IF ASSY-ENTRY-REF-ID = ASSY-ENTRY-ID
               MOVE "ASSEMBLY CANNOT CONTAIN ITSELF - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-SUB-EXIT
           END-IF.
           MOVE ASSY-ENTRY-REF-ID TO ASSY-FIND-ID.
           PERFORM ASSY-FIND-FIRST THRU ASSY-FIND-FIRST-EXIT.
           IF ASSY-FIND-IX = 0
               MOVE "SUB-ASSEMBLY NOT ON FILE - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-SUB-EXIT
           END-IF.
           PERFORM ASSY-CHECK-CYCLE THRU ASSY-CHECK-CYCLE-EXIT.
           IF ASSY-CYCLE-FOUND
               MOVE "SUB-ASSEMBLY CONTAINS THIS ONE - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-SUB-EXIT
           END-IF.
           PERFORM ASSY-ZERO-SIZES THRU ASSY-ZERO-SIZES-EXIT.
       EDIT-ASSY-SUB-EXIT.
           EXIT.

       EDIT-ASSY-SHAPE.
           MOVE ASSY-ENTRY-SHAPE-CODE TO CHECK-SHAPE-CODE.
           PERFORM SET-SHAPE-FROM-CODE
               THRU SET-SHAPE-FROM-CODE-EXIT.
           IF SHAPE-DISPATCH-CHOICE = 0
               MOVE "TYPE MUST BE A SHAPE CODE, PN, OR AS - NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-SHAPE-EXIT
           END-IF.
           IF ASSY-ENTRY-RADIUS = 0 AND ASSY-ENTRY-DIAMETER = 0 AND
               ASSY-ENTRY-LENGTH = 0 AND ASSY-ENTRY-WIDTH = 0 AND
               ASSY-ENTRY-HEIGTH = 0 AND ASSY-ENTRY-BASE = 0 AND
               ASSY-ENTRY-SECOND-RADIUS = 0
               MOVE "DIMENSIONS REQUIRED - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO EDIT-ASSY-SHAPE-EXIT
           END-IF.
           MOVE SPACES TO ASSY-ENTRY-REF-ID.
       EDIT-ASSY-SHAPE-EXIT.
           EXIT.

       ASSY-ZERO-SIZES.
           MOVE 0 TO ASSY-ENTRY-RADIUS.
           MOVE 0 TO ASSY-ENTRY-DIAMETER.
           MOVE 0 TO ASSY-ENTRY-LENGTH.
           MOVE 0 TO ASSY-ENTRY-WIDTH.
           MOVE 0 TO ASSY-ENTRY-HEIGTH.
           MOVE 0 TO ASSY-ENTRY-BASE.
           MOVE 0 TO ASSY-ENTRY-SECOND-RADIUS.
       ASSY-ZERO-SIZES-EXIT.
           EXIT.

      ******************************************************************
      * ASSY-CHECK-CYCLE - WALK EVERY ASSEMBLY BELOW THE ONE KEYED AS
      * THE SUB-ASSEMBLY. IF ANY OF THEM HAS THE ASSEMBLY BEING
      * MAINTAINED AS A COMPONENT, ADDING THIS ONE WOULD MAKE A LOOP.
      ******************************************************************
       ASSY-CHECK-CYCLE.
           MOVE "N" TO ASSY-CYCLE-SW.
           MOVE 1 TO ASSY-WALK-COUNT.
           MOVE ASSY-ENTRY-REF-ID TO ASSY-WALK-ID (1).
           MOVE 1 TO ASSY-WALK-IX.
       ASSY-CHECK-CYCLE-LOOP.
           IF ASSY-WALK-IX > ASSY-WALK-COUNT OR ASSY-CYCLE-FOUND
               GO TO ASSY-CHECK-CYCLE-EXIT
           END-IF.
           PERFORM ASSY-WALK-ONE THRU ASSY-WALK-ONE-EXIT
               VARYING ASSY-IX FROM 1 BY 1
               UNTIL ASSY-IX > ASSY-TABLE-COUNT.
           ADD 1 TO ASSY-WALK-IX.
           GO TO ASSY-CHECK-CYCLE-LOOP.
       ASSY-CHECK-CYCLE-EXIT.
           EXIT.

       ASSY-WALK-ONE.
           IF AT-ASSY-ID (ASSY-IX) NOT = ASSY-WALK-ID (ASSY-WALK-IX) OR
               AT-SHAPE-CODE (ASSY-IX) NOT = "AS"
               GO TO ASSY-WALK-ONE-EXIT
           END-IF.
           IF AT-REF-ID (ASSY-IX) = ASSY-ENTRY-ID
               MOVE "Y" TO ASSY-CYCLE-SW
               GO TO ASSY-WALK-ONE-EXIT
           END-IF.
           MOVE 1 TO ASSY-WALK-CHECK.
       ASSY-WALK-ONE-LOOP.
           IF ASSY-WALK-CHECK > ASSY-WALK-COUNT
               IF ASSY-WALK-COUNT < 100
                   ADD 1 TO ASSY-WALK-COUNT
                   MOVE AT-REF-ID (ASSY-IX)
                       TO ASSY-WALK-ID (ASSY-WALK-COUNT)
               END-IF
               GO TO ASSY-WALK-ONE-EXIT
           END-IF.
           IF ASSY-WALK-ID (ASSY-WALK-CHECK) = AT-REF-ID (ASSY-IX)
               GO TO ASSY-WALK-ONE-EXIT
           END-IF.
           ADD 1 TO ASSY-WALK-CHECK.
           GO TO ASSY-WALK-ONE-LOOP.
       ASSY-WALK-ONE-EXIT.
           EXIT.

       ASSY-UPSERT.
           IF ASSY-COMP-IX NOT = 0
               MOVE ASSY-COMP-IX TO ASSY-IX
               MOVE ASSY-ENTRY (ASSY-IX) TO CHG-BEFORE-IMAGE
               PERFORM ASSY-FILL-ENTRY THRU ASSY-FILL-ENTRY-EXIT
               MOVE ASSY-ENTRY (ASSY-IX) TO CHG-AFTER-IMAGE
               MOVE "C" TO CHG-ACTION
               MOVE ASSY-ENTRY-SEQ TO ASSY-KEY-SEQ
               PERFORM ASSY-JOURNAL THRU ASSY-JOURNAL-EXIT
               MOVE "COMPONENT UPDATED - NEXT OR BLANK ID TO FINISH"
                   TO PANEL-MESSAGE
               GO TO ASSY-UPSERT-EXIT
           END-IF.
           IF ASSY-TABLE-COUNT NOT < 500
               MOVE "ASSEMBLY TABLE FULL - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO ASSY-UPSERT-EXIT
           END-IF.
           IF ASSY-LAST-IX = 0
               MOVE ASSY-TABLE-COUNT TO ASSY-LAST-IX
           END-IF.
           MOVE ASSY-TABLE-COUNT TO ASSY-IX.
           PERFORM ASSY-SHIFT-DOWN THRU ASSY-SHIFT-DOWN-EXIT
               UNTIL ASSY-IX NOT > ASSY-LAST-IX.
           ADD 1 TO ASSY-TABLE-COUNT.
           COMPUTE ASSY-IX = ASSY-LAST-IX + 1.
           PERFORM ASSY-FILL-ENTRY THRU ASSY-FILL-ENTRY-EXIT.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           MOVE ASSY-ENTRY (ASSY-IX) TO CHG-AFTER-IMAGE.
           MOVE "A" TO CHG-ACTION.
           COMPUTE ASSY-KEY-SEQ = ASSY-SEQ-COUNT + 1.
           PERFORM ASSY-JOURNAL THRU ASSY-JOURNAL-EXIT.
           MOVE ASSY-KEY-SEQ TO ASSY-SEQ-EDIT.
           MOVE SPACES TO PANEL-MESSAGE.
           STRING "COMPONENT" ASSY-SEQ-EDIT
               " ADDED - NEXT OR BLANK ID TO FINISH"
               DELIMITED BY SIZE INTO PANEL-MESSAGE.
       ASSY-UPSERT-EXIT.
           EXIT.

       ASSY-SHIFT-DOWN.
           MOVE ASSY-ENTRY (ASSY-IX) TO ASSY-ENTRY (ASSY-IX + 1).
           SUBTRACT 1 FROM ASSY-IX.
       ASSY-SHIFT-DOWN-EXIT.
           EXIT.

       ASSY-FILL-ENTRY.
           MOVE ASSY-ENTRY-ID         TO AT-ASSY-ID (ASSY-IX).
           MOVE ASSY-ENTRY-SHAPE-CODE TO AT-SHAPE-CODE (ASSY-IX).
           MOVE ASSY-ENTRY-ADD-SUB    TO AT-ADD-SUB (ASSY-IX).
           MOVE ASSY-ENTRY-RADIUS     TO AT-RADIUS (ASSY-IX).
           MOVE ASSY-ENTRY-DIAMETER   TO AT-DIAMETER (ASSY-IX).
           MOVE ASSY-ENTRY-LENGTH     TO AT-V-LENGTH (ASSY-IX).
           MOVE ASSY-ENTRY-WIDTH      TO AT-WIDTH (ASSY-IX).
           MOVE ASSY-ENTRY-HEIGTH     TO AT-HEIGTH (ASSY-IX).
           MOVE ASSY-ENTRY-BASE       TO AT-BASE (ASSY-IX).
           MOVE ASSY-ENTRY-SECOND-RADIUS
               TO AT-SECOND-RADIUS (ASSY-IX).
           MOVE ASSY-ENTRY-REF-ID     TO AT-REF-ID (ASSY-IX).
           MOVE ASSY-ENTRY-QUANTITY   TO AT-QUANTITY (ASSY-IX).
       ASSY-FILL-ENTRY-EXIT.
           EXIT.

      *    A DELETE MOVES THE ASSEMBLY'S LATER COMPONENTS UP ONE
      *    NUMBER, AS THE TABLE CLOSES UP BEHIND IT.
       ASSY-DELETE.
           IF ASSY-COMP-IX = 0
               MOVE "COMPONENT NOT ON FILE - NOTHING DELETED"
                   TO PANEL-MESSAGE
               GO TO ASSY-DELETE-EXIT
           END-IF.
           MOVE ASSY-COMP-IX TO ASSY-IX.
           MOVE ASSY-ENTRY (ASSY-IX) TO CHG-BEFORE-IMAGE.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           MOVE "D" TO CHG-ACTION.
           PERFORM ASSY-SHIFT-ONE THRU ASSY-SHIFT-ONE-EXIT
               UNTIL ASSY-IX NOT < ASSY-TABLE-COUNT.
           SUBTRACT 1 FROM ASSY-TABLE-COUNT.
           MOVE ASSY-ENTRY-SEQ TO ASSY-KEY-SEQ.
           PERFORM ASSY-JOURNAL THRU ASSY-JOURNAL-EXIT.
           MOVE "COMPONENT DELETED - NEXT OR BLANK ID TO FINISH"
               TO PANEL-MESSAGE.
       ASSY-DELETE-EXIT.
           EXIT.

       ASSY-SHIFT-ONE.
           MOVE ASSY-ENTRY (ASSY-IX + 1) TO ASSY-ENTRY (ASSY-IX).
           ADD 1 TO ASSY-IX.
       ASSY-SHIFT-ONE-EXIT.
           EXIT.

       ASSY-JOURNAL.
           MOVE "Y" TO ASSY-CHANGED-SW.
           MOVE "ASSYDEF" TO CHG-FILE-NAME.
           MOVE SPACES TO ASSY-ENTRY-KEY.
           STRING ASSY-ENTRY-ID DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               ASSY-KEY-SEQ DELIMITED BY SIZE
               INTO ASSY-ENTRY-KEY.
           MOVE ASSY-ENTRY-KEY TO CHG-KEY.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
       ASSY-JOURNAL-EXIT.
           EXIT.

       SAVE-ASSY-TABLE.
           OPEN OUTPUT ASSY-FILE.
           IF ASSY-FILE-STATUS NOT = "00" AND
               ASSY-FILE-STATUS NOT = "05"
               DISPLAY "ASSYDEF COULD NOT BE WRITTEN - STATUS "
                   ASSY-FILE-STATUS
               MOVE "00" TO ASSY-FILE-STATUS
               GO TO SAVE-ASSY-TABLE-EXIT
           END-IF.
           MOVE "00" TO ASSY-FILE-STATUS.
           PERFORM SAVE-ONE-ASSY THRU SAVE-ONE-ASSY-EXIT
               VARYING ASSY-IX FROM 1 BY 1
               UNTIL ASSY-IX > ASSY-TABLE-COUNT.
           CLOSE ASSY-FILE.
       SAVE-ASSY-TABLE-EXIT.
           EXIT.

       SAVE-ONE-ASSY.
           MOVE ASSY-ENTRY (ASSY-IX) TO ASSY-RECORD.
           WRITE ASSY-RECORD.
       SAVE-ONE-ASSY-EXIT.
           EXIT.

      ******************************************************************
      * SHEETINV-MAINT - THE STOCK-SHEET INVENTORY SCREEN. EACH COMMIT
      * APPLIES ONE ACTION TO ONE SHEET ID AND JOURNALS IT: A RECEIPT
      * ADDS TO ON HAND AND COMES OFF ON ORDER, AN ADJUSTMENT MOVES ON
      * HAND EITHER WAY (NEVER BELOW ZERO), O AND P SET THE ON-ORDER
      * QUANTITY AND REORDER POINT OUTRIGHT, AND D DROPS THE RECORD.
      * A NEW SHEET ID MUST BE ON THE SHEET SIZE FILE FIRST.
      ******************************************************************
       SHEETINV-MAINT.
           MOVE SPACES TO PANEL-MESSAGE.
           MOVE SPACES TO ISL-SHEET-ID.
           MOVE 0 TO ISL-ON-HAND.
           MOVE 0 TO ISL-ON-ORDER.
           MOVE 0 TO ISL-REORDER-POINT.
           IF SHEETINV-FILE-STATUS NOT = "00"
               MOVE "SHEET INVENTORY NOT AVAILABLE - SEE OPEN MESSAGE"
                   TO PANEL-MESSAGE
               GO TO SHEETINV-MAINT-EXIT
           END-IF.
       SHEETINV-MAINT-LOOP.
           MOVE SPACES TO INV-ENTRY-ID.
           MOVE SPACE TO INV-ENTRY-ACTION.
           MOVE 0 TO INV-ENTRY-QTY.
           MOVE SPACE TO INV-ENTRY-SIGN.
           DISPLAY SHEETINV-PANEL.
           ACCEPT SHEETINV-PANEL
               ON EXCEPTION
                   MOVE "Y" TO STDIN-EOF-SW
           END-ACCEPT.
           IF STDIN-AT-EOF OR INV-ENTRY-ID = SPACES
               MOVE "SHEET INVENTORY MAINTENANCE FINISHED"
                   TO PANEL-MESSAGE
               GO TO SHEETINV-MAINT-EXIT
           END-IF.
           IF NOT INV-RECEIPT AND NOT INV-ADJUST AND
               NOT INV-SET-ON-ORDER AND NOT INV-SET-REORDER AND
               NOT INV-DELETE
               MOVE "ACTION MUST BE R, A, O, P, OR D - NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO SHEETINV-MAINT-LOOP
           END-IF.
           IF INV-ADJUST AND
               INV-ENTRY-SIGN NOT = "+" AND INV-ENTRY-SIGN NOT = "-"
               MOVE "ADJUSTMENT SIGN MUST BE + OR - - NOT SAVED"
                   TO PANEL-MESSAGE
               GO TO SHEETINV-MAINT-LOOP
           END-IF.
           IF INV-DELETE
               PERFORM SHEETINV-DELETE THRU SHEETINV-DELETE-EXIT
           ELSE
               PERFORM SHEETINV-APPLY THRU SHEETINV-APPLY-EXIT
           END-IF.
           GO TO SHEETINV-MAINT-LOOP.
       SHEETINV-MAINT-EXIT.
           EXIT.

       SHEETINV-APPLY.
           MOVE INV-ENTRY-ID TO SI-SHEET-ID.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           READ SHEET-INVENTORY
               INVALID KEY
                   MOVE "00" TO SHEETINV-FILE-STATUS
                   MOVE "A" TO CHG-ACTION
                   MOVE INV-ENTRY-ID TO SI-SHEET-ID
                   MOVE 0 TO SI-ON-HAND
                   MOVE 0 TO SI-ON-ORDER
                   MOVE 0 TO SI-REORDER-POINT
               NOT INVALID KEY
                   MOVE "C" TO CHG-ACTION
                   MOVE SHEETINV-RECORD TO CHG-BEFORE-IMAGE
           END-READ.
           IF CHG-ACTION = "A"
               PERFORM SHEETINV-CHECK-SIZE THRU SHEETINV-CHECK-SIZE-EXIT
               IF NOT SHEET-FOUND
                   MOVE "SHEET ID NOT ON SHEET SIZE FILE - NOT SAVED"
                       TO PANEL-MESSAGE
                   GO TO SHEETINV-APPLY-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN INV-RECEIPT
                   ADD INV-ENTRY-QTY TO SI-ON-HAND
                   IF INV-ENTRY-QTY > SI-ON-ORDER
                       MOVE 0 TO SI-ON-ORDER
                   ELSE
                       SUBTRACT INV-ENTRY-QTY FROM SI-ON-ORDER
                   END-IF
               WHEN INV-ADJUST
                   IF INV-ENTRY-SIGN = "+"
                       ADD INV-ENTRY-QTY TO SI-ON-HAND
                   ELSE
                       IF INV-ENTRY-QTY > SI-ON-HAND
                           MOVE "ON HAND CANNOT GO BELOW ZERO"
                               TO PANEL-MESSAGE
                           GO TO SHEETINV-APPLY-EXIT
                       END-IF
                       SUBTRACT INV-ENTRY-QTY FROM SI-ON-HAND
                   END-IF
               WHEN INV-SET-ON-ORDER
                   MOVE INV-ENTRY-QTY TO SI-ON-ORDER
               WHEN INV-SET-REORDER
                   MOVE INV-ENTRY-QTY TO SI-REORDER-POINT
           END-EVALUATE.

           IF CHG-ACTION = "A"
               WRITE SHEETINV-RECORD
           ELSE
               REWRITE SHEETINV-RECORD
           END-IF.
           IF SHEETINV-FILE-STATUS NOT = "00"
               MOVE "SHEET INVENTORY WRITE FAILED - ENTRY NOT SAVED"
                   TO PANEL-MESSAGE
               MOVE "00" TO SHEETINV-FILE-STATUS
               GO TO SHEETINV-APPLY-EXIT
           END-IF.
           MOVE "SHEETINV" TO CHG-FILE-NAME.
           MOVE SI-SHEET-ID TO CHG-KEY.
           MOVE SHEETINV-RECORD TO CHG-AFTER-IMAGE.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
           MOVE SI-SHEET-ID      TO ISL-SHEET-ID.
           MOVE SI-ON-HAND       TO ISL-ON-HAND.
           MOVE SI-ON-ORDER      TO ISL-ON-ORDER.
           MOVE SI-REORDER-POINT TO ISL-REORDER-POINT.
           MOVE "INVENTORY UPDATED - NEXT OR BLANK ID TO FINISH"
               TO PANEL-MESSAGE.
       SHEETINV-APPLY-EXIT.
           EXIT.

       SHEETINV-CHECK-SIZE.
           MOVE "N" TO SHEET-FOUND-SW.
           MOVE 0 TO SHEETS-IX.
       SHEETINV-CHECK-SIZE-LOOP.
           ADD 1 TO SHEETS-IX.
           IF SHEETS-IX > SHEETS-COUNT
               GO TO SHEETINV-CHECK-SIZE-EXIT
           END-IF.
           IF ST-SHEET-ID (SHEETS-IX) = INV-ENTRY-ID
               MOVE "Y" TO SHEET-FOUND-SW
               GO TO SHEETINV-CHECK-SIZE-EXIT
           END-IF.
           GO TO SHEETINV-CHECK-SIZE-LOOP.
       SHEETINV-CHECK-SIZE-EXIT.
           EXIT.

       SHEETINV-DELETE.
           MOVE INV-ENTRY-ID TO SI-SHEET-ID.
           READ SHEET-INVENTORY
               INVALID KEY
                   MOVE "SHEET NOT IN INVENTORY - NOTHING DELETED"
                       TO PANEL-MESSAGE
                   MOVE "00" TO SHEETINV-FILE-STATUS
                   GO TO SHEETINV-DELETE-EXIT
           END-READ.
           MOVE SHEETINV-RECORD TO CHG-BEFORE-IMAGE.
           DELETE SHEET-INVENTORY RECORD
               INVALID KEY
                   MOVE "INVENTORY DELETE FAILED - NOTHING CHANGED"
                       TO PANEL-MESSAGE
                   MOVE "00" TO SHEETINV-FILE-STATUS
                   GO TO SHEETINV-DELETE-EXIT
           END-DELETE.
           MOVE "SHEETINV" TO CHG-FILE-NAME.
           MOVE "D" TO CHG-ACTION.
           MOVE INV-ENTRY-ID TO CHG-KEY.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           PERFORM WRITE-CHANGE-JOURNAL THRU WRITE-CHANGE-JOURNAL-EXIT.
           MOVE SPACES TO ISL-SHEET-ID.
           MOVE 0 TO ISL-ON-HAND.
           MOVE 0 TO ISL-ON-ORDER.
           MOVE 0 TO ISL-REORDER-POINT.
           MOVE "INVENTORY RECORD DELETED - NEXT OR BLANK ID TO FINISH"
               TO PANEL-MESSAGE.
       SHEETINV-DELETE-EXIT.
           EXIT.

      ******************************************************************
               GO TO REJECT-REPAIR-DONE
           END-IF.
           MOVE RJT-DATA (REPAIR-IX) (1:2)  TO REPAIR-REASON.
           MOVE RJT-DATA (REPAIR-IX) (4:138) TO REPAIR-RECORD-TEXT.
       REJECT-REPAIR-SHOW.
           MOVE SPACE TO REPAIR-ACTION.
      *    JH, PN, AND AS RECORDS GET THEIR OWN FIELD LAYOUTS - THE
           CLOSE RESUBMIT-FILE.
           PERFORM REPAIR-REWRITE-REJECTS
               THRU REPAIR-REWRITE-REJECTS-EXIT.
           IF REPAIR-QUEUED-COUNT > 0
               MOVE "RR"                TO EVT-CODE
               MOVE CURRENT-OPER-ID     TO EVT-OPER-ID
               MOVE REPAIR-QUEUED-COUNT TO EVT-COUNT
               MOVE "REJECTS REPAIRED AND QUEUED" TO EVT-DETAIL
               PERFORM WRITE-OPERATOR-EVENT
                   THRU WRITE-OPERATOR-EVENT-EXIT
           END-IF.
           DISPLAY "REJECT REPAIR - QUEUED FOR RESUBMIT: "
               REPAIR-QUEUED-COUNT.
           MOVE "REJECT REPAIR FINISHED" TO PANEL-MESSAGE.
               TRANS-FILE-STATUS NOT = "05"
               DISPLAY "TRANSIN COULD NOT BE OPENED - STATUS "
                   TRANS-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO BATCH-PROCESS-EXIT
           END-IF.
           MOVE "00" TO TRANS-FILE-STATUS.
           MOVE 0 TO BATCH-REJECT-COUNT.
           MOVE 0 TO BATCH-SKIP-COUNT.
           MOVE 0 TO BATCH-HEADER-COUNT.
           MOVE 0 TO BATCH-SUSPECT-COUNT.
           MOVE 0 TO CHECKPOINT-LAST-TRANS.
           PERFORM DUP-CHECK-SETUP THRU DUP-CHECK-SETUP-EXIT.
           MOVE 0 TO NET-REQ-COUNT.
           MOVE "Y" TO NETTING-SW.
           MOVE "N" TO JOB-OPEN-SW.
           MOVE "N" TO JOB-REJECT-SW.
           MOVE SPACES TO CURRENT-JOB-NUMBER.
           PERFORM END-JOB-GROUP THRU END-JOB-GROUP-EXIT.
           PERFORM WRITE-CONTROL-TOTALS
               THRU WRITE-CONTROL-TOTALS-EXIT.
           PERFORM SHEET-NETTING THRU SHEET-NETTING-EXIT.
           PERFORM CLOSE-REJECTS THRU CLOSE-REJECTS-EXIT.
           CLOSE TRANS-FILE.
       BATCH-PROCESS-EXIT.
                   RESUB-READ-COUNT
               OPEN OUTPUT RESUBMIT-FILE
               CLOSE RESUBMIT-FILE
               MOVE "RS"             TO EVT-CODE
               MOVE CURRENT-OPER-ID  TO EVT-OPER-ID
               MOVE RESUB-READ-COUNT TO EVT-COUNT
               MOVE "QUEUED REPAIRS RESUBMITTED" TO EVT-DETAIL
               PERFORM WRITE-OPERATOR-EVENT
                   THRU WRITE-OPERATOR-EVENT-EXIT
           END-IF.
       PROCESS-RESUBMITS-EXIT.
           EXIT.
               CSVIN-FILE-STATUS NOT = "05"
               DISPLAY "CSVIN COULD NOT BE OPENED - STATUS "
                   CSVIN-FILE-STATUS
               MOVE "Y" TO RUN-FAILED-SW
               GO TO CSV-IMPORT-EXIT
           END-IF.
           MOVE "00" TO CSVIN-FILE-STATUS.
           MOVE 0 TO BATCH-REJECT-COUNT.
           MOVE 0 TO BATCH-SKIP-COUNT.
           MOVE 0 TO BATCH-HEADER-COUNT.
           MOVE 0 TO BATCH-SUSPECT-COUNT.
           MOVE 0 TO CSVIN-ROW-COUNT.
           PERFORM DUP-CHECK-SETUP THRU DUP-CHECK-SETUP-EXIT.
           MOVE 0 TO NET-REQ-COUNT.
           MOVE "Y" TO NETTING-SW.
           MOVE "N" TO JOB-OPEN-SW.
           MOVE "N" TO JOB-REJECT-SW.
           MOVE SPACES TO CURRENT-JOB-NUMBER.
           PERFORM END-JOB-GROUP THRU END-JOB-GROUP-EXIT.
           PERFORM WRITE-CONTROL-TOTALS
               THRU WRITE-CONTROL-TOTALS-EXIT.
           PERFORM SHEET-NETTING THRU SHEET-NETTING-EXIT.
           PERFORM CLOSE-REJECTS THRU CLOSE-REJECTS-EXIT.
           CLOSE CSVIN-FILE.
           DISPLAY "CSV ROWS IMPORTED: " CSVIN-ROW-COUNT.
           MOVE SPACES TO CSVIN-VALUE-TEXT.
           MOVE SPACES TO CSVIN-QTY-TEXT.
           MOVE SPACES TO CSVIN-SHEET-TEXT.
           MOVE SPACES TO CSVIN-RADIUS2-TEXT.
           UNSTRING CSVIN-RECORD DELIMITED BY ","
               INTO CSVIN-DATE-TEXT CSVIN-TIME-TEXT
                   CSVIN-SHAPE-TEXT CSVIN-RADIUS-TEXT
                   CSVIN-WIDTH-TEXT CSVIN-HEIGTH-TEXT
                   CSVIN-BASE-TEXT CSVIN-RESULT-TEXT
                   CSVIN-VALUE-TEXT CSVIN-QTY-TEXT
                   CSVIN-SHEET-TEXT CSVIN-RADIUS2-TEXT
           END-UNSTRING.

           IF CSVIN-SHAPE-TEXT = "JH"
           MOVE CSVIN-BASE-TEXT TO CSVIN-NUM-TEXT.
           PERFORM CSVIN-NUM-FIELD THRU CSVIN-NUM-FIELD-EXIT.
           MOVE CSVIN-NUM-VALUE TO TR-BASE.
           MOVE CSVIN-RADIUS2-TEXT TO CSVIN-NUM-TEXT.
           PERFORM CSVIN-NUM-FIELD THRU CSVIN-NUM-FIELD-EXIT.
           MOVE CSVIN-NUM-VALUE TO TR-SECOND-RADIUS.
           MOVE "I" TO TR-UNIT-CODE.
           IF TR-RADIUS = 0 AND TR-DIAMETER > 0
               MOVE "D" TO TR-MEASURE-CODE
               WHEN "CYLINDER"      MOVE "CY" TO CSVIN-SHAPE-CODE
               WHEN "PARALLELOGRAM" MOVE "PA" TO CSVIN-SHAPE-CODE
               WHEN "ELLIPSE"       MOVE "EL" TO CSVIN-SHAPE-CODE
               WHEN "TUBE"          MOVE "TU" TO CSVIN-SHAPE-CODE
               WHEN "ANNULUS"       MOVE "AN" TO CSVIN-SHAPE-CODE
               WHEN "WASHER"        MOVE "AN" TO CSVIN-SHAPE-CODE
               WHEN "FRUSTUM"       MOVE "FR" TO CSVIN-SHAPE-CODE
               WHEN "PYRAMID"       MOVE "PY" TO CSVIN-SHAPE-CODE
               WHEN "TORUS"         MOVE "TO" TO CSVIN-SHAPE-CODE
               WHEN OTHER
                   MOVE CSVIN-SHAPE-TEXT (1:2) TO CSVIN-SHAPE-CODE
           END-EVALUATE.
           MOVE BATCH-CALC-COUNT   TO CTL-CALC-COUNT.
           MOVE BATCH-REJECT-COUNT TO CTL-REJECT-COUNT.
           MOVE BATCH-HEADER-COUNT TO CTL-HEADER-COUNT.
           MOVE BATCH-SUSPECT-COUNT TO CTX-SUSPECT-COUNT.
           MOVE BATCH-DUP-COUNT     TO CTX-DUP-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           DISPLAY CONTROL-EXCEPTION-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM CONTROL-TOTAL-LINE
               WRITE REPORT-RECORD FROM CONTROL-EXCEPTION-LINE
           END-IF.
      *    REJECTS AND SUSPECTS END THE RUN WITH WARNINGS.
           IF BATCH-REJECT-COUNT > 0 OR BATCH-SUSPECT-COUNT > 0
               MOVE "Y" TO RUN-WARNING-SW
           END-IF.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * DUP-CHECK-SETUP - AT THE START OF A BATCH OR IMPORT RUN, TAKE
      * THE DUPLICATE WINDOW IN DAYS (BLANK FOR SEVEN) AND, FOR AN
      * OPERATOR WITH RERUN AUTHORITY, WHETHER THIS IS A DELIBERATE
      * RERUN THAT SKIPS THE CHECK. WITHOUT THE RESULTS MASTER THERE
      * IS NOTHING TO CHECK AGAINST AND THE RUN GOES ON WITH A
      * WARNING.
      ******************************************************************
       DUP-CHECK-SETUP.
           MOVE 0 TO BATCH-DUP-COUNT.
           MOVE "Y" TO DUP-CHECK-SW.
           DISPLAY "ENTER DUPLICATE CHECK WINDOW IN DAYS OR BLANK"
               " FOR 7:".
           MOVE "DUPDAYS" TO PARM-WANTED.
           PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT.
           MOVE 7 TO DUP-WINDOW-DAYS.
           IF PARM-VALUE NOT = SPACES
               COMPUTE DUP-WINDOW-DAYS = FUNCTION NUMVAL (PARM-VALUE)
           END-IF.
           IF OPER-MAY-FORCE-RERUN
               DISPLAY "FORCE A DELIBERATE RERUN - NO DUPLICATE"
                   " CHECK - Y OR N:"
               MOVE "RERUN" TO PARM-WANTED
               PERFORM ACCEPT-PARAMETER THRU ACCEPT-PARAMETER-EXIT
               IF PARM-VALUE (1:1) = "Y"
                   MOVE "N" TO DUP-CHECK-SW
                   MOVE CURRENT-OPER-ID TO DFL-OPER-ID
                   DISPLAY DUP-FORCED-LINE
                   IF REPORT-FILE-STATUS = "00"
                       WRITE REPORT-RECORD FROM DUP-FORCED-LINE
                   END-IF
                   GO TO DUP-CHECK-SETUP-EXIT
               END-IF
           END-IF.
           IF RESULTS-FILE-STATUS NOT = "00"
               DISPLAY "RESULTMST NOT AVAILABLE - DUPLICATE CHECK"
                   " SKIPPED"
               MOVE "N" TO DUP-CHECK-SW
               MOVE "Y" TO RUN-WARNING-SW
               GO TO DUP-CHECK-SETUP-EXIT
           END-IF.
           ACCEPT DUP-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE DUP-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (DUP-TODAY-DATE)
               - DUP-WINDOW-DAYS).
           MOVE DUP-FROM-DATE TO DWL-FROM-DATE.
           DISPLAY DUP-WINDOW-LINE.
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD FROM DUP-WINDOW-LINE
           END-IF.
       DUP-CHECK-SETUP-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-DUPLICATE - READ THE RESULTS MASTER FORWARD FROM THE
      * START OF THE WINDOW FOR A RESULT ON THE SAME JOB AND PART
      * WHOSE SHAPE AND DIMENSIONS MATCH THE TRANSACTION IN HAND (FOR
      * AN AS RECORD, THE SAME ASSEMBLY ID). THE READ STOPS AT THIS
      * RUN'S OWN START - WHAT THIS RUN HAS SAVED IS NOT A DUPLICATE
      * OF IT, SO A FILE MAY LIST THE SAME PIECE TWICE ON PURPOSE.
      ******************************************************************
       CHECK-DUPLICATE.
           MOVE "N" TO DUP-FOUND-SW.
           IF NOT DUP-CHECK-ON
               GO TO CHECK-DUPLICATE-EXIT
           END-IF.
           MOVE "N" TO DUP-EOF-SW.
           MOVE LOW-VALUES TO RM-KEY.
           MOVE DUP-FROM-DATE TO RM-DATE.
           START RESULTS-MASTER KEY NOT < RM-KEY
               INVALID KEY MOVE "Y" TO DUP-EOF-SW
           END-START.
           PERFORM DUP-MATCH-NEXT THRU DUP-MATCH-NEXT-EXIT
               UNTIL DUP-EOF OR DUP-FOUND.
       CHECK-DUPLICATE-EXIT.
           EXIT.

       DUP-MATCH-NEXT.
           READ RESULTS-MASTER NEXT
               AT END
                   MOVE "Y" TO DUP-EOF-SW
           END-READ.
           IF DUP-EOF
               GO TO DUP-MATCH-NEXT-EXIT
           END-IF.
           IF RM-DATE > RUN-START-DATE OR
               (RM-DATE = RUN-START-DATE AND
               RM-TIME NOT < RUN-START-TIME)
               MOVE "Y" TO DUP-EOF-SW
               GO TO DUP-MATCH-NEXT-EXIT
           END-IF.
           IF RM-JOB-NUMBER NOT = CURRENT-JOB-NUMBER OR
               RM-PART-NUMBER NOT = CURRENT-PART-NUMBER
               GO TO DUP-MATCH-NEXT-EXIT
           END-IF.
           IF DUP-SHAPE-CODE = "AS"
               IF RM-SHAPE-NAME = "ASSEMBLY" AND
                   RM-INPUTS-TEXT (1:5) = "ASSY="
                   MOVE SPACES TO DUP-RM-ASSY-ID
                   UNSTRING RM-INPUTS-TEXT (6:51) DELIMITED BY SPACE
                       INTO DUP-RM-ASSY-ID
                   IF DUP-RM-ASSY-ID = DUP-ASSY-ID
                       MOVE "Y" TO DUP-FOUND-SW
                   END-IF
               END-IF
               GO TO DUP-MATCH-NEXT-EXIT
           END-IF.
      *    THE SAVED SHAPE NAME GOES BACK TO ITS CODE THROUGH THE CSV
      *    IMPORT'S NAME TABLE, THE SAME WAY THE RECALCULATE RUN DOES.
           MOVE RM-SHAPE-NAME TO CSVIN-SHAPE-TEXT.
           PERFORM CSVIN-RESOLVE-SHAPE THRU CSVIN-RESOLVE-SHAPE-EXIT.
           IF CSVIN-SHAPE-CODE = DUP-SHAPE-CODE AND
               RM-RADIUS   = RADIUS AND
               RM-DIAMETER = DIAMETER AND
               RM-V-LENGTH = V-LENGTH AND
               RM-WIDTH    = WIDTH AND
               RM-HEIGTH   = HEIGTH AND
               RM-BASE     = BASE AND
               RM-SECOND-RADIUS = SECOND-RADIUS
               MOVE "Y" TO DUP-FOUND-SW
           END-IF.
       DUP-MATCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * EDIT-ONE-JOB - VALIDATE ONE TRANSACTION BEFORE ANY MATH RUNS:
      * UNIT AND MEASURE CODES, A KNOWN SHAPE CODE, AND A NUMERIC
      * NON-ZERO VALUE IN EVERY DIMENSION THAT SHAPE REQUIRES. A
      * HOLLOW SHAPE'S INNER RADIUS MUST ALSO BE UNDER ITS OUTER.
      ******************************************************************
       EDIT-ONE-JOB.
           MOVE "N" TO TRANS-REJECT-SW.
               WHEN "CY"
                   PERFORM EDIT-RADIUS THRU EDIT-RADIUS-EXIT
                   PERFORM EDIT-HEIGTH THRU EDIT-HEIGTH-EXIT
               WHEN "TU"
                   PERFORM EDIT-RADIUS THRU EDIT-RADIUS-EXIT
                   PERFORM EDIT-SECOND-RADIUS
                       THRU EDIT-SECOND-RADIUS-EXIT
                   PERFORM EDIT-V-LENGTH THRU EDIT-V-LENGTH-EXIT
                   PERFORM EDIT-INNER-RADIUS
                       THRU EDIT-INNER-RADIUS-EXIT
               WHEN "AN"
               WHEN "TO"
                   PERFORM EDIT-RADIUS THRU EDIT-RADIUS-EXIT
                   PERFORM EDIT-SECOND-RADIUS
                       THRU EDIT-SECOND-RADIUS-EXIT
                   PERFORM EDIT-INNER-RADIUS
                       THRU EDIT-INNER-RADIUS-EXIT
               WHEN "FR"
                   PERFORM EDIT-RADIUS THRU EDIT-RADIUS-EXIT
                   PERFORM EDIT-SECOND-RADIUS
                       THRU EDIT-SECOND-RADIUS-EXIT
                   PERFORM EDIT-HEIGTH THRU EDIT-HEIGTH-EXIT
               WHEN "PY"
                   PERFORM EDIT-V-LENGTH THRU EDIT-V-LENGTH-EXIT
                   PERFORM EDIT-HEIGTH THRU EDIT-HEIGTH-EXIT
               WHEN OTHER
                   MOVE "SC" TO BATCH-REJECT-REASON
           END-EVALUATE.
           IF BATCH-REJECT-REASON = SPACES
               PERFORM EDIT-ONE-TOLERANCE THRU EDIT-ONE-TOLERANCE-EXIT
                   VARYING TOL-IX FROM 1 BY 1 UNTIL TOL-IX > 7
           END-IF.
       EDIT-ONE-JOB-FLAG.
           IF BATCH-REJECT-REASON NOT = SPACES
               MOVE "Y" TO TRANS-REJECT-SW
       EDIT-BASE-EXIT.
           EXIT.

       EDIT-SECOND-RADIUS.
           IF TR-SECOND-RADIUS NOT NUMERIC OR
               TR-SECOND-RADIUS = ZERO
               MOVE "DM" TO BATCH-REJECT-REASON
           END-IF.
       EDIT-SECOND-RADIUS-EXIT.
           EXIT.

      *    TUBE, ANNULUS, AND TORUS - THE SECOND RADIUS IS THE INNER
      *    (OR TUBE) RADIUS AND MUST BE SMALLER THAN THE FIRST. ONLY
      *    CHECKED ONCE BOTH HAVE PASSED AS NUMERIC.
       EDIT-INNER-RADIUS.
           IF BATCH-REJECT-REASON NOT = SPACES
               GO TO EDIT-INNER-RADIUS-EXIT
           END-IF.
           IF TR-SECOND-RADIUS NOT < TR-RADIUS
               MOVE "DM" TO BATCH-REJECT-REASON
           END-IF.
       EDIT-INNER-RADIUS-EXIT.
           EXIT.

      *    A TOLERANCE COLUMN IS BLANK (NO TOLERANCE) OR ALL DIGITS.
       EDIT-ONE-TOLERANCE.
           IF TR-TOL-TEXT (TOL-IX) NOT = SPACES AND
               TR-TOL-TEXT (TOL-IX) NOT NUMERIC
               MOVE "DM" TO BATCH-REJECT-REASON
           END-IF.
       EDIT-ONE-TOLERANCE-EXIT.
           EXIT.

      ******************************************************************
      * CONVERT-TRANS-FIELDS - APPLY THE CENTIMETERS-TO-INCHES
      * CONVERSION TO EVERY DIMENSION LOADED FROM THE TRANSACTION
           MOVE BASE TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO BASE.

           MOVE SECOND-RADIUS TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO SECOND-RADIUS.

      *    THE TOLERANCES ARE IN THE SAME UNITS AS THE DIMENSIONS.
           MOVE TOL-RADIUS TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO TOL-RADIUS.

           MOVE TOL-DIAMETER TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO TOL-DIAMETER.

           MOVE TOL-V-LENGTH TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO TOL-V-LENGTH.

           MOVE TOL-WIDTH TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO TOL-WIDTH.

           MOVE TOL-HEIGTH TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO TOL-HEIGTH.

           MOVE TOL-BASE TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO TOL-BASE.

           MOVE TOL-SECOND-RADIUS TO CONV-VALUE.
           PERFORM CONVERT-CM THRU CONVERT-CM-EXIT.
           MOVE CONV-VALUE TO TOL-SECOND-RADIUS.
       CONVERT-TRANS-FIELDS-EXIT.
           EXIT.

           MOVE PM-WIDTH      TO TR-WIDTH.
           MOVE PM-HEIGTH     TO TR-HEIGTH.
           MOVE PM-BASE       TO TR-BASE.
           MOVE PM-SECOND-RADIUS TO TR-SECOND-RADIUS.
           IF TP-TOLERANCES = SPACES
               MOVE PM-TOLERANCES TO TR-TOLERANCES
           END-IF.
           MOVE "I" TO TR-UNIT-CODE.
           MOVE "R" TO TR-MEASURE-CODE.
       LOAD-PART-TRANS-EXIT.
           IF TR-SHAPE-CODE = "AS"
               MOVE TA-ASSY-ID TO ASSY-RUN-ID
               MOVE SPACES TO CURRENT-PART-NUMBER
               MOVE "AS" TO DUP-SHAPE-CODE
               MOVE TA-ASSY-ID TO DUP-ASSY-ID
               PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-EXIT
               IF DUP-FOUND
                   MOVE "DU" TO BATCH-REJECT-REASON
                   ADD 1 TO BATCH-DUP-COUNT
                   PERFORM WRITE-REJECT-LINE
                       THRU WRITE-REJECT-LINE-EXIT
                   GO TO PROCESS-ONE-TRANS-EXIT
               END-IF
               PERFORM RUN-ASSEMBLY THRU RUN-ASSEMBLY-EXIT
               IF TRANS-REJECTED
                   PERFORM WRITE-REJECT-LINE
           MOVE TR-WIDTH    TO WIDTH.
           MOVE TR-HEIGTH   TO HEIGTH.
           MOVE TR-BASE     TO BASE.
           IF TR-SECOND-RADIUS NUMERIC
               MOVE TR-SECOND-RADIUS TO SECOND-RADIUS
           ELSE
               MOVE 0 TO SECOND-RADIUS
           END-IF.
           PERFORM LOAD-TRANS-TOLERANCES
               THRU LOAD-TRANS-TOLERANCES-EXIT.

           MOVE TR-UNIT-CODE TO UNIT-CODE.
           IF UNIT-IS-CENTIMETERS
               COMPUTE RADIUS = DIAMETER / 2
           END-IF.

      *    THE DUPLICATE CHECK RUNS ON THE DIMENSIONS AS THEY WILL BE
      *    SAVED - IN INCHES, RADIUS WORKED OUT - SO A RESUBMISSION
      *    KEYED IN OTHER UNITS OR BY DIAMETER STILL MATCHES.
           MOVE TR-SHAPE-CODE TO DUP-SHAPE-CODE.
           PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-EXIT.
           IF DUP-FOUND
               MOVE "DU" TO BATCH-REJECT-REASON
               ADD 1 TO BATCH-DUP-COUNT
               PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-EXIT
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF.

           MOVE TR-SHAPE-CODE TO CHECK-SHAPE-CODE.
           PERFORM CHECK-LIMITS THRU CHECK-LIMITS-EXIT.
           IF LIMITS-SUSPECT
               ADD 1 TO BATCH-SUSPECT-COUNT
               MOVE LIMITS-FLAG-DIM TO SUSL-DIM-NAME
               DISPLAY SUSPECT-LINE
               IF REPORT-FILE-STATUS = "00"
               END-IF
           END-IF.

           PERFORM SET-SHAPE-FROM-CODE THRU SET-SHAPE-FROM-CODE-EXIT.
           PERFORM RUN-TOLERANCE-BAND THRU RUN-TOLERANCE-BAND-EXIT.

           EVALUATE TR-SHAPE-CODE
               WHEN "CI" PERFORM CIRCLE-CALC-CORE
                             THRU CIRCLE-CALC-CORE-EXIT
                             THRU PARALLELOGRAM-CALC-CORE-EXIT
               WHEN "EL" PERFORM ELLIPSE-CALC-CORE
                             THRU ELLIPSE-CALC-CORE-EXIT
               WHEN "TU" PERFORM TUBE-CALC-CORE
                             THRU TUBE-CALC-CORE-EXIT
               WHEN "AN" PERFORM ANNULUS-CALC-CORE
                             THRU ANNULUS-CALC-CORE-EXIT
               WHEN "FR" PERFORM FRUSTUM-CALC-CORE
                             THRU FRUSTUM-CALC-CORE-EXIT
               WHEN "PY" PERFORM PYRAMID-CALC-CORE
                             THRU PYRAMID-CALC-CORE-EXIT
               WHEN "TO" PERFORM TORUS-CALC-CORE
                             THRU TORUS-CALC-CORE-EXIT
           END-EVALUATE.
           MOVE "N" TO BAND-SW.

           ADD 1 TO BATCH-CALC-COUNT.
           IF JOB-GROUP-OPEN
           END-IF.
       PROCESS-ONE-TRANS-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-TRANS-TOLERANCES - PICK THE TOLERANCE COLUMNS OFF THE
      * TRANSACTION RECORD. A BLANK COLUMN (OR A WHOLE RECORD CUT
      * BEFORE THE COLUMNS EXISTED) IS NO TOLERANCE.
      ******************************************************************
       LOAD-TRANS-TOLERANCES.
           MOVE 0 TO TOL-RADIUS.
           MOVE 0 TO TOL-DIAMETER.
           MOVE 0 TO TOL-V-LENGTH.
           MOVE 0 TO TOL-WIDTH.
           MOVE 0 TO TOL-HEIGTH.
           MOVE 0 TO TOL-BASE.
           MOVE 0 TO TOL-SECOND-RADIUS.
           IF TR-TOL-RADIUS NUMERIC
               MOVE TR-TOL-RADIUS TO TOL-RADIUS
           END-IF.
           IF TR-TOL-DIAMETER NUMERIC
               MOVE TR-TOL-DIAMETER TO TOL-DIAMETER
           END-IF.
           IF TR-TOL-V-LENGTH NUMERIC
               MOVE TR-TOL-V-LENGTH TO TOL-V-LENGTH
           END-IF.
           IF TR-TOL-WIDTH NUMERIC
               MOVE TR-TOL-WIDTH TO TOL-WIDTH
           END-IF.
           IF TR-TOL-HEIGTH NUMERIC
               MOVE TR-TOL-HEIGTH TO TOL-HEIGTH
           END-IF.
           IF TR-TOL-BASE NUMERIC
               MOVE TR-TOL-BASE TO TOL-BASE
           END-IF.
           IF TR-TOL-SECOND-RADIUS NUMERIC
               MOVE TR-TOL-SECOND-RADIUS TO TOL-SECOND-RADIUS
           END-IF.
       LOAD-TRANS-TOLERANCES-EXIT.
           EXIT.
